       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4TRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAGINTF ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PINT.
           SELECT FACTURAS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FACT-COD-PROV
                                     WITH DUPLICATES
                                FILE STATUS IS FS-FACT.
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PRV-COD-PROV
                                FILE STATUS IS FS-PRV.
           SELECT CUENTAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTA.
           SELECT PERFPROV ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PRF.
           SELECT LOTES ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LOT.
           SELECT TRANSF ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-TRF.
           SELECT TRFPEND ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-TPN.
           SELECT TRFNUEVO ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-TPNN.
           SELECT CONFIRM ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CNF.
           SELECT LISTRF ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISTRF.
           SELECT TRF-SORT ASSIGN TO DISK
                                FILE STATUS IS FS-SORT.

       DATA DIVISION.
       FILE SECTION.

       FD PAGINTF LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "pagintf.dat".

       01 REG-PINT.
           03 PINT-TIPO-REG                   PIC X(01).
           03 PINT-COD-PROV                   PIC 9(08).
           03 PINT-NRO-FACT                   PIC 9(08).
           03 PINT-TIPO                       PIC X(01).
           03 PINT-FECHA-PAGO                 PIC 9(08).
           03 PINT-MONTO                      PIC 9(7)V99.

       01 REG-PINT-H.
           03 FILLER                          PIC X(01).
           03 PINT-H-LOTE                     PIC 9(08).
           03 PINT-H-FECHA                    PIC 9(08).
           03 PINT-H-PASADA                   PIC X(02).
           03 FILLER                          PIC X(16).

       01 REG-PINT-T.
           03 FILLER                          PIC X(01).
           03 PINT-T-CANT                     PIC 9(06).
           03 PINT-T-TOTAL                    PIC 9(11)V99.
           03 FILLER                          PIC X(15).

       FD FACTURAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "facturas.dat".

       01 FACT.
           03 FACT-COD-PROV                   PIC 9(08).
           03 FACT-NRO-FACT                   PIC 9(08).
           03 FACT-CUIT-CONS                  PIC 9(15).
           03 FACT-FECHA                      PIC 9(08).
           03 FACT-MONTO                      PIC 9(7)V99.

       FD PROVEEDORES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS
                      "proveedores.dat".

       01 PRV.
           03 PRV-COD-PROV                PIC 9(08).
           03 PRV-RAZON-SOCIAL            PIC X(30).
           03 PRV-CUIT                    PIC 9(15).
           03 PRV-DIR                     PIC X(30).
           03 PRV-PLAZO-DIAS              PIC 9(03).
           03 PRV-CBU                     PIC 9(22).
           03 PRV-CUIT-TITULAR            PIC 9(15).
           03 PRV-BANCO                   PIC 9(03).

       FD CUENTAS LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "cuentas.dat".

       01 CTA.
           03 CTA-CUIT-CONS               PIC 9(15).
           03 CTA-NRO-CTA                 PIC 9(08).
           03 CTA-FECHA-ALTA              PIC X(10).
           03 CTA-ENTIDAD                 PIC 9(03).
           03 CTA-SUCURSAL                PIC 9(03).

       FD PERFPROV LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "perfprov.dat".

       01 PRF.
           03 PRF-COD-PROV                    PIC 9(08).
           03 PRF-REGIMEN                     PIC X(01).
           03 PRF-EXENTO                      PIC X(01).
           03 PRF-JURISDIC                    PIC 9(02).
           03 PRF-ALIC-GAN                    PIC 9(02)V99.
           03 PRF-ALIC-IIBB                   PIC 9(02)V99.

       FD LOTES LABEL RECORD IS STANDARD
                VALUE OF FILE-ID IS
                "lotes.dat".

       01 REG-LOT.
           03 LOT-ORIGEN                      PIC X(04).
           03 LOT-NRO                         PIC 9(08).
           03 LOT-FECHA                       PIC 9(08).
           03 LOT-PASADA                      PIC X(02).

       FD TRANSF LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 WS-TRF-NOMBRE.

       01 REG-TRF.
           03 TRF-TIPO-REG                    PIC X(01).
           03 TRF-NRO-TRF                     PIC 9(06).
           03 TRF-CBU                         PIC 9(22).
           03 TRF-CUIT-TITULAR                PIC 9(15).
           03 TRF-IMPORTE                     PIC 9(9)V99.
           03 TRF-REFERENCIA.
              05 TRF-REF-PROV                 PIC 9(08).
              05 TRF-REF-FACT                 PIC 9(08).
           03 TRF-FECHA                       PIC 9(08).
           03 FILLER                          PIC X(01).

       01 REG-TRF-H.
           03 FILLER                          PIC X(01).
           03 TRF-H-ENTIDAD                   PIC 9(03).
           03 TRF-H-SUCURSAL                  PIC 9(03).
           03 TRF-H-NRO-CTA                   PIC 9(08).
           03 TRF-H-CUIT-CONS                 PIC 9(15).
           03 TRF-H-LOTE                      PIC 9(08).
           03 TRF-H-FECHA                     PIC 9(08).
           03 FILLER                          PIC X(34).

       01 REG-TRF-T.
           03 FILLER                          PIC X(01).
           03 TRF-T-NRO-CTA                   PIC 9(08).
           03 TRF-T-CANT                      PIC 9(06).
           03 TRF-T-TOTAL                     PIC 9(11)V99.
           03 FILLER                          PIC X(52).

       FD TRFPEND LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "trfpend.dat".

       01 REG-TPN.
           03 TPN-LOTE                        PIC 9(08).
           03 TPN-NRO-TRF                     PIC 9(06).
           03 TPN-NRO-CTA                     PIC 9(08).
           03 TPN-COD-PROV                    PIC 9(08).
           03 TPN-NRO-FACT                    PIC 9(08).
           03 TPN-TIPO                        PIC X(01).
           03 TPN-FECHA-PAGO                  PIC 9(08).
           03 TPN-MONTO                       PIC 9(7)V99.
           03 TPN-NETO                        PIC 9(7)V99.
           03 TPN-PASADA                      PIC 9(02).

       FD TRFNUEVO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "trfpend.tmp".

       01 REG-TPN-NUE                         PIC X(67).

       FD CONFIRM LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  WS-CNF-NOMBRE.

       01 REG-CNF.
           03 CNF-LOTE                        PIC 9(08).
           03 CNF-NRO-TRF                     PIC 9(06).
           03 CNF-NRO-CTA                     PIC 9(08).
           03 CNF-CBU                         PIC 9(22).
           03 CNF-IMPORTE                     PIC 9(9)V99.
           03 CNF-ESTADO                      PIC X(01).
           03 CNF-MOTIVO                      PIC X(03).
           03 CNF-FECHA                       PIC 9(08).

       FD LISTRF LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 WS-LIS-NOMBRE.
       01 LINEA                               PIC X(100).

       SD TRF-SORT DATA RECORD IS REG-SORT.

       01 REG-SORT.
           03 SD-CLAVE.
              05 SD-NRO-CTA                  PIC 9(08).
              05 SD-COD-PROV                 PIC 9(08).
              05 SD-NRO-FACT                 PIC 9(08).
           03 SD-ENTIDAD                  PIC 9(03).
           03 SD-SUCURSAL                 PIC 9(03).
           03 SD-CUIT-CONS                PIC 9(15).
           03 SD-CBU                      PIC 9(22).
           03 SD-CUIT-TITULAR             PIC 9(15).
           03 SD-RAZON-SOCIAL             PIC X(30).
           03 SD-FECHA-PAGO               PIC 9(08).
           03 SD-MONTO                    PIC 9(7)V99.
           03 SD-NETO                     PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77 FS-PINT               PIC XX.
       77 FS-FACT               PIC XX.
       77 FS-PRV                PIC XX.
       77 FS-CTA                PIC XX.
       77 FS-PRF                PIC XX.
       77 FS-LOT                PIC XX.
       77 FS-TRF                PIC XX.
       77 FS-TPN                PIC XX.
       77 FS-TPNN               PIC XX.
       77 FS-CNF                PIC XX.
       77 FS-LISTRF             PIC XX.
       77 FS-SORT               PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-PARM-KEY           PIC X(05).
       77 WS-PARM-VALOR         PIC X(75).
       77 WS-MODO               PIC X(04) VALUE SPACES.
       77 WS-TRF-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-CNF-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-LIS-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-LOTE-NRO           PIC 9(08) VALUE 0.
       77 WS-LOTE-PASADA        PIC X(02) VALUE SPACES.
       77 WS-PASADA             PIC 9(02) VALUE 0.
       77 WS-LOTE-YA-CARGADO    PIC X VALUE 'N'.
       77 WS-ARCH-DETALLE       PIC X(36).
       77 WS-PINT-NOMBRE        PIC X(30) VALUE 'pagintf.dat'.
       77 WS-PINT-USADO         PIC X(30) VALUE 'pagintf.trf'.
       77 WS-TPN-NOMBRE         PIC X(30) VALUE 'trfpend.dat'.
       77 WS-TPN-TMP            PIC X(30) VALUE 'trfpend.tmp'.
       77 WS-TRAILER-VISTO      PIC X VALUE 'N'.
       77 WS-LOTE-ERROR         PIC X VALUE 'N'.
       77 WS-CANT-DET           PIC 9(06) VALUE 0.
       77 WS-TOT-DET            PIC 9(11)V99 VALUE 0.
       77 WS-T-CANT-DECL        PIC 9(06) VALUE 0.
       77 WS-T-TOTAL-DECL       PIC 9(11)V99 VALUE 0.
       77 WS-HAY-PERFILES       PIC X VALUE 'S'.
       77 WS-FACT-HALLADA       PIC X VALUE 'N'.
       77 WS-PRV-HALLADO        PIC X VALUE 'N'.
       77 WS-CTA-HALLADA        PIC X VALUE 'N'.
       77 WS-PRF-HALLADO        PIC X VALUE 'N'.
       77 WS-CNF-HALLADA        PIC X VALUE 'N'.
       77 WS-MOTIVO-EXC         PIC X(30).
       77 CAN-PRF               PIC 9(04) VALUE 0.
       77 MAX-PRF               PIC 9(04) VALUE 2000.
       77 WS-PRF-IDX            PIC 9(04).
       77 CAN-CTAS              PIC 9(04) VALUE 0.
       77 MAX-CTAS              PIC 9(04) VALUE 1000.
       77 WS-CTA-IDX            PIC 9(04).
       77 CAN-CNF               PIC 9(04) VALUE 0.
       77 MAX-CNF               PIC 9(04) VALUE 3000.
       77 WS-CNF-IDX            PIC 9(04).
       77 MINIMO-GAN            PIC 9(7)V99 VALUE 50000.00.
       77 MINIMO-IIBB           PIC 9(7)V99 VALUE 10000.00.
       77 WS-RET-GAN            PIC 9(7)V99 VALUE 0.
       77 WS-RET-IIBB           PIC 9(7)V99 VALUE 0.
       77 WS-BASE-GAN           PIC 9(7)V99 VALUE 0.
       77 WS-NETO-PAGO          PIC 9(7)V99 VALUE 0.
       77 WS-NRO-TRF            PIC 9(06) VALUE 0.
       77 WS-CTA-ACTUAL         PIC 9(08) VALUE 0.
       77 WS-CTA-CANT           PIC 9(06) VALUE 0.
       77 WS-CTA-TOTAL          PIC 9(11)V99 VALUE 0.
       77 WS-TOT-NETO           PIC 9(11)V99 VALUE 0.
       77 WS-TOT-BRUTO          PIC 9(11)V99 VALUE 0.
       77 WS-TOT-EXCLUIDO       PIC 9(11)V99 VALUE 0.
       77 WS-PINT-CANT          PIC 9(06) VALUE 0.
       77 WS-PINT-TOTAL         PIC 9(11)V99 VALUE 0.
       77 cantTransferencias    PIC 9(05) VALUE 0.
       77 cantExcluidas         PIC 9(05) VALUE 0.
       77 cantNotas             PIC 9(05) VALUE 0.
       77 cantConfirmadas       PIC 9(05) VALUE 0.
       77 cantRechazadas        PIC 9(05) VALUE 0.
       77 cantSinRespuesta      PIC 9(05) VALUE 0.
       77 cantDesconocidas      PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 99 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

       01 TAB-PERFILES.
          03 TAB-PRF-ELM OCCURS 2000 TIMES.
             05 TAB-PRF-COD-PROV          PIC 9(08).
             05 TAB-PRF-EXENTO            PIC X(01).
             05 TAB-PRF-ALIC-GAN          PIC 9(02)V99.
             05 TAB-PRF-ALIC-IIBB         PIC 9(02)V99.

       01 TAB-CUENTAS.
          03 TAB-CTA-ELM OCCURS 1000 TIMES.
             05 TAB-CTA-CUIT              PIC 9(15).
             05 TAB-CTA-NRO-CTA           PIC 9(08).
             05 TAB-CTA-ENTIDAD           PIC 9(03).
             05 TAB-CTA-SUCURSAL          PIC 9(03).

       01 TAB-CONFIRMACIONES.
          03 TAB-CNF-ELM OCCURS 3000 TIMES.
             05 TAB-CNF-LOTE              PIC 9(08).
             05 TAB-CNF-NRO-TRF           PIC 9(06).
             05 TAB-CNF-NRO-CTA           PIC 9(08).
             05 TAB-CNF-IMPORTE           PIC 9(9)V99.
             05 TAB-CNF-ESTADO            PIC X(01).
             05 TAB-CNF-MOTIVO            PIC X(03).
             05 TAB-CNF-FECHA             PIC 9(08).
             05 TAB-CNF-USADA             PIC X(01).

       01 PE1-ENCABE.
          03 FILLER PIC X(07) VALUE 'Fecha: '.
          03 PE1-FECHA-DD PIC Z9.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-MM PIC 99.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-AAAA PIC 9999.
          03 FILLER       PIC X(59) VALUE
             '                                Nro. Hoja: '.
          03 PE1-HOJA     PIC 9999 VALUE ZERO.

       01 PE2-ENCABE.
          03 FILLER PIC X(80) VALUE ALL ' '.

       01 PE3-ENCABE.
          03 FILLER   PIC X(20) VALUE ALL ' '.
          03 PE3-TITULO PIC X(36).
          03 FILLER   PIC X(07) VALUE ' LOTE: '.
          03 PE3-LOTE PIC 9(08).

       01 PC1-CTA.
          03 FILLER          PIC X(08) VALUE 'CUENTA: '.
          03 PC1-NRO-CTA     PIC 9(08).
          03 FILLER          PIC X(10) VALUE '  ENTIDAD:'.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PC1-ENTIDAD     PIC 9(03).
          03 FILLER          PIC X(07) VALUE '  SUC: '.
          03 PC1-SUCURSAL    PIC 9(03).
          03 FILLER          PIC X(13) VALUE '  CONSORCIO: '.
          03 PC1-CUIT        PIC 9(15).

       01 PD1-DET.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PD1-NRO-TRF     PIC 9(06).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-RAZON       PIC X(20).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-CBU         PIC 9(22).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-BRUTO       PIC ZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-NETO        PIC ZZZZZZ9.99.

       01 PD2-TOT.
          03 FILLER          PIC X(20) VALUE '  Total cuenta:     '.
          03 PD2-CANT        PIC ZZZZZ9.
          03 FILLER          PIC X(18) VALUE ' transferencias   '.
          03 PD2-TOTAL       PIC ZZZZZZZZZZ9.99.

       01 PX1-EXC.
          03 FILLER          PIC X(10) VALUE 'EXCLUIDO: '.
          03 PX1-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(07) VALUE ' FACT: '.
          03 PX1-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PX1-MONTO       PIC ZZZZZZ9.99.
          03 FILLER          PIC X(09) VALUE ' MOTIVO: '.
          03 PX1-MOTIVO      PIC X(30).

       01 PX2-CNF.
          03 PX2-LEYENDA     PIC X(10).
          03 PX2-NRO-TRF     PIC 9(06).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PX2-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PX2-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PX2-IMPORTE     PIC ZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PX2-DETALLE     PIC X(40).

       01 PX3-TIT.
          03 PX3-TITULO      PIC X(50).

       01 PF-FINAL-1.
          03 F PIC X(36) VALUE 'Transferencias generadas:           '.
          03 PF1-TOTAL PIC ZZZZ9.

       01 PF-FINAL-2.
          03 F PIC X(36) VALUE 'Importe neto a transferir:          '.
          03 PF2-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PF-FINAL-3.
          03 F PIC X(36) VALUE 'Importe bruto de las facturas:      '.
          03 PF3-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PF-FINAL-4.
          03 F PIC X(36) VALUE 'Pagos excluidos:                    '.
          03 PF4-TOTAL PIC ZZZZ9.

       01 PF-FINAL-5.
          03 F PIC X(36) VALUE 'Importe excluido:                   '.
          03 PF5-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PF-FINAL-6.
          03 F PIC X(36) VALUE 'Notas de credito sin transferencia: '.
          03 PF6-TOTAL PIC ZZZZ9.

       01 PG-FINAL-1.
          03 F PIC X(36) VALUE 'Transferencias confirmadas:         '.
          03 PG1-TOTAL PIC ZZZZ9.

       01 PG-FINAL-2.
          03 F PIC X(36) VALUE 'Transferencias rechazadas:          '.
          03 PG2-TOTAL PIC ZZZZ9.

       01 PG-FINAL-3.
          03 F PIC X(36) VALUE 'Transferencias sin respuesta:       '.
          03 PG3-TOTAL PIC ZZZZ9.

       01 PG-FINAL-4.
          03 F PIC X(36) VALUE 'Confirmaciones desconocidas:        '.
          03 PG4-TOTAL PIC ZZZZ9.

       01 PG-FINAL-5.
          03 F PIC X(36) VALUE 'Pagos enviados a pagintf.dat:       '.
          03 PG5-TOTAL PIC ZZZZZ9.

       01 PG-FINAL-6.
          03 F PIC X(36) VALUE 'Importe enviado a pagintf.dat:      '.
          03 PG6-TOTAL PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DECLAR-INPUT SECTION.
       USE AFTER ERROR PROCEDURE ON INPUT.
       CONTINUE-INPUT.
           CONTINUE.
       DECLAR-OUTPUT SECTION.
       USE AFTER ERROR PROCEDURE ON OUTPUT.
       CONTINUE-OUTPUT.
           CONTINUE.
       DECLAR-IO SECTION.
       USE AFTER ERROR PROCEDURE ON I-O.
       CONTINUE-IO.
           CONTINUE.
       DECLAR-EXTEND SECTION.
       USE AFTER ERROR PROCEDURE ON EXTEND.
       CONTINUE-EXTEND.
           CONTINUE.
       END DECLARATIVES.

       PROGRAMA SECTION.
       INICIO.
           PERFORM INICIALIZAR.
           IF WS-MODO = 'GEN'
              PERFORM VALIDAR-LOTE
              PERFORM VERIFICAR-PENDIENTES
              PERFORM ABRIR-ARCHIVOS-GEN
              SORT TRF-SORT
                   ON ASCENDING KEY SD-CLAVE
                   INPUT PROCEDURE ARMAR-TRANSFERENCIAS
                   OUTPUT PROCEDURE GENERAR-TRANSFERENCIAS
           ELSE
              PERFORM CONFIRMAR-TRANSFERENCIAS
           END-IF.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA-AAAA TO PE1-FECHA-AAAA.
           MOVE FECHA-MM TO PE1-FECHA-MM.
           MOVE FECHA-DD TO PE1-FECHA-DD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
                    INTO WS-PARM-TOKEN-1
                         WS-PARM-TOKEN-2
           END-UNSTRING.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           IF WS-MODO NOT = 'GEN' AND WS-MODO NOT = 'CONF'
              OR (WS-MODO = 'CONF' AND WS-CNF-NOMBRE = SPACES)
              DISPLAY "Uso: ALGO4TRF MODO=GEN"
              DISPLAY "     ALGO4TRF MODO=CONF ARCH=confirmacion.dat"
              STOP RUN
           END-IF.
           IF WS-MODO = 'GEN'
              MOVE 'lisTransf' TO WS-LIS-NOMBRE
              MOVE 'TRANSFERENCIAS A PROVEEDORES' TO PE3-TITULO
           ELSE
              MOVE 'lisConfTrf' TO WS-LIS-NOMBRE
              MOVE 'CONFIRMACION DE TRANSFERENCIAS' TO PE3-TITULO
           END-IF.

       PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN(1:5) TO WS-PARM-KEY.
           MOVE WS-PARM-TOKEN(6:75) TO WS-PARM-VALOR.
           IF WS-PARM-KEY = 'MODO='
              MOVE WS-PARM-VALOR(1:4) TO WS-MODO
           END-IF.
           IF WS-PARM-KEY = 'ARCH='
              MOVE WS-PARM-VALOR(1:30) TO WS-CNF-NOMBRE
           END-IF.

       VALIDAR-LOTE.
           OPEN INPUT PAGINTF.
           IF FS-PINT NOT = ZERO
              DISPLAY "Err abrir pagintf: " FS-PINT
              STOP RUN.
           READ PAGINTF.
           IF FS-PINT NOT = ZERO OR PINT-TIPO-REG NOT = 'H'
              DISPLAY "pagintf.dat sin registro cabecera: "
                      "no se generan transferencias."
              STOP RUN.
           IF PINT-H-PASADA IS NUMERIC
              DISPLAY "pagintf.dat proviene de una confirmacion de "
                      "transferencias: no se generan transferencias."
              STOP RUN.
           MOVE PINT-H-LOTE TO WS-LOTE-NRO.
           MOVE WS-LOTE-NRO TO PE3-LOTE.
           MOVE SPACES TO WS-LOTE-PASADA.
           PERFORM VERIFICAR-LOTE-REGISTRADO.
           IF WS-LOTE-YA-CARGADO = 'S'
              DISPLAY "El lote " WS-LOTE-NRO " ya fue aplicado: "
                      "no se generan transferencias."
              STOP RUN.
           PERFORM LEO-VALIDACION.
           PERFORM CONTROLAR-REG-LOTE UNTIL FS-PINT = 10.
           CLOSE PAGINTF.
           IF WS-TRAILER-VISTO NOT = 'S'
              OR WS-LOTE-ERROR = 'S'
              OR WS-T-CANT-DECL NOT = WS-CANT-DET
              OR WS-T-TOTAL-DECL NOT = WS-TOT-DET
              DISPLAY "pagintf.dat incompleto o no balancea contra "
                      "el trailer: no se generan transferencias."
              STOP RUN.

       LEO-VALIDACION.
           READ PAGINTF.
           IF FS-PINT NOT = ZERO AND 10
              DISPLAY "Err leer pagintf: " FS-PINT
              STOP RUN.

       CONTROLAR-REG-LOTE.
           IF WS-TRAILER-VISTO = 'S'
              MOVE 'S' TO WS-LOTE-ERROR
           ELSE
              IF PINT-TIPO-REG = 'T'
                 MOVE 'S' TO WS-TRAILER-VISTO
                 MOVE PINT-T-CANT TO WS-T-CANT-DECL
                 MOVE PINT-T-TOTAL TO WS-T-TOTAL-DECL
              ELSE
                 IF PINT-TIPO-REG = 'D'
                    ADD 1 TO WS-CANT-DET
                    ADD PINT-MONTO TO WS-TOT-DET
                 ELSE
                    MOVE 'S' TO WS-LOTE-ERROR
                 END-IF
              END-IF
           END-IF.
           PERFORM LEO-VALIDACION.

       VERIFICAR-LOTE-REGISTRADO.
           MOVE 'N' TO WS-LOTE-YA-CARGADO.
           OPEN INPUT LOTES.
           IF FS-LOT = 35
              CONTINUE
           ELSE
              IF FS-LOT NOT = ZERO
                 DISPLAY "Err abrir lotes: " FS-LOT
                 STOP RUN
              END-IF
              PERFORM LEO-LOTE
              PERFORM COMPARAR-LOTE UNTIL FS-LOT = 10
              CLOSE LOTES
           END-IF.

       LEO-LOTE.
           READ LOTES.
           IF FS-LOT NOT = ZERO AND 10
              DISPLAY "Err leer lotes: " FS-LOT
              STOP RUN.

       COMPARAR-LOTE.
           IF LOT-ORIGEN = 'PAGO' AND LOT-NRO = WS-LOTE-NRO
              IF WS-LOTE-PASADA = SPACES
                 OR LOT-PASADA = WS-LOTE-PASADA
                 MOVE 'S' TO WS-LOTE-YA-CARGADO
              END-IF
           END-IF.
           PERFORM LEO-LOTE.

       VERIFICAR-PENDIENTES.
           OPEN INPUT TRFPEND.
           IF FS-TPN = 35
              CONTINUE
           ELSE
              IF FS-TPN NOT = ZERO
                 DISPLAY "Err abrir trfpend: " FS-TPN
                 STOP RUN
              END-IF
              PERFORM LEO-PENDIENTE
              IF FS-TPN = ZERO
                 DISPLAY "trfpend.dat tiene transferencias del lote "
                         TPN-LOTE " sin confirmar: no se generan "
                         "transferencias."
                 STOP RUN
              END-IF
              CLOSE TRFPEND
           END-IF.

       ABRIR-ARCHIVOS-GEN.
           MOVE SPACES TO WS-TRF-NOMBRE.
           STRING "transf"     DELIMITED BY SIZE
                  WS-LOTE-NRO  DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
                  INTO WS-TRF-NOMBRE
           END-STRING.
           OPEN INPUT FACTURAS.
           IF FS-FACT NOT = ZERO
              DISPLAY "Err abrir facturas: " FS-FACT
              STOP RUN.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV NOT = ZERO
              DISPLAY "Err abrir proveedores: " FS-PRV
              STOP RUN.
           OPEN OUTPUT TRFPEND.
           IF FS-TPN NOT = ZERO
              DISPLAY "Err abrir trfpend: " FS-TPN
              STOP RUN.
           OPEN OUTPUT LISTRF.
           IF FS-LISTRF NOT = ZERO
              DISPLAY "Err abrir " WS-LIS-NOMBRE ": " FS-LISTRF
              STOP RUN.
           PERFORM GEN-TABLA-CUENTAS.
           PERFORM GEN-TABLA-PERFILES.
           PERFORM IMPRIMIR-ENCABEZADO.

       GEN-TABLA-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FS-CTA NOT = ZERO
              DISPLAY "Err abrir cuentas: " FS-CTA
              STOP RUN.
           PERFORM LEO-CUENTA.
           PERFORM CARGAR-CUENTA UNTIL FS-CTA = 10.
           CLOSE CUENTAS.

       LEO-CUENTA.
           READ CUENTAS.
           IF FS-CTA NOT = ZERO AND 10
              DISPLAY "Err leer cuentas: " FS-CTA
              STOP RUN.

       CARGAR-CUENTA.
           IF CAN-CTAS >= MAX-CTAS
              DISPLAY "Err: cuentas.dat supera el limite de "
                      MAX-CTAS " cuentas soportadas"
              STOP RUN.
           ADD 1 TO CAN-CTAS.
           MOVE CTA-CUIT-CONS TO TAB-CTA-CUIT (CAN-CTAS).
           MOVE CTA-NRO-CTA TO TAB-CTA-NRO-CTA (CAN-CTAS).
           MOVE CTA-ENTIDAD TO TAB-CTA-ENTIDAD (CAN-CTAS).
           MOVE CTA-SUCURSAL TO TAB-CTA-SUCURSAL (CAN-CTAS).
           PERFORM LEO-CUENTA.

       GEN-TABLA-PERFILES.
           OPEN INPUT PERFPROV.
           IF FS-PRF = 35
              MOVE 'N' TO WS-HAY-PERFILES
           ELSE
              IF FS-PRF NOT = ZERO
                 DISPLAY "Err abrir perfprov: " FS-PRF
                 STOP RUN
              END-IF
              PERFORM LEO-PERFIL
              PERFORM CARGAR-PERFIL UNTIL FS-PRF = 10
              CLOSE PERFPROV
           END-IF.

       LEO-PERFIL.
           READ PERFPROV.
           IF FS-PRF NOT = ZERO AND 10
              DISPLAY "Err leer perfprov: " FS-PRF
              STOP RUN.

       CARGAR-PERFIL.
           IF CAN-PRF >= MAX-PRF
              DISPLAY "Err: perfprov.dat supera el limite de "
                      MAX-PRF " perfiles soportados"
              STOP RUN.
           ADD 1 TO CAN-PRF.
           MOVE PRF-COD-PROV TO TAB-PRF-COD-PROV (CAN-PRF).
           MOVE PRF-EXENTO TO TAB-PRF-EXENTO (CAN-PRF).
           MOVE PRF-ALIC-GAN TO TAB-PRF-ALIC-GAN (CAN-PRF).
           MOVE PRF-ALIC-IIBB TO TAB-PRF-ALIC-IIBB (CAN-PRF).
           PERFORM LEO-PERFIL.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISTRF.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISTRF.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISTRF.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISTRF.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       CHECK-WRITE-LISTRF.
           IF FS-LISTRF NOT = ZERO AND 10
              DISPLAY "Error al escribir " WS-LIS-NOMBRE ": "
                      FS-LISTRF
              STOP RUN.

       ARMAR-TRANSFERENCIAS SECTION.
           OPEN INPUT PAGINTF.
           IF FS-PINT NOT = ZERO
              DISPLAY "Err abrir pagintf: " FS-PINT
              STOP RUN.
           PERFORM LEO-INTERFAZ.
           PERFORM LIBERAR-PAGO UNTIL FS-PINT = 10.
           CLOSE PAGINTF.

       ARM-GRAL SECTION.
       LEO-INTERFAZ.
           READ PAGINTF.
           IF FS-PINT NOT = ZERO AND 10
              DISPLAY "Err leer pagintf: " FS-PINT
              STOP RUN.

       LIBERAR-PAGO.
           IF PINT-TIPO-REG = 'D'
              IF PINT-TIPO = 'N'
                 PERFORM GRABAR-NOTA-PENDIENTE
              ELSE
                 PERFORM ARMAR-TRANSFERENCIA
              END-IF
           END-IF.
           PERFORM LEO-INTERFAZ.

       GRABAR-NOTA-PENDIENTE.
           MOVE ZERO TO TPN-NRO-TRF.
           MOVE ZERO TO TPN-NRO-CTA.
           MOVE PINT-COD-PROV TO TPN-COD-PROV.
           MOVE PINT-NRO-FACT TO TPN-NRO-FACT.
           MOVE PINT-TIPO TO TPN-TIPO.
           MOVE PINT-FECHA-PAGO TO TPN-FECHA-PAGO.
           MOVE PINT-MONTO TO TPN-MONTO.
           MOVE ZERO TO TPN-NETO.
           PERFORM GRABAR-PENDIENTE.
           ADD 1 TO cantNotas.

       ARMAR-TRANSFERENCIA.
           MOVE SPACES TO WS-MOTIVO-EXC.
           IF PINT-TIPO NOT = 'P'
              MOVE 'TIPO DE PAGO INVALIDO' TO WS-MOTIVO-EXC.
           IF WS-MOTIVO-EXC = SPACES
              PERFORM BUSCAR-FACTURA
              IF WS-FACT-HALLADA NOT = 'S'
                 MOVE 'FACTURA INEXISTENTE' TO WS-MOTIVO-EXC
              END-IF
           END-IF.
           IF WS-MOTIVO-EXC = SPACES
              PERFORM BUSCAR-CUENTA
              IF WS-CTA-HALLADA NOT = 'S'
                 MOVE 'CONSORCIO SIN CUENTA BANCARIA'
                   TO WS-MOTIVO-EXC
              END-IF
           END-IF.
           IF WS-MOTIVO-EXC = SPACES
              PERFORM BUSCAR-PROVEEDOR
              IF WS-PRV-HALLADO NOT = 'S'
                 MOVE 'PROVEEDOR INEXISTENTE' TO WS-MOTIVO-EXC
              ELSE
                 IF PRV-CBU = ZERO
                    MOVE 'PROVEEDOR SIN CBU' TO WS-MOTIVO-EXC
                 END-IF
              END-IF
           END-IF.
           IF WS-MOTIVO-EXC = SPACES
              PERFORM CALCULAR-NETO
              PERFORM LIBERAR-TRANSFERENCIA
           ELSE
              PERFORM IMPRIMIR-EXCLUIDO
           END-IF.

       BUSCAR-FACTURA.
           MOVE 'N' TO WS-FACT-HALLADA.
           MOVE PINT-COD-PROV TO FACT-COD-PROV.
           START FACTURAS KEY >= FACT-COD-PROV.
           IF NOT FS-FACT EQUAL TO ZERO
              IF FS-FACT = 23
                 CONTINUE
              ELSE
                 DISPLAY "Err al buscar facturas" FS-FACT
                 STOP RUN
              END-IF
           ELSE
              PERFORM LEER-PROX-FACT
              PERFORM COMPARAR-FACT-REGS UNTIL FS-FACT = 10 OR
                      WS-FACT-HALLADA = 'S' OR
                      FACT-COD-PROV NOT = PINT-COD-PROV
           END-IF.

       LEER-PROX-FACT.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       COMPARAR-FACT-REGS.
           IF FACT-NRO-FACT = PINT-NRO-FACT
              MOVE 'S' TO WS-FACT-HALLADA
           ELSE
              PERFORM LEER-PROX-FACT
           END-IF.

       BUSCAR-CUENTA.
           MOVE 'N' TO WS-CTA-HALLADA.
           MOVE 1 TO WS-CTA-IDX.
           PERFORM REVISAR-CUENTA
                   UNTIL WS-CTA-IDX > CAN-CTAS
                   OR WS-CTA-HALLADA = 'S'.

       REVISAR-CUENTA.
           IF TAB-CTA-CUIT (WS-CTA-IDX) = FACT-CUIT-CONS
              MOVE 'S' TO WS-CTA-HALLADA
           ELSE
              ADD 1 TO WS-CTA-IDX
           END-IF.

       BUSCAR-PROVEEDOR.
           MOVE 'N' TO WS-PRV-HALLADO.
           MOVE PINT-COD-PROV TO PRV-COD-PROV.
           READ PROVEEDORES.
           IF FS-PRV = ZERO
              MOVE 'S' TO WS-PRV-HALLADO
           ELSE
              IF FS-PRV NOT = 23
                 DISPLAY "Err leer proveedores: " FS-PRV
                 STOP RUN
              END-IF
           END-IF.

       CALCULAR-NETO.
           MOVE 0 TO WS-RET-GAN.
           MOVE 0 TO WS-RET-IIBB.
           PERFORM BUSCAR-PERFIL.
           IF WS-PRF-HALLADO = 'S'
              AND TAB-PRF-EXENTO (WS-PRF-IDX) NOT = 'S'
              IF PINT-MONTO > MINIMO-GAN
                 AND TAB-PRF-ALIC-GAN (WS-PRF-IDX) > ZERO
                 COMPUTE WS-BASE-GAN = PINT-MONTO - MINIMO-GAN
                 COMPUTE WS-RET-GAN ROUNDED = WS-BASE-GAN
                         * TAB-PRF-ALIC-GAN (WS-PRF-IDX) / 100
              END-IF
              IF PINT-MONTO > MINIMO-IIBB
                 AND TAB-PRF-ALIC-IIBB (WS-PRF-IDX) > ZERO
                 COMPUTE WS-RET-IIBB ROUNDED = PINT-MONTO
                         * TAB-PRF-ALIC-IIBB (WS-PRF-IDX) / 100
              END-IF
           END-IF.
           COMPUTE WS-NETO-PAGO = PINT-MONTO - WS-RET-GAN
                   - WS-RET-IIBB.

       BUSCAR-PERFIL.
           MOVE 'N' TO WS-PRF-HALLADO.
           IF WS-HAY-PERFILES = 'S'
              MOVE 1 TO WS-PRF-IDX
              PERFORM REVISAR-PERFIL
                      UNTIL WS-PRF-IDX > CAN-PRF
                      OR WS-PRF-HALLADO = 'S'
           END-IF.

       REVISAR-PERFIL.
           IF TAB-PRF-COD-PROV (WS-PRF-IDX) = PINT-COD-PROV
              MOVE 'S' TO WS-PRF-HALLADO
           ELSE
              ADD 1 TO WS-PRF-IDX
           END-IF.

       LIBERAR-TRANSFERENCIA.
           MOVE TAB-CTA-NRO-CTA (WS-CTA-IDX) TO SD-NRO-CTA.
           MOVE TAB-CTA-ENTIDAD (WS-CTA-IDX) TO SD-ENTIDAD.
           MOVE TAB-CTA-SUCURSAL (WS-CTA-IDX) TO SD-SUCURSAL.
           MOVE FACT-CUIT-CONS TO SD-CUIT-CONS.
           MOVE PINT-COD-PROV TO SD-COD-PROV.
           MOVE PINT-NRO-FACT TO SD-NRO-FACT.
           MOVE PRV-CBU TO SD-CBU.
           IF PRV-CUIT-TITULAR = ZERO
              MOVE PRV-CUIT TO SD-CUIT-TITULAR
           ELSE
              MOVE PRV-CUIT-TITULAR TO SD-CUIT-TITULAR
           END-IF.
           MOVE PRV-RAZON-SOCIAL TO SD-RAZON-SOCIAL.
           MOVE PINT-FECHA-PAGO TO SD-FECHA-PAGO.
           MOVE PINT-MONTO TO SD-MONTO.
           MOVE WS-NETO-PAGO TO SD-NETO.
           RELEASE REG-SORT.

       IMPRIMIR-EXCLUIDO.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE PINT-COD-PROV TO PX1-COD-PROV.
           MOVE PINT-NRO-FACT TO PX1-NRO-FACT.
           MOVE PINT-MONTO TO PX1-MONTO.
           MOVE WS-MOTIVO-EXC TO PX1-MOTIVO.
           WRITE LINEA FROM PX1-EXC.
           PERFORM CHECK-WRITE-LISTRF.
           ADD 1 TO cantLineas.
           ADD 1 TO cantExcluidas.
           ADD PINT-MONTO TO WS-TOT-EXCLUIDO.

       GRABAR-PENDIENTE.
           MOVE WS-LOTE-NRO TO TPN-LOTE.
           MOVE ZERO TO TPN-PASADA.
           WRITE REG-TPN.
           IF FS-TPN NOT = ZERO
              DISPLAY "Error al escribir trfpend: " FS-TPN
              STOP RUN.

       GENERAR-TRANSFERENCIAS SECTION.
           OPEN OUTPUT TRANSF.
           IF FS-TRF NOT = ZERO
              DISPLAY "Err abrir " WS-TRF-NOMBRE ": " FS-TRF
              STOP RUN.
           PERFORM LEER-DATOS.
           PERFORM CICLO-CUENTA UNTIL FS-SORT = 10.
           IF cantLineas >= 53
              PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTAL-GEN.
           CLOSE FACTURAS.
           CLOSE PROVEEDORES.
           CLOSE TRANSF.
           CLOSE TRFPEND.
           CLOSE LISTRF.
           PERFORM CONSUMIR-PAGINTF.
           DISPLAY "Lote " WS-LOTE-NRO ": " cantTransferencias
                   " transferencias en " WS-TRF-NOMBRE
                   ", excluidos " cantExcluidas ".".
           STOP RUN.

       GEN-GRAL SECTION.
       CONSUMIR-PAGINTF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PINT-USADO
                                             WS-ARCH-DETALLE.
           IF RETURN-CODE = ZERO
              CALL "CBL_DELETE_FILE" USING WS-PINT-USADO
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "No se pudo borrar " WS-PINT-USADO
                 STOP RUN
              END-IF
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-PINT-NOMBRE
                                        WS-PINT-USADO.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No se pudo renombrar " WS-PINT-NOMBRE
              STOP RUN.

       LEER-DATOS.
           RETURN TRF-SORT AT END MOVE 10 TO FS-SORT.

       CICLO-CUENTA.
           MOVE SD-NRO-CTA TO WS-CTA-ACTUAL.
           MOVE 0 TO WS-CTA-CANT.
           MOVE 0 TO WS-CTA-TOTAL.
           MOVE SPACES TO REG-TRF-H.
           MOVE 'H' TO TRF-TIPO-REG.
           MOVE SD-ENTIDAD TO TRF-H-ENTIDAD.
           MOVE SD-SUCURSAL TO TRF-H-SUCURSAL.
           MOVE SD-NRO-CTA TO TRF-H-NRO-CTA.
           MOVE SD-CUIT-CONS TO TRF-H-CUIT-CONS.
           MOVE WS-LOTE-NRO TO TRF-H-LOTE.
           MOVE FECHA TO TRF-H-FECHA.
           PERFORM GRABAR-TRANSF.
           IF cantLineas >= 58
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE SD-NRO-CTA TO PC1-NRO-CTA.
           MOVE SD-ENTIDAD TO PC1-ENTIDAD.
           MOVE SD-SUCURSAL TO PC1-SUCURSAL.
           MOVE SD-CUIT-CONS TO PC1-CUIT.
           WRITE LINEA FROM PC1-CTA.
           PERFORM CHECK-WRITE-LISTRF.
           ADD 1 TO cantLineas.
           PERFORM CICLO-TRANSFERENCIA UNTIL FS-SORT = 10
                   OR SD-NRO-CTA NOT = WS-CTA-ACTUAL.
           MOVE SPACES TO REG-TRF-T.
           MOVE 'T' TO TRF-TIPO-REG.
           MOVE WS-CTA-ACTUAL TO TRF-T-NRO-CTA.
           MOVE WS-CTA-CANT TO TRF-T-CANT.
           MOVE WS-CTA-TOTAL TO TRF-T-TOTAL.
           PERFORM GRABAR-TRANSF.
           MOVE WS-CTA-CANT TO PD2-CANT.
           MOVE WS-CTA-TOTAL TO PD2-TOTAL.
           WRITE LINEA FROM PD2-TOT.
           PERFORM CHECK-WRITE-LISTRF.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISTRF.
           ADD 2 TO cantLineas.

       CICLO-TRANSFERENCIA.
           ADD 1 TO WS-NRO-TRF.
           MOVE SPACES TO REG-TRF.
           MOVE 'D' TO TRF-TIPO-REG.
           MOVE WS-NRO-TRF TO TRF-NRO-TRF.
           MOVE SD-CBU TO TRF-CBU.
           MOVE SD-CUIT-TITULAR TO TRF-CUIT-TITULAR.
           MOVE SD-NETO TO TRF-IMPORTE.
           MOVE SD-COD-PROV TO TRF-REF-PROV.
           MOVE SD-NRO-FACT TO TRF-REF-FACT.
           MOVE SD-FECHA-PAGO TO TRF-FECHA.
           PERFORM GRABAR-TRANSF.
           MOVE WS-NRO-TRF TO TPN-NRO-TRF.
           MOVE SD-NRO-CTA TO TPN-NRO-CTA.
           MOVE SD-COD-PROV TO TPN-COD-PROV.
           MOVE SD-NRO-FACT TO TPN-NRO-FACT.
           MOVE 'P' TO TPN-TIPO.
           MOVE SD-FECHA-PAGO TO TPN-FECHA-PAGO.
           MOVE SD-MONTO TO TPN-MONTO.
           MOVE SD-NETO TO TPN-NETO.
           PERFORM GRABAR-PENDIENTE.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-NRO-TRF TO PD1-NRO-TRF.
           MOVE SD-COD-PROV TO PD1-COD-PROV.
           MOVE SD-NRO-FACT TO PD1-NRO-FACT.
           MOVE SD-RAZON-SOCIAL TO PD1-RAZON.
           MOVE SD-CBU TO PD1-CBU.
           MOVE SD-MONTO TO PD1-BRUTO.
           MOVE SD-NETO TO PD1-NETO.
           WRITE LINEA FROM PD1-DET.
           PERFORM CHECK-WRITE-LISTRF.
           ADD 1 TO cantLineas.
           ADD 1 TO WS-CTA-CANT.
           ADD SD-NETO TO WS-CTA-TOTAL.
           ADD SD-NETO TO WS-TOT-NETO.
           ADD SD-MONTO TO WS-TOT-BRUTO.
           ADD 1 TO cantTransferencias.
           PERFORM LEER-DATOS.

       GRABAR-TRANSF.
           WRITE REG-TRF.
           IF FS-TRF NOT = ZERO
              DISPLAY "Error al escribir " WS-TRF-NOMBRE ": " FS-TRF
              STOP RUN.

       IMPRIMIR-TOTAL-GEN.
           MOVE cantTransferencias TO PF1-TOTAL.
           WRITE LINEA FROM PF-FINAL-1.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE WS-TOT-NETO TO PF2-TOTAL.
           WRITE LINEA FROM PF-FINAL-2.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE WS-TOT-BRUTO TO PF3-TOTAL.
           WRITE LINEA FROM PF-FINAL-3.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE cantExcluidas TO PF4-TOTAL.
           WRITE LINEA FROM PF-FINAL-4.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE WS-TOT-EXCLUIDO TO PF5-TOTAL.
           WRITE LINEA FROM PF-FINAL-5.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE cantNotas TO PF6-TOTAL.
           WRITE LINEA FROM PF-FINAL-6.
           PERFORM CHECK-WRITE-LISTRF.

       CONF-GRAL SECTION.
       CONFIRMAR-TRANSFERENCIAS.
           PERFORM VERIFICAR-PAGINTF-ANTERIOR.
           PERFORM GEN-TABLA-CONFIRMACIONES.
           OPEN INPUT TRFPEND.
           IF FS-TPN = 35
              DISPLAY "No existe trfpend.dat: no hay transferencias "
                      "pendientes de confirmar."
              STOP RUN.
           IF FS-TPN NOT = ZERO
              DISPLAY "Err abrir trfpend: " FS-TPN
              STOP RUN.
           PERFORM LEO-PENDIENTE.
           IF FS-TPN = 10
              DISPLAY "trfpend.dat vacio: no hay transferencias "
                      "pendientes de confirmar."
              STOP RUN.
           MOVE TPN-LOTE TO WS-LOTE-NRO.
           MOVE WS-LOTE-NRO TO PE3-LOTE.
           IF TPN-PASADA IS NUMERIC
              MOVE TPN-PASADA TO WS-PASADA
           ELSE
              MOVE ZERO TO WS-PASADA
           END-IF.
           ADD 1 TO WS-PASADA.
           MOVE WS-PASADA TO WS-LOTE-PASADA.
           OPEN OUTPUT TRFNUEVO.
           IF FS-TPNN NOT = ZERO
              DISPLAY "Err abrir trfpend.tmp: " FS-TPNN
              STOP RUN.
           OPEN OUTPUT PAGINTF.
           IF FS-PINT NOT = ZERO
              DISPLAY "Err abrir pagintf: " FS-PINT
              STOP RUN.
           OPEN OUTPUT LISTRF.
           IF FS-LISTRF NOT = ZERO
              DISPLAY "Err abrir " WS-LIS-NOMBRE ": " FS-LISTRF
              STOP RUN.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO REG-PINT-H.
           MOVE 'H' TO PINT-TIPO-REG.
           MOVE WS-LOTE-NRO TO PINT-H-LOTE.
           MOVE FECHA TO PINT-H-FECHA.
           MOVE WS-LOTE-PASADA TO PINT-H-PASADA.
           PERFORM GRABAR-PAGINTF.
           PERFORM CICLO-PENDIENTE UNTIL FS-TPN = 10.
           PERFORM LISTAR-DESCONOCIDAS.
           MOVE SPACES TO REG-PINT-T.
           MOVE 'T' TO PINT-TIPO-REG.
           MOVE WS-PINT-CANT TO PINT-T-CANT.
           MOVE WS-PINT-TOTAL TO PINT-T-TOTAL.
           PERFORM GRABAR-PAGINTF.
           IF cantLineas >= 53
              PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTAL-CONF.
           CLOSE TRFPEND.
           CLOSE TRFNUEVO.
           CLOSE PAGINTF.
           CLOSE LISTRF.
           PERFORM REEMPLAZAR-PENDIENTES.
           DISPLAY "Lote " WS-LOTE-NRO " pasada " WS-LOTE-PASADA ": "
                   cantConfirmadas " confirmadas, " cantRechazadas
                   " rechazadas, " cantSinRespuesta
                   " sin respuesta quedan pendientes.".

       VERIFICAR-PAGINTF-ANTERIOR.
           OPEN INPUT PAGINTF.
           IF FS-PINT = 35
              CONTINUE
           ELSE
              IF FS-PINT NOT = ZERO
                 DISPLAY "Err abrir pagintf: " FS-PINT
                 STOP RUN
              END-IF
              READ PAGINTF
              IF FS-PINT = ZERO AND PINT-TIPO-REG = 'H'
                 AND PINT-H-PASADA IS NUMERIC
                 MOVE PINT-H-LOTE TO WS-LOTE-NRO
                 MOVE PINT-H-PASADA TO WS-LOTE-PASADA
                 PERFORM VERIFICAR-LOTE-REGISTRADO
                 IF WS-LOTE-YA-CARGADO NOT = 'S'
                    DISPLAY "pagintf.dat tiene el lote " WS-LOTE-NRO
                            " pasada " WS-LOTE-PASADA " sin aplicar: "
                            "ejecute ALGO4PAG antes de confirmar."
                    STOP RUN
                 END-IF
              END-IF
              CLOSE PAGINTF
           END-IF.

       REEMPLAZAR-PENDIENTES.
           CALL "CBL_DELETE_FILE" USING WS-TPN-NOMBRE.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No se pudo reemplazar " WS-TPN-NOMBRE
              STOP RUN.
           CALL "CBL_RENAME_FILE" USING WS-TPN-TMP
                                        WS-TPN-NOMBRE.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No se pudo renombrar " WS-TPN-TMP
              STOP RUN.

       GEN-TABLA-CONFIRMACIONES.
           OPEN INPUT CONFIRM.
           IF FS-CNF NOT = ZERO
              DISPLAY "Err abrir " WS-CNF-NOMBRE ": " FS-CNF
              STOP RUN.
           PERFORM LEO-CONFIRMACION.
           PERFORM CARGAR-CONFIRMACION UNTIL FS-CNF = 10.
           CLOSE CONFIRM.

       LEO-CONFIRMACION.
           READ CONFIRM.
           IF FS-CNF NOT = ZERO AND 10
              DISPLAY "Err leer " WS-CNF-NOMBRE ": " FS-CNF
              STOP RUN.

       CARGAR-CONFIRMACION.
           IF CAN-CNF >= MAX-CNF
              DISPLAY "Err: " WS-CNF-NOMBRE " supera el limite de "
                      MAX-CNF " confirmaciones soportadas"
              STOP RUN.
           ADD 1 TO CAN-CNF.
           MOVE CNF-LOTE TO TAB-CNF-LOTE (CAN-CNF).
           MOVE CNF-NRO-TRF TO TAB-CNF-NRO-TRF (CAN-CNF).
           MOVE CNF-NRO-CTA TO TAB-CNF-NRO-CTA (CAN-CNF).
           MOVE CNF-IMPORTE TO TAB-CNF-IMPORTE (CAN-CNF).
           MOVE CNF-ESTADO TO TAB-CNF-ESTADO (CAN-CNF).
           MOVE CNF-MOTIVO TO TAB-CNF-MOTIVO (CAN-CNF).
           MOVE CNF-FECHA TO TAB-CNF-FECHA (CAN-CNF).
           MOVE 'N' TO TAB-CNF-USADA (CAN-CNF).
           PERFORM LEO-CONFIRMACION.

       LEO-PENDIENTE.
           READ TRFPEND.
           IF FS-TPN NOT = ZERO AND 10
              DISPLAY "Err leer trfpend: " FS-TPN
              STOP RUN.

       CICLO-PENDIENTE.
           IF TPN-TIPO = 'N'
              MOVE TPN-FECHA-PAGO TO PINT-FECHA-PAGO
              PERFORM ENVIAR-A-PAGINTF
           ELSE
              PERFORM BUSCAR-CONFIRMACION
              PERFORM EVALUAR-CONFIRMACION
           END-IF.
           PERFORM LEO-PENDIENTE.

       BUSCAR-CONFIRMACION.
           MOVE 'N' TO WS-CNF-HALLADA.
           MOVE 1 TO WS-CNF-IDX.
           PERFORM REVISAR-CONFIRMACION
                   UNTIL WS-CNF-IDX > CAN-CNF
                   OR WS-CNF-HALLADA = 'S'.

       REVISAR-CONFIRMACION.
           IF TAB-CNF-LOTE (WS-CNF-IDX) = TPN-LOTE
              AND TAB-CNF-NRO-TRF (WS-CNF-IDX) = TPN-NRO-TRF
              AND TAB-CNF-USADA (WS-CNF-IDX) = 'N'
              MOVE 'S' TO WS-CNF-HALLADA
              MOVE 'S' TO TAB-CNF-USADA (WS-CNF-IDX)
           ELSE
              ADD 1 TO WS-CNF-IDX
           END-IF.

       EVALUAR-CONFIRMACION.
           MOVE SPACES TO PX2-DETALLE.
           IF WS-CNF-HALLADA NOT = 'S'
              MOVE 'SIN RESP.:' TO PX2-LEYENDA
              MOVE 'SIN RESPUESTA DEL BANCO' TO PX2-DETALLE
              PERFORM RETENER-PENDIENTE
              ADD 1 TO cantSinRespuesta
           ELSE
              IF TAB-CNF-ESTADO (WS-CNF-IDX) = 'A'
                 AND TAB-CNF-IMPORTE (WS-CNF-IDX) = TPN-NETO
                 MOVE TAB-CNF-FECHA (WS-CNF-IDX) TO PINT-FECHA-PAGO
                 PERFORM ENVIAR-A-PAGINTF
                 MOVE 'CONFIRM.: ' TO PX2-LEYENDA
                 MOVE 'ACREDITADA' TO PX2-DETALLE
                 ADD 1 TO cantConfirmadas
              ELSE
                 MOVE 'RECHAZO:  ' TO PX2-LEYENDA
                 IF TAB-CNF-ESTADO (WS-CNF-IDX) = 'A'
                    MOVE 'IMPORTE ACREDITADO DIFIERE DEL ENVIADO'
                      TO PX2-DETALLE
                 ELSE
                    STRING 'RECHAZADA POR EL BANCO MOTIVO '
                                      DELIMITED BY SIZE
                           TAB-CNF-MOTIVO (WS-CNF-IDX)
                                      DELIMITED BY SIZE
                           INTO PX2-DETALLE
                    END-STRING
                 END-IF
                 ADD 1 TO cantRechazadas
              END-IF
           END-IF.
           MOVE TPN-NRO-TRF TO PX2-NRO-TRF.
           MOVE TPN-COD-PROV TO PX2-COD-PROV.
           MOVE TPN-NRO-FACT TO PX2-NRO-FACT.
           MOVE TPN-NETO TO PX2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONF.

       RETENER-PENDIENTE.
           MOVE WS-PASADA TO TPN-PASADA.
           WRITE REG-TPN-NUE FROM REG-TPN.
           IF FS-TPNN NOT = ZERO
              DISPLAY "Error al escribir trfpend.tmp: " FS-TPNN
              STOP RUN.

       ENVIAR-A-PAGINTF.
           MOVE 'D' TO PINT-TIPO-REG.
           MOVE TPN-COD-PROV TO PINT-COD-PROV.
           MOVE TPN-NRO-FACT TO PINT-NRO-FACT.
           MOVE TPN-TIPO TO PINT-TIPO.
           MOVE TPN-MONTO TO PINT-MONTO.
           PERFORM GRABAR-PAGINTF.
           ADD 1 TO WS-PINT-CANT.
           ADD TPN-MONTO TO WS-PINT-TOTAL.

       GRABAR-PAGINTF.
           WRITE REG-PINT.
           IF FS-PINT NOT = ZERO
              DISPLAY "Error al escribir pagintf: " FS-PINT
              STOP RUN.

       LISTAR-DESCONOCIDAS.
           MOVE 1 TO WS-CNF-IDX.
           PERFORM REVISAR-DESCONOCIDA UNTIL WS-CNF-IDX > CAN-CNF.

       REVISAR-DESCONOCIDA.
           IF TAB-CNF-USADA (WS-CNF-IDX) = 'N'
              MOVE 'DESCONOC.:' TO PX2-LEYENDA
              MOVE TAB-CNF-NRO-TRF (WS-CNF-IDX) TO PX2-NRO-TRF
              MOVE ZERO TO PX2-COD-PROV
              MOVE ZERO TO PX2-NRO-FACT
              MOVE TAB-CNF-IMPORTE (WS-CNF-IDX) TO PX2-IMPORTE
              MOVE 'CONFIRMACION SIN TRANSFERENCIA DEL LOTE'
                TO PX2-DETALLE
              PERFORM IMPRIMIR-LINEA-CONF
              ADD 1 TO cantDesconocidas
           END-IF.
           ADD 1 TO WS-CNF-IDX.

       IMPRIMIR-LINEA-CONF.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PX2-CNF.
           PERFORM CHECK-WRITE-LISTRF.
           ADD 1 TO cantLineas.

       IMPRIMIR-TOTAL-CONF.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE cantConfirmadas TO PG1-TOTAL.
           WRITE LINEA FROM PG-FINAL-1.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE cantRechazadas TO PG2-TOTAL.
           WRITE LINEA FROM PG-FINAL-2.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE cantSinRespuesta TO PG3-TOTAL.
           WRITE LINEA FROM PG-FINAL-3.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE cantDesconocidas TO PG4-TOTAL.
           WRITE LINEA FROM PG-FINAL-4.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE WS-PINT-CANT TO PG5-TOTAL.
           WRITE LINEA FROM PG-FINAL-5.
           PERFORM CHECK-WRITE-LISTRF.
           MOVE WS-PINT-TOTAL TO PG6-TOTAL.
           WRITE LINEA FROM PG-FINAL-6.
           PERFORM CHECK-WRITE-LISTRF.
