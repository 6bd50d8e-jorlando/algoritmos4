       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4CON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRACTO ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-EXT.
           SELECT CUENTAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTAS.
           SELECT COBRANZAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-COB.
           SELECT FACTURAS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FACT-COD-PROV
                                     WITH DUPLICATES
                                FILE STATUS IS FS-FACT.
           SELECT PAGOS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PAG-CLAVE
                                FILE STATUS IS FS-PAG.
           SELECT RETENC ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-RET.
           SELECT LISCON ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISCON.

       DATA DIVISION.
       FILE SECTION.

       FD EXTRACTO LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   WS-EXT-NOMBRE.

       01 REG-EXT.
           03 EXT-TIPO-REG                    PIC X(01).
           03 EXT-FECHA                       PIC 9(08).
           03 EXT-TIPO                        PIC X(01).
           03 EXT-IMPORTE                     PIC 9(9)V99.
           03 EXT-REFERENCIA                  PIC X(15).
           03 EXT-CONCEPTO                    PIC X(20).

       01 REG-EXT-H.
           03 FILLER                          PIC X(01).
           03 EXT-H-NRO-CTA                   PIC 9(08).
           03 EXT-H-DESDE                     PIC 9(08).
           03 EXT-H-HASTA                     PIC 9(08).
           03 EXT-H-SALDO                     PIC 9(11)V99.
           03 EXT-H-SIGNO                     PIC X(01).
           03 FILLER                          PIC X(18).

       01 REG-EXT-T.
           03 FILLER                          PIC X(01).
           03 EXT-T-CANT                      PIC 9(06).
           03 EXT-T-SALDO                     PIC 9(11)V99.
           03 EXT-T-SIGNO                     PIC X(01).
           03 FILLER                          PIC X(36).

       FD CUENTAS LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "cuentas.dat".

       01 CTA.
           03 CTA-CUIT-CONS               PIC 9(15).
           03 CTA-NRO-CTA                 PIC 9(08).
           03 CTA-FECHA-ALTA              PIC X(10).
           03 CTA-ENTIDAD                 PIC 9(03).
           03 CTA-SUCURSAL                PIC 9(03).

       FD COBRANZAS LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS
                    "cobranzas.dat".

       01 REG-COB.
           03 COB-CUIT-CONS               PIC 9(15).
           03 COB-PERIODO                 PIC 9(06).
           03 COB-FECHA                   PIC 9(08).
           03 COB-NRO-CTA                 PIC 9(08).
           03 COB-IMPORTE                 PIC 9(9)V99.
           03 COB-ESTADO                  PIC X(01).
           03 COB-MOTIVO                  PIC X(02).

       FD FACTURAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "facturas.dat".

       01 FACT.
           03 FACT-COD-PROV                   PIC 9(08).
           03 FACT-NRO-FACT                   PIC 9(08).
           03 FACT-CUIT-CONS                  PIC 9(15).
           03 FACT-FECHA                      PIC 9(08).
           03 FACT-MONTO                      PIC 9(7)V99.

       FD PAGOS LABEL RECORD IS STANDARD
                VALUE OF FILE-ID IS
                "pagos.dat".

       01 PAG.
           03 PAG-CLAVE.
              05 PAG-COD-PROV                 PIC 9(08).
              05 PAG-NRO-FACT                 PIC 9(08).
              05 PAG-NRO-MOV                  PIC 9(03).
           03 PAG-TIPO                        PIC X(01).
           03 PAG-FECHA-PAGO                  PIC 9(08).
           03 PAG-MONTO                       PIC 9(7)V99.

       FD RETENC LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "retenciones.dat".

       01 REG-RET.
           03 RET-COD-PROV                    PIC 9(08).
           03 RET-NRO-FACT                    PIC 9(08).
           03 RET-FECHA                       PIC 9(08).
           03 RET-PERIODO                     PIC 9(06).
           03 RET-IMPUESTO                    PIC X(03).
           03 RET-JURISDIC                    PIC 9(02).
           03 RET-BASE                        PIC 9(7)V99.
           03 RET-IMPORTE                     PIC 9(7)V99.

       FD LISCON LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisConcil".
       01 LINEA                               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-EXT                PIC XX.
       77 FS-CTAS               PIC XX.
       77 FS-COB                PIC XX.
       77 FS-FACT               PIC XX.
       77 FS-PAG                PIC XX.
       77 FS-RET                PIC XX.
       77 FS-LISCON             PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-KEY           PIC X(05).
       77 WS-PARM-VALOR         PIC X(75).
       77 WS-EXT-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-HAY-FACTURAS       PIC X VALUE 'S'.
       77 WS-HAY-PAGOS          PIC X VALUE 'S'.
       77 WS-FACT-HALLADA       PIC X VALUE 'N'.
       77 WS-CTA-HALLADA        PIC X VALUE 'N'.
       77 WS-SIS-HALLADO        PIC X VALUE 'N'.
       77 WS-PASADA             PIC 9 VALUE 1.
       77 WS-NRO-CTA            PIC 9(08).
       77 WS-CUIT-CTA           PIC 9(15).
       77 WS-DESDE              PIC 9(08).
       77 WS-HASTA              PIC 9(08).
       77 WS-SALDO-INI          PIC S9(11)V99 VALUE 0.
       77 WS-SALDO-FIN-DECL     PIC S9(11)V99 VALUE 0.
       77 WS-SALDO-FIN-CALC     PIC S9(11)V99 VALUE 0.
       77 WS-SALDO-CONCIL       PIC S9(11)V99 VALUE 0.
       77 WS-HAY-TRAILER        PIC X VALUE 'N'.
       77 WS-TOT-CRED-BCO       PIC 9(11)V99 VALUE 0.
       77 WS-TOT-DEB-BCO        PIC 9(11)V99 VALUE 0.
       77 WS-TOT-CRED-PEND-BCO  PIC 9(11)V99 VALUE 0.
       77 WS-TOT-DEB-PEND-BCO   PIC 9(11)V99 VALUE 0.
       77 WS-TOT-COB-PEND-SIS   PIC 9(11)V99 VALUE 0.
       77 WS-TOT-PAG-PEND-SIS   PIC 9(11)V99 VALUE 0.
       77 CAN-BCO               PIC 9(04) VALUE 0.
       77 MAX-BCO               PIC 9(04) VALUE 2000.
       77 WS-BCO-IDX            PIC 9(04).
       77 CAN-SIS               PIC 9(04) VALUE 0.
       77 MAX-SIS               PIC 9(04) VALUE 2000.
       77 WS-SIS-IDX            PIC 9(04).
       77 CAN-CTAS              PIC 9(04) VALUE 0.
       77 MAX-CTAS              PIC 9(04) VALUE 1000.
       77 WS-CTA-IDX            PIC 9(04).
       77 WS-CANT-PEND          PIC 9(04) VALUE 0.
       77 cantCuentas           PIC 9(05) VALUE 0.
       77 cantCtasNoReg         PIC 9(05) VALUE 0.
       77 cantCtasDifSaldo      PIC 9(05) VALUE 0.
       77 cantConciliadas       PIC 9(05) VALUE 0.
       77 cantPendBanco         PIC 9(05) VALUE 0.
       77 cantPendSistema       PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 99 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

       01 TAB-CUENTAS.
          03 TAB-CTA-ELM OCCURS 1000 TIMES.
             05 TAB-CTA-NRO-CTA           PIC 9(08).
             05 TAB-CTA-CUIT              PIC 9(15).

       01 TAB-BANCO.
          03 TAB-BCO-ELM OCCURS 2000 TIMES.
             05 TAB-BCO-FECHA             PIC 9(08).
             05 TAB-BCO-TIPO              PIC X(01).
             05 TAB-BCO-IMPORTE           PIC 9(9)V99.
             05 TAB-BCO-CUIT              PIC 9(15).
             05 TAB-BCO-CONCEPTO          PIC X(20).
             05 TAB-BCO-SIS               PIC 9(04).

       01 TAB-SISTEMA.
          03 TAB-SIS-ELM OCCURS 2000 TIMES.
             05 TAB-SIS-TIPO              PIC X(01).
             05 TAB-SIS-FECHA             PIC 9(08).
             05 TAB-SIS-IMPORTE           PIC S9(9)V99.
             05 TAB-SIS-CUIT              PIC 9(15).
             05 TAB-SIS-COD-PROV          PIC 9(08).
             05 TAB-SIS-NRO-FACT          PIC 9(08).
             05 TAB-SIS-USADO             PIC X(01).

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
          03 FILLER   PIC X(22) VALUE ALL ' '.
          03 FILLER   PIC X(36)
                      VALUE 'CONCILIACION BANCARIA DE CUENTAS'.

       01 PC1-CTA.
          03 FILLER          PIC X(08) VALUE 'CUENTA: '.
          03 PC1-NRO-CTA     PIC 9(08).
          03 FILLER          PIC X(08) VALUE '  CUIT: '.
          03 PC1-CUIT        PIC 9(15).
          03 FILLER          PIC X(09) VALUE '  DESDE: '.
          03 PC1-DESDE       PIC 9(08).
          03 FILLER          PIC X(09) VALUE '  HASTA: '.
          03 PC1-HASTA       PIC 9(08).

       01 PC2-NOREG.
          03 FILLER          PIC X(50) VALUE
             '    *** CUENTA NO REGISTRADA EN cuentas.dat ***'.

       01 PC3-TIT.
          03 FILLER          PIC X(04) VALUE ALL ' '.
          03 PC3-TITULO      PIC X(50).

       01 PD1-CONC.
          03 FILLER          PIC X(04) VALUE ALL ' '.
          03 PD1-FECHA-BCO   PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-TIPO        PIC X(01).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-IMPORTE     PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(08) VALUE '  SIST: '.
          03 PD1-FECHA-SIS   PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-REFER       PIC X(30).

       01 PD2-BCO.
          03 FILLER          PIC X(04) VALUE ALL ' '.
          03 PD2-FECHA       PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD2-TIPO        PIC X(01).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD2-IMPORTE     PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(02) VALUE '  '.
          03 PD2-CONCEPTO    PIC X(20).

       01 PD3-SIS.
          03 FILLER          PIC X(04) VALUE ALL ' '.
          03 PD3-FECHA       PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD3-TIPO        PIC X(01).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD3-IMPORTE     PIC ZZZZZZZZ9.99-.
          03 FILLER          PIC X(02) VALUE '  '.
          03 PD3-REFER       PIC X(30).

       01 WS-REFER-COB.
          03 FILLER          PIC X(06) VALUE 'COBR. '.
          03 WS-RC-CUIT      PIC 9(15).
          03 FILLER          PIC X(09) VALUE SPACES.

       01 WS-REFER-PAG.
          03 FILLER          PIC X(06) VALUE 'PAGO  '.
          03 WS-RP-COD-PROV  PIC 9(08).
          03 FILLER          PIC X(01) VALUE '-'.
          03 WS-RP-NRO-FACT  PIC 9(08).
          03 FILLER          PIC X(07) VALUE SPACES.

       01 PS1-SALDO.
          03 FILLER          PIC X(04) VALUE ALL ' '.
          03 PS1-DESC        PIC X(44).
          03 PS1-IMPORTE     PIC ZZZZZZZZZZ9.99-.

       01 PG-FINAL-1.
          03 F PIC X(36)
                VALUE 'Total de cuentas conciliadas:       '.
          03 PG1-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-2.
          03 F PIC X(36)
                VALUE 'Cuentas no registradas:             '.
          03 PG2-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-3.
          03 F PIC X(36)
                VALUE 'Partidas conciliadas:               '.
          03 PG3-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-4.
          03 F PIC X(36)
                VALUE 'Partidas del banco sin registrar:   '.
          03 PG4-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-5.
          03 F PIC X(36)
                VALUE 'Partidas del sistema sin reflejar:  '.
          03 PG5-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-6.
          03 F PIC X(36)
                VALUE 'Cuentas con saldo informado dif.:   '.
          03 PG6-TOTAL PIC 9(05) VALUE ZERO.

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
           PERFORM ABRIR-ARCHIVOS.
           PERFORM GEN-TABLA-CUENTAS.
           PERFORM LEO-EXTRACTO.
           PERFORM CICLO-CUENTA UNTIL FS-EXT = 10.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA-AAAA TO PE1-FECHA-AAAA.
           MOVE FECHA-MM TO PE1-FECHA-MM.
           MOVE FECHA-DD TO PE1-FECHA-DD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE WS-PARM(1:5) TO WS-PARM-KEY.
           MOVE WS-PARM(6:75) TO WS-PARM-VALOR.
           IF WS-PARM-KEY = 'ARCH='
              MOVE WS-PARM-VALOR(1:30) TO WS-EXT-NOMBRE
           END-IF.
           IF WS-EXT-NOMBRE = SPACES
              DISPLAY "Uso: ALGO4CON ARCH=extracto.dat"
              STOP RUN
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT EXTRACTO.
           IF FS-EXT NOT = ZERO
              DISPLAY "Err abrir " WS-EXT-NOMBRE ": " FS-EXT
              STOP RUN.
           MOVE 'S' TO WS-HAY-FACTURAS.
           OPEN INPUT FACTURAS.
           IF FS-FACT = 35
              MOVE 'N' TO WS-HAY-FACTURAS
           ELSE
              IF FS-FACT NOT = ZERO
                 DISPLAY "Err abrir facturas: " FS-FACT
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT LISCON.
           IF FS-LISCON NOT = ZERO
              DISPLAY "Err abrir lisConcil: " FS-LISCON
              STOP RUN.

       CERRAR-ARCHIVOS.
           CLOSE EXTRACTO.
           IF WS-HAY-FACTURAS = 'S'
              CLOSE FACTURAS.
           CLOSE LISCON.

       GEN-TABLA-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FS-CTAS NOT = ZERO
              DISPLAY "Error al abrir Cuentas: " FS-CTAS
              STOP RUN.
           PERFORM LEO-CUENTA.
           PERFORM CARGAR-CUENTA UNTIL FS-CTAS = 10.
           CLOSE CUENTAS.

       LEO-CUENTA.
           READ CUENTAS.
           IF FS-CTAS NOT = ZERO AND 10
              DISPLAY "Error al leer Cuentas: " FS-CTAS
              STOP RUN.

       CARGAR-CUENTA.
           IF CAN-CTAS >= MAX-CTAS
              DISPLAY "Err: cuentas.dat supera el limite de "
                      MAX-CTAS " cuentas soportadas"
              STOP RUN.
           ADD 1 TO CAN-CTAS.
           MOVE CTA-NRO-CTA TO TAB-CTA-NRO-CTA (CAN-CTAS).
           MOVE CTA-CUIT-CONS TO TAB-CTA-CUIT (CAN-CTAS).
           PERFORM LEO-CUENTA.

       BUSCAR-CUENTA.
           MOVE 'N' TO WS-CTA-HALLADA.
           MOVE ZERO TO WS-CUIT-CTA.
           MOVE 1 TO WS-CTA-IDX.
           PERFORM REVISAR-CUENTA
                   UNTIL WS-CTA-IDX > CAN-CTAS
                   OR WS-CTA-HALLADA = 'S'.

       REVISAR-CUENTA.
           IF TAB-CTA-NRO-CTA (WS-CTA-IDX) = WS-NRO-CTA
              MOVE 'S' TO WS-CTA-HALLADA
              MOVE TAB-CTA-CUIT (WS-CTA-IDX) TO WS-CUIT-CTA
           ELSE
              ADD 1 TO WS-CTA-IDX
           END-IF.

       LEO-EXTRACTO.
           READ EXTRACTO.
           IF FS-EXT NOT = ZERO AND 10
              DISPLAY "Err leer " WS-EXT-NOMBRE ": " FS-EXT
              STOP RUN.

       CICLO-CUENTA.
           IF EXT-TIPO-REG NOT = 'H'
              DISPLAY "Registro fuera de cabecera en el extracto: "
                      "se ignora tipo " EXT-TIPO-REG
              PERFORM LEO-EXTRACTO
           ELSE
              PERFORM INICIAR-CUENTA
              PERFORM LEO-EXTRACTO
              PERFORM CARGAR-MOV-BANCO UNTIL FS-EXT = 10
                      OR EXT-TIPO-REG = 'H'
                      OR EXT-TIPO-REG = 'T'
              IF FS-EXT NOT = 10 AND EXT-TIPO-REG = 'T'
                 MOVE 'S' TO WS-HAY-TRAILER
                 MOVE EXT-T-SALDO TO WS-SALDO-FIN-DECL
                 IF EXT-T-SIGNO = '-'
                    COMPUTE WS-SALDO-FIN-DECL = 0 - WS-SALDO-FIN-DECL
                 END-IF
                 PERFORM LEO-EXTRACTO
              END-IF
              PERFORM CARGAR-SISTEMA
              MOVE 1 TO WS-PASADA
              PERFORM CONCILIAR-MOV-BANCO VARYING WS-BCO-IDX
                      FROM 1 BY 1 UNTIL WS-BCO-IDX > CAN-BCO
              MOVE 2 TO WS-PASADA
              PERFORM CONCILIAR-MOV-BANCO VARYING WS-BCO-IDX
                      FROM 1 BY 1 UNTIL WS-BCO-IDX > CAN-BCO
              PERFORM INFORMAR-CUENTA
           END-IF.

       INICIAR-CUENTA.
           ADD 1 TO cantCuentas.
           MOVE 0 TO CAN-BCO.
           MOVE 0 TO CAN-SIS.
           MOVE 0 TO WS-TOT-CRED-BCO.
           MOVE 0 TO WS-TOT-DEB-BCO.
           MOVE 0 TO WS-TOT-CRED-PEND-BCO.
           MOVE 0 TO WS-TOT-DEB-PEND-BCO.
           MOVE 0 TO WS-TOT-COB-PEND-SIS.
           MOVE 0 TO WS-TOT-PAG-PEND-SIS.
           MOVE 'N' TO WS-HAY-TRAILER.
           MOVE EXT-H-NRO-CTA TO WS-NRO-CTA.
           MOVE EXT-H-DESDE TO WS-DESDE.
           MOVE EXT-H-HASTA TO WS-HASTA.
           MOVE EXT-H-SALDO TO WS-SALDO-INI.
           IF EXT-H-SIGNO = '-'
              COMPUTE WS-SALDO-INI = 0 - WS-SALDO-INI.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-HALLADA NOT = 'S'
              ADD 1 TO cantCtasNoReg.

       CARGAR-MOV-BANCO.
           IF EXT-TIPO-REG = 'D'
              AND (EXT-TIPO = 'C' OR EXT-TIPO = 'D')
              IF CAN-BCO >= MAX-BCO
                 DISPLAY "Err: el extracto de la cuenta " WS-NRO-CTA
                         " supera " MAX-BCO " movimientos"
                 STOP RUN
              END-IF
              ADD 1 TO CAN-BCO
              MOVE EXT-FECHA TO TAB-BCO-FECHA (CAN-BCO)
              MOVE EXT-TIPO TO TAB-BCO-TIPO (CAN-BCO)
              MOVE EXT-IMPORTE TO TAB-BCO-IMPORTE (CAN-BCO)
              MOVE EXT-CONCEPTO TO TAB-BCO-CONCEPTO (CAN-BCO)
              MOVE ZERO TO TAB-BCO-SIS (CAN-BCO)
              IF EXT-REFERENCIA IS NUMERIC
                 MOVE EXT-REFERENCIA TO TAB-BCO-CUIT (CAN-BCO)
              ELSE
                 MOVE ZERO TO TAB-BCO-CUIT (CAN-BCO)
              END-IF
              IF EXT-TIPO = 'C'
                 ADD EXT-IMPORTE TO WS-TOT-CRED-BCO
              ELSE
                 ADD EXT-IMPORTE TO WS-TOT-DEB-BCO
              END-IF
           END-IF.
           PERFORM LEO-EXTRACTO.

       CARGAR-SISTEMA.
           OPEN INPUT COBRANZAS.
           IF FS-COB = 35
              CONTINUE
           ELSE
              IF FS-COB NOT = ZERO
                 DISPLAY "Err abrir cobranzas: " FS-COB
                 STOP RUN
              END-IF
              PERFORM LEO-COBRANZAS
              PERFORM CARGAR-COBRANZA UNTIL FS-COB = 10
              CLOSE COBRANZAS
           END-IF.
           IF WS-CTA-HALLADA = 'S' AND WS-HAY-FACTURAS = 'S'
              PERFORM CARGAR-PAGOS-CUENTA.

       LEO-COBRANZAS.
           READ COBRANZAS.
           IF FS-COB NOT = ZERO AND 10
              DISPLAY "Err leer cobranzas: " FS-COB
              STOP RUN.

       CARGAR-COBRANZA.
           IF COB-NRO-CTA = WS-NRO-CTA
              AND COB-ESTADO = 'C'
              AND COB-FECHA NOT < WS-DESDE
              AND COB-FECHA NOT > WS-HASTA
              PERFORM AGREGAR-SISTEMA
              MOVE 'C' TO TAB-SIS-TIPO (CAN-SIS)
              MOVE COB-FECHA TO TAB-SIS-FECHA (CAN-SIS)
              MOVE COB-IMPORTE TO TAB-SIS-IMPORTE (CAN-SIS)
              MOVE COB-CUIT-CONS TO TAB-SIS-CUIT (CAN-SIS)
              MOVE ZERO TO TAB-SIS-COD-PROV (CAN-SIS)
              MOVE ZERO TO TAB-SIS-NRO-FACT (CAN-SIS)
           END-IF.
           PERFORM LEO-COBRANZAS.

       AGREGAR-SISTEMA.
           IF CAN-SIS >= MAX-SIS
              DISPLAY "Err: la cuenta " WS-NRO-CTA " supera "
                      MAX-SIS " movimientos del sistema"
              STOP RUN.
           ADD 1 TO CAN-SIS.
           MOVE 'N' TO TAB-SIS-USADO (CAN-SIS).

       CARGAR-PAGOS-CUENTA.
           OPEN INPUT PAGOS.
           IF FS-PAG = 35
              CONTINUE
           ELSE
              IF FS-PAG NOT = ZERO
                 DISPLAY "Err abrir pagos: " FS-PAG
                 STOP RUN
              END-IF
              PERFORM LEER-PROX-PAGO
              PERFORM CARGAR-PAGO UNTIL FS-PAG = 10
              CLOSE PAGOS
              PERFORM DESCONTAR-RETENCIONES
           END-IF.

       LEER-PROX-PAGO.
           READ PAGOS NEXT RECORD.
           IF FS-PAG NOT = 00 AND FS-PAG NOT = 10
              DISPLAY "Err al leer pagos" FS-PAG
              STOP RUN
           END-IF.

       CARGAR-PAGO.
           IF PAG-TIPO = 'P'
              AND PAG-FECHA-PAGO NOT < WS-DESDE
              AND PAG-FECHA-PAGO NOT > WS-HASTA
              PERFORM BUSCAR-FACTURA
              IF WS-FACT-HALLADA = 'S'
                 AND FACT-CUIT-CONS = WS-CUIT-CTA
                 PERFORM AGREGAR-SISTEMA
                 MOVE 'D' TO TAB-SIS-TIPO (CAN-SIS)
                 MOVE PAG-FECHA-PAGO TO TAB-SIS-FECHA (CAN-SIS)
                 MOVE PAG-MONTO TO TAB-SIS-IMPORTE (CAN-SIS)
                 MOVE FACT-CUIT-CONS TO TAB-SIS-CUIT (CAN-SIS)
                 MOVE PAG-COD-PROV TO TAB-SIS-COD-PROV (CAN-SIS)
                 MOVE PAG-NRO-FACT TO TAB-SIS-NRO-FACT (CAN-SIS)
              END-IF
           END-IF.
           PERFORM LEER-PROX-PAGO.

       BUSCAR-FACTURA.
           MOVE 'N' TO WS-FACT-HALLADA.
           MOVE PAG-COD-PROV TO FACT-COD-PROV.
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
                      FACT-COD-PROV NOT = PAG-COD-PROV
           END-IF.

       LEER-PROX-FACT.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       COMPARAR-FACT-REGS.
           IF FACT-NRO-FACT = PAG-NRO-FACT
              MOVE 'S' TO WS-FACT-HALLADA
           ELSE
              PERFORM LEER-PROX-FACT
           END-IF.

       DESCONTAR-RETENCIONES.
           OPEN INPUT RETENC.
           IF FS-RET = 35
              CONTINUE
           ELSE
              IF FS-RET NOT = ZERO
                 DISPLAY "Err abrir retenciones: " FS-RET
                 STOP RUN
              END-IF
              PERFORM LEO-RETENCION
              PERFORM APLICAR-RETENCION UNTIL FS-RET = 10
              CLOSE RETENC
           END-IF.

       LEO-RETENCION.
           READ RETENC.
           IF FS-RET NOT = ZERO AND 10
              DISPLAY "Err leer retenciones: " FS-RET
              STOP RUN.

       APLICAR-RETENCION.
           IF RET-FECHA NOT < WS-DESDE
              AND RET-FECHA NOT > WS-HASTA
              MOVE 'N' TO WS-SIS-HALLADO
              MOVE 1 TO WS-SIS-IDX
              PERFORM BUSCAR-PAGO-RETENIDO
                      UNTIL WS-SIS-IDX > CAN-SIS
                      OR WS-SIS-HALLADO = 'S'
           END-IF.
           PERFORM LEO-RETENCION.

       BUSCAR-PAGO-RETENIDO.
           IF TAB-SIS-TIPO (WS-SIS-IDX) = 'D'
              AND TAB-SIS-COD-PROV (WS-SIS-IDX) = RET-COD-PROV
              AND TAB-SIS-NRO-FACT (WS-SIS-IDX) = RET-NRO-FACT
              AND TAB-SIS-FECHA (WS-SIS-IDX) = RET-FECHA
              MOVE 'S' TO WS-SIS-HALLADO
              SUBTRACT RET-IMPORTE FROM TAB-SIS-IMPORTE (WS-SIS-IDX)
           ELSE
              ADD 1 TO WS-SIS-IDX
           END-IF.

       CONCILIAR-MOV-BANCO.
           IF TAB-BCO-SIS (WS-BCO-IDX) = ZERO
              MOVE 'N' TO WS-SIS-HALLADO
              MOVE 1 TO WS-SIS-IDX
              PERFORM REVISAR-SISTEMA
                      UNTIL WS-SIS-IDX > CAN-SIS
                      OR WS-SIS-HALLADO = 'S'
           END-IF.

       REVISAR-SISTEMA.
           IF TAB-SIS-USADO (WS-SIS-IDX) = 'N'
              AND TAB-SIS-TIPO (WS-SIS-IDX) = TAB-BCO-TIPO (WS-BCO-IDX)
              AND TAB-SIS-IMPORTE (WS-SIS-IDX)
                  = TAB-BCO-IMPORTE (WS-BCO-IDX)
              AND (WS-PASADA = 2
                   OR TAB-SIS-FECHA (WS-SIS-IDX)
                      = TAB-BCO-FECHA (WS-BCO-IDX))
              AND (TAB-BCO-TIPO (WS-BCO-IDX) = 'D'
                   OR TAB-BCO-CUIT (WS-BCO-IDX) = ZERO
                   OR TAB-BCO-CUIT (WS-BCO-IDX)
                      = TAB-SIS-CUIT (WS-SIS-IDX))
              MOVE 'S' TO WS-SIS-HALLADO
              MOVE 'S' TO TAB-SIS-USADO (WS-SIS-IDX)
              MOVE WS-SIS-IDX TO TAB-BCO-SIS (WS-BCO-IDX)
           ELSE
              ADD 1 TO WS-SIS-IDX
           END-IF.

       INFORMAR-CUENTA.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-NRO-CTA TO PC1-NRO-CTA.
           MOVE WS-CUIT-CTA TO PC1-CUIT.
           MOVE WS-DESDE TO PC1-DESDE.
           MOVE WS-HASTA TO PC1-HASTA.
           WRITE LINEA FROM PC1-CTA.
           PERFORM CHECK-WRITE-LISCON.
           ADD 1 TO cantLineas.
           IF WS-CTA-HALLADA NOT = 'S'
              WRITE LINEA FROM PC2-NOREG
              PERFORM CHECK-WRITE-LISCON
              ADD 1 TO cantLineas
           END-IF.
           MOVE 'PARTIDAS CONCILIADAS' TO PC3-TITULO.
           PERFORM IMPRIMIR-TITULO.
           PERFORM IMPRIMIR-CONCILIADA VARYING WS-BCO-IDX
                   FROM 1 BY 1 UNTIL WS-BCO-IDX > CAN-BCO.
           MOVE 'PARTIDAS DEL BANCO NO REGISTRADAS EN EL SISTEMA'
             TO PC3-TITULO.
           PERFORM IMPRIMIR-TITULO.
           PERFORM IMPRIMIR-PEND-BANCO VARYING WS-BCO-IDX
                   FROM 1 BY 1 UNTIL WS-BCO-IDX > CAN-BCO.
           MOVE 'PARTIDAS DEL SISTEMA NO REFLEJADAS EN EL BANCO'
             TO PC3-TITULO.
           PERFORM IMPRIMIR-TITULO.
           PERFORM IMPRIMIR-PEND-SISTEMA VARYING WS-SIS-IDX
                   FROM 1 BY 1 UNTIL WS-SIS-IDX > CAN-SIS.
           PERFORM IMPRIMIR-SALDOS.

       IMPRIMIR-TITULO.
           IF cantLineas >= 58
              PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISCON.
           WRITE LINEA FROM PC3-TIT.
           PERFORM CHECK-WRITE-LISCON.
           ADD 2 TO cantLineas.

       IMPRIMIR-CONCILIADA.
           IF TAB-BCO-SIS (WS-BCO-IDX) NOT = ZERO
              MOVE TAB-BCO-SIS (WS-BCO-IDX) TO WS-SIS-IDX
              ADD 1 TO cantConciliadas
              IF cantLineas >= 60
                 PERFORM IMPRIMIR-ENCABEZADO
              END-IF
              MOVE TAB-BCO-FECHA (WS-BCO-IDX) TO PD1-FECHA-BCO
              MOVE TAB-BCO-TIPO (WS-BCO-IDX) TO PD1-TIPO
              MOVE TAB-BCO-IMPORTE (WS-BCO-IDX) TO PD1-IMPORTE
              MOVE TAB-SIS-FECHA (WS-SIS-IDX) TO PD1-FECHA-SIS
              PERFORM ARMAR-REFERENCIA
              MOVE PD3-REFER TO PD1-REFER
              WRITE LINEA FROM PD1-CONC
              PERFORM CHECK-WRITE-LISCON
              ADD 1 TO cantLineas
           END-IF.

       ARMAR-REFERENCIA.
           IF TAB-SIS-TIPO (WS-SIS-IDX) = 'C'
              MOVE TAB-SIS-CUIT (WS-SIS-IDX) TO WS-RC-CUIT
              MOVE WS-REFER-COB TO PD3-REFER
           ELSE
              MOVE TAB-SIS-COD-PROV (WS-SIS-IDX) TO WS-RP-COD-PROV
              MOVE TAB-SIS-NRO-FACT (WS-SIS-IDX) TO WS-RP-NRO-FACT
              MOVE WS-REFER-PAG TO PD3-REFER
           END-IF.

       IMPRIMIR-PEND-BANCO.
           IF TAB-BCO-SIS (WS-BCO-IDX) = ZERO
              ADD 1 TO cantPendBanco
              IF TAB-BCO-TIPO (WS-BCO-IDX) = 'C'
                 ADD TAB-BCO-IMPORTE (WS-BCO-IDX)
                  TO WS-TOT-CRED-PEND-BCO
              ELSE
                 ADD TAB-BCO-IMPORTE (WS-BCO-IDX)
                  TO WS-TOT-DEB-PEND-BCO
              END-IF
              IF cantLineas >= 60
                 PERFORM IMPRIMIR-ENCABEZADO
              END-IF
              MOVE TAB-BCO-FECHA (WS-BCO-IDX) TO PD2-FECHA
              MOVE TAB-BCO-TIPO (WS-BCO-IDX) TO PD2-TIPO
              MOVE TAB-BCO-IMPORTE (WS-BCO-IDX) TO PD2-IMPORTE
              MOVE TAB-BCO-CONCEPTO (WS-BCO-IDX) TO PD2-CONCEPTO
              WRITE LINEA FROM PD2-BCO
              PERFORM CHECK-WRITE-LISCON
              ADD 1 TO cantLineas
           END-IF.

       IMPRIMIR-PEND-SISTEMA.
           IF TAB-SIS-USADO (WS-SIS-IDX) = 'N'
              ADD 1 TO cantPendSistema
              IF TAB-SIS-TIPO (WS-SIS-IDX) = 'C'
                 ADD TAB-SIS-IMPORTE (WS-SIS-IDX)
                  TO WS-TOT-COB-PEND-SIS
              ELSE
                 ADD TAB-SIS-IMPORTE (WS-SIS-IDX)
                  TO WS-TOT-PAG-PEND-SIS
              END-IF
              IF cantLineas >= 60
                 PERFORM IMPRIMIR-ENCABEZADO
              END-IF
              MOVE TAB-SIS-FECHA (WS-SIS-IDX) TO PD3-FECHA
              MOVE TAB-SIS-TIPO (WS-SIS-IDX) TO PD3-TIPO
              MOVE TAB-SIS-IMPORTE (WS-SIS-IDX) TO PD3-IMPORTE
              PERFORM ARMAR-REFERENCIA
              WRITE LINEA FROM PD3-SIS
              PERFORM CHECK-WRITE-LISCON
              ADD 1 TO cantLineas
           END-IF.

       IMPRIMIR-SALDOS.
           IF cantLineas >= 50
              PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISCON.
           ADD 1 TO cantLineas.
           COMPUTE WS-SALDO-FIN-CALC = WS-SALDO-INI + WS-TOT-CRED-BCO
                   - WS-TOT-DEB-BCO.
           MOVE 'SALDO INICIAL SEGUN BANCO' TO PS1-DESC.
           MOVE WS-SALDO-INI TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           MOVE '(+) CREDITOS DEL EXTRACTO' TO PS1-DESC.
           MOVE WS-TOT-CRED-BCO TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           MOVE '(-) DEBITOS DEL EXTRACTO' TO PS1-DESC.
           MOVE WS-TOT-DEB-BCO TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           MOVE 'SALDO FINAL SEGUN BANCO' TO PS1-DESC.
           MOVE WS-SALDO-FIN-CALC TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           IF WS-HAY-TRAILER = 'S'
              AND WS-SALDO-FIN-DECL NOT = WS-SALDO-FIN-CALC
              ADD 1 TO cantCtasDifSaldo
              MOVE '*** SALDO INFORMADO POR EL BANCO DIFIERE:'
                TO PS1-DESC
              MOVE WS-SALDO-FIN-DECL TO PS1-IMPORTE
              PERFORM IMPRIMIR-LINEA-SALDO
           END-IF.
           MOVE '(+) COBRANZAS REGISTRADAS NO ACREDITADAS' TO PS1-DESC.
           MOVE WS-TOT-COB-PEND-SIS TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           MOVE '(-) PAGOS REGISTRADOS NO DEBITADOS' TO PS1-DESC.
           MOVE WS-TOT-PAG-PEND-SIS TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           MOVE '(-) CREDITOS DEL BANCO SIN REGISTRAR' TO PS1-DESC.
           MOVE WS-TOT-CRED-PEND-BCO TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           MOVE '(+) DEBITOS DEL BANCO SIN REGISTRAR' TO PS1-DESC.
           MOVE WS-TOT-DEB-PEND-BCO TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.
           COMPUTE WS-SALDO-CONCIL = WS-SALDO-FIN-CALC
                   + WS-TOT-COB-PEND-SIS - WS-TOT-PAG-PEND-SIS
                   - WS-TOT-CRED-PEND-BCO + WS-TOT-DEB-PEND-BCO.
           MOVE 'SALDO CONCILIADO' TO PS1-DESC.
           MOVE WS-SALDO-CONCIL TO PS1-IMPORTE.
           PERFORM IMPRIMIR-LINEA-SALDO.

       IMPRIMIR-LINEA-SALDO.
           WRITE LINEA FROM PS1-SALDO.
           PERFORM CHECK-WRITE-LISCON.
           ADD 1 TO cantLineas.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISCON.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISCON.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISCON.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISCON.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       IMPRIMIR-TOTAL-GENERAL.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE cantCuentas TO PG1-TOTAL.
           WRITE LINEA FROM PG-FINAL-1.
           PERFORM CHECK-WRITE-LISCON.
           MOVE cantCtasNoReg TO PG2-TOTAL.
           WRITE LINEA FROM PG-FINAL-2.
           PERFORM CHECK-WRITE-LISCON.
           MOVE cantConciliadas TO PG3-TOTAL.
           WRITE LINEA FROM PG-FINAL-3.
           PERFORM CHECK-WRITE-LISCON.
           MOVE cantPendBanco TO PG4-TOTAL.
           WRITE LINEA FROM PG-FINAL-4.
           PERFORM CHECK-WRITE-LISCON.
           MOVE cantPendSistema TO PG5-TOTAL.
           WRITE LINEA FROM PG-FINAL-5.
           PERFORM CHECK-WRITE-LISCON.
           MOVE cantCtasDifSaldo TO PG6-TOTAL.
           WRITE LINEA FROM PG-FINAL-6.
           PERFORM CHECK-WRITE-LISCON.

       CHECK-WRITE-LISCON.
           IF FS-LISCON NOT = ZERO AND 10
              DISPLAY "Error al escribir lisConcil: " FS-LISCON
              STOP RUN.
