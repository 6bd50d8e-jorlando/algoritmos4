       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4INT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MAE-CUIT-CONS
                                FILE STATUS IS FS-MAE.
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PRV-COD-PROV
                                FILE STATUS IS FS-PRV.
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
           SELECT CUITPROV ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CPR-CLAVE
                                FILE STATUS IS FS-CPR.
           SELECT UNIDADES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS UNI-CLAVE
                                FILE STATUS IS FS-UNI.
           SELECT PERFPROV ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PRF.
           SELECT CTACTE ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTC.
           SELECT HISTORIAL ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-HIST.
           SELECT RUNLOG ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-RUNLOG.
           SELECT LISINT ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISINT.

       DATA DIVISION.
       FILE SECTION.

       FD MAESTRO LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "maestro.dat".

       01 MAE.
           03 MAE-CUIT-CONS               PIC 9(15).
           03 MAE-FECHA-ALTA              PIC X(10).
           03 MAE-DESCRIP-ESTADO          PIC X(15).
           03 MAE-NOMBRE-CONSORCIO        PIC X(30).
           03 MAE-TEL                     PIC X(15).
           03 MAE-DIR                     PIC X(30).
           03 MAE-NRO-CTA                 PIC 9(08).
           03 MAE-EMAIL                   PIC X(40).

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

       FD CUITPROV LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "cuitprov.dat".

       01 CPR.
           03 CPR-CLAVE.
              05 CPR-CUIT-CONS                PIC 9(15).
              05 CPR-COD-PROV                 PIC 9(08).
           03 CPR-FECHA-ALTA                  PIC 9(08).
           03 CPR-MONTO                       PIC 9(7)V99.
           03 CPR-FECHA-FIN                   PIC 9(08).

       FD UNIDADES LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "unidades.dat".

       01 UNI.
           03 UNI-CLAVE.
              05 UNI-CUIT-CONS                PIC 9(15).
              05 UNI-NRO-UF                   PIC 9(04).
           03 UNI-COEF                        PIC 9(03)V99.
           03 UNI-PROPIETARIO                 PIC X(30).

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

       FD CTACTE LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "ctacte.dat".

       01 REG-CTC.
           03 CTC-CUIT-CONS               PIC 9(15).
           03 CTC-PERIODO                 PIC 9(06).
           03 CTC-FECHA                   PIC 9(08).
           03 CTC-TIPO                    PIC X(01).
           03 CTC-IMPORTE                 PIC 9(9)V99.

       FD HISTORIAL LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS
                    "historial.dat".

       01 REG-HISTORIAL.
           03 HIS-CUIT-CONS               PIC 9(15).
           03 HIS-FECHA                   PIC 9(08).
           03 HIS-ESTADO-ANT              PIC 9(02).
           03 HIS-ESTADO-NUEVO            PIC 9(02).
           03 HIS-ORIGEN                  PIC X(30).

       FD RUNLOG LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "runlog.dat".
       01 REG-RUNLOG.
           03 RUN-FECHA-INI               PIC 9(08).
           03 FILLER                      PIC X(01).
           03 RUN-HORA-INI                PIC 9(06).
           03 FILLER                      PIC X(01).
           03 RUN-FECHA-FIN               PIC 9(08).
           03 FILLER                      PIC X(01).
           03 RUN-HORA-FIN                PIC 9(06).
           03 FILLER                      PIC X(01).
           03 RUN-MODO                    PIC X(10).
           03 FILLER                      PIC X(01).
           03 RUN-CONT-NOV OCCURS 9 TIMES PIC 9(09).
           03 FILLER                      PIC X(01).
           03 RUN-CONT-CTAS               PIC 9(09).
           03 FILLER                      PIC X(01).
           03 RUN-CANT-CONSORCIOS         PIC 9(02).
           03 FILLER                      PIC X(01).
           03 RUN-ALTAS                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 RUN-BAJAS                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 RUN-DUPLICADOS              PIC 9(04).
           03 FILLER                      PIC X(01).
           03 RUN-HUERFANAS               PIC 9(04).
           03 FILLER                      PIC X(01).
           03 RUN-EST-OMITIDOS            PIC 9(04).
           03 FILLER                      PIC X(01).
           03 RUN-RECHAZOS                PIC 9(04).
           03 FILLER                      PIC X(01).
           03 RUN-TRANS-INVALIDAS         PIC 9(04).
           03 FILLER                      PIC X(01).
           03 RUN-ESTADO                  PIC X(02).

       FD LISINT LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisIntegr".
       01 LINEA                               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-MAE                PIC XX.
       77 FS-PRV                PIC XX.
       77 FS-FACT               PIC XX.
       77 FS-PAG                PIC XX.
       77 FS-CPR                PIC XX.
       77 FS-UNI                PIC XX.
       77 FS-PRF                PIC XX.
       77 FS-CTC                PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-RUNLOG             PIC XX.
       77 FS-LISINT             PIC XX.
       77 WS-HAY-FACTURAS       PIC X VALUE 'S'.
       77 WS-FACT-HALLADA       PIC X VALUE 'N'.
       77 WS-BUS-COD-PROV       PIC 9(08).
       77 WS-BUS-NRO-FACT       PIC 9(08).
       77 WS-BUS-CUIT           PIC 9(15).
       77 WS-ULT-CUIT-BUS       PIC 9(15) VALUE 0.
       77 WS-ULT-CUIT-EXISTE    PIC X VALUE 'N'.
       77 WS-CUIT-EXISTE        PIC X VALUE 'N'.
       77 WS-PROV-EXISTE        PIC X VALUE 'N'.
       77 WS-BAJA-HALLADA       PIC X VALUE 'N'.
       77 WS-FECHA-BAJA         PIC 9(08) VALUE 0.
       77 WS-REGLA              PIC 9(01) VALUE 0.
       77 WS-ARCHIVO-FALTA      PIC X(20) VALUE SPACES.
       77 WS-RUN-FECHA-INI      PIC 9(08).
       77 WS-RUN-HORA-INI       PIC 9(06).
       77 WS-RUN-FECHA-FIN      PIC 9(08).
       77 WS-RUN-HORA-FIN       PIC 9(06).
       77 WS-HORA-AUX           PIC 9(08).
       77 WS-TOTAL-VIOLACIONES  PIC 9(09) VALUE 0.
       77 WS-IDX                PIC 9(04) COMP.
       77 MAX-BAJ               PIC 9(04) VALUE 2000.
       77 CAN-BAJ               PIC 9(04) VALUE 0.
       77 cantLeidos            PIC 9(07) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 9999 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

       01 TAB-TITULOS-REGLAS.
          03 FILLER PIC X(50) VALUE
             'FACTURAS CON CUIT INEXISTENTE EN MAESTRO'.
          03 FILLER PIC X(50) VALUE
             'ASIGNACIONES CON PROVEEDOR INEXISTENTE'.
          03 FILLER PIC X(50) VALUE
             'PAGOS SIN FACTURA'.
          03 FILLER PIC X(50) VALUE
             'UNIDADES DE CONSORCIOS DADOS DE BAJA'.
          03 FILLER PIC X(50) VALUE
             'PERFILES DE PROVEEDORES INEXISTENTES'.
          03 FILLER PIC X(50) VALUE
             'CTA. CTE. CON CUIT INEXISTENTE EN MAESTRO'.
       01 TAB-TITULOS-REGLAS-R REDEFINES TAB-TITULOS-REGLAS.
          03 TAB-REG-TITULO OCCURS 6 TIMES PIC X(50).

       01 TAB-CANT-REGLAS.
          03 TAB-REG-CANT OCCURS 6 TIMES PIC 9(07) VALUE 0.

       01 TAB-BAJAS.
          03 TAB-BAJ-ELM OCCURS 2000 TIMES.
             05 TAB-BAJ-CUIT     PIC 9(15).
             05 TAB-BAJ-FECHA    PIC 9(08).

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
          03 FILLER   PIC X(40)
                      VALUE 'CONTROL DE INTEGRIDAD REFERENCIAL'.

       01 PR1-REGLA.
          03 FILLER          PIC X(06) VALUE 'REGLA '.
          03 PR1-NRO         PIC 9.
          03 FILLER          PIC X(02) VALUE ': '.
          03 PR1-TITULO      PIC X(50).

       01 PR2-TIT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(43) VALUE 'CLAVE'.
          03 FILLER          PIC X(35) VALUE 'OBSERVACION'.
          03 FILLER          PIC X(12) VALUE '     IMPORTE'.

       01 PR3-DET.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PR3-CLAVE       PIC X(42).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-OBS         PIC X(34).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-IMPORTE     PIC ZZZZZZZZ9.99 BLANK WHEN ZERO.

       01 PR4-TOT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(22) VALUE 'TOTAL REGLA '.
          03 PR4-LEIDOS      PIC Z(06)9.
          03 FILLER          PIC X(21) VALUE ' REGISTROS LEIDOS,   '.
          03 PR4-CANT        PIC Z(06)9.
          03 FILLER          PIC X(15) VALUE ' INCONSISTENTES'.

       01 PR5-FALTA.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(08) VALUE 'ARCHIVO '.
          03 PR5-ARCHIVO     PIC X(20).
          03 FILLER          PIC X(40) VALUE
             'INEXISTENTE: REGLA NO CONTROLADA'.

       01 PC1-TIT.
          03 FILLER          PIC X(40) VALUE
             'RESUMEN DE INCONSISTENCIAS POR REGLA'.

       01 PC2-LIN.
          03 FILLER          PIC X(06) VALUE 'REGLA '.
          03 PC2-NRO         PIC 9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PC2-TITULO      PIC X(50).
          03 PC2-CANT        PIC Z(06)9.

       01 PC3-TOT.
          03 FILLER          PIC X(59) VALUE
             'TOTAL DE INCONSISTENCIAS'.
          03 PC3-CANT        PIC Z(08)9.

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
           PERFORM CARGAR-BAJAS.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM CONTROLAR-FACTURAS.
           PERFORM CONTROLAR-CUITPROV.
           PERFORM CONTROLAR-PAGOS.
           PERFORM CONTROLAR-UNIDADES.
           PERFORM CONTROLAR-PERFPROV.
           PERFORM CONTROLAR-CTACTE.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM GRABAR-RUN-LOG.
           DISPLAY "Control de integridad: " WS-TOTAL-VIOLACIONES
                   " inconsistencias (ver lisIntegr)".
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA-AAAA TO PE1-FECHA-AAAA.
           MOVE FECHA-MM TO PE1-FECHA-MM.
           MOVE FECHA-DD TO PE1-FECHA-DD.
           MOVE FECHA TO WS-RUN-FECHA-INI.
           ACCEPT WS-HORA-AUX FROM TIME.
           MOVE WS-HORA-AUX (1:6) TO WS-RUN-HORA-INI.

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO.
           IF FS-MAE NOT = ZERO
              DISPLAY "Err abrir Maestro: " FS-MAE
              STOP RUN.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV NOT = ZERO
              DISPLAY "Err abrir Proveedores: " FS-PRV
              STOP RUN.
           OPEN INPUT FACTURAS.
           IF FS-FACT = 35
              MOVE 'N' TO WS-HAY-FACTURAS
           ELSE
              IF FS-FACT NOT = ZERO
                 DISPLAY "Err abrir facturas: " FS-FACT
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT LISINT.
           IF FS-LISINT NOT = ZERO
              DISPLAY "Err abrir lisIntegr: " FS-LISINT
              STOP RUN.

       CARGAR-BAJAS.
           OPEN INPUT HISTORIAL.
           IF FS-HIST = 35
              CONTINUE
           ELSE
              IF FS-HIST NOT = ZERO
                 DISPLAY "Err abrir historial: " FS-HIST
                 STOP RUN
              END-IF
              PERFORM LEO-HISTORIAL
              PERFORM CARGAR-UNA-BAJA UNTIL FS-HIST = 10
              CLOSE HISTORIAL
           END-IF.

       LEO-HISTORIAL.
           READ HISTORIAL.
           IF FS-HIST NOT = ZERO AND 10
              DISPLAY "Err leer historial: " FS-HIST
              STOP RUN.

       CARGAR-UNA-BAJA.
           IF HIS-ESTADO-NUEVO = 02
              MOVE HIS-CUIT-CONS TO WS-BUS-CUIT
              PERFORM BUSCAR-BAJA
              IF WS-BAJA-HALLADA = 'S'
                 MOVE HIS-FECHA TO TAB-BAJ-FECHA (WS-IDX)
              ELSE
                 IF CAN-BAJ >= MAX-BAJ
                    DISPLAY "Err: historial.dat supera el limite de "
                            MAX-BAJ " bajas soportadas"
                    STOP RUN
                 END-IF
                 ADD 1 TO CAN-BAJ
                 MOVE HIS-CUIT-CONS TO TAB-BAJ-CUIT (CAN-BAJ)
                 MOVE HIS-FECHA TO TAB-BAJ-FECHA (CAN-BAJ)
              END-IF
           END-IF.
           PERFORM LEO-HISTORIAL.

       BUSCAR-BAJA.
           MOVE 'N' TO WS-BAJA-HALLADA.
           MOVE 0 TO WS-FECHA-BAJA.
           MOVE 1 TO WS-IDX.
           PERFORM REVISAR-BAJA
                   UNTIL WS-IDX > CAN-BAJ OR WS-BAJA-HALLADA = 'S'.

       REVISAR-BAJA.
           IF TAB-BAJ-CUIT (WS-IDX) = WS-BUS-CUIT
              MOVE 'S' TO WS-BAJA-HALLADA
              MOVE TAB-BAJ-FECHA (WS-IDX) TO WS-FECHA-BAJA
           ELSE
              ADD 1 TO WS-IDX
           END-IF.

       BUSCAR-CUIT-MAESTRO.
           IF WS-BUS-CUIT = WS-ULT-CUIT-BUS
              MOVE WS-ULT-CUIT-EXISTE TO WS-CUIT-EXISTE
           ELSE
              MOVE WS-BUS-CUIT TO MAE-CUIT-CONS
              READ MAESTRO RECORD
              IF FS-MAE = ZERO
                 MOVE 'S' TO WS-CUIT-EXISTE
              ELSE
                 IF FS-MAE = 23
                    MOVE 'N' TO WS-CUIT-EXISTE
                 ELSE
                    DISPLAY "Err leer maestro: " FS-MAE
                    STOP RUN
                 END-IF
              END-IF
              MOVE WS-BUS-CUIT TO WS-ULT-CUIT-BUS
              MOVE WS-CUIT-EXISTE TO WS-ULT-CUIT-EXISTE
           END-IF.

       BUSCAR-PROVEEDOR.
           MOVE WS-BUS-COD-PROV TO PRV-COD-PROV.
           READ PROVEEDORES RECORD.
           IF FS-PRV = ZERO
              MOVE 'S' TO WS-PROV-EXISTE
           ELSE
              IF FS-PRV = 23
                 MOVE 'N' TO WS-PROV-EXISTE
              ELSE
                 DISPLAY "Err leer proveedores: " FS-PRV
                 STOP RUN
              END-IF
           END-IF.

       CONTROLAR-FACTURAS.
           MOVE 1 TO WS-REGLA.
           PERFORM INICIAR-REGLA.
           IF WS-HAY-FACTURAS = 'S'
              PERFORM LEER-PROX-FACT
              PERFORM CONTROLAR-UNA-FACTURA UNTIL FS-FACT = 10
           ELSE
              MOVE 'facturas.dat' TO WS-ARCHIVO-FALTA
              PERFORM INFORMAR-ARCHIVO-FALTANTE
           END-IF.
           PERFORM CERRAR-REGLA.

       LEER-PROX-FACT.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       CONTROLAR-UNA-FACTURA.
           ADD 1 TO cantLeidos.
           MOVE FACT-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-CUIT-MAESTRO.
           IF WS-CUIT-EXISTE = 'N'
              MOVE SPACES TO PR3-CLAVE
              MOVE SPACES TO PR3-OBS
              STRING 'PROV ' DELIMITED BY SIZE
                     FACT-COD-PROV DELIMITED BY SIZE
                     ' FACT ' DELIMITED BY SIZE
                     FACT-NRO-FACT DELIMITED BY SIZE
                     INTO PR3-CLAVE
              END-STRING
              STRING 'CUIT ' DELIMITED BY SIZE
                     FACT-CUIT-CONS DELIMITED BY SIZE
                     INTO PR3-OBS
              END-STRING
              MOVE FACT-MONTO TO PR3-IMPORTE
              PERFORM IMPRIMIR-INCONSISTENCIA
           END-IF.
           PERFORM LEER-PROX-FACT.

       CONTROLAR-CUITPROV.
           MOVE 2 TO WS-REGLA.
           PERFORM INICIAR-REGLA.
           OPEN INPUT CUITPROV.
           IF FS-CPR = 35
              MOVE 'cuitprov.dat' TO WS-ARCHIVO-FALTA
              PERFORM INFORMAR-ARCHIVO-FALTANTE
           ELSE
              IF FS-CPR NOT = ZERO
                 DISPLAY "Err abrir Cuitprov: " FS-CPR
                 STOP RUN
              END-IF
              PERFORM LEER-PROX-CPR
              PERFORM CONTROLAR-UNA-ASIGNACION UNTIL FS-CPR = 10
              CLOSE CUITPROV
           END-IF.
           PERFORM CERRAR-REGLA.

       LEER-PROX-CPR.
           READ CUITPROV NEXT RECORD.
           IF FS-CPR NOT = 00 AND FS-CPR NOT = 10
              DISPLAY "Err al leer cuitprov" FS-CPR
              STOP RUN
           END-IF.

       CONTROLAR-UNA-ASIGNACION.
           ADD 1 TO cantLeidos.
           MOVE CPR-COD-PROV TO WS-BUS-COD-PROV.
           PERFORM BUSCAR-PROVEEDOR.
           IF WS-PROV-EXISTE = 'N'
              MOVE SPACES TO PR3-CLAVE
              MOVE SPACES TO PR3-OBS
              STRING 'CUIT ' DELIMITED BY SIZE
                     CPR-CUIT-CONS DELIMITED BY SIZE
                     ' PROV ' DELIMITED BY SIZE
                     CPR-COD-PROV DELIMITED BY SIZE
                     INTO PR3-CLAVE
              END-STRING
              STRING 'ALTA ' DELIMITED BY SIZE
                     CPR-FECHA-ALTA DELIMITED BY SIZE
                     ' FIN ' DELIMITED BY SIZE
                     CPR-FECHA-FIN DELIMITED BY SIZE
                     INTO PR3-OBS
              END-STRING
              MOVE CPR-MONTO TO PR3-IMPORTE
              PERFORM IMPRIMIR-INCONSISTENCIA
           END-IF.
           PERFORM LEER-PROX-CPR.

       CONTROLAR-PAGOS.
           MOVE 3 TO WS-REGLA.
           PERFORM INICIAR-REGLA.
           OPEN INPUT PAGOS.
           IF FS-PAG = 35
              MOVE 'pagos.dat' TO WS-ARCHIVO-FALTA
              PERFORM INFORMAR-ARCHIVO-FALTANTE
           ELSE
              IF FS-PAG NOT = ZERO
                 DISPLAY "Err abrir pagos: " FS-PAG
                 STOP RUN
              END-IF
              PERFORM LEER-PROX-PAGO
              PERFORM CONTROLAR-UN-PAGO UNTIL FS-PAG = 10
              CLOSE PAGOS
           END-IF.
           PERFORM CERRAR-REGLA.

       LEER-PROX-PAGO.
           READ PAGOS NEXT RECORD.
           IF FS-PAG NOT = 00 AND FS-PAG NOT = 10
              DISPLAY "Err al leer pagos" FS-PAG
              STOP RUN
           END-IF.

       CONTROLAR-UN-PAGO.
           ADD 1 TO cantLeidos.
           MOVE PAG-COD-PROV TO WS-BUS-COD-PROV.
           MOVE PAG-NRO-FACT TO WS-BUS-NRO-FACT.
           PERFORM BUSCAR-FACTURA.
           IF WS-FACT-HALLADA = 'N'
              MOVE SPACES TO PR3-CLAVE
              MOVE SPACES TO PR3-OBS
              STRING 'PROV ' DELIMITED BY SIZE
                     PAG-COD-PROV DELIMITED BY SIZE
                     ' FACT ' DELIMITED BY SIZE
                     PAG-NRO-FACT DELIMITED BY SIZE
                     ' MOV ' DELIMITED BY SIZE
                     PAG-NRO-MOV DELIMITED BY SIZE
                     INTO PR3-CLAVE
              END-STRING
              STRING 'TIPO ' DELIMITED BY SIZE
                     PAG-TIPO DELIMITED BY SIZE
                     ' FECHA ' DELIMITED BY SIZE
                     PAG-FECHA-PAGO DELIMITED BY SIZE
                     INTO PR3-OBS
              END-STRING
              MOVE PAG-MONTO TO PR3-IMPORTE
              PERFORM IMPRIMIR-INCONSISTENCIA
           END-IF.
           PERFORM LEER-PROX-PAGO.

       BUSCAR-FACTURA.
           MOVE 'N' TO WS-FACT-HALLADA.
           IF WS-HAY-FACTURAS = 'S'
              MOVE WS-BUS-COD-PROV TO FACT-COD-PROV
              START FACTURAS KEY >= FACT-COD-PROV
              IF NOT FS-FACT EQUAL TO ZERO
                 IF FS-FACT NOT = 23
                    DISPLAY "Err al buscar facturas" FS-FACT
                    STOP RUN
                 END-IF
              ELSE
                 PERFORM LEER-PROX-FACT
                 PERFORM COMPARAR-FACT-REGS UNTIL FS-FACT = 10 OR
                         WS-FACT-HALLADA = 'S' OR
                         FACT-COD-PROV NOT = WS-BUS-COD-PROV
              END-IF
           END-IF.

       COMPARAR-FACT-REGS.
           IF FACT-NRO-FACT = WS-BUS-NRO-FACT
              MOVE 'S' TO WS-FACT-HALLADA
           ELSE
              PERFORM LEER-PROX-FACT
           END-IF.

       CONTROLAR-UNIDADES.
           MOVE 4 TO WS-REGLA.
           PERFORM INICIAR-REGLA.
           OPEN INPUT UNIDADES.
           IF FS-UNI = 35
              MOVE 'unidades.dat' TO WS-ARCHIVO-FALTA
              PERFORM INFORMAR-ARCHIVO-FALTANTE
           ELSE
              IF FS-UNI NOT = ZERO
                 DISPLAY "Err abrir unidades: " FS-UNI
                 STOP RUN
              END-IF
              PERFORM LEER-PROX-UNI
              PERFORM CONTROLAR-UNA-UNIDAD UNTIL FS-UNI = 10
              CLOSE UNIDADES
           END-IF.
           PERFORM CERRAR-REGLA.

       LEER-PROX-UNI.
           READ UNIDADES NEXT RECORD.
           IF FS-UNI NOT = 00 AND FS-UNI NOT = 10
              DISPLAY "Err al leer unidades" FS-UNI
              STOP RUN
           END-IF.

       CONTROLAR-UNA-UNIDAD.
           ADD 1 TO cantLeidos.
           MOVE UNI-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-CUIT-MAESTRO.
           IF WS-CUIT-EXISTE = 'N'
              PERFORM BUSCAR-BAJA
              MOVE SPACES TO PR3-CLAVE
              MOVE SPACES TO PR3-OBS
              STRING 'CUIT ' DELIMITED BY SIZE
                     UNI-CUIT-CONS DELIMITED BY SIZE
                     ' UF ' DELIMITED BY SIZE
                     UNI-NRO-UF DELIMITED BY SIZE
                     INTO PR3-CLAVE
              END-STRING
              IF WS-BAJA-HALLADA = 'S'
                 STRING 'CONSORCIO DE BAJA EL ' DELIMITED BY SIZE
                        WS-FECHA-BAJA DELIMITED BY SIZE
                        INTO PR3-OBS
                 END-STRING
              ELSE
                 MOVE 'CONSORCIO INEXISTENTE' TO PR3-OBS
              END-IF
              MOVE 0 TO PR3-IMPORTE
              PERFORM IMPRIMIR-INCONSISTENCIA
           END-IF.
           PERFORM LEER-PROX-UNI.

       CONTROLAR-PERFPROV.
           MOVE 5 TO WS-REGLA.
           PERFORM INICIAR-REGLA.
           OPEN INPUT PERFPROV.
           IF FS-PRF = 35
              MOVE 'perfprov.dat' TO WS-ARCHIVO-FALTA
              PERFORM INFORMAR-ARCHIVO-FALTANTE
           ELSE
              IF FS-PRF NOT = ZERO
                 DISPLAY "Err abrir perfprov: " FS-PRF
                 STOP RUN
              END-IF
              PERFORM LEO-PERFIL
              PERFORM CONTROLAR-UN-PERFIL UNTIL FS-PRF = 10
              CLOSE PERFPROV
           END-IF.
           PERFORM CERRAR-REGLA.

       LEO-PERFIL.
           READ PERFPROV.
           IF FS-PRF NOT = ZERO AND 10
              DISPLAY "Err leer perfprov: " FS-PRF
              STOP RUN.

       CONTROLAR-UN-PERFIL.
           ADD 1 TO cantLeidos.
           MOVE PRF-COD-PROV TO WS-BUS-COD-PROV.
           PERFORM BUSCAR-PROVEEDOR.
           IF WS-PROV-EXISTE = 'N'
              MOVE SPACES TO PR3-CLAVE
              MOVE SPACES TO PR3-OBS
              STRING 'PROV ' DELIMITED BY SIZE
                     PRF-COD-PROV DELIMITED BY SIZE
                     INTO PR3-CLAVE
              END-STRING
              STRING 'REGIMEN ' DELIMITED BY SIZE
                     PRF-REGIMEN DELIMITED BY SIZE
                     ' JURISDICCION ' DELIMITED BY SIZE
                     PRF-JURISDIC DELIMITED BY SIZE
                     INTO PR3-OBS
              END-STRING
              MOVE 0 TO PR3-IMPORTE
              PERFORM IMPRIMIR-INCONSISTENCIA
           END-IF.
           PERFORM LEO-PERFIL.

       CONTROLAR-CTACTE.
           MOVE 6 TO WS-REGLA.
           PERFORM INICIAR-REGLA.
           OPEN INPUT CTACTE.
           IF FS-CTC = 35
              MOVE 'ctacte.dat' TO WS-ARCHIVO-FALTA
              PERFORM INFORMAR-ARCHIVO-FALTANTE
           ELSE
              IF FS-CTC NOT = ZERO
                 DISPLAY "Err abrir ctacte: " FS-CTC
                 STOP RUN
              END-IF
              PERFORM LEO-CTACTE
              PERFORM CONTROLAR-UN-MOVIMIENTO UNTIL FS-CTC = 10
              CLOSE CTACTE
           END-IF.
           PERFORM CERRAR-REGLA.

       LEO-CTACTE.
           READ CTACTE.
           IF FS-CTC NOT = ZERO AND 10
              DISPLAY "Err leer ctacte: " FS-CTC
              STOP RUN.

       CONTROLAR-UN-MOVIMIENTO.
           ADD 1 TO cantLeidos.
           MOVE CTC-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-CUIT-MAESTRO.
           IF WS-CUIT-EXISTE = 'N'
              MOVE SPACES TO PR3-CLAVE
              MOVE SPACES TO PR3-OBS
              STRING 'CUIT ' DELIMITED BY SIZE
                     CTC-CUIT-CONS DELIMITED BY SIZE
                     ' PER ' DELIMITED BY SIZE
                     CTC-PERIODO DELIMITED BY SIZE
                     INTO PR3-CLAVE
              END-STRING
              STRING 'TIPO ' DELIMITED BY SIZE
                     CTC-TIPO DELIMITED BY SIZE
                     ' FECHA ' DELIMITED BY SIZE
                     CTC-FECHA DELIMITED BY SIZE
                     INTO PR3-OBS
              END-STRING
              MOVE CTC-IMPORTE TO PR3-IMPORTE
              PERFORM IMPRIMIR-INCONSISTENCIA
           END-IF.
           PERFORM LEO-CTACTE.

       INICIAR-REGLA.
           MOVE 0 TO cantLeidos.
           IF cantLineas >= 55
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-REGLA TO PR1-NRO.
           MOVE TAB-REG-TITULO (WS-REGLA) TO PR1-TITULO.
           WRITE LINEA FROM PR1-REGLA.
           PERFORM CHECK-WRITE-LISINT.
           WRITE LINEA FROM PR2-TIT.
           PERFORM CHECK-WRITE-LISINT.
           ADD 2 TO cantLineas.

       IMPRIMIR-INCONSISTENCIA.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO
              WRITE LINEA FROM PR1-REGLA
              PERFORM CHECK-WRITE-LISINT
              WRITE LINEA FROM PR2-TIT
              PERFORM CHECK-WRITE-LISINT
              ADD 2 TO cantLineas
           END-IF.
           WRITE LINEA FROM PR3-DET.
           PERFORM CHECK-WRITE-LISINT.
           ADD 1 TO cantLineas.
           ADD 1 TO TAB-REG-CANT (WS-REGLA).
           ADD 1 TO WS-TOTAL-VIOLACIONES.

       INFORMAR-ARCHIVO-FALTANTE.
           MOVE WS-ARCHIVO-FALTA TO PR5-ARCHIVO.
           WRITE LINEA FROM PR5-FALTA.
           PERFORM CHECK-WRITE-LISINT.
           ADD 1 TO cantLineas.

       CERRAR-REGLA.
           MOVE cantLeidos TO PR4-LEIDOS.
           MOVE TAB-REG-CANT (WS-REGLA) TO PR4-CANT.
           WRITE LINEA FROM PR4-TOT.
           PERFORM CHECK-WRITE-LISINT.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINT.
           ADD 2 TO cantLineas.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISINT.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINT.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISINT.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINT.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       IMPRIMIR-RESUMEN.
           PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PC1-TIT.
           PERFORM CHECK-WRITE-LISINT.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINT.
           PERFORM IMPRIMIR-RESUMEN-REGLA
                   VARYING WS-REGLA FROM 1 BY 1 UNTIL WS-REGLA > 6.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINT.
           MOVE WS-TOTAL-VIOLACIONES TO PC3-CANT.
           WRITE LINEA FROM PC3-TOT.
           PERFORM CHECK-WRITE-LISINT.

       IMPRIMIR-RESUMEN-REGLA.
           MOVE WS-REGLA TO PC2-NRO.
           MOVE TAB-REG-TITULO (WS-REGLA) TO PC2-TITULO.
           MOVE TAB-REG-CANT (WS-REGLA) TO PC2-CANT.
           WRITE LINEA FROM PC2-LIN.
           PERFORM CHECK-WRITE-LISINT.

       CERRAR-ARCHIVOS.
           CLOSE MAESTRO.
           CLOSE PROVEEDORES.
           IF WS-HAY-FACTURAS = 'S'
              CLOSE FACTURAS.
           CLOSE LISINT.

       GRABAR-RUN-LOG.
           ACCEPT WS-RUN-FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUX FROM TIME.
           MOVE WS-HORA-AUX (1:6) TO WS-RUN-HORA-FIN.
           MOVE SPACES TO REG-RUNLOG.
           MOVE WS-RUN-FECHA-INI TO RUN-FECHA-INI.
           MOVE WS-RUN-HORA-INI TO RUN-HORA-INI.
           MOVE WS-RUN-FECHA-FIN TO RUN-FECHA-FIN.
           MOVE WS-RUN-HORA-FIN TO RUN-HORA-FIN.
           MOVE 'INTEGRIDAD' TO RUN-MODO.
           PERFORM MOVER-CANT-REGLA
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
           MOVE WS-TOTAL-VIOLACIONES TO RUN-CONT-CTAS.
           MOVE ZEROS TO RUN-CANT-CONSORCIOS.
           MOVE ZEROS TO RUN-ALTAS.
           MOVE ZEROS TO RUN-BAJAS.
           MOVE ZEROS TO RUN-DUPLICADOS.
           MOVE ZEROS TO RUN-HUERFANAS.
           MOVE ZEROS TO RUN-EST-OMITIDOS.
           MOVE ZEROS TO RUN-RECHAZOS.
           MOVE ZEROS TO RUN-TRANS-INVALIDAS.
           MOVE 'OK' TO RUN-ESTADO.
           OPEN EXTEND RUNLOG.
           IF FS-RUNLOG = 35
              OPEN OUTPUT RUNLOG.
           IF FS-RUNLOG NOT = ZERO
              DISPLAY "Err abrir runlog: " FS-RUNLOG
              STOP RUN.
           WRITE REG-RUNLOG.
           IF FS-RUNLOG NOT = ZERO
              DISPLAY "Error al escribir runlog: " FS-RUNLOG
              STOP RUN.
           CLOSE RUNLOG.

       MOVER-CANT-REGLA.
           IF WS-IDX > 6
              MOVE ZEROS TO RUN-CONT-NOV (WS-IDX)
           ELSE
              MOVE TAB-REG-CANT (WS-IDX) TO RUN-CONT-NOV (WS-IDX)
           END-IF.

       CHECK-WRITE-LISINT.
           IF FS-LISINT NOT = ZERO AND 10
              DISPLAY "Error al escribir lisIntegr: " FS-LISINT
              STOP RUN.
