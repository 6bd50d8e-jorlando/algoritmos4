       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4REN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MAE-CUIT-CONS
                                FILE STATUS IS FS-MAE.
           SELECT EXPENSAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-EXP.
           SELECT COBRANZAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-COB.
           SELECT FACTURAS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FACT-COD-PROV
                                     WITH DUPLICATES
                                FILE STATUS IS FS-FACT.
           SELECT ESTFACT ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS EST-CLAVE
                                FILE STATUS IS FS-EST.
           SELECT PAGOS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PAG-CLAVE
                                FILE STATUS IS FS-PAG.
           SELECT RETENC ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-RET.
           SELECT CTACTE ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTC.
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PRV-COD-PROV
                                FILE STATUS IS FS-PRV.
           SELECT LISREN ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISREN.
           SELECT REN-SORT ASSIGN TO DISK
                                FILE STATUS IS FS-SORT.

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

       FD EXPENSAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   WS-EXP-NOMBRE.

       01 REG-EXP.
           03 EXP-TIPO                        PIC X(01).
           03 EXP-PERIODO                     PIC 9(06).
           03 EXP-CUIT-CONS                   PIC 9(15).
           03 EXP-COD-PROV                    PIC 9(08).
           03 EXP-RUBRO                       PIC 9(04).
           03 EXP-MONTO                       PIC 9(7)V99.
           03 EXP-FACTURADO                   PIC 9(7)V99.
           03 EXP-IMPORTE                     PIC 9(9)V99.

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

       FD ESTFACT LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "estfact.dat".

       01 EST.
           03 EST-CLAVE.
              05 EST-COD-PROV                 PIC 9(08).
              05 EST-NRO-FACT                 PIC 9(08).
           03 EST-CUIT-CONS                   PIC 9(15).
           03 EST-ESTADO                      PIC X(01).
           03 EST-FECHA-ALTA                  PIC 9(08).
           03 EST-FECHA-ESTADO                PIC 9(08).
           03 EST-OPERADOR                    PIC X(08).
           03 EST-MOTIVO                      PIC X(40).

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

       FD CTACTE LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "ctacte.dat".

       01 REG-CTC.
           03 CTC-CUIT-CONS               PIC 9(15).
           03 CTC-PERIODO                 PIC 9(06).
           03 CTC-FECHA                   PIC 9(08).
           03 CTC-TIPO                    PIC X(01).
           03 CTC-IMPORTE                 PIC 9(9)V99.

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

       FD LISREN LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisRendic".
       01 LINEA                               PIC X(100).

       SD REN-SORT DATA RECORD IS REG-SORT.

       01 REG-SORT.
           03 SD-CLAVE.
              05 SD-CUIT-CONS                PIC 9(15).
              05 SD-SECCION                  PIC 9(01).
              05 SD-SUBCLAVE                 PIC X(08).
           03 SD-NOMBRE                   PIC X(30).
           03 SD-IMPORTE-1                PIC 9(9)V99.
           03 SD-IMPORTE-2                PIC 9(9)V99.
           03 SD-IMPORTE-3                PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77 FS-MAE                PIC XX.
       77 FS-EXP                PIC XX.
       77 FS-COB                PIC XX.
       77 FS-FACT               PIC XX.
       77 FS-EST                PIC XX.
       77 FS-PAG                PIC XX.
       77 FS-RET                PIC XX.
       77 FS-CTC                PIC XX.
       77 FS-PRV                PIC XX.
       77 FS-LISREN             PIC XX.
       77 FS-SORT               PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-KEY           PIC X(05).
       77 WS-PARM-VALOR         PIC X(75).
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-ANIO               PIC 9(04) VALUE 0.
       77 WS-MES-INICIO         PIC 9(02) VALUE 1.
       77 WS-EXP-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-HAY-PAGOS          PIC X VALUE 'S'.
       77 WS-HAY-FACTURAS       PIC X VALUE 'S'.
       77 WS-HAY-PROVS          PIC X VALUE 'S'.
       77 WS-HAY-ESTADOS        PIC X VALUE 'S'.
       77 WS-ESTADO-FACT        PIC X.
       77 WS-FACT-HALLADA       PIC X VALUE 'N'.
       77 WS-BUS-COD-PROV       PIC 9(08).
       77 WS-BUS-NRO-FACT       PIC 9(08).
       77 WS-FECHA-DESDE        PIC 9(08) VALUE 0.
       77 WS-FECHA-HASTA        PIC 9(08) VALUE 0.
       77 WS-PER-DESDE          PIC 9(06) VALUE 0.
       77 WS-PER-HASTA          PIC 9(06) VALUE 0.
       77 WS-CUIT-ACTUAL        PIC 9(15).
       77 WS-SECCION-ACTUAL     PIC 9(01).
       77 WS-SUBCLAVE-ACTUAL    PIC X(08).
       77 WS-SUB-IMP-1          PIC 9(11)V99 VALUE 0.
       77 WS-SUB-IMP-2          PIC 9(11)V99 VALUE 0.
       77 WS-SUB-IMP-3          PIC 9(11)V99 VALUE 0.
       77 WS-SEC-IMP-1          PIC 9(11)V99 VALUE 0.
       77 WS-SEC-IMP-2          PIC 9(11)V99 VALUE 0.
       77 WS-SEC-IMP-3          PIC 9(11)V99 VALUE 0.
       77 WS-SALDO-INICIAL      PIC S9(11)V99 VALUE 0.
       77 WS-DEBITOS            PIC 9(11)V99 VALUE 0.
       77 WS-CREDITOS           PIC 9(11)V99 VALUE 0.
       77 WS-SALDO-FINAL        PIC S9(11)V99 VALUE 0.
       77 WS-TG-EXPENSAS        PIC 9(13)V99 VALUE 0.
       77 WS-TG-COBRANZAS       PIC 9(13)V99 VALUE 0.
       77 WS-TG-FACTURADO       PIC 9(13)V99 VALUE 0.
       77 WS-TG-PAGADO          PIC 9(13)V99 VALUE 0.
       77 WS-TG-NOTAS           PIC 9(13)V99 VALUE 0.
       77 WS-TG-RETENIDO        PIC 9(13)V99 VALUE 0.
       77 WS-TG-SALDO-INI       PIC S9(13)V99 VALUE 0.
       77 WS-TG-SALDO-FIN       PIC S9(13)V99 VALUE 0.
       77 WS-TOT-SIN-FACT       PIC 9(11)V99 VALUE 0.
       77 WS-TOT-RECHAZ         PIC 9(11)V99 VALUE 0.
       77 cantConsorcios        PIC 9(05) VALUE 0.
       77 cantNoMaestro         PIC 9(05) VALUE 0.
       77 cantPeriodosLiq       PIC 9(02) VALUE 0.
       77 cantSinFactura        PIC 9(05) VALUE 0.
       77 cantRechazadas        PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 9999 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

       01 WS-PER-ACTUAL.
          03 WS-PA-ANIO  PIC 9(04).
          03 WS-PA-MES   PIC 9(02).
       01 WS-PER-ACTUAL-N REDEFINES WS-PER-ACTUAL PIC 9(06).

       01 WS-SUB-RET.
          03 WS-SR-IMPUESTO  PIC X(03).
          03 WS-SR-JURISDIC  PIC 9(02).
          03 FILLER          PIC X(03).

       01 WS-SUB-CRG.
          03 WS-SC-MARCA     PIC X(01).
          03 WS-SC-NRO       PIC 9(02).
          03 FILLER          PIC X(05).

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
          03 FILLER   PIC X(14) VALUE ALL ' '.
          03 FILLER   PIC X(32)
                      VALUE 'RENDICION DE CUENTAS  EJERCICIO '.
          03 PE3-DESDE PIC 9(06).
          03 FILLER   PIC X(03) VALUE ' - '.
          03 PE3-HASTA PIC 9(06).

       01 PR1-CONS.
          03 FILLER          PIC X(11) VALUE 'CONSORCIO: '.
          03 PR1-CUIT        PIC 9(15).
          03 FILLER          PIC X(02) VALUE '  '.
          03 PR1-NOMBRE      PIC X(30).

       01 PR2-SECCION.
          03 PR2-TITULO      PIC X(60).

       01 PR3-DET.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PR3-LEYENDA     PIC X(12).
          03 PR3-CLAVE       PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PR3-DESCRIP     PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-IMPORTE     PIC ZZZZZZZZZZ9.99.

       01 PR4-PROV.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PR4-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR4-RAZON       PIC X(25).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR4-FACTURADO   PIC ZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR4-PAGADO      PIC ZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR4-NOTAS       PIC ZZZZZZZZZZ9.99.

       01 PR4-TIT.
          03 FILLER          PIC X(39) VALUE
             '    PROVEEDOR                          '.
          03 FILLER          PIC X(46) VALUE
             '      FACTURADO         PAGADO   NOTAS CREDITO'.

       01 PR5-TOT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PR5-LEYENDA     PIC X(53).
          03 PR5-IMPORTE     PIC ZZZZZZZZZZ9.99-.

       01 PR6-TOT-PROV.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(34) VALUE 'TOTAL PROVEEDORES'.
          03 PR6-FACTURADO   PIC ZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR6-PAGADO      PIC ZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR6-NOTAS       PIC ZZZZZZZZZZ9.99.

       01 PC1-TIT.
          03 FILLER          PIC X(40) VALUE
             'HOJA DE CONTROL - TOTALES DEL EJERCICIO'.

       01 PC2-LIN.
          03 PC2-LEYENDA     PIC X(40).
          03 PC2-IMPORTE     PIC ZZZZZZZZZZZZ9.99-.

       01 PC3-LIN.
          03 PC3-LEYENDA     PIC X(40).
          03 PC3-CANT        PIC ZZZZ9.

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
           SORT REN-SORT
                ON ASCENDING KEY SD-CLAVE
                INPUT PROCEDURE ARMAR-RENDICION
                OUTPUT PROCEDURE LISTAR-RENDICION.
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
           IF WS-ANIO = ZERO
              OR WS-MES-INICIO < 1 OR WS-MES-INICIO > 12
              DISPLAY "Uso: ALGO4REN ANIO=AAAA [INI=MM]"
              STOP RUN
           END-IF.
           MOVE WS-ANIO TO WS-PA-ANIO.
           MOVE WS-MES-INICIO TO WS-PA-MES.
           MOVE WS-PER-ACTUAL-N TO WS-PER-DESDE.
           COMPUTE WS-FECHA-DESDE = WS-PER-DESDE * 100 + 1.
           IF WS-MES-INICIO = 1
              MOVE WS-ANIO TO WS-PA-ANIO
              MOVE 12 TO WS-PA-MES
           ELSE
              COMPUTE WS-PA-ANIO = WS-ANIO + 1
              COMPUTE WS-PA-MES = WS-MES-INICIO - 1
           END-IF.
           MOVE WS-PER-ACTUAL-N TO WS-PER-HASTA.
           COMPUTE WS-FECHA-HASTA = WS-PER-HASTA * 100 + 31.
           MOVE WS-PER-DESDE TO PE3-DESDE.
           MOVE WS-PER-HASTA TO PE3-HASTA.

       PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN(1:5) TO WS-PARM-KEY.
           MOVE WS-PARM-TOKEN(6:75) TO WS-PARM-VALOR.
           IF WS-PARM-KEY = 'ANIO='
              AND WS-PARM-VALOR(1:4) IS NUMERIC
              MOVE WS-PARM-VALOR(1:4) TO WS-ANIO
           END-IF.
           IF WS-PARM-TOKEN(1:4) = 'INI='
              AND WS-PARM-TOKEN(5:2) IS NUMERIC
              MOVE WS-PARM-TOKEN(5:2) TO WS-MES-INICIO
           END-IF.

       ARMAR-RENDICION SECTION.
           PERFORM LIBERAR-MAESTRO.
           MOVE WS-PER-DESDE TO WS-PER-ACTUAL-N.
           PERFORM LIBERAR-EXPENSAS-PERIODO 12 TIMES.
           PERFORM LIBERAR-COBRANZAS.
           PERFORM ABRIR-FACTURAS.
           PERFORM LIBERAR-FACTURAS.
           PERFORM LIBERAR-PAGOS.
           PERFORM LIBERAR-RETENCIONES.
           IF WS-HAY-FACTURAS = 'S'
              CLOSE FACTURAS.
           IF WS-HAY-ESTADOS = 'S'
              CLOSE ESTFACT.
           PERFORM LIBERAR-CTACTE.

       ARM-GRAL SECTION.
       LIBERAR-MAESTRO.
           OPEN INPUT MAESTRO.
           IF FS-MAE NOT = ZERO
              DISPLAY "Err abrir Maestro: " FS-MAE
              STOP RUN.
           PERFORM LEER-MAESTRO.
           PERFORM LIBERAR-UN-CONSORCIO UNTIL FS-MAE = 10.
           CLOSE MAESTRO.

       LEER-MAESTRO.
           READ MAESTRO NEXT RECORD.
           IF FS-MAE NOT = ZERO AND 10
              DISPLAY "Err leer maestro " FS-MAE
              STOP RUN.

       LIBERAR-UN-CONSORCIO.
           MOVE MAE-CUIT-CONS TO SD-CUIT-CONS.
           MOVE 0 TO SD-SECCION.
           MOVE SPACES TO SD-SUBCLAVE.
           MOVE MAE-NOMBRE-CONSORCIO TO SD-NOMBRE.
           MOVE 0 TO SD-IMPORTE-1.
           MOVE 0 TO SD-IMPORTE-2.
           MOVE 0 TO SD-IMPORTE-3.
           RELEASE REG-SORT.
           PERFORM LEER-MAESTRO.

       LIBERAR-EXPENSAS-PERIODO.
           MOVE SPACES TO WS-EXP-NOMBRE.
           STRING "exp"            DELIMITED BY SIZE
                  WS-PER-ACTUAL    DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WS-EXP-NOMBRE
           END-STRING.
           OPEN INPUT EXPENSAS.
           IF FS-EXP = 35
              CONTINUE
           ELSE
              IF FS-EXP NOT = ZERO
                 DISPLAY "Err abrir " WS-EXP-NOMBRE ": " FS-EXP
                 STOP RUN
              END-IF
              ADD 1 TO cantPeriodosLiq
              PERFORM LEO-EXPENSAS
              PERFORM LIBERAR-UNA-EXPENSA UNTIL FS-EXP = 10
              CLOSE EXPENSAS
           END-IF.
           IF WS-PA-MES = 12
              ADD 1 TO WS-PA-ANIO
              MOVE 1 TO WS-PA-MES
           ELSE
              ADD 1 TO WS-PA-MES
           END-IF.

       LEO-EXPENSAS.
           READ EXPENSAS.
           IF FS-EXP NOT = ZERO AND 10
              DISPLAY "Err leer " WS-EXP-NOMBRE ": " FS-EXP
              STOP RUN.

       LIBERAR-UNA-EXPENSA.
           IF EXP-TIPO = 'D'
              MOVE EXP-CUIT-CONS TO SD-CUIT-CONS
              MOVE 1 TO SD-SECCION
              MOVE EXP-RUBRO TO SD-SUBCLAVE
              MOVE SPACES TO SD-NOMBRE
              MOVE EXP-IMPORTE TO SD-IMPORTE-1
              MOVE 0 TO SD-IMPORTE-2
              MOVE 0 TO SD-IMPORTE-3
              RELEASE REG-SORT
           END-IF.
           IF EXP-TIPO = 'C'
              MOVE EXP-CUIT-CONS TO SD-CUIT-CONS
              MOVE 1 TO SD-SECCION
              MOVE SPACES TO WS-SUB-CRG
              MOVE 'C' TO WS-SC-MARCA
              MOVE EXP-COD-PROV TO WS-SC-NRO
              MOVE WS-SUB-CRG TO SD-SUBCLAVE
              MOVE SPACES TO SD-NOMBRE
              MOVE EXP-IMPORTE TO SD-IMPORTE-1
              MOVE 0 TO SD-IMPORTE-2
              MOVE 0 TO SD-IMPORTE-3
              RELEASE REG-SORT
           END-IF.
           PERFORM LEO-EXPENSAS.

       LIBERAR-COBRANZAS.
           OPEN INPUT COBRANZAS.
           IF FS-COB = 35
              CONTINUE
           ELSE
              IF FS-COB NOT = ZERO
                 DISPLAY "Err abrir cobranzas: " FS-COB
                 STOP RUN
              END-IF
              PERFORM LEO-COBRANZAS
              PERFORM LIBERAR-UNA-COBRANZA UNTIL FS-COB = 10
              CLOSE COBRANZAS
           END-IF.

       LEO-COBRANZAS.
           READ COBRANZAS.
           IF FS-COB NOT = ZERO AND 10
              DISPLAY "Err leer cobranzas: " FS-COB
              STOP RUN.

       LIBERAR-UNA-COBRANZA.
           IF COB-ESTADO = 'C'
              AND COB-FECHA >= WS-FECHA-DESDE
              AND COB-FECHA <= WS-FECHA-HASTA
              MOVE COB-CUIT-CONS TO SD-CUIT-CONS
              MOVE 2 TO SD-SECCION
              MOVE COB-FECHA (1:6) TO SD-SUBCLAVE
              MOVE SPACES TO SD-NOMBRE
              MOVE COB-IMPORTE TO SD-IMPORTE-1
              MOVE 0 TO SD-IMPORTE-2
              MOVE 0 TO SD-IMPORTE-3
              RELEASE REG-SORT
           END-IF.
           PERFORM LEO-COBRANZAS.

       ABRIR-FACTURAS.
           OPEN INPUT FACTURAS.
           IF FS-FACT = 35
              MOVE 'N' TO WS-HAY-FACTURAS
           ELSE
              IF FS-FACT NOT = ZERO
                 DISPLAY "Err abrir facturas: " FS-FACT
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ESTFACT.
           IF FS-EST = 35
              MOVE 'N' TO WS-HAY-ESTADOS
           ELSE
              IF FS-EST NOT = ZERO
                 DISPLAY "Err abrir estfact: " FS-EST
                 STOP RUN
              END-IF
           END-IF.

       LIBERAR-FACTURAS.
           IF WS-HAY-FACTURAS = 'S'
              PERFORM LEER-PROX-FACT
              PERFORM LIBERAR-UNA-FACTURA UNTIL FS-FACT = 10
           END-IF.

       LEER-PROX-FACT.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       LIBERAR-UNA-FACTURA.
           IF FACT-FECHA >= WS-FECHA-DESDE
              AND FACT-FECHA <= WS-FECHA-HASTA
              PERFORM BUSCAR-ESTADO-FACT
              IF WS-ESTADO-FACT = 'R'
                 ADD 1 TO cantRechazadas
                 ADD FACT-MONTO TO WS-TOT-RECHAZ
              ELSE
                 MOVE FACT-CUIT-CONS TO SD-CUIT-CONS
                 MOVE 3 TO SD-SECCION
                 MOVE FACT-COD-PROV TO SD-SUBCLAVE
                 MOVE SPACES TO SD-NOMBRE
                 MOVE FACT-MONTO TO SD-IMPORTE-1
                 MOVE 0 TO SD-IMPORTE-2
                 MOVE 0 TO SD-IMPORTE-3
                 RELEASE REG-SORT
              END-IF
           END-IF.
           PERFORM LEER-PROX-FACT.

       BUSCAR-ESTADO-FACT.
           MOVE 'P' TO WS-ESTADO-FACT.
           IF WS-HAY-ESTADOS = 'S'
              MOVE FACT-COD-PROV TO EST-COD-PROV
              MOVE FACT-NRO-FACT TO EST-NRO-FACT
              READ ESTFACT RECORD
              IF FS-EST = ZERO
                 MOVE EST-ESTADO TO WS-ESTADO-FACT
              ELSE
                 IF FS-EST NOT = 23
                    DISPLAY "Err al leer estfact" FS-EST
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       LIBERAR-PAGOS.
           OPEN INPUT PAGOS.
           IF FS-PAG = 35
              MOVE 'N' TO WS-HAY-PAGOS
           ELSE
              IF FS-PAG NOT = ZERO
                 DISPLAY "Err abrir pagos: " FS-PAG
                 STOP RUN
              END-IF
              PERFORM LEER-PROX-PAGO
              PERFORM LIBERAR-UN-PAGO UNTIL FS-PAG = 10
              CLOSE PAGOS
           END-IF.

       LEER-PROX-PAGO.
           READ PAGOS NEXT RECORD.
           IF FS-PAG NOT = 00 AND FS-PAG NOT = 10
              DISPLAY "Err al leer pagos" FS-PAG
              STOP RUN
           END-IF.

       LIBERAR-UN-PAGO.
           IF PAG-FECHA-PAGO >= WS-FECHA-DESDE
              AND PAG-FECHA-PAGO <= WS-FECHA-HASTA
              MOVE PAG-COD-PROV TO WS-BUS-COD-PROV
              MOVE PAG-NRO-FACT TO WS-BUS-NRO-FACT
              PERFORM BUSCAR-FACTURA
              IF WS-FACT-HALLADA = 'S'
                 MOVE FACT-CUIT-CONS TO SD-CUIT-CONS
                 MOVE 3 TO SD-SECCION
                 MOVE PAG-COD-PROV TO SD-SUBCLAVE
                 MOVE SPACES TO SD-NOMBRE
                 MOVE 0 TO SD-IMPORTE-1
                 IF PAG-TIPO = 'N'
                    MOVE 0 TO SD-IMPORTE-2
                    MOVE PAG-MONTO TO SD-IMPORTE-3
                 ELSE
                    MOVE PAG-MONTO TO SD-IMPORTE-2
                    MOVE 0 TO SD-IMPORTE-3
                 END-IF
                 RELEASE REG-SORT
              ELSE
                 ADD 1 TO cantSinFactura
                 ADD PAG-MONTO TO WS-TOT-SIN-FACT
              END-IF
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

       LIBERAR-RETENCIONES.
           OPEN INPUT RETENC.
           IF FS-RET = 35
              CONTINUE
           ELSE
              IF FS-RET NOT = ZERO
                 DISPLAY "Err abrir retenciones: " FS-RET
                 STOP RUN
              END-IF
              PERFORM LEO-RETENCION
              PERFORM LIBERAR-UNA-RETENCION UNTIL FS-RET = 10
              CLOSE RETENC
           END-IF.

       LEO-RETENCION.
           READ RETENC.
           IF FS-RET NOT = ZERO AND 10
              DISPLAY "Err leer retenciones: " FS-RET
              STOP RUN.

       LIBERAR-UNA-RETENCION.
           IF RET-FECHA >= WS-FECHA-DESDE
              AND RET-FECHA <= WS-FECHA-HASTA
              MOVE RET-COD-PROV TO WS-BUS-COD-PROV
              MOVE RET-NRO-FACT TO WS-BUS-NRO-FACT
              PERFORM BUSCAR-FACTURA
              IF WS-FACT-HALLADA = 'S'
                 MOVE FACT-CUIT-CONS TO SD-CUIT-CONS
                 MOVE 4 TO SD-SECCION
                 MOVE SPACES TO WS-SUB-RET
                 MOVE RET-IMPUESTO TO WS-SR-IMPUESTO
                 IF RET-IMPUESTO = 'IIB'
                    MOVE RET-JURISDIC TO WS-SR-JURISDIC
                 ELSE
                    MOVE ZERO TO WS-SR-JURISDIC
                 END-IF
                 MOVE WS-SUB-RET TO SD-SUBCLAVE
                 MOVE SPACES TO SD-NOMBRE
                 MOVE RET-IMPORTE TO SD-IMPORTE-1
                 MOVE RET-BASE TO SD-IMPORTE-2
                 MOVE 0 TO SD-IMPORTE-3
                 RELEASE REG-SORT
              ELSE
                 ADD 1 TO cantSinFactura
                 ADD RET-IMPORTE TO WS-TOT-SIN-FACT
              END-IF
           END-IF.
           PERFORM LEO-RETENCION.

       LIBERAR-CTACTE.
           OPEN INPUT CTACTE.
           IF FS-CTC = 35
              CONTINUE
           ELSE
              IF FS-CTC NOT = ZERO
                 DISPLAY "Err abrir ctacte: " FS-CTC
                 STOP RUN
              END-IF
              PERFORM LEO-CTACTE
              PERFORM LIBERAR-UN-MOVIMIENTO UNTIL FS-CTC = 10
              CLOSE CTACTE
           END-IF.

       LEO-CTACTE.
           READ CTACTE.
           IF FS-CTC NOT = ZERO AND 10
              DISPLAY "Err leer ctacte: " FS-CTC
              STOP RUN.

       LIBERAR-UN-MOVIMIENTO.
           IF CTC-FECHA <= WS-FECHA-HASTA
              MOVE CTC-CUIT-CONS TO SD-CUIT-CONS
              MOVE 5 TO SD-SECCION
              MOVE SPACES TO SD-NOMBRE
              MOVE 0 TO SD-IMPORTE-1
              MOVE 0 TO SD-IMPORTE-2
              MOVE 0 TO SD-IMPORTE-3
              IF CTC-FECHA < WS-FECHA-DESDE
                 MOVE '0' TO SD-SUBCLAVE
                 IF CTC-TIPO = 'C'
                    MOVE CTC-IMPORTE TO SD-IMPORTE-2
                 ELSE
                    MOVE CTC-IMPORTE TO SD-IMPORTE-1
                 END-IF
              ELSE
                 MOVE '1' TO SD-SUBCLAVE
                 IF CTC-TIPO = 'C'
                    MOVE CTC-IMPORTE TO SD-IMPORTE-2
                 ELSE
                    MOVE CTC-IMPORTE TO SD-IMPORTE-1
                 END-IF
              END-IF
              RELEASE REG-SORT
           END-IF.
           PERFORM LEO-CTACTE.

       LISTAR-RENDICION SECTION.
           OPEN OUTPUT LISREN.
           IF FS-LISREN NOT = ZERO
              DISPLAY "Err abrir lisRendic: " FS-LISREN
              STOP RUN.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV = 35
              MOVE 'N' TO WS-HAY-PROVS
           ELSE
              IF FS-PRV NOT = ZERO
                 DISPLAY "Err abrir proveedores: " FS-PRV
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LEER-DATOS.
           PERFORM CICLO-CONSORCIO UNTIL FS-SORT = 10.
           PERFORM IMPRIMIR-HOJA-CONTROL.
           IF WS-HAY-PROVS = 'S'
              CLOSE PROVEEDORES.
           CLOSE LISREN.
           DISPLAY "Rendiciones emitidas: " cantConsorcios.
           STOP RUN.

       LIS-GRAL SECTION.
       LEER-DATOS.
           RETURN REN-SORT RECORD
                  AT END MOVE 10 TO FS-SORT.

       CICLO-CONSORCIO.
           ADD 1 TO cantConsorcios.
           MOVE SD-CUIT-CONS TO WS-CUIT-ACTUAL.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE SD-CUIT-CONS TO PR1-CUIT.
           IF SD-SECCION = 0
              MOVE SD-NOMBRE TO PR1-NOMBRE
              PERFORM LEER-DATOS
           ELSE
              MOVE '*** NO REGISTRADO EN MAESTRO ***' TO PR1-NOMBRE
              ADD 1 TO cantNoMaestro
           END-IF.
           WRITE LINEA FROM PR1-CONS.
           PERFORM CHECK-WRITE-LISREN.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           ADD 2 TO cantLineas.
           PERFORM SALTEAR-MAESTRO-DUPLICADO UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-SECCION NOT = 0.
           PERFORM SECCION-EXPENSAS.
           PERFORM SECCION-COBRANZAS.
           PERFORM SECCION-PROVEEDORES.
           PERFORM SECCION-RETENCIONES.
           PERFORM SECCION-CTACTE.

       SALTEAR-MAESTRO-DUPLICADO.
           PERFORM LEER-DATOS.

       SECCION-EXPENSAS.
           MOVE '1. EXPENSAS LIQUIDADAS POR RUBRO Y CARGOS'
             TO PR2-TITULO.
           PERFORM IMPRIMIR-TITULO-SECCION.
           MOVE 0 TO WS-SEC-IMP-1.
           MOVE 1 TO WS-SECCION-ACTUAL.
           PERFORM CORTE-SUBCLAVE UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-SECCION NOT = WS-SECCION-ACTUAL.
           MOVE 'TOTAL EXPENSAS LIQUIDADAS' TO PR5-LEYENDA.
           MOVE WS-SEC-IMP-1 TO PR5-IMPORTE.
           PERFORM IMPRIMIR-TOTAL-SECCION.
           ADD WS-SEC-IMP-1 TO WS-TG-EXPENSAS.

       SECCION-COBRANZAS.
           MOVE '2. COBRANZAS PERCIBIDAS' TO PR2-TITULO.
           PERFORM IMPRIMIR-TITULO-SECCION.
           MOVE 0 TO WS-SEC-IMP-1.
           MOVE 2 TO WS-SECCION-ACTUAL.
           PERFORM CORTE-SUBCLAVE UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-SECCION NOT = WS-SECCION-ACTUAL.
           MOVE 'TOTAL COBRANZAS PERCIBIDAS' TO PR5-LEYENDA.
           MOVE WS-SEC-IMP-1 TO PR5-IMPORTE.
           PERFORM IMPRIMIR-TOTAL-SECCION.
           ADD WS-SEC-IMP-1 TO WS-TG-COBRANZAS.

       SECCION-PROVEEDORES.
           MOVE '3. FACTURAS Y PAGOS A PROVEEDORES' TO PR2-TITULO.
           PERFORM IMPRIMIR-TITULO-SECCION.
           WRITE LINEA FROM PR4-TIT.
           PERFORM CHECK-WRITE-LISREN.
           ADD 1 TO cantLineas.
           MOVE 0 TO WS-SEC-IMP-1.
           MOVE 0 TO WS-SEC-IMP-2.
           MOVE 0 TO WS-SEC-IMP-3.
           MOVE 3 TO WS-SECCION-ACTUAL.
           PERFORM CORTE-SUBCLAVE UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-SECCION NOT = WS-SECCION-ACTUAL.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-SEC-IMP-1 TO PR6-FACTURADO.
           MOVE WS-SEC-IMP-2 TO PR6-PAGADO.
           MOVE WS-SEC-IMP-3 TO PR6-NOTAS.
           WRITE LINEA FROM PR6-TOT-PROV.
           PERFORM CHECK-WRITE-LISREN.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           ADD 2 TO cantLineas.
           ADD WS-SEC-IMP-1 TO WS-TG-FACTURADO.
           ADD WS-SEC-IMP-2 TO WS-TG-PAGADO.
           ADD WS-SEC-IMP-3 TO WS-TG-NOTAS.

       SECCION-RETENCIONES.
           MOVE '4. RETENCIONES PRACTICADAS Y DEPOSITADAS'
             TO PR2-TITULO.
           PERFORM IMPRIMIR-TITULO-SECCION.
           MOVE 0 TO WS-SEC-IMP-1.
           MOVE 4 TO WS-SECCION-ACTUAL.
           PERFORM CORTE-SUBCLAVE UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-SECCION NOT = WS-SECCION-ACTUAL.
           MOVE 'TOTAL RETENCIONES' TO PR5-LEYENDA.
           MOVE WS-SEC-IMP-1 TO PR5-IMPORTE.
           PERFORM IMPRIMIR-TOTAL-SECCION.
           ADD WS-SEC-IMP-1 TO WS-TG-RETENIDO.

       SECCION-CTACTE.
           MOVE '5. ESTADO DE LA CUENTA CORRIENTE DE EXPENSAS'
             TO PR2-TITULO.
           PERFORM IMPRIMIR-TITULO-SECCION.
           MOVE 0 TO WS-SALDO-INICIAL.
           MOVE 0 TO WS-DEBITOS.
           MOVE 0 TO WS-CREDITOS.
           PERFORM ACUMULAR-CTACTE UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL.
           COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL + WS-DEBITOS
                   - WS-CREDITOS.
           IF cantLineas >= 56
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 'SALDO INICIAL' TO PR5-LEYENDA.
           MOVE WS-SALDO-INICIAL TO PR5-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE '(+) DEBITOS DEL EJERCICIO (EXPENSAS E INTERESES)'
             TO PR5-LEYENDA.
           MOVE WS-DEBITOS TO PR5-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE '(-) CREDITOS DEL EJERCICIO (COBRANZAS)'
             TO PR5-LEYENDA.
           MOVE WS-CREDITOS TO PR5-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'SALDO FINAL' TO PR5-LEYENDA.
           MOVE WS-SALDO-FINAL TO PR5-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           ADD WS-SALDO-INICIAL TO WS-TG-SALDO-INI.
           ADD WS-SALDO-FINAL TO WS-TG-SALDO-FIN.

       ACUMULAR-CTACTE.
           IF SD-SECCION = 5
              IF SD-SUBCLAVE = '0'
                 ADD SD-IMPORTE-1 TO WS-SALDO-INICIAL
                 SUBTRACT SD-IMPORTE-2 FROM WS-SALDO-INICIAL
              ELSE
                 ADD SD-IMPORTE-1 TO WS-DEBITOS
                 ADD SD-IMPORTE-2 TO WS-CREDITOS
              END-IF
           END-IF.
           PERFORM LEER-DATOS.

       CORTE-SUBCLAVE.
           MOVE SD-SUBCLAVE TO WS-SUBCLAVE-ACTUAL.
           MOVE 0 TO WS-SUB-IMP-1.
           MOVE 0 TO WS-SUB-IMP-2.
           MOVE 0 TO WS-SUB-IMP-3.
           PERFORM ACUMULAR-SUBCLAVE UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-SECCION NOT = WS-SECCION-ACTUAL
                   OR SD-SUBCLAVE NOT = WS-SUBCLAVE-ACTUAL.
           ADD WS-SUB-IMP-1 TO WS-SEC-IMP-1.
           ADD WS-SUB-IMP-2 TO WS-SEC-IMP-2.
           ADD WS-SUB-IMP-3 TO WS-SEC-IMP-3.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           IF WS-SECCION-ACTUAL = 3
              PERFORM IMPRIMIR-DET-PROVEEDOR
           ELSE
              PERFORM IMPRIMIR-DET-SUBCLAVE
           END-IF.

       ACUMULAR-SUBCLAVE.
           ADD SD-IMPORTE-1 TO WS-SUB-IMP-1.
           ADD SD-IMPORTE-2 TO WS-SUB-IMP-2.
           ADD SD-IMPORTE-3 TO WS-SUB-IMP-3.
           PERFORM LEER-DATOS.

       IMPRIMIR-DET-SUBCLAVE.
           MOVE SPACES TO PR3-DESCRIP.
           MOVE WS-SUBCLAVE-ACTUAL TO PR3-CLAVE.
           IF WS-SECCION-ACTUAL = 1
              MOVE WS-SUBCLAVE-ACTUAL TO WS-SUB-CRG
              IF WS-SC-MARCA = 'C'
                 MOVE 'CARGO' TO PR3-LEYENDA
                 MOVE 'FONDO RESERVA / EXTRAORDINARIA'
                   TO PR3-DESCRIP
              ELSE
                 MOVE 'RUBRO' TO PR3-LEYENDA
              END-IF
           ELSE
              IF WS-SECCION-ACTUAL = 2
                 MOVE 'MES' TO PR3-LEYENDA
              ELSE
                 MOVE 'IMPUESTO' TO PR3-LEYENDA
                 MOVE WS-SUBCLAVE-ACTUAL TO WS-SUB-RET
                 IF WS-SR-IMPUESTO = 'IIB'
                    MOVE 'INGRESOS BRUTOS JURISDICCION'
                      TO PR3-DESCRIP
                    MOVE WS-SR-JURISDIC TO PR3-DESCRIP (29:2)
                 ELSE
                    MOVE 'IMPUESTO A LAS GANANCIAS' TO PR3-DESCRIP
                 END-IF
                 MOVE WS-SR-IMPUESTO TO PR3-CLAVE
              END-IF
           END-IF.
           MOVE WS-SUB-IMP-1 TO PR3-IMPORTE.
           WRITE LINEA FROM PR3-DET.
           PERFORM CHECK-WRITE-LISREN.
           ADD 1 TO cantLineas.

       IMPRIMIR-DET-PROVEEDOR.
           MOVE WS-SUBCLAVE-ACTUAL TO PR4-COD-PROV.
           MOVE SPACES TO PR4-RAZON.
           IF WS-HAY-PROVS = 'S'
              MOVE WS-SUBCLAVE-ACTUAL TO PRV-COD-PROV
              READ PROVEEDORES
              IF FS-PRV = ZERO
                 MOVE PRV-RAZON-SOCIAL TO PR4-RAZON
              ELSE
                 IF FS-PRV NOT = 23
                    DISPLAY "Err leer proveedores: " FS-PRV
                    STOP RUN
                 END-IF
              END-IF
           END-IF.
           MOVE WS-SUB-IMP-1 TO PR4-FACTURADO.
           MOVE WS-SUB-IMP-2 TO PR4-PAGADO.
           MOVE WS-SUB-IMP-3 TO PR4-NOTAS.
           WRITE LINEA FROM PR4-PROV.
           PERFORM CHECK-WRITE-LISREN.
           ADD 1 TO cantLineas.

       IMPRIMIR-TITULO-SECCION.
           IF cantLineas >= 57
              PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PR2-SECCION.
           PERFORM CHECK-WRITE-LISREN.
           ADD 1 TO cantLineas.

       IMPRIMIR-TOTAL-SECCION.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           ADD 1 TO cantLineas.

       IMPRIMIR-LINEA-TOTAL.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PR5-TOT.
           PERFORM CHECK-WRITE-LISREN.
           ADD 1 TO cantLineas.

       IMPRIMIR-HOJA-CONTROL.
           PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PC1-TIT.
           PERFORM CHECK-WRITE-LISREN.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           MOVE 'Consorcios rendidos:' TO PC3-LEYENDA.
           MOVE cantConsorcios TO PC3-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE '  sin registro en maestro:' TO PC3-LEYENDA.
           MOVE cantNoMaestro TO PC3-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE 'Periodos liquidados en el ejercicio:' TO PC3-LEYENDA.
           MOVE cantPeriodosLiq TO PC3-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE 'Total expensas liquidadas:' TO PC2-LEYENDA.
           MOVE WS-TG-EXPENSAS TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Total cobranzas percibidas:' TO PC2-LEYENDA.
           MOVE WS-TG-COBRANZAS TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Total facturado por proveedores:' TO PC2-LEYENDA.
           MOVE WS-TG-FACTURADO TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Total pagado a proveedores:' TO PC2-LEYENDA.
           MOVE WS-TG-PAGADO TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Total notas de credito aplicadas:' TO PC2-LEYENDA.
           MOVE WS-TG-NOTAS TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Total retenciones practicadas:' TO PC2-LEYENDA.
           MOVE WS-TG-RETENIDO TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Total saldos iniciales cta. cte.:' TO PC2-LEYENDA.
           MOVE WS-TG-SALDO-INI TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Total saldos finales cta. cte.:' TO PC2-LEYENDA.
           MOVE WS-TG-SALDO-FIN TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Pagos/retenciones sin factura:' TO PC3-LEYENDA.
           MOVE cantSinFactura TO PC3-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE 'Importe sin factura (no rendido):' TO PC2-LEYENDA.
           MOVE WS-TOT-SIN-FACT TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.
           MOVE 'Facturas rechazadas (no rendidas):' TO PC3-LEYENDA.
           MOVE cantRechazadas TO PC3-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE 'Importe facturas rechazadas:' TO PC2-LEYENDA.
           MOVE WS-TOT-RECHAZ TO PC2-IMPORTE.
           PERFORM IMPRIMIR-LINEA-CONTROL.

       IMPRIMIR-LINEA-CONTROL.
           WRITE LINEA FROM PC2-LIN.
           PERFORM CHECK-WRITE-LISREN.

       IMPRIMIR-LINEA-CANT.
           WRITE LINEA FROM PC3-LIN.
           PERFORM CHECK-WRITE-LISREN.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISREN.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       CHECK-WRITE-LISREN.
           IF FS-LISREN NOT = ZERO AND 10
              DISPLAY "Error al escribir lisRendic: " FS-LISREN
              STOP RUN.
