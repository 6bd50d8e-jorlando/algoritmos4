       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4ASI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLANCTA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PLC.
           SELECT CUENTAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTAS.
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
           SELECT ASIENTOS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-ASI.
           SELECT LISBAL ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISBAL.
           SELECT ASI-SORT ASSIGN TO DISK
                                FILE STATUS IS FS-SORT.

       DATA DIVISION.
       FILE SECTION.

       FD PLANCTA LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "plancta.dat".

       01 REG-PLC.
           03 PLC-TIPO                    PIC X(01).
           03 PLC-CODIGO                  PIC X(04).
           03 PLC-CUENTA                  PIC X(12).
           03 PLC-DESCRIP                 PIC X(30).

       FD CUENTAS LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "cuentas.dat".

       01 CTA.
           03 CTA-CUIT-CONS               PIC 9(15).
           03 CTA-NRO-CTA                 PIC 9(08).
           03 CTA-FECHA-ALTA              PIC X(10).
           03 CTA-ENTIDAD                 PIC 9(03).
           03 CTA-SUCURSAL                PIC 9(03).

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

       FD ASIENTOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "asientos.dat".

       01 REG-ASI.
           03 ASI-NRO-ASIENTO                 PIC 9(06).
           03 ASI-FECHA                       PIC 9(08).
           03 ASI-NRO-LINEA                   PIC 9(03).
           03 ASI-CUENTA                      PIC X(12).
           03 ASI-DEBE                        PIC 9(11)V99.
           03 ASI-HABER                       PIC 9(11)V99.
           03 ASI-CENTRO                      PIC 9(15).
           03 ASI-LEYENDA                     PIC X(30).

       FD LISBAL LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisBalance".
       01 LINEA                               PIC X(100).

       SD ASI-SORT DATA RECORD IS REG-SORT.

       01 REG-SORT.
           03 SD-CLAVE.
              05 SD-CUIT-CONS                PIC 9(15).
              05 SD-FUENTE                   PIC 9(01).
              05 SD-CUENTA                   PIC X(12).
           03 SD-IMPORTE                  PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS-PLC                PIC XX.
       77 FS-CTAS               PIC XX.
       77 FS-EXP                PIC XX.
       77 FS-COB                PIC XX.
       77 FS-FACT               PIC XX.
       77 FS-EST                PIC XX.
       77 FS-PAG                PIC XX.
       77 FS-RET                PIC XX.
       77 FS-ASI                PIC XX.
       77 FS-LISBAL             PIC XX.
       77 FS-SORT               PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-PARM-ERROR         PIC X VALUE 'N'.
       77 WS-PERIODO            PIC 9(06) VALUE 0.
       77 WS-NRO-ASIENTO        PIC 9(06) VALUE 1.
       77 WS-EXP-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-FECHA-DESDE        PIC 9(08) VALUE 0.
       77 WS-FECHA-HASTA        PIC 9(08) VALUE 0.
       77 WS-FECHA-ASIENTO      PIC 9(08) VALUE 0.
       77 WS-HAY-FACTURAS       PIC X VALUE 'S'.
       77 WS-HAY-ESTADOS        PIC X VALUE 'S'.
       77 WS-FACT-HALLADA       PIC X VALUE 'N'.
       77 WS-BUS-COD-PROV       PIC 9(08).
       77 WS-BUS-NRO-FACT       PIC 9(08).
       77 WS-ESTADO-FACT        PIC X.
       77 CAN-PLC               PIC 9(04) VALUE 0.
       77 MAX-PLC               PIC 9(04) VALUE 500.
       77 WS-PLC-IDX            PIC 9(04).
       77 WS-PLC-HALLADO        PIC X VALUE 'N'.
       77 CAN-CTAS              PIC 9(04) VALUE 0.
       77 MAX-CTAS              PIC 9(04) VALUE 1000.
       77 WS-CTA-IDX            PIC 9(04).
       77 WS-CTA-HALLADA        PIC X VALUE 'N'.
       77 WS-BUS-NRO-CTA        PIC 9(08).
       77 WS-BUS-CUIT           PIC 9(15).
       77 WS-ENTIDAD            PIC 9(03).
       77 CAN-BAL               PIC 9(04) VALUE 0.
       77 MAX-BAL               PIC 9(04) VALUE 500.
       77 WS-BAL-IDX            PIC 9(04).
       77 WS-BAL-POS            PIC 9(04).
       77 CAN-SMP               PIC 9(04) VALUE 0.
       77 MAX-SMP               PIC 9(04) VALUE 200.
       77 WS-SMP-IDX            PIC 9(04).
       77 WS-SMP-HALLADO        PIC X VALUE 'N'.
       77 WS-MAP-TIPO           PIC X(01).
       77 WS-MAP-CUENTA         PIC X(12).
       77 WS-CTA-DEBE           PIC X(12).
       77 WS-CTA-HABER          PIC X(12).
       77 WS-CTA-DXC            PIC X(12) VALUE SPACES.
       77 WS-CTA-PRV            PIC X(12) VALUE SPACES.
       77 WS-CTA-CRG            PIC X(12) VALUE SPACES.
       77 WS-CTA-ING            PIC X(12) VALUE SPACES.
       77 WS-CTA-GTO            PIC X(12) VALUE SPACES.
       77 WS-CTA-BCO            PIC X(12) VALUE SPACES.
       77 WS-CTA-RET            PIC X(12) VALUE SPACES.
       77 WS-IMPORTE            PIC 9(11)V99.
       77 WS-CUIT-ACTUAL        PIC 9(15).
       77 WS-FUENTE-ACTUAL      PIC 9(01).
       77 WS-CUENTA-ACTUAL      PIC X(12).
       77 WS-NETO-CUENTA        PIC S9(11)V99 VALUE 0.
       77 WS-NRO-LINEA          PIC 9(03) VALUE 0.
       77 WS-ASI-DEBE           PIC 9(13)V99 VALUE 0.
       77 WS-ASI-HABER          PIC 9(13)V99 VALUE 0.
       77 WS-TOT-DEBE           PIC 9(13)V99 VALUE 0.
       77 WS-TOT-HABER          PIC 9(13)V99 VALUE 0.
       77 WS-SALDO-CTA          PIC S9(13)V99 VALUE 0.
       77 WS-DIFERENCIA         PIC S9(13)V99 VALUE 0.
       77 WS-FTE-EXP            PIC 9(13)V99 VALUE 0.
       77 WS-ASE-EXP            PIC 9(13)V99 VALUE 0.
       77 WS-FTE-COB            PIC 9(13)V99 VALUE 0.
       77 WS-ASE-COB            PIC 9(13)V99 VALUE 0.
       77 WS-FTE-FACT           PIC 9(13)V99 VALUE 0.
       77 WS-ASE-FACT           PIC 9(13)V99 VALUE 0.
       77 WS-FACT-RECHAZ        PIC 9(13)V99 VALUE 0.
       77 WS-FTE-PAG            PIC 9(13)V99 VALUE 0.
       77 WS-ASE-PAG            PIC 9(13)V99 VALUE 0.
       77 WS-FTE-NC             PIC 9(13)V99 VALUE 0.
       77 WS-ASE-NC             PIC 9(13)V99 VALUE 0.
       77 WS-FTE-RET            PIC 9(13)V99 VALUE 0.
       77 WS-ASE-RET            PIC 9(13)V99 VALUE 0.
       77 WS-TOT-SIN-FACT       PIC 9(13)V99 VALUE 0.
       77 WS-COCIENTE           PIC 9(04).
       77 WS-RESTO-4            PIC 9(04).
       77 WS-RESTO-100          PIC 9(04).
       77 WS-RESTO-400          PIC 9(04).
       77 WS-BISIESTO           PIC X.
       77 cantAsientos          PIC 9(05) VALUE 0.
       77 cantLineasAsi         PIC 9(06) VALUE 0.
       77 cantDesbalanceados    PIC 9(05) VALUE 0.
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

       01 WS-MAP-CODIGO.
          03 WS-MAP-COD-N    PIC 9(04).
       01 WS-MAP-CODIGO-X REDEFINES WS-MAP-CODIGO PIC X(04).

       01 TAB-DIAS-MES.
          03 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
          03 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01 TAB-FUENTES.
          03 FILLER PIC X(30) VALUE 'EXPENSAS LIQUIDADAS'.
          03 FILLER PIC X(30) VALUE 'COBRANZAS ACREDITADAS'.
          03 FILLER PIC X(30) VALUE 'FACTURAS DE PROVEEDORES'.
          03 FILLER PIC X(30) VALUE 'PAGOS Y RETENCIONES'.
       01 TAB-FUENTES-R REDEFINES TAB-FUENTES.
          03 WS-LEYENDA-FUENTE OCCURS 4 TIMES PIC X(30).

       01 TAB-PLAN.
          03 TAB-PLC-ELM OCCURS 500 TIMES.
             05 TAB-PLC-TIPO              PIC X(01).
             05 TAB-PLC-CODIGO            PIC X(04).
             05 TAB-PLC-CUENTA            PIC X(12).
             05 TAB-PLC-DESCRIP           PIC X(30).

       01 TAB-CUENTAS.
          03 TAB-CTA-ELM OCCURS 1000 TIMES.
             05 TAB-CTA-NRO-CTA           PIC 9(08).
             05 TAB-CTA-CUIT              PIC 9(15).
             05 TAB-CTA-ENTIDAD           PIC 9(03).

       01 TAB-BALANCE.
          03 TAB-BAL-ELM OCCURS 500 TIMES.
             05 TAB-BAL-CUENTA            PIC X(12).
             05 TAB-BAL-DEBE              PIC 9(13)V99.
             05 TAB-BAL-HABER             PIC 9(13)V99.

       01 TAB-SIN-MAPEO.
          03 TAB-SMP-ELM OCCURS 200 TIMES.
             05 TAB-SMP-TIPO              PIC X(01).
             05 TAB-SMP-CODIGO            PIC X(04).
             05 TAB-SMP-CANT              PIC 9(05).

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
          03 FILLER   PIC X(43)
                      VALUE 'BALANCE DE SUMAS Y SALDOS - ASIENTOS MES '.
          03 PE3-PERIODO PIC 9(06).

       01 PB1-TIT.
          03 FILLER          PIC X(45) VALUE
             'CUENTA       DESCRIPCION'.
          03 FILLER          PIC X(51) VALUE
             '          DEBE           HABER           SALDO'.

       01 PB2-DET.
          03 PB2-CUENTA      PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PB2-DESCRIP     PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PB2-DEBE        PIC ZZZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PB2-HABER       PIC ZZZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PB2-SALDO       PIC ZZZZZZZZZZZZ9.99-.

       01 PB3-TOT.
          03 FILLER          PIC X(13) VALUE SPACES.
          03 PB3-LEYENDA     PIC X(31).
          03 PB3-DEBE        PIC ZZZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PB3-HABER       PIC ZZZZZZZZZZZZ9.99.

       01 PC1-TIT.
          03 PC1-TITULO      PIC X(60).

       01 PC2-FTE-TIT.
          03 FILLER          PIC X(45) VALUE
             'FUENTE                               '.
          03 FILLER          PIC X(51) VALUE
             '  SEGUN REPORTE        ASENTADO      DIFERENCIA'.

       01 PC3-FTE.
          03 PC3-LEYENDA     PIC X(44).
          03 PC3-FUENTE      PIC ZZZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PC3-ASENTADO    PIC ZZZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PC3-DIFERENCIA  PIC ZZZZZZZZZZZZ9.99-.

       01 PC4-LIN.
          03 PC4-LEYENDA     PIC X(44).
          03 PC4-IMPORTE     PIC ZZZZZZZZZZZZ9.99-.

       01 PC5-LIN.
          03 PC5-LEYENDA     PIC X(44).
          03 PC5-CANT        PIC ZZZZ9.

       01 PC6-SMP.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PC6-TIPO        PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PC6-CODIGO      PIC X(04).
          03 FILLER          PIC X(15) VALUE '  ocurrencias: '.
          03 PC6-CANT        PIC ZZZZ9.

       01 PARAM                 PIC X.
       01 CLAVE                 PIC 9(08).
       01 RUBRO                 PIC 9(04).
       01 DESCRIP-RUBRO         PIC X(15).
       01 S-ERR                 PIC XX.

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
           PERFORM CARGAR-PLAN.
           PERFORM GEN-TABLA-CUENTAS.
           SORT ASI-SORT
                ON ASCENDING KEY SD-CLAVE
                INPUT PROCEDURE ARMAR-ASIENTOS
                OUTPUT PROCEDURE GENERAR-ASIENTOS.
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
           MOVE WS-PERIODO TO WS-PER-ACTUAL-N.
           IF WS-PERIODO = ZERO OR WS-PARM-ERROR = 'S'
              OR WS-PA-MES < 1 OR WS-PA-MES > 12
              OR WS-NRO-ASIENTO = ZERO
              DISPLAY "Uso: ALGO4ASI PER=AAAAMM [ASI=nnnnnn]"
              STOP RUN
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.
           COMPUTE WS-FECHA-ASIENTO = WS-PERIODO * 100
                   + WS-DIAS-MES (WS-PA-MES).
           IF WS-PA-MES = 2
              PERFORM DETERMINAR-BISIESTO
              IF WS-BISIESTO = 'S'
                 ADD 1 TO WS-FECHA-ASIENTO
              END-IF
           END-IF.
           MOVE WS-PERIODO TO PE3-PERIODO.
           MOVE SPACES TO WS-EXP-NOMBRE.
           STRING "exp"        DELIMITED BY SIZE
                  WS-PERIODO   DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
                  INTO WS-EXP-NOMBRE
           END-STRING.

       PROCESAR-PARM-TOKEN.
           IF WS-PARM-TOKEN(1:4) = 'PER='
              IF WS-PARM-TOKEN(5:6) IS NUMERIC
                 MOVE WS-PARM-TOKEN(5:6) TO WS-PERIODO
              ELSE
                 MOVE 'S' TO WS-PARM-ERROR
              END-IF
           ELSE
              IF WS-PARM-TOKEN(1:4) = 'ASI='
                 IF WS-PARM-TOKEN(5:6) IS NUMERIC
                    MOVE WS-PARM-TOKEN(5:6) TO WS-NRO-ASIENTO
                 ELSE
                    MOVE 'S' TO WS-PARM-ERROR
                 END-IF
              ELSE
                 IF WS-PARM-TOKEN NOT = SPACES
                    MOVE 'S' TO WS-PARM-ERROR
                 END-IF
              END-IF
           END-IF.

       DETERMINAR-BISIESTO.
           MOVE 'N' TO WS-BISIESTO.
           DIVIDE WS-PA-ANIO BY 4
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-4.
           DIVIDE WS-PA-ANIO BY 100
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-100.
           DIVIDE WS-PA-ANIO BY 400
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-400.
           IF (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
              OR WS-RESTO-400 = ZERO
              MOVE 'S' TO WS-BISIESTO.

       CARGAR-PLAN.
           OPEN INPUT PLANCTA.
           IF FS-PLC = 35
              DISPLAY "No existe plancta.dat: no hay plan de "
                      "cuentas definido."
              STOP RUN.
           IF FS-PLC NOT = ZERO
              DISPLAY "Err abrir plancta: " FS-PLC
              STOP RUN.
           PERFORM LEO-PLAN.
           PERFORM CARGAR-UNA-CUENTA-PLAN UNTIL FS-PLC = 10.
           CLOSE PLANCTA.
           IF WS-CTA-DXC = SPACES OR WS-CTA-PRV = SPACES
              OR WS-CTA-CRG = SPACES OR WS-CTA-ING = SPACES
              OR WS-CTA-GTO = SPACES OR WS-CTA-BCO = SPACES
              OR WS-CTA-RET = SPACES
              DISPLAY "plancta.dat debe definir las cuentas generales "
                      "G DXC, PRV, CRG, ING, GTO, BCO y RET."
              STOP RUN.

       LEO-PLAN.
           READ PLANCTA.
           IF FS-PLC NOT = ZERO AND 10
              DISPLAY "Err leer plancta: " FS-PLC
              STOP RUN.

       CARGAR-UNA-CUENTA-PLAN.
           IF PLC-CUENTA = SPACES
              DISPLAY "plancta.dat: cuenta vacia para " PLC-TIPO
                      " " PLC-CODIGO
              STOP RUN.
           IF PLC-TIPO = 'G'
              PERFORM ASIGNAR-CUENTA-GENERAL
           ELSE
              IF PLC-TIPO NOT = 'I' AND PLC-TIPO NOT = 'E'
                 AND PLC-TIPO NOT = 'B' AND PLC-TIPO NOT = 'R'
                 DISPLAY "plancta.dat: tipo invalido " PLC-TIPO
                 STOP RUN
              END-IF
           END-IF.
           IF CAN-PLC >= MAX-PLC
              DISPLAY "Err: plancta.dat supera el limite de "
                      MAX-PLC " cuentas. No se continua."
              STOP RUN.
           ADD 1 TO CAN-PLC.
           MOVE PLC-TIPO TO TAB-PLC-TIPO (CAN-PLC).
           MOVE PLC-CODIGO TO TAB-PLC-CODIGO (CAN-PLC).
           MOVE PLC-CUENTA TO TAB-PLC-CUENTA (CAN-PLC).
           MOVE PLC-DESCRIP TO TAB-PLC-DESCRIP (CAN-PLC).
           PERFORM LEO-PLAN.

       ASIGNAR-CUENTA-GENERAL.
           EVALUATE PLC-CODIGO
             WHEN 'DXC '
               MOVE PLC-CUENTA TO WS-CTA-DXC
             WHEN 'PRV '
               MOVE PLC-CUENTA TO WS-CTA-PRV
             WHEN 'CRG '
               MOVE PLC-CUENTA TO WS-CTA-CRG
             WHEN 'ING '
               MOVE PLC-CUENTA TO WS-CTA-ING
             WHEN 'GTO '
               MOVE PLC-CUENTA TO WS-CTA-GTO
             WHEN 'BCO '
               MOVE PLC-CUENTA TO WS-CTA-BCO
             WHEN 'RET '
               MOVE PLC-CUENTA TO WS-CTA-RET
             WHEN OTHER
               DISPLAY "plancta.dat: cuenta general desconocida "
                       PLC-CODIGO
               STOP RUN
           END-EVALUATE.

       GEN-TABLA-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FS-CTAS = 35
              CONTINUE
           ELSE
              IF FS-CTAS NOT = ZERO
                 DISPLAY "Error al abrir Cuentas: " FS-CTAS
                 STOP RUN
              END-IF
              PERFORM LEO-CUENTA
              PERFORM CARGAR-CUENTA UNTIL FS-CTAS = 10
              CLOSE CUENTAS
           END-IF.

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
           MOVE CTA-ENTIDAD TO TAB-CTA-ENTIDAD (CAN-CTAS).
           PERFORM LEO-CUENTA.

       ARMAR-ASIENTOS SECTION.
           PERFORM ABRIR-PROV.
           PERFORM LIBERAR-EXPENSAS.
           PERFORM LIBERAR-COBRANZAS.
           PERFORM ABRIR-FACTURAS.
           PERFORM LIBERAR-FACTURAS.
           PERFORM LIBERAR-PAGOS.
           PERFORM LIBERAR-RETENCIONES.
           IF WS-HAY-FACTURAS = 'S'
              CLOSE FACTURAS.
           IF WS-HAY-ESTADOS = 'S'
              CLOSE ESTFACT.
           PERFORM CERRAR-PROV.

       ARM-GRAL SECTION.
       ABRIR-PROV.
           MOVE 'A' TO PARAM.
           CALL 'ACTPROV' USING PARAM, CLAVE, RUBRO,
                 DESCRIP-RUBRO, S-ERR.
           IF S-ERR = '01'
              DISPLAY "Error en subprograma"
              STOP RUN.

       CERRAR-PROV.
           MOVE 'C' TO PARAM.
           CALL 'ACTPROV' USING PARAM, CLAVE, RUBRO,
                 DESCRIP-RUBRO, S-ERR.
           IF S-ERR = '01'
              DISPLAY "Error en subprograma"
              STOP RUN.

       LIBERAR-EXPENSAS.
           OPEN INPUT EXPENSAS.
           IF FS-EXP = 35
              DISPLAY "No existe la liquidacion " WS-EXP-NOMBRE
              STOP RUN.
           IF FS-EXP NOT = ZERO
              DISPLAY "Err abrir " WS-EXP-NOMBRE ": " FS-EXP
              STOP RUN.
           PERFORM LEO-EXPENSAS.
           PERFORM LIBERAR-UNA-EXPENSA UNTIL FS-EXP = 10.
           CLOSE EXPENSAS.

       LEO-EXPENSAS.
           READ EXPENSAS.
           IF FS-EXP NOT = ZERO AND 10
              DISPLAY "Err leer " WS-EXP-NOMBRE ": " FS-EXP
              STOP RUN.

       LIBERAR-UNA-EXPENSA.
           IF EXP-TIPO = 'T'
              ADD EXP-IMPORTE TO WS-FTE-EXP
           END-IF.
           IF (EXP-TIPO = 'D' OR EXP-TIPO = 'C')
              AND EXP-IMPORTE > ZERO
              MOVE EXP-CUIT-CONS TO SD-CUIT-CONS
              MOVE 1 TO SD-FUENTE
              MOVE WS-CTA-DXC TO WS-CTA-DEBE
              IF EXP-TIPO = 'D'
                 MOVE 'I' TO WS-MAP-TIPO
                 MOVE EXP-RUBRO TO WS-MAP-COD-N
                 PERFORM BUSCAR-MAPEO
                 MOVE WS-MAP-CUENTA TO WS-CTA-HABER
              ELSE
                 MOVE WS-CTA-CRG TO WS-CTA-HABER
              END-IF
              MOVE EXP-IMPORTE TO WS-IMPORTE
              PERFORM LIBERAR-PARTIDA
              ADD EXP-IMPORTE TO WS-ASE-EXP
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
              ADD COB-IMPORTE TO WS-FTE-COB
              MOVE COB-NRO-CTA TO WS-BUS-NRO-CTA
              PERFORM BUSCAR-CUENTA-NRO
              PERFORM MAPEAR-BANCO
              MOVE COB-CUIT-CONS TO SD-CUIT-CONS
              MOVE 2 TO SD-FUENTE
              MOVE WS-MAP-CUENTA TO WS-CTA-DEBE
              MOVE WS-CTA-DXC TO WS-CTA-HABER
              MOVE COB-IMPORTE TO WS-IMPORTE
              PERFORM LIBERAR-PARTIDA
              ADD COB-IMPORTE TO WS-ASE-COB
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
              ADD FACT-MONTO TO WS-FTE-FACT
              PERFORM BUSCAR-ESTADO-FACT
              IF WS-ESTADO-FACT = 'R'
                 ADD 1 TO cantRechazadas
                 ADD FACT-MONTO TO WS-FACT-RECHAZ
              ELSE
                 MOVE FACT-COD-PROV TO CLAVE
                 PERFORM MAPEAR-GASTO
                 MOVE FACT-CUIT-CONS TO SD-CUIT-CONS
                 MOVE 3 TO SD-FUENTE
                 MOVE WS-MAP-CUENTA TO WS-CTA-DEBE
                 MOVE WS-CTA-PRV TO WS-CTA-HABER
                 MOVE FACT-MONTO TO WS-IMPORTE
                 PERFORM LIBERAR-PARTIDA
                 ADD FACT-MONTO TO WS-ASE-FACT
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

       MAPEAR-GASTO.
           MOVE 'M' TO PARAM.
           CALL 'ACTPROV' USING PARAM, CLAVE, RUBRO,
                 DESCRIP-RUBRO, S-ERR.
           IF S-ERR = '01'
              DISPLAY "Error en subprograma"
              STOP RUN.
           MOVE 'E' TO WS-MAP-TIPO.
           IF S-ERR = '00'
              MOVE RUBRO TO WS-MAP-COD-N
           ELSE
              MOVE ZERO TO WS-MAP-COD-N
           END-IF.
           PERFORM BUSCAR-MAPEO.

       LIBERAR-PAGOS.
           OPEN INPUT PAGOS.
           IF FS-PAG = 35
              CONTINUE
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
              IF PAG-TIPO = 'N'
                 ADD PAG-MONTO TO WS-FTE-NC
              ELSE
                 ADD PAG-MONTO TO WS-FTE-PAG
              END-IF
              MOVE PAG-COD-PROV TO WS-BUS-COD-PROV
              MOVE PAG-NRO-FACT TO WS-BUS-NRO-FACT
              PERFORM BUSCAR-FACTURA
              IF WS-FACT-HALLADA = 'S'
                 MOVE FACT-CUIT-CONS TO SD-CUIT-CONS
                 MOVE 4 TO SD-FUENTE
                 MOVE WS-CTA-PRV TO WS-CTA-DEBE
                 IF PAG-TIPO = 'N'
                    MOVE PAG-COD-PROV TO CLAVE
                    PERFORM MAPEAR-GASTO
                    ADD PAG-MONTO TO WS-ASE-NC
                 ELSE
                    MOVE FACT-CUIT-CONS TO WS-BUS-CUIT
                    PERFORM BUSCAR-CUENTA-CUIT
                    PERFORM MAPEAR-BANCO
                    ADD PAG-MONTO TO WS-ASE-PAG
                 END-IF
                 MOVE WS-MAP-CUENTA TO WS-CTA-HABER
                 MOVE PAG-MONTO TO WS-IMPORTE
                 PERFORM LIBERAR-PARTIDA
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
           IF RET-PERIODO = WS-PERIODO
              ADD RET-IMPORTE TO WS-FTE-RET
              MOVE RET-COD-PROV TO WS-BUS-COD-PROV
              MOVE RET-NRO-FACT TO WS-BUS-NRO-FACT
              PERFORM BUSCAR-FACTURA
              IF WS-FACT-HALLADA = 'S'
                 MOVE FACT-CUIT-CONS TO WS-BUS-CUIT
                 PERFORM BUSCAR-CUENTA-CUIT
                 PERFORM MAPEAR-BANCO
                 MOVE WS-MAP-CUENTA TO WS-CTA-DEBE
                 MOVE 'R' TO WS-MAP-TIPO
                 MOVE SPACES TO WS-MAP-CODIGO-X
                 MOVE RET-IMPUESTO TO WS-MAP-CODIGO-X
                 PERFORM BUSCAR-MAPEO
                 MOVE WS-MAP-CUENTA TO WS-CTA-HABER
                 MOVE FACT-CUIT-CONS TO SD-CUIT-CONS
                 MOVE 4 TO SD-FUENTE
                 MOVE RET-IMPORTE TO WS-IMPORTE
                 PERFORM LIBERAR-PARTIDA
                 ADD RET-IMPORTE TO WS-ASE-RET
              ELSE
                 ADD 1 TO cantSinFactura
                 ADD RET-IMPORTE TO WS-TOT-SIN-FACT
              END-IF
           END-IF.
           PERFORM LEO-RETENCION.

       LIBERAR-PARTIDA.
           MOVE WS-CTA-DEBE TO SD-CUENTA.
           MOVE WS-IMPORTE TO SD-IMPORTE.
           RELEASE REG-SORT.
           MOVE WS-CTA-HABER TO SD-CUENTA.
           COMPUTE SD-IMPORTE = 0 - WS-IMPORTE.
           RELEASE REG-SORT.

       BUSCAR-CUENTA-NRO.
           MOVE 'N' TO WS-CTA-HALLADA.
           MOVE 1 TO WS-CTA-IDX.
           PERFORM REVISAR-CUENTA-NRO
                   UNTIL WS-CTA-IDX > CAN-CTAS
                   OR WS-CTA-HALLADA = 'S'.

       REVISAR-CUENTA-NRO.
           IF TAB-CTA-NRO-CTA (WS-CTA-IDX) = WS-BUS-NRO-CTA
              MOVE 'S' TO WS-CTA-HALLADA
              MOVE TAB-CTA-ENTIDAD (WS-CTA-IDX) TO WS-ENTIDAD
           ELSE
              ADD 1 TO WS-CTA-IDX
           END-IF.

       BUSCAR-CUENTA-CUIT.
           MOVE 'N' TO WS-CTA-HALLADA.
           MOVE 1 TO WS-CTA-IDX.
           PERFORM REVISAR-CUENTA-CUIT
                   UNTIL WS-CTA-IDX > CAN-CTAS
                   OR WS-CTA-HALLADA = 'S'.

       REVISAR-CUENTA-CUIT.
           IF TAB-CTA-CUIT (WS-CTA-IDX) = WS-BUS-CUIT
              MOVE 'S' TO WS-CTA-HALLADA
              MOVE TAB-CTA-ENTIDAD (WS-CTA-IDX) TO WS-ENTIDAD
           ELSE
              ADD 1 TO WS-CTA-IDX
           END-IF.

       MAPEAR-BANCO.
           MOVE 'B' TO WS-MAP-TIPO.
           IF WS-CTA-HALLADA = 'S'
              MOVE WS-ENTIDAD TO WS-MAP-COD-N
           ELSE
              MOVE ZERO TO WS-MAP-COD-N
           END-IF.
           PERFORM BUSCAR-MAPEO.

       BUSCAR-MAPEO.
           MOVE 'N' TO WS-PLC-HALLADO.
           MOVE 1 TO WS-PLC-IDX.
           PERFORM REVISAR-MAPEO
                   UNTIL WS-PLC-IDX > CAN-PLC
                   OR WS-PLC-HALLADO = 'S'.
           IF WS-PLC-HALLADO = 'N'
              PERFORM REGISTRAR-SIN-MAPEO
              EVALUATE WS-MAP-TIPO
                WHEN 'I'
                  MOVE WS-CTA-ING TO WS-MAP-CUENTA
                WHEN 'E'
                  MOVE WS-CTA-GTO TO WS-MAP-CUENTA
                WHEN 'B'
                  MOVE WS-CTA-BCO TO WS-MAP-CUENTA
                WHEN OTHER
                  MOVE WS-CTA-RET TO WS-MAP-CUENTA
              END-EVALUATE
           END-IF.

       REVISAR-MAPEO.
           IF TAB-PLC-TIPO (WS-PLC-IDX) = WS-MAP-TIPO
              AND TAB-PLC-CODIGO (WS-PLC-IDX) = WS-MAP-CODIGO-X
              MOVE 'S' TO WS-PLC-HALLADO
              MOVE TAB-PLC-CUENTA (WS-PLC-IDX) TO WS-MAP-CUENTA
           ELSE
              ADD 1 TO WS-PLC-IDX
           END-IF.

       REGISTRAR-SIN-MAPEO.
           MOVE 'N' TO WS-SMP-HALLADO.
           MOVE 1 TO WS-SMP-IDX.
           PERFORM REVISAR-SIN-MAPEO
                   UNTIL WS-SMP-IDX > CAN-SMP
                   OR WS-SMP-HALLADO = 'S'.
           IF WS-SMP-HALLADO = 'S'
              ADD 1 TO TAB-SMP-CANT (WS-SMP-IDX)
           ELSE
              IF CAN-SMP < MAX-SMP
                 ADD 1 TO CAN-SMP
                 MOVE WS-MAP-TIPO TO TAB-SMP-TIPO (CAN-SMP)
                 MOVE WS-MAP-CODIGO-X TO TAB-SMP-CODIGO (CAN-SMP)
                 MOVE 1 TO TAB-SMP-CANT (CAN-SMP)
              END-IF
           END-IF.

       REVISAR-SIN-MAPEO.
           IF TAB-SMP-TIPO (WS-SMP-IDX) = WS-MAP-TIPO
              AND TAB-SMP-CODIGO (WS-SMP-IDX) = WS-MAP-CODIGO-X
              MOVE 'S' TO WS-SMP-HALLADO
           ELSE
              ADD 1 TO WS-SMP-IDX
           END-IF.

       GENERAR-ASIENTOS SECTION.
           OPEN OUTPUT ASIENTOS.
           IF FS-ASI NOT = ZERO
              DISPLAY "Err abrir asientos: " FS-ASI
              STOP RUN.
           OPEN OUTPUT LISBAL.
           IF FS-LISBAL NOT = ZERO
              DISPLAY "Err abrir lisBalance: " FS-LISBAL
              STOP RUN.
           PERFORM LEER-DATOS.
           PERFORM CICLO-CONSORCIO UNTIL FS-SORT = 10.
           PERFORM IMPRIMIR-BALANCE.
           PERFORM IMPRIMIR-CONTROL-FUENTES.
           CLOSE ASIENTOS.
           CLOSE LISBAL.
           DISPLAY "Asientos generados: " cantAsientos
                   " Lineas: " cantLineasAsi
                   " (ver asientos.dat y lisBalance)".
           IF WS-TOT-DEBE NOT = WS-TOT-HABER
              OR cantDesbalanceados > ZERO
              DISPLAY "*** ATENCION: el diario no balancea, "
                      "revisar lisBalance ***".
           STOP RUN.

       GEN-GRAL SECTION.
       LEER-DATOS.
           RETURN ASI-SORT RECORD
                  AT END MOVE 10 TO FS-SORT.

       CICLO-CONSORCIO.
           MOVE SD-CUIT-CONS TO WS-CUIT-ACTUAL.
           PERFORM CICLO-ASIENTO UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL.

       CICLO-ASIENTO.
           MOVE SD-FUENTE TO WS-FUENTE-ACTUAL.
           MOVE 0 TO WS-NRO-LINEA.
           MOVE 0 TO WS-ASI-DEBE.
           MOVE 0 TO WS-ASI-HABER.
           PERFORM CICLO-CUENTA UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-FUENTE NOT = WS-FUENTE-ACTUAL.
           IF WS-NRO-LINEA > ZERO
              ADD 1 TO cantAsientos
              IF WS-ASI-DEBE NOT = WS-ASI-HABER
                 ADD 1 TO cantDesbalanceados
                 DISPLAY "Asiento " WS-NRO-ASIENTO
                         " desbalanceado, CUIT " WS-CUIT-ACTUAL
              END-IF
              ADD 1 TO WS-NRO-ASIENTO
           END-IF.

       CICLO-CUENTA.
           MOVE SD-CUENTA TO WS-CUENTA-ACTUAL.
           MOVE 0 TO WS-NETO-CUENTA.
           PERFORM SUMAR-PARTIDA UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-FUENTE NOT = WS-FUENTE-ACTUAL
                   OR SD-CUENTA NOT = WS-CUENTA-ACTUAL.
           IF WS-NETO-CUENTA NOT = ZERO
              PERFORM GRABAR-LINEA-ASIENTO.

       SUMAR-PARTIDA.
           ADD SD-IMPORTE TO WS-NETO-CUENTA.
           PERFORM LEER-DATOS.

       GRABAR-LINEA-ASIENTO.
           ADD 1 TO WS-NRO-LINEA.
           ADD 1 TO cantLineasAsi.
           MOVE WS-NRO-ASIENTO TO ASI-NRO-ASIENTO.
           MOVE WS-FECHA-ASIENTO TO ASI-FECHA.
           MOVE WS-NRO-LINEA TO ASI-NRO-LINEA.
           MOVE WS-CUENTA-ACTUAL TO ASI-CUENTA.
           IF WS-NETO-CUENTA > ZERO
              MOVE WS-NETO-CUENTA TO ASI-DEBE
              MOVE ZERO TO ASI-HABER
           ELSE
              MOVE ZERO TO ASI-DEBE
              COMPUTE ASI-HABER = 0 - WS-NETO-CUENTA
           END-IF.
           MOVE WS-CUIT-ACTUAL TO ASI-CENTRO.
           MOVE WS-LEYENDA-FUENTE (WS-FUENTE-ACTUAL) TO ASI-LEYENDA.
           WRITE REG-ASI.
           IF FS-ASI NOT = ZERO
              DISPLAY "Error al escribir asientos: " FS-ASI
              STOP RUN.
           ADD ASI-DEBE TO WS-ASI-DEBE.
           ADD ASI-HABER TO WS-ASI-HABER.
           ADD ASI-DEBE TO WS-TOT-DEBE.
           ADD ASI-HABER TO WS-TOT-HABER.
           PERFORM ACUMULAR-BALANCE.

       ACUMULAR-BALANCE.
           MOVE 1 TO WS-BAL-POS.
           PERFORM AVANZAR-BALANCE
                   UNTIL WS-BAL-POS > CAN-BAL
                   OR TAB-BAL-CUENTA (WS-BAL-POS) >= WS-CUENTA-ACTUAL.
           IF WS-BAL-POS > CAN-BAL
              OR TAB-BAL-CUENTA (WS-BAL-POS) NOT = WS-CUENTA-ACTUAL
              PERFORM INSERTAR-CUENTA-BALANCE
           END-IF.
           ADD ASI-DEBE TO TAB-BAL-DEBE (WS-BAL-POS).
           ADD ASI-HABER TO TAB-BAL-HABER (WS-BAL-POS).

       AVANZAR-BALANCE.
           ADD 1 TO WS-BAL-POS.

       INSERTAR-CUENTA-BALANCE.
           IF CAN-BAL >= MAX-BAL
              DISPLAY "Err: el diario supera el limite de "
                      MAX-BAL " cuentas contables. No se continua."
              STOP RUN.
           PERFORM DESPLAZAR-BALANCE VARYING WS-BAL-IDX
                   FROM CAN-BAL BY -1 UNTIL WS-BAL-IDX < WS-BAL-POS.
           ADD 1 TO CAN-BAL.
           MOVE WS-CUENTA-ACTUAL TO TAB-BAL-CUENTA (WS-BAL-POS).
           MOVE ZERO TO TAB-BAL-DEBE (WS-BAL-POS).
           MOVE ZERO TO TAB-BAL-HABER (WS-BAL-POS).

       DESPLAZAR-BALANCE.
           MOVE TAB-BAL-ELM (WS-BAL-IDX)
             TO TAB-BAL-ELM (WS-BAL-IDX + 1).

       IMPRIMIR-BALANCE.
           PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PB1-TIT.
           PERFORM CHECK-WRITE-LISBAL.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           ADD 2 TO cantLineas.
           PERFORM IMPRIMIR-CUENTA-BALANCE VARYING WS-BAL-IDX
                   FROM 1 BY 1 UNTIL WS-BAL-IDX > CAN-BAL.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           MOVE 'TOTALES' TO PB3-LEYENDA.
           MOVE WS-TOT-DEBE TO PB3-DEBE.
           MOVE WS-TOT-HABER TO PB3-HABER.
           WRITE LINEA FROM PB3-TOT.
           PERFORM CHECK-WRITE-LISBAL.
           IF WS-TOT-DEBE = WS-TOT-HABER
              MOVE 'SUMAS IGUALES - DIARIO BALANCEADO' TO PC1-TITULO
           ELSE
              MOVE '*** DEBE Y HABER NO COINCIDEN ***' TO PC1-TITULO
           END-IF.
           WRITE LINEA FROM PC1-TIT.
           PERFORM CHECK-WRITE-LISBAL.
           ADD 3 TO cantLineas.

       IMPRIMIR-CUENTA-BALANCE.
           IF cantLineas >= 58
              PERFORM IMPRIMIR-ENCABEZADO
              WRITE LINEA FROM PB1-TIT
              PERFORM CHECK-WRITE-LISBAL
              ADD 1 TO cantLineas
           END-IF.
           MOVE TAB-BAL-CUENTA (WS-BAL-IDX) TO PB2-CUENTA.
           MOVE SPACES TO PB2-DESCRIP.
           MOVE 'N' TO WS-PLC-HALLADO.
           MOVE 1 TO WS-PLC-IDX.
           PERFORM BUSCAR-DESCRIP-CUENTA
                   UNTIL WS-PLC-IDX > CAN-PLC
                   OR WS-PLC-HALLADO = 'S'.
           MOVE TAB-BAL-DEBE (WS-BAL-IDX) TO PB2-DEBE.
           MOVE TAB-BAL-HABER (WS-BAL-IDX) TO PB2-HABER.
           COMPUTE WS-SALDO-CTA = TAB-BAL-DEBE (WS-BAL-IDX)
                                - TAB-BAL-HABER (WS-BAL-IDX).
           MOVE WS-SALDO-CTA TO PB2-SALDO.
           WRITE LINEA FROM PB2-DET.
           PERFORM CHECK-WRITE-LISBAL.
           ADD 1 TO cantLineas.

       BUSCAR-DESCRIP-CUENTA.
           IF TAB-PLC-CUENTA (WS-PLC-IDX) = TAB-BAL-CUENTA (WS-BAL-IDX)
              MOVE 'S' TO WS-PLC-HALLADO
              MOVE TAB-PLC-DESCRIP (WS-PLC-IDX) TO PB2-DESCRIP
           ELSE
              ADD 1 TO WS-PLC-IDX
           END-IF.

       IMPRIMIR-CONTROL-FUENTES.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 'CONTROL DE FUENTES CONTRA SUS REPORTES' TO PC1-TITULO.
           WRITE LINEA FROM PC1-TIT.
           PERFORM CHECK-WRITE-LISBAL.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           WRITE LINEA FROM PC2-FTE-TIT.
           PERFORM CHECK-WRITE-LISBAL.
           MOVE 'Expensas liquidadas (lisLiquidacion)' TO PC3-LEYENDA.
           MOVE WS-FTE-EXP TO PC3-FUENTE.
           MOVE WS-ASE-EXP TO PC3-ASENTADO.
           COMPUTE WS-DIFERENCIA = WS-FTE-EXP - WS-ASE-EXP.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE 'Cobranzas acreditadas' TO PC3-LEYENDA.
           MOVE WS-FTE-COB TO PC3-FUENTE.
           MOVE WS-ASE-COB TO PC3-ASENTADO.
           COMPUTE WS-DIFERENCIA = WS-FTE-COB - WS-ASE-COB.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE 'Facturas del mes (neto de rechazadas)' TO PC3-LEYENDA.
           MOVE WS-FTE-FACT TO PC3-FUENTE.
           MOVE WS-ASE-FACT TO PC3-ASENTADO.
           COMPUTE WS-DIFERENCIA = WS-FTE-FACT - WS-ASE-FACT
                                 - WS-FACT-RECHAZ.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE 'Pagos a proveedores' TO PC3-LEYENDA.
           MOVE WS-FTE-PAG TO PC3-FUENTE.
           MOVE WS-ASE-PAG TO PC3-ASENTADO.
           COMPUTE WS-DIFERENCIA = WS-FTE-PAG - WS-ASE-PAG.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE 'Notas de credito de proveedores' TO PC3-LEYENDA.
           MOVE WS-FTE-NC TO PC3-FUENTE.
           MOVE WS-ASE-NC TO PC3-ASENTADO.
           COMPUTE WS-DIFERENCIA = WS-FTE-NC - WS-ASE-NC.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE 'Retenciones practicadas (lisRetenc)' TO PC3-LEYENDA.
           MOVE WS-FTE-RET TO PC3-FUENTE.
           MOVE WS-ASE-RET TO PC3-ASENTADO.
           COMPUTE WS-DIFERENCIA = WS-FTE-RET - WS-ASE-RET.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           MOVE 'Facturas rechazadas no asentadas' TO PC4-LEYENDA.
           MOVE WS-FACT-RECHAZ TO PC4-IMPORTE.
           WRITE LINEA FROM PC4-LIN.
           PERFORM CHECK-WRITE-LISBAL.
           MOVE 'Pagos/retenciones sin factura asociada' TO PC4-LEYENDA.
           MOVE WS-TOT-SIN-FACT TO PC4-IMPORTE.
           WRITE LINEA FROM PC4-LIN.
           PERFORM CHECK-WRITE-LISBAL.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           MOVE 'Asientos generados:' TO PC5-LEYENDA.
           MOVE cantAsientos TO PC5-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE 'Asientos desbalanceados:' TO PC5-LEYENDA.
           MOVE cantDesbalanceados TO PC5-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE 'Facturas rechazadas:' TO PC5-LEYENDA.
           MOVE cantRechazadas TO PC5-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           MOVE 'Pagos/retenciones sin factura:' TO PC5-LEYENDA.
           MOVE cantSinFactura TO PC5-CANT.
           PERFORM IMPRIMIR-LINEA-CANT.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           MOVE 'CODIGOS SIN CUENTA EN plancta.dat (CUENTA GENERAL)'
             TO PC1-TITULO.
           WRITE LINEA FROM PC1-TIT.
           PERFORM CHECK-WRITE-LISBAL.
           ADD 20 TO cantLineas.
           PERFORM IMPRIMIR-SIN-MAPEO VARYING WS-SMP-IDX
                   FROM 1 BY 1 UNTIL WS-SMP-IDX > CAN-SMP.

       IMPRIMIR-LINEA-FUENTE.
           MOVE WS-DIFERENCIA TO PC3-DIFERENCIA.
           WRITE LINEA FROM PC3-FTE.
           PERFORM CHECK-WRITE-LISBAL.

       IMPRIMIR-LINEA-CANT.
           WRITE LINEA FROM PC5-LIN.
           PERFORM CHECK-WRITE-LISBAL.

       IMPRIMIR-SIN-MAPEO.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           EVALUATE TAB-SMP-TIPO (WS-SMP-IDX)
             WHEN 'I'
               MOVE 'Rubro (ingreso)' TO PC6-TIPO
             WHEN 'E'
               MOVE 'Rubro (gasto)' TO PC6-TIPO
             WHEN 'B'
               MOVE 'Banco (entidad)' TO PC6-TIPO
             WHEN OTHER
               MOVE 'Impuesto retenido' TO PC6-TIPO
           END-EVALUATE.
           MOVE TAB-SMP-CODIGO (WS-SMP-IDX) TO PC6-CODIGO.
           MOVE TAB-SMP-CANT (WS-SMP-IDX) TO PC6-CANT.
           WRITE LINEA FROM PC6-SMP.
           PERFORM CHECK-WRITE-LISBAL.
           ADD 1 TO cantLineas.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISBAL.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       CHECK-WRITE-LISBAL.
           IF FS-LISBAL NOT = ZERO AND 10
              DISPLAY "Error al escribir lisBalance: " FS-LISBAL
              STOP RUN.
