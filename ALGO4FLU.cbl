       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4FLU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MAE-CUIT-CONS
                                FILE STATUS IS FS-MAE.
           SELECT CUITPROV ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CPR-CLAVE
                                FILE STATUS IS FS-CPR.
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
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PRV-COD-PROV
                                FILE STATUS IS FS-PRV.
           SELECT EXPENSAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-EXP.
           SELECT COBRANZAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-COB.
           SELECT LISFLU ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISFLU.

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

       FD LISFLU LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisFlujo".
       01 LINEA                               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-MAE                PIC XX.
       77 FS-CPR                PIC XX.
       77 FS-FACT               PIC XX.
       77 FS-EST                PIC XX.
       77 FS-PAG                PIC XX.
       77 FS-PRV                PIC XX.
       77 FS-EXP                PIC XX.
       77 FS-COB                PIC XX.
       77 FS-LISFLU             PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-PARM-TOKEN-3       PIC X(80).
       77 WS-PARM-TOKEN-4       PIC X(80).
       77 WS-PERIODO            PIC 9(06) VALUE 0.
       77 WS-SEMANAS            PIC 9(02) VALUE 12.
       77 WS-DIA-VTO            PIC 9(02) VALUE 10.
       77 WS-FECHA-INICIO       PIC 9(08) VALUE 0.
       77 WS-PER-HIST-DESDE     PIC 9(06).
       77 WS-PER-FIN            PIC 9(06).
       77 WS-EXP-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-HAY-PAGOS          PIC X VALUE 'S'.
       77 WS-HAY-PROVS          PIC X VALUE 'S'.
       77 WS-HAY-ESTADOS        PIC X VALUE 'S'.
       77 WS-ESTADO-FACT        PIC X.
       77 WS-HAY-FACT-MES       PIC X VALUE 'N'.
       77 WS-CONS-HALLADO       PIC X VALUE 'N'.
       77 WS-PAGADO             PIC S9(9)V99 VALUE 0.
       77 WS-SALDO-FACT         PIC S9(9)V99 VALUE 0.
       77 WS-PLAZO-PROV         PIC 9(03) VALUE 0.
       77 WS-BUS-CUIT           PIC 9(15).
       77 WS-SERIAL-INICIO      PIC 9(07).
       77 WS-SERIAL-FIN         PIC 9(07).
       77 WS-SERIAL-VENC        PIC 9(07).
       77 WS-SERIAL             PIC 9(07).
       77 WS-DIAS               PIC 9(07).
       77 WS-DIAS-TOPE          PIC 9(02).
       77 WS-ANIO-ANT           PIC 9(04).
       77 WS-LEAPS              PIC 9(04).
       77 WS-COCIENTE           PIC 9(04).
       77 WS-RESTO-4            PIC 9(04).
       77 WS-RESTO-100          PIC 9(04).
       77 WS-RESTO-400          PIC 9(04).
       77 WS-BISIESTO           PIC X.
       77 WS-IMPORTE-PROY       PIC 9(11)V99 VALUE 0.
       77 WS-NETO               PIC S9(11)V99 VALUE 0.
       77 WS-ACUMULADO          PIC S9(11)V99 VALUE 0.
       77 WS-NEGATIVO           PIC X VALUE 'N'.
       77 WS-TG-INGRESOS        PIC 9(13)V99 VALUE 0.
       77 WS-TG-EGR-FACT        PIC 9(13)V99 VALUE 0.
       77 WS-TG-EGR-ABONO       PIC 9(13)V99 VALUE 0.
       77 CAN-CONS              PIC 9(04) VALUE 0.
       77 MAX-CONS              PIC 9(04) VALUE 500.
       77 WS-CONS-IDX           PIC 9(04).
       77 WS-SEM-IDX            PIC 9(02).
       77 cantFactProy          PIC 9(05) VALUE 0.
       77 cantFactFuera         PIC 9(05) VALUE 0.
       77 cantFactSinCons       PIC 9(05) VALUE 0.
       77 cantFactRechaz        PIC 9(05) VALUE 0.
       77 cantAbonos            PIC 9(05) VALUE 0.
       77 cantConsNegativos     PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 9999 VALUE 1.

       01 WS-FECHA-HOY.
          03 WS-HOY-ANIO  PIC 9(04).
          03 WS-HOY-MES   PIC 9(02).
          03 WS-HOY-DIA   PIC 9(02).

       01 WS-FECHA-CALC.
          03 WS-FC-ANIO   PIC 9(04).
          03 WS-FC-MES    PIC 9(02).
          03 WS-FC-DIA    PIC 9(02).
       01 WS-FECHA-CALC-N REDEFINES WS-FECHA-CALC PIC 9(08).

       01 WS-PER-ITER.
          03 WS-PI-ANIO   PIC 9(04).
          03 WS-PI-MES    PIC 9(02).
       01 WS-PER-ITER-N REDEFINES WS-PER-ITER PIC 9(06).

       01 WS-PER-COBRO.
          03 WS-PC-ANIO   PIC 9(04).
          03 WS-PC-MES    PIC 9(02).
       01 WS-PER-COBRO-N REDEFINES WS-PER-COBRO PIC 9(06).

       01 TAB-DIAS-ACUM.
          03 FILLER PIC X(36) VALUE
             '000031059090120151181212243273304334'.
       01 TAB-DIAS-ACUM-R REDEFINES TAB-DIAS-ACUM.
          03 WS-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

       01 TAB-DIAS-MES.
          03 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
          03 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01 TAB-SEMANAS.
          03 TS-DESDE OCCURS 12 TIMES     PIC 9(08).

       01 TAB-CONSORCIOS.
          03 TAB-CONS-ELM OCCURS 500 TIMES.
             05 TC-CUIT                   PIC 9(15).
             05 TC-NOMBRE                 PIC X(30).
             05 TC-NRO-CTA                PIC 9(08).
             05 TC-LIQ-ACTUAL             PIC 9(11)V99.
             05 TC-LIQ-HIST               PIC 9(13)V99.
             05 TC-COB-HIST               PIC 9(13)V99.
             05 TC-TASA                   PIC 9(03)V99.
             05 TC-SEMANA OCCURS 12 TIMES.
                07 TC-INGRESO             PIC 9(11)V99.
                07 TC-EGR-FACT            PIC 9(11)V99.
                07 TC-EGR-ABONO           PIC 9(11)V99.

       01 PE1-ENCABE.
          03 FILLER PIC X(07) VALUE 'Fecha: '.
          03 PE1-FECHA-DD PIC 99.
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
          03 FILLER   PIC X(39)
                      VALUE 'PROYECCION SEMANAL DE FLUJO DE FONDOS'.

       01 PE4-ENCABE.
          03 FILLER          PIC X(09) VALUE 'DESDE:   '.
          03 PE4-DESDE       PIC 9(08).
          03 FILLER          PIC X(11) VALUE '  SEMANAS: '.
          03 PE4-SEMANAS     PIC Z9.
          03 FILLER          PIC X(20) VALUE '  LIQUIDACION BASE: '.
          03 PE4-PERIODO     PIC 9(06).

       01 PF1-CONS.
          03 FILLER          PIC X(11) VALUE 'CONSORCIO: '.
          03 PF1-CUIT        PIC 9(15).
          03 FILLER          PIC X(02) VALUE '  '.
          03 PF1-NOMBRE      PIC X(30).
          03 FILLER          PIC X(07) VALUE '  CTA: '.
          03 PF1-NRO-CTA     PIC 9(08).

       01 PF2-CONS.
          03 FILLER          PIC X(19) VALUE '   LIQUIDACION:    '.
          03 PF2-LIQUIDADO   PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(23)
                             VALUE '   COBRABILIDAD HIST.: '.
          03 PF2-TASA        PIC ZZ9.99.
          03 FILLER          PIC X(01) VALUE '%'.

       01 PF3-TIT.
          03 FILLER          PIC X(47) VALUE
             '  SEM    DESDE        INGRESOS   EGR.FACTURAS  '.
          03 FILLER          PIC X(50) VALUE
             ' EGR.ABONOS           NETO      ACUMULADO'.

       01 PF4-DET.
          03 FILLER          PIC X(03) VALUE SPACES.
          03 PF4-SEMANA      PIC Z9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PF4-DESDE       PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF4-INGRESOS    PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF4-EGR-FACT    PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF4-EGR-ABONO   PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF4-NETO        PIC ZZZZZZZZZ9.99-.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF4-ACUMULADO   PIC ZZZZZZZZZ9.99-.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF4-ALERTA      PIC X(08).

       01 PF5-ALERTA.
          03 FILLER          PIC X(46) VALUE
             '   *** ATENCION: SALDO PROYECTADO NEGATIVO EN '.
          03 FILLER          PIC X(07) VALUE 'SEMANA '.
          03 PF5-SEMANA      PIC Z9.
          03 FILLER          PIC X(04) VALUE ' ***'.

       01 PF-FINAL-1.
          03 F PIC X(36)
                VALUE 'Consorcios proyectados:             '.
          03 PF1-TOTAL PIC ZZZZ9.

       01 PF-FINAL-2.
          03 F PIC X(36)
                VALUE 'Consorcios con saldo negativo:      '.
          03 PF2-TOTAL PIC ZZZZ9.

       01 PF-FINAL-3.
          03 F PIC X(36)
                VALUE 'Facturas abiertas proyectadas:      '.
          03 PF3-TOTAL PIC ZZZZ9.

       01 PF-FINAL-4.
          03 F PIC X(36)
                VALUE 'Facturas con vto. fuera de rango:   '.
          03 PF4-TOTAL PIC ZZZZ9.

       01 PF-FINAL-5.
          03 F PIC X(36)
                VALUE 'Facturas de consorcios sin maestro: '.
          03 PF5-TOTAL PIC ZZZZ9.

       01 PF-FINAL-10.
          03 F PIC X(36)
                VALUE 'Facturas rechazadas no proyectadas: '.
          03 PF10-TOTAL PIC ZZZZ9.

       01 PF-FINAL-6.
          03 F PIC X(36)
                VALUE 'Abonos mensuales proyectados:       '.
          03 PF6-TOTAL PIC ZZZZ9.

       01 PF-FINAL-7.
          03 F PIC X(36)
                VALUE 'Total ingresos proyectados:         '.
          03 PF7-TOTAL PIC ZZZZZZZZZZZ9.99.

       01 PF-FINAL-8.
          03 F PIC X(36)
                VALUE 'Total egresos por facturas:         '.
          03 PF8-TOTAL PIC ZZZZZZZZZZZ9.99.

       01 PF-FINAL-9.
          03 F PIC X(36)
                VALUE 'Total egresos por abonos:           '.
          03 PF9-TOTAL PIC ZZZZZZZZZZZ9.99.

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
           PERFORM CARGAR-CONSORCIOS.
           PERFORM CARGAR-LIQUIDACIONES.
           PERFORM CARGAR-COBRANZAS.
           PERFORM CALCULAR-TASAS.
           PERFORM PROYECTAR-FACTURAS.
           PERFORM PROYECTAR-ABONOS.
           PERFORM PROYECTAR-INGRESOS.
           PERFORM LISTAR-PROYECCION.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-HOY-DIA TO PE1-FECHA-DD.
           MOVE WS-HOY-MES TO PE1-FECHA-MM.
           MOVE WS-HOY-ANIO TO PE1-FECHA-AAAA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           MOVE SPACES TO WS-PARM-TOKEN-3.
           MOVE SPACES TO WS-PARM-TOKEN-4.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
                    INTO WS-PARM-TOKEN-1
                         WS-PARM-TOKEN-2
                         WS-PARM-TOKEN-3
                         WS-PARM-TOKEN-4
           END-UNSTRING.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-4 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           IF WS-PERIODO = ZERO
              OR WS-SEMANAS < 8 OR WS-SEMANAS > 12
              OR WS-DIA-VTO < 1 OR WS-DIA-VTO > 28
              DISPLAY "Uso: ALGO4FLU PER=AAAAMM [SEM=08..12] "
                      "[VTO=DD] [FECHA=AAAAMMDD]"
              STOP RUN
           END-IF.
           IF WS-FECHA-INICIO = ZERO
              MOVE WS-FECHA-HOY TO WS-FECHA-INICIO
           END-IF.
           MOVE WS-FECHA-INICIO TO WS-FECHA-CALC-N.
           PERFORM CALCULAR-SERIAL.
           MOVE WS-SERIAL TO WS-SERIAL-INICIO.
           COMPUTE WS-SERIAL-FIN = WS-SERIAL-INICIO
                   + WS-SEMANAS * 7 - 1.
           COMPUTE WS-PER-HIST-DESDE = WS-PERIODO - 100.
           MOVE WS-FECHA-INICIO TO WS-FECHA-CALC-N.
           PERFORM ARMAR-SEMANA VARYING WS-SEM-IDX
                   FROM 1 BY 1 UNTIL WS-SEM-IDX > WS-SEMANAS.
           PERFORM AVANZAR-UN-DIA 6 TIMES.
           MOVE WS-FECHA-CALC-N (1:6) TO WS-PER-FIN.
           MOVE WS-FECHA-INICIO TO PE4-DESDE.
           MOVE WS-SEMANAS TO PE4-SEMANAS.
           MOVE WS-PERIODO TO PE4-PERIODO.

       PROCESAR-PARM-TOKEN.
           IF WS-PARM-TOKEN(1:4) = 'PER='
              AND WS-PARM-TOKEN(5:6) IS NUMERIC
              MOVE WS-PARM-TOKEN(5:6) TO WS-PERIODO
           END-IF.
           IF WS-PARM-TOKEN(1:4) = 'SEM='
              AND WS-PARM-TOKEN(5:2) IS NUMERIC
              MOVE WS-PARM-TOKEN(5:2) TO WS-SEMANAS
           END-IF.
           IF WS-PARM-TOKEN(1:4) = 'VTO='
              AND WS-PARM-TOKEN(5:2) IS NUMERIC
              MOVE WS-PARM-TOKEN(5:2) TO WS-DIA-VTO
           END-IF.
           IF WS-PARM-TOKEN(1:6) = 'FECHA='
              AND WS-PARM-TOKEN(7:8) IS NUMERIC
              MOVE WS-PARM-TOKEN(7:8) TO WS-FECHA-INICIO
           END-IF.

       CALCULAR-SERIAL.
           COMPUTE WS-ANIO-ANT = WS-FC-ANIO - 1.
           DIVIDE WS-ANIO-ANT BY 4
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-4.
           COMPUTE WS-LEAPS = WS-COCIENTE.
           DIVIDE WS-ANIO-ANT BY 100
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-100.
           COMPUTE WS-LEAPS = WS-LEAPS - WS-COCIENTE.
           DIVIDE WS-ANIO-ANT BY 400
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-400.
           COMPUTE WS-LEAPS = WS-LEAPS + WS-COCIENTE.
           COMPUTE WS-SERIAL = WS-FC-ANIO * 365 + WS-LEAPS
                   + WS-DIAS-ACUM (WS-FC-MES) + WS-FC-DIA.
           IF WS-FC-MES > 2
              PERFORM DETERMINAR-BISIESTO
              IF WS-BISIESTO = 'S'
                 ADD 1 TO WS-SERIAL
              END-IF
           END-IF.

       DETERMINAR-BISIESTO.
           MOVE 'N' TO WS-BISIESTO.
           DIVIDE WS-FC-ANIO BY 4
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-4.
           DIVIDE WS-FC-ANIO BY 100
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-100.
           DIVIDE WS-FC-ANIO BY 400
                  GIVING WS-COCIENTE REMAINDER WS-RESTO-400.
           IF (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
              OR WS-RESTO-400 = ZERO
              MOVE 'S' TO WS-BISIESTO.

       ARMAR-SEMANA.
           IF WS-SEM-IDX > 1
              PERFORM AVANZAR-UN-DIA 7 TIMES.
           MOVE WS-FECHA-CALC-N TO TS-DESDE (WS-SEM-IDX).

       AVANZAR-UN-DIA.
           ADD 1 TO WS-FC-DIA.
           MOVE WS-DIAS-MES (WS-FC-MES) TO WS-DIAS-TOPE.
           IF WS-FC-MES = 2
              PERFORM DETERMINAR-BISIESTO
              IF WS-BISIESTO = 'S'
                 ADD 1 TO WS-DIAS-TOPE
              END-IF
           END-IF.
           IF WS-FC-DIA > WS-DIAS-TOPE
              MOVE 1 TO WS-FC-DIA
              IF WS-FC-MES = 12
                 ADD 1 TO WS-FC-ANIO
                 MOVE 1 TO WS-FC-MES
              ELSE
                 ADD 1 TO WS-FC-MES
              END-IF
           END-IF.

       SIGUIENTE-PERIODO.
           IF WS-PI-MES = 12
              ADD 1 TO WS-PI-ANIO
              MOVE 1 TO WS-PI-MES
           ELSE
              ADD 1 TO WS-PI-MES
           END-IF.

       ASIGNAR-SEMANA.
           IF WS-SERIAL-VENC < WS-SERIAL-INICIO
              MOVE 1 TO WS-SEM-IDX
           ELSE
              COMPUTE WS-DIAS = WS-SERIAL-VENC - WS-SERIAL-INICIO
              DIVIDE WS-DIAS BY 7 GIVING WS-SEM-IDX
              ADD 1 TO WS-SEM-IDX
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO.
           IF FS-MAE NOT = ZERO
              DISPLAY "Err abrir Maestro: " FS-MAE
              STOP RUN.
           OPEN INPUT CUITPROV.
           IF FS-CPR NOT = ZERO
              DISPLAY "Err abrir Cuitprov: " FS-CPR
              STOP RUN.
           OPEN INPUT FACTURAS.
           IF FS-FACT NOT = ZERO
              DISPLAY "Err abrir Facturas: " FS-FACT
              STOP RUN.
           OPEN INPUT ESTFACT.
           IF FS-EST = 35
              MOVE 'N' TO WS-HAY-ESTADOS
           ELSE
              IF FS-EST NOT = ZERO
                 DISPLAY "Err abrir estfact: " FS-EST
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT PAGOS.
           IF FS-PAG = 35
              MOVE 'N' TO WS-HAY-PAGOS
           ELSE
              IF FS-PAG NOT = ZERO
                 DISPLAY "Err abrir pagos: " FS-PAG
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV = 35
              MOVE 'N' TO WS-HAY-PROVS
           ELSE
              IF FS-PRV NOT = ZERO
                 DISPLAY "Err abrir Proveedores: " FS-PRV
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT LISFLU.
           IF FS-LISFLU NOT = ZERO
              DISPLAY "Err abrir lisFlujo: " FS-LISFLU
              STOP RUN.

       CERRAR-ARCHIVOS.
           CLOSE MAESTRO.
           CLOSE CUITPROV.
           CLOSE FACTURAS.
           IF WS-HAY-ESTADOS = 'S'
              CLOSE ESTFACT.
           IF WS-HAY-PAGOS = 'S'
              CLOSE PAGOS.
           IF WS-HAY-PROVS = 'S'
              CLOSE PROVEEDORES.
           CLOSE LISFLU.

       CARGAR-CONSORCIOS.
           INITIALIZE TAB-CONSORCIOS.
           PERFORM LEER-MAESTRO.
           PERFORM CARGAR-UN-CONSORCIO UNTIL FS-MAE = 10.

       LEER-MAESTRO.
           READ MAESTRO NEXT RECORD.
           IF FS-MAE NOT = ZERO AND 10
              DISPLAY "Err leer maestro " FS-MAE
              STOP RUN.

       CARGAR-UN-CONSORCIO.
           IF CAN-CONS >= MAX-CONS
              DISPLAY "Err: maestro.dat supera el limite de "
                      MAX-CONS " consorcios soportados"
              STOP RUN.
           ADD 1 TO CAN-CONS.
           MOVE MAE-CUIT-CONS TO TC-CUIT (CAN-CONS).
           MOVE MAE-NOMBRE-CONSORCIO TO TC-NOMBRE (CAN-CONS).
           MOVE MAE-NRO-CTA TO TC-NRO-CTA (CAN-CONS).
           PERFORM LEER-MAESTRO.

       BUSCAR-CONSORCIO.
           MOVE 'N' TO WS-CONS-HALLADO.
           MOVE 1 TO WS-CONS-IDX.
           PERFORM REVISAR-CONSORCIO
                   UNTIL WS-CONS-IDX > CAN-CONS
                   OR WS-CONS-HALLADO = 'S'.

       REVISAR-CONSORCIO.
           IF TC-CUIT (WS-CONS-IDX) = WS-BUS-CUIT
              MOVE 'S' TO WS-CONS-HALLADO
           ELSE
              ADD 1 TO WS-CONS-IDX
           END-IF.

       CARGAR-LIQUIDACIONES.
           MOVE WS-PER-HIST-DESDE TO WS-PER-ITER-N.
           PERFORM SIGUIENTE-PERIODO.
           PERFORM CARGAR-LIQ-PERIODO UNTIL WS-PER-ITER-N > WS-PERIODO.

       CARGAR-LIQ-PERIODO.
           MOVE SPACES TO WS-EXP-NOMBRE.
           STRING "exp"            DELIMITED BY SIZE
                  WS-PER-ITER      DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WS-EXP-NOMBRE
           END-STRING.
           OPEN INPUT EXPENSAS.
           IF FS-EXP = 35
              IF WS-PER-ITER-N = WS-PERIODO
                 DISPLAY "No existe la liquidacion " WS-EXP-NOMBRE
                 STOP RUN
              END-IF
           ELSE
              IF FS-EXP NOT = ZERO
                 DISPLAY "Err abrir " WS-EXP-NOMBRE ": " FS-EXP
                 STOP RUN
              END-IF
              PERFORM LEO-EXPENSAS
              PERFORM CARGAR-UNA-EXPENSA UNTIL FS-EXP = 10
              CLOSE EXPENSAS
           END-IF.
           PERFORM SIGUIENTE-PERIODO.

       LEO-EXPENSAS.
           READ EXPENSAS.
           IF FS-EXP NOT = ZERO AND 10
              DISPLAY "Err leer " WS-EXP-NOMBRE ": " FS-EXP
              STOP RUN.

       CARGAR-UNA-EXPENSA.
           IF EXP-TIPO = 'T'
              MOVE EXP-CUIT-CONS TO WS-BUS-CUIT
              PERFORM BUSCAR-CONSORCIO
              IF WS-CONS-HALLADO = 'S'
                 ADD EXP-IMPORTE TO TC-LIQ-HIST (WS-CONS-IDX)
                 IF WS-PER-ITER-N = WS-PERIODO
                    MOVE EXP-IMPORTE TO TC-LIQ-ACTUAL (WS-CONS-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM LEO-EXPENSAS.

       CARGAR-COBRANZAS.
           OPEN INPUT COBRANZAS.
           IF FS-COB = 35
              CONTINUE
           ELSE
              IF FS-COB NOT = ZERO
                 DISPLAY "Err abrir cobranzas: " FS-COB
                 STOP RUN
              END-IF
              PERFORM LEO-COBRANZAS
              PERFORM CARGAR-UNA-COBRANZA UNTIL FS-COB = 10
              CLOSE COBRANZAS
           END-IF.

       LEO-COBRANZAS.
           READ COBRANZAS.
           IF FS-COB NOT = ZERO AND 10
              DISPLAY "Err leer cobranzas: " FS-COB
              STOP RUN.

       CARGAR-UNA-COBRANZA.
           IF COB-ESTADO = 'C'
              AND COB-PERIODO > WS-PER-HIST-DESDE
              AND COB-PERIODO <= WS-PERIODO
              MOVE COB-CUIT-CONS TO WS-BUS-CUIT
              PERFORM BUSCAR-CONSORCIO
              IF WS-CONS-HALLADO = 'S'
                 ADD COB-IMPORTE TO TC-COB-HIST (WS-CONS-IDX)
              END-IF
           END-IF.
           PERFORM LEO-COBRANZAS.

       CALCULAR-TASAS.
           PERFORM CALCULAR-TASA-CONS VARYING WS-CONS-IDX
                   FROM 1 BY 1 UNTIL WS-CONS-IDX > CAN-CONS.

       CALCULAR-TASA-CONS.
           IF TC-LIQ-HIST (WS-CONS-IDX) = ZERO
              MOVE 100 TO TC-TASA (WS-CONS-IDX)
           ELSE
              IF TC-COB-HIST (WS-CONS-IDX)
                 >= TC-LIQ-HIST (WS-CONS-IDX)
                 MOVE 100 TO TC-TASA (WS-CONS-IDX)
              ELSE
                 COMPUTE TC-TASA (WS-CONS-IDX) ROUNDED =
                         TC-COB-HIST (WS-CONS-IDX) * 100
                         / TC-LIQ-HIST (WS-CONS-IDX)
              END-IF
           END-IF.

       PROYECTAR-FACTURAS.
           PERFORM LEER-FACTURA.
           PERFORM CICLO-FACTURA UNTIL FS-FACT = 10.

       LEER-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       CICLO-FACTURA.
           PERFORM BUSCAR-ESTADO-FACT.
           IF WS-ESTADO-FACT = 'R'
              ADD 1 TO cantFactRechaz
           ELSE
              PERFORM CALCULAR-SALDO-FACT
              IF WS-SALDO-FACT > ZERO
                 PERFORM UBICAR-FACTURA
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

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

       CALCULAR-SALDO-FACT.
           MOVE 0 TO WS-PAGADO.
           IF WS-HAY-PAGOS = 'S'
              MOVE FACT-COD-PROV TO PAG-COD-PROV
              MOVE FACT-NRO-FACT TO PAG-NRO-FACT
              MOVE ZEROS TO PAG-NRO-MOV
              START PAGOS KEY >= PAG-CLAVE
              IF NOT FS-PAG EQUAL TO ZERO
                 IF FS-PAG = 23
                    CONTINUE
                 ELSE
                    DISPLAY "Err al buscar pagos" FS-PAG
                    STOP RUN
                 END-IF
              ELSE
                 PERFORM LEER-PROX-PAGO
                 PERFORM SUMAR-PAGO-REG UNTIL FS-PAG = 10 OR
                         PAG-COD-PROV NOT = FACT-COD-PROV OR
                         PAG-NRO-FACT NOT = FACT-NRO-FACT
              END-IF
           END-IF.
           COMPUTE WS-SALDO-FACT = FACT-MONTO - WS-PAGADO.

       LEER-PROX-PAGO.
           READ PAGOS NEXT RECORD.
           IF FS-PAG NOT = 00 AND FS-PAG NOT = 10
              DISPLAY "Err al leer pagos" FS-PAG
              STOP RUN
           END-IF.

       SUMAR-PAGO-REG.
           ADD PAG-MONTO TO WS-PAGADO.
           PERFORM LEER-PROX-PAGO.

       UBICAR-FACTURA.
           MOVE FACT-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-CONSORCIO.
           IF WS-CONS-HALLADO = 'N'
              ADD 1 TO cantFactSinCons
           ELSE
              MOVE FACT-COD-PROV TO PRV-COD-PROV
              PERFORM BUSCAR-PLAZO
              MOVE FACT-FECHA TO WS-FECHA-CALC-N
              PERFORM CALCULAR-SERIAL
              COMPUTE WS-SERIAL-VENC = WS-SERIAL + WS-PLAZO-PROV
              IF WS-SERIAL-VENC > WS-SERIAL-FIN
                 ADD 1 TO cantFactFuera
              ELSE
                 PERFORM ASIGNAR-SEMANA
                 ADD WS-SALDO-FACT TO
                     TC-EGR-FACT (WS-CONS-IDX, WS-SEM-IDX)
                 ADD 1 TO cantFactProy
              END-IF
           END-IF.

       BUSCAR-PLAZO.
           MOVE ZERO TO WS-PLAZO-PROV.
           IF WS-HAY-PROVS = 'S'
              READ PROVEEDORES RECORD
              IF FS-PRV = ZERO
                 MOVE PRV-PLAZO-DIAS TO WS-PLAZO-PROV
              ELSE
                 IF FS-PRV NOT = 23
                    DISPLAY "Err al leer proveedores" FS-PRV
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       PROYECTAR-ABONOS.
           PERFORM LEER-PROX-CPR.
           PERFORM CICLO-CPR UNTIL FS-CPR = 10.

       LEER-PROX-CPR.
           READ CUITPROV NEXT RECORD.
           IF FS-CPR NOT = 00 AND FS-CPR NOT = 10
              DISPLAY "Err al leer next" FS-CPR
              STOP RUN
           END-IF.

       CICLO-CPR.
           MOVE CPR-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-CONSORCIO.
           IF WS-CONS-HALLADO = 'S'
              MOVE CPR-COD-PROV TO PRV-COD-PROV
              PERFORM BUSCAR-PLAZO
              MOVE WS-PERIODO TO WS-PER-ITER-N
              PERFORM PROYECTAR-ABONO-MES
                      UNTIL WS-PER-ITER-N > WS-PER-FIN
           END-IF.
           PERFORM LEER-PROX-CPR.

       PROYECTAR-ABONO-MES.
           IF CPR-FECHA-ALTA (1:6) <= WS-PER-ITER-N
              AND (CPR-FECHA-FIN = ZERO
                   OR CPR-FECHA-FIN (1:6) >= WS-PER-ITER-N)
              PERFORM BUSCAR-FACT-MES
              IF WS-HAY-FACT-MES = 'N'
                 PERFORM UBICAR-ABONO
              END-IF
           END-IF.
           PERFORM SIGUIENTE-PERIODO.

       UBICAR-ABONO.
           MOVE WS-PER-ITER-N TO WS-PER-COBRO-N.
           IF WS-PC-MES = 12
              ADD 1 TO WS-PC-ANIO
              MOVE 1 TO WS-PC-MES
           ELSE
              ADD 1 TO WS-PC-MES
           END-IF.
           MOVE WS-PC-ANIO TO WS-FC-ANIO.
           MOVE WS-PC-MES TO WS-FC-MES.
           MOVE 1 TO WS-FC-DIA.
           PERFORM CALCULAR-SERIAL.
           COMPUTE WS-SERIAL-VENC = WS-SERIAL + WS-PLAZO-PROV.
           IF WS-SERIAL-VENC >= WS-SERIAL-INICIO
              AND WS-SERIAL-VENC <= WS-SERIAL-FIN
              PERFORM ASIGNAR-SEMANA
              ADD CPR-MONTO TO
                  TC-EGR-ABONO (WS-CONS-IDX, WS-SEM-IDX)
              ADD 1 TO cantAbonos
           END-IF.

       BUSCAR-FACT-MES.
           MOVE 'N' TO WS-HAY-FACT-MES.
           MOVE CPR-COD-PROV TO FACT-COD-PROV.
           START FACTURAS KEY >= FACT-COD-PROV.
           IF NOT FS-FACT EQUAL TO ZERO
              IF FS-FACT = 23
                 CONTINUE
              ELSE
                 DISPLAY "Err al buscar facturas" FS-FACT
                 STOP RUN
              END-IF
           ELSE
              PERFORM LEER-FACTURA
              PERFORM REVISAR-FACT-MES UNTIL FS-FACT = 10
                      OR WS-HAY-FACT-MES = 'S'
                      OR FACT-COD-PROV NOT = CPR-COD-PROV
           END-IF.

       REVISAR-FACT-MES.
           IF FACT-FECHA (1:6) = WS-PER-ITER-N
              AND FACT-CUIT-CONS = CPR-CUIT-CONS
              MOVE 'S' TO WS-HAY-FACT-MES
           ELSE
              PERFORM LEER-FACTURA
           END-IF.

       PROYECTAR-INGRESOS.
           PERFORM PROYECTAR-INGRESO-CONS VARYING WS-CONS-IDX
                   FROM 1 BY 1 UNTIL WS-CONS-IDX > CAN-CONS.

       PROYECTAR-INGRESO-CONS.
           COMPUTE WS-IMPORTE-PROY ROUNDED =
                   TC-LIQ-ACTUAL (WS-CONS-IDX)
                   * TC-TASA (WS-CONS-IDX) / 100.
           MOVE WS-PERIODO TO WS-PER-ITER-N.
           PERFORM PROYECTAR-INGRESO-MES
                   UNTIL WS-PER-ITER-N > WS-PER-FIN.

       PROYECTAR-INGRESO-MES.
           MOVE WS-PER-ITER-N TO WS-PER-COBRO-N.
           IF WS-PC-MES = 12
              ADD 1 TO WS-PC-ANIO
              MOVE 1 TO WS-PC-MES
           ELSE
              ADD 1 TO WS-PC-MES
           END-IF.
           MOVE WS-PC-ANIO TO WS-FC-ANIO.
           MOVE WS-PC-MES TO WS-FC-MES.
           MOVE WS-DIA-VTO TO WS-FC-DIA.
           PERFORM CALCULAR-SERIAL.
           MOVE WS-SERIAL TO WS-SERIAL-VENC.
           IF WS-SERIAL-VENC >= WS-SERIAL-INICIO
              AND WS-SERIAL-VENC <= WS-SERIAL-FIN
              PERFORM ASIGNAR-SEMANA
              ADD WS-IMPORTE-PROY TO
                  TC-INGRESO (WS-CONS-IDX, WS-SEM-IDX)
           END-IF.
           PERFORM SIGUIENTE-PERIODO.

       LISTAR-PROYECCION.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LISTAR-CONSORCIO VARYING WS-CONS-IDX
                   FROM 1 BY 1 UNTIL WS-CONS-IDX > CAN-CONS.
           IF cantLineas >= 50
              PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTALES.
           DISPLAY "Consorcios con saldo proyectado negativo: "
                   cantConsNegativos.

       LISTAR-CONSORCIO.
           IF cantLineas >= 42
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE TC-CUIT (WS-CONS-IDX) TO PF1-CUIT.
           MOVE TC-NOMBRE (WS-CONS-IDX) TO PF1-NOMBRE.
           MOVE TC-NRO-CTA (WS-CONS-IDX) TO PF1-NRO-CTA.
           WRITE LINEA FROM PF1-CONS.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE TC-LIQ-ACTUAL (WS-CONS-IDX) TO PF2-LIQUIDADO.
           MOVE TC-TASA (WS-CONS-IDX) TO PF2-TASA.
           WRITE LINEA FROM PF2-CONS.
           PERFORM CHECK-WRITE-LISFLU.
           WRITE LINEA FROM PF3-TIT.
           PERFORM CHECK-WRITE-LISFLU.
           ADD 3 TO cantLineas.
           MOVE 0 TO WS-ACUMULADO.
           MOVE 'N' TO WS-NEGATIVO.
           PERFORM LISTAR-SEMANA VARYING WS-SEM-IDX
                   FROM 1 BY 1 UNTIL WS-SEM-IDX > WS-SEMANAS.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISFLU.
           ADD 1 TO cantLineas.

       LISTAR-SEMANA.
           COMPUTE WS-NETO = TC-INGRESO (WS-CONS-IDX, WS-SEM-IDX)
                   - TC-EGR-FACT (WS-CONS-IDX, WS-SEM-IDX)
                   - TC-EGR-ABONO (WS-CONS-IDX, WS-SEM-IDX).
           ADD WS-NETO TO WS-ACUMULADO.
           ADD TC-INGRESO (WS-CONS-IDX, WS-SEM-IDX)
               TO WS-TG-INGRESOS.
           ADD TC-EGR-FACT (WS-CONS-IDX, WS-SEM-IDX)
               TO WS-TG-EGR-FACT.
           ADD TC-EGR-ABONO (WS-CONS-IDX, WS-SEM-IDX)
               TO WS-TG-EGR-ABONO.
           MOVE WS-SEM-IDX TO PF4-SEMANA.
           MOVE TS-DESDE (WS-SEM-IDX) TO PF4-DESDE.
           MOVE TC-INGRESO (WS-CONS-IDX, WS-SEM-IDX) TO PF4-INGRESOS.
           MOVE TC-EGR-FACT (WS-CONS-IDX, WS-SEM-IDX) TO PF4-EGR-FACT.
           MOVE TC-EGR-ABONO (WS-CONS-IDX, WS-SEM-IDX)
             TO PF4-EGR-ABONO.
           MOVE WS-NETO TO PF4-NETO.
           MOVE WS-ACUMULADO TO PF4-ACUMULADO.
           MOVE SPACES TO PF4-ALERTA.
           IF WS-ACUMULADO < ZERO
              MOVE 'NEGATIVO' TO PF4-ALERTA
              IF WS-NEGATIVO = 'N'
                 MOVE 'S' TO WS-NEGATIVO
                 ADD 1 TO cantConsNegativos
                 MOVE WS-SEM-IDX TO PF5-SEMANA
              END-IF
           END-IF.
           WRITE LINEA FROM PF4-DET.
           PERFORM CHECK-WRITE-LISFLU.
           ADD 1 TO cantLineas.
           IF WS-SEM-IDX = WS-SEMANAS AND WS-NEGATIVO = 'S'
              WRITE LINEA FROM PF5-ALERTA
              PERFORM CHECK-WRITE-LISFLU
              ADD 1 TO cantLineas
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE CAN-CONS TO PF1-TOTAL.
           WRITE LINEA FROM PF-FINAL-1.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE cantConsNegativos TO PF2-TOTAL.
           WRITE LINEA FROM PF-FINAL-2.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE cantFactProy TO PF3-TOTAL.
           WRITE LINEA FROM PF-FINAL-3.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE cantFactFuera TO PF4-TOTAL.
           WRITE LINEA FROM PF-FINAL-4.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE cantFactSinCons TO PF5-TOTAL.
           WRITE LINEA FROM PF-FINAL-5.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE cantFactRechaz TO PF10-TOTAL.
           WRITE LINEA FROM PF-FINAL-10.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE cantAbonos TO PF6-TOTAL.
           WRITE LINEA FROM PF-FINAL-6.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE WS-TG-INGRESOS TO PF7-TOTAL.
           WRITE LINEA FROM PF-FINAL-7.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE WS-TG-EGR-FACT TO PF8-TOTAL.
           WRITE LINEA FROM PF-FINAL-8.
           PERFORM CHECK-WRITE-LISFLU.
           MOVE WS-TG-EGR-ABONO TO PF9-TOTAL.
           WRITE LINEA FROM PF-FINAL-9.
           PERFORM CHECK-WRITE-LISFLU.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISFLU.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISFLU.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISFLU.
           WRITE LINEA FROM PE4-ENCABE.
           PERFORM CHECK-WRITE-LISFLU.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISFLU.
           ADD 1 TO cantHojas.
           MOVE 5 TO cantLineas.

       CHECK-WRITE-LISFLU.
           IF FS-LISFLU NOT = ZERO AND 10
              DISPLAY "Error al escribir lisFlujo: " FS-LISFLU
              STOP RUN.
