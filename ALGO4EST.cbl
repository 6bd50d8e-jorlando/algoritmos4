       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4EST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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
           SELECT LISPEND ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISPEN.
           SELECT LISDISP ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISDIS.

       DATA DIVISION.
       FILE SECTION.

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

       FD LISPEND LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "lisFactPend".
       01 LINEA-PEN                           PIC X(100).

       FD LISDISP LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "lisFactDisp".
       01 LINEA-DIS                           PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-FACT               PIC XX.
       77 FS-EST                PIC XX.
       77 FS-PAG                PIC XX.
       77 FS-PRV                PIC XX.
       77 FS-LISPEN             PIC XX.
       77 FS-LISDIS             PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-ERROR         PIC X VALUE 'N'.
       77 WS-DIAS-MIN           PIC 9(04) VALUE 30.
       77 WS-HAY-ESTADOS        PIC X VALUE 'S'.
       77 WS-EST-HALLADO        PIC X.
       77 WS-HAY-PAGOS          PIC X VALUE 'S'.
       77 WS-HAY-PROVS          PIC X VALUE 'S'.
       77 WS-PAGADO             PIC S9(9)V99 VALUE 0.
       77 WS-SALDO-FACT         PIC S9(9)V99 VALUE 0.
       77 WS-NOM-PROV           PIC X(15) VALUE SPACES.
       77 WS-PROV-LEIDO         PIC 9(08) VALUE ZERO.
       77 WS-SERIAL-HOY         PIC 9(07).
       77 WS-SERIAL             PIC 9(07).
       77 WS-DIAS-FACT          PIC 9(05).
       77 WS-DIAS-ESTADO        PIC 9(05).
       77 WS-ANIO-ANT           PIC 9(04).
       77 WS-LEAPS              PIC 9(04).
       77 WS-COCIENTE           PIC 9(04).
       77 WS-RESTO-4            PIC 9(04).
       77 WS-RESTO-100          PIC 9(04).
       77 WS-RESTO-400          PIC 9(04).
       77 WS-BISIESTO           PIC X.
       77 WS-TOT-PEND           PIC 9(9)V99 VALUE 0.
       77 WS-TOT-DISP           PIC 9(9)V99 VALUE 0.
       77 cantLeidas            PIC 9(06) VALUE 0.
       77 cantPendientes        PIC 9(05) VALUE 0.
       77 cantDisputadas        PIC 9(05) VALUE 0.
       77 cantLineasPen         PIC 99 VALUE 0.
       77 cantHojasPen          PIC 9999 VALUE 1.
       77 cantLineasDis         PIC 99 VALUE 0.
       77 cantHojasDis          PIC 9999 VALUE 1.

       01 WS-FECHA-HOY.
          03 WS-HOY-ANIO  PIC 9(04).
          03 WS-HOY-MES   PIC 9(02).
          03 WS-HOY-DIA   PIC 9(02).

       01 WS-FECHA-CALC.
          03 WS-FC-ANIO   PIC 9(04).
          03 WS-FC-MES    PIC 9(02).
          03 WS-FC-DIA    PIC 9(02).

       01 TAB-DIAS-ACUM.
          03 FILLER PIC X(36) VALUE
             '000031059090120151181212243273304334'.
       01 TAB-DIAS-ACUM-R REDEFINES TAB-DIAS-ACUM.
          03 WS-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

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

       01 PE3-PEND.
          03 FILLER   PIC X(20) VALUE ALL ' '.
          03 FILLER   PIC X(34)
                      VALUE 'FACTURAS PENDIENTES DE APROBACION'.

       01 PE4-PEND.
          03 FILLER          PIC X(32)
                             VALUE 'CON ANTIGUEDAD MAYOR A (DIAS): '.
          03 PE4-DIAS        PIC ZZZ9.

       01 PE5-PEND.
          03 FILLER          PIC X(50) VALUE
             'PROV.    PROVEEDOR       FACTURA  CONSORCIO'.
          03 FILLER          PIC X(40) VALUE
             '    FECHA    INGRESO   DIAS      SALDO'.

       01 PE3-DISP.
          03 FILLER   PIC X(20) VALUE ALL ' '.
          03 FILLER   PIC X(40)
                      VALUE 'FACTURAS EN DISPUTA CON PROVEEDORES'.

       01 PE5-DISP.
          03 FILLER          PIC X(50) VALUE
             'PROV.    PROVEEDOR       FACTURA  CONSORCIO'.
          03 FILLER          PIC X(40) VALUE
             '    FECHA        SALDO  DIAS DISPUTA'.

       01 PD1-PEND.
          03 PD1-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD1-NOMBRE      PIC X(15).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD1-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD1-CUIT        PIC 9(15).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD1-FECHA       PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD1-ALTA        PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD1-DIAS        PIC ZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD1-SALDO       PIC ZZZZZZ9.99.

       01 PD2-DISP.
          03 PD2-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD2-NOMBRE      PIC X(15).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD2-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD2-CUIT        PIC 9(15).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD2-FECHA       PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD2-SALDO       PIC ZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD2-DIAS-FACT   PIC ZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PD2-DIAS-DISP   PIC ZZZZ9.

       01 PD3-MOT.
          03 FILLER          PIC X(13) VALUE '    MOTIVO: '.
          03 PD3-MOTIVO      PIC X(40).
          03 FILLER          PIC X(11) VALUE ' OPERADOR: '.
          03 PD3-OPERADOR    PIC X(08).
          03 FILLER          PIC X(08) VALUE ' DESDE: '.
          03 PD3-DESDE       PIC 9(08).

       01 PT1-PEND.
          03 FILLER          PIC X(32) VALUE
             'Facturas pendientes listadas:   '.
          03 PT1-CANT        PIC ZZZZ9.
          03 FILLER          PIC X(10) VALUE '  SALDO: '.
          03 PT1-SALDO       PIC ZZZZZZZZ9.99.

       01 PT2-DISP.
          03 FILLER          PIC X(32) VALUE
             'Facturas en disputa listadas:   '.
          03 PT2-CANT        PIC ZZZZ9.
          03 FILLER          PIC X(10) VALUE '  SALDO: '.
          03 PT2-SALDO       PIC ZZZZZZZZ9.99.

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
           PERFORM IMPRIMIR-ENCABEZADO-PEN.
           PERFORM IMPRIMIR-ENCABEZADO-DIS.
           PERFORM LEER-FACTURA.
           PERFORM CICLO-FACTURA UNTIL FS-FACT = 10.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Facturas pendientes de mas de " WS-DIAS-MIN
                   " dias: " cantPendientes
                   " En disputa: " cantDisputadas.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-HOY-DIA TO PE1-FECHA-DD.
           MOVE WS-HOY-MES TO PE1-FECHA-MM.
           MOVE WS-HOY-ANIO TO PE1-FECHA-AAAA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
              IF WS-PARM (1:5) = 'DIAS='
                 AND WS-PARM (6:4) IS NUMERIC
                 AND WS-PARM (10:71) = SPACES
                 MOVE WS-PARM (6:4) TO WS-DIAS-MIN
              ELSE
                 MOVE 'S' TO WS-PARM-ERROR
              END-IF
           END-IF.
           IF WS-PARM-ERROR = 'S'
              DISPLAY "Uso: ALGO4EST [DIAS=9999]"
              STOP RUN
           END-IF.
           MOVE WS-DIAS-MIN TO PE4-DIAS.
           MOVE WS-FECHA-HOY TO WS-FECHA-CALC.
           PERFORM CALCULAR-SERIAL.
           MOVE WS-SERIAL TO WS-SERIAL-HOY.

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

       CALCULAR-DIAS.
           PERFORM CALCULAR-SERIAL.
           IF WS-SERIAL-HOY > WS-SERIAL
              COMPUTE WS-SERIAL = WS-SERIAL-HOY - WS-SERIAL
           ELSE
              MOVE 0 TO WS-SERIAL
           END-IF.

       ABRIR-ARCHIVOS.
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
           OPEN OUTPUT LISPEND.
           IF FS-LISPEN NOT = ZERO
              DISPLAY "Err abrir lisFactPend: " FS-LISPEN
              STOP RUN.
           OPEN OUTPUT LISDISP.
           IF FS-LISDIS NOT = ZERO
              DISPLAY "Err abrir lisFactDisp: " FS-LISDIS
              STOP RUN.

       LEER-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       CICLO-FACTURA.
           ADD 1 TO cantLeidas.
           PERFORM LEER-ESTADO-FACT.
           IF EST-ESTADO = 'P' OR EST-ESTADO = 'D'
              PERFORM CALCULAR-SALDO-FACT
              IF WS-SALDO-FACT > ZERO
                 MOVE EST-FECHA-ALTA TO WS-FECHA-CALC
                 PERFORM CALCULAR-DIAS
                 MOVE WS-SERIAL TO WS-DIAS-FACT
                 IF EST-ESTADO = 'P'
                    IF WS-DIAS-FACT > WS-DIAS-MIN
                       PERFORM LISTAR-PENDIENTE
                    END-IF
                 ELSE
                    MOVE EST-FECHA-ESTADO TO WS-FECHA-CALC
                    PERFORM CALCULAR-DIAS
                    MOVE WS-SERIAL TO WS-DIAS-ESTADO
                    PERFORM LISTAR-DISPUTADA
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

       LEER-ESTADO-FACT.
           MOVE 'N' TO WS-EST-HALLADO.
           IF WS-HAY-ESTADOS = 'S'
              MOVE FACT-COD-PROV TO EST-COD-PROV
              MOVE FACT-NRO-FACT TO EST-NRO-FACT
              READ ESTFACT RECORD
              IF FS-EST = ZERO
                 MOVE 'S' TO WS-EST-HALLADO
              ELSE
                 IF FS-EST NOT = 23
                    DISPLAY "Err al leer estfact" FS-EST
                    STOP RUN
                 END-IF
              END-IF
           END-IF.
           IF WS-EST-HALLADO = 'N'
              MOVE FACT-COD-PROV TO EST-COD-PROV
              MOVE FACT-NRO-FACT TO EST-NRO-FACT
              MOVE FACT-CUIT-CONS TO EST-CUIT-CONS
              MOVE 'P' TO EST-ESTADO
              MOVE FACT-FECHA TO EST-FECHA-ALTA
              MOVE FACT-FECHA TO EST-FECHA-ESTADO
              MOVE SPACES TO EST-OPERADOR
              MOVE SPACES TO EST-MOTIVO
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

       BUSCAR-PROVEEDOR.
           IF FACT-COD-PROV NOT = WS-PROV-LEIDO
              MOVE FACT-COD-PROV TO WS-PROV-LEIDO
              MOVE SPACES TO WS-NOM-PROV
              IF WS-HAY-PROVS = 'S'
                 MOVE FACT-COD-PROV TO PRV-COD-PROV
                 READ PROVEEDORES RECORD
                 IF FS-PRV = ZERO
                    MOVE PRV-RAZON-SOCIAL TO WS-NOM-PROV
                 ELSE
                    IF FS-PRV NOT = 23
                       DISPLAY "Err al leer proveedores" FS-PRV
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LISTAR-PENDIENTE.
           IF cantLineasPen >= 58
              PERFORM IMPRIMIR-ENCABEZADO-PEN.
           PERFORM BUSCAR-PROVEEDOR.
           ADD 1 TO cantPendientes.
           ADD WS-SALDO-FACT TO WS-TOT-PEND.
           MOVE FACT-COD-PROV TO PD1-COD-PROV.
           MOVE WS-NOM-PROV TO PD1-NOMBRE.
           MOVE FACT-NRO-FACT TO PD1-NRO-FACT.
           MOVE FACT-CUIT-CONS TO PD1-CUIT.
           MOVE FACT-FECHA TO PD1-FECHA.
           MOVE EST-FECHA-ALTA TO PD1-ALTA.
           MOVE WS-DIAS-FACT TO PD1-DIAS.
           MOVE WS-SALDO-FACT TO PD1-SALDO.
           WRITE LINEA-PEN FROM PD1-PEND.
           PERFORM CHECK-WRITE-LISPEND.
           ADD 1 TO cantLineasPen.

       LISTAR-DISPUTADA.
           IF cantLineasDis >= 56
              PERFORM IMPRIMIR-ENCABEZADO-DIS.
           PERFORM BUSCAR-PROVEEDOR.
           ADD 1 TO cantDisputadas.
           ADD WS-SALDO-FACT TO WS-TOT-DISP.
           MOVE FACT-COD-PROV TO PD2-COD-PROV.
           MOVE WS-NOM-PROV TO PD2-NOMBRE.
           MOVE FACT-NRO-FACT TO PD2-NRO-FACT.
           MOVE FACT-CUIT-CONS TO PD2-CUIT.
           MOVE FACT-FECHA TO PD2-FECHA.
           MOVE WS-SALDO-FACT TO PD2-SALDO.
           MOVE WS-DIAS-FACT TO PD2-DIAS-FACT.
           MOVE WS-DIAS-ESTADO TO PD2-DIAS-DISP.
           WRITE LINEA-DIS FROM PD2-DISP.
           PERFORM CHECK-WRITE-LISDISP.
           MOVE EST-MOTIVO TO PD3-MOTIVO.
           MOVE EST-OPERADOR TO PD3-OPERADOR.
           MOVE EST-FECHA-ESTADO TO PD3-DESDE.
           WRITE LINEA-DIS FROM PD3-MOT.
           PERFORM CHECK-WRITE-LISDISP.
           WRITE LINEA-DIS FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISDISP.
           ADD 3 TO cantLineasDis.

       IMPRIMIR-ENCABEZADO-PEN.
           MOVE cantHojasPen TO PE1-HOJA.
           WRITE LINEA-PEN FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISPEND.
           WRITE LINEA-PEN FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISPEND.
           WRITE LINEA-PEN FROM PE3-PEND.
           PERFORM CHECK-WRITE-LISPEND.
           WRITE LINEA-PEN FROM PE4-PEND.
           PERFORM CHECK-WRITE-LISPEND.
           WRITE LINEA-PEN FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISPEND.
           WRITE LINEA-PEN FROM PE5-PEND.
           PERFORM CHECK-WRITE-LISPEND.
           WRITE LINEA-PEN FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISPEND.
           ADD 1 TO cantHojasPen.
           MOVE 7 TO cantLineasPen.

       IMPRIMIR-ENCABEZADO-DIS.
           MOVE cantHojasDis TO PE1-HOJA.
           WRITE LINEA-DIS FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISDISP.
           WRITE LINEA-DIS FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISDISP.
           WRITE LINEA-DIS FROM PE3-DISP.
           PERFORM CHECK-WRITE-LISDISP.
           WRITE LINEA-DIS FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISDISP.
           WRITE LINEA-DIS FROM PE5-DISP.
           PERFORM CHECK-WRITE-LISDISP.
           WRITE LINEA-DIS FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISDISP.
           ADD 1 TO cantHojasDis.
           MOVE 6 TO cantLineasDis.

       IMPRIMIR-TOTALES.
           WRITE LINEA-PEN FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISPEND.
           MOVE cantPendientes TO PT1-CANT.
           MOVE WS-TOT-PEND TO PT1-SALDO.
           WRITE LINEA-PEN FROM PT1-PEND.
           PERFORM CHECK-WRITE-LISPEND.
           MOVE cantDisputadas TO PT2-CANT.
           MOVE WS-TOT-DISP TO PT2-SALDO.
           WRITE LINEA-DIS FROM PT2-DISP.
           PERFORM CHECK-WRITE-LISDISP.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS.
           IF WS-HAY-ESTADOS = 'S'
              CLOSE ESTFACT.
           IF WS-HAY-PAGOS = 'S'
              CLOSE PAGOS.
           IF WS-HAY-PROVS = 'S'
              CLOSE PROVEEDORES.
           CLOSE LISPEND.
           CLOSE LISDISP.

       CHECK-WRITE-LISPEND.
           IF FS-LISPEN NOT = ZERO AND 10
              DISPLAY "Error al escribir lisFactPend: " FS-LISPEN
              STOP RUN.

       CHECK-WRITE-LISDISP.
           IF FS-LISDIS NOT = ZERO AND 10
              DISPLAY "Error al escribir lisFactDisp: " FS-LISDIS
              STOP RUN.
