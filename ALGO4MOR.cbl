       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4MOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ETAPMORA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-ETM.
           SELECT INTIMAC ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-INT.
           SELECT CTACTE ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTC.
           SELECT MAESTRO ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MAE-CUIT-CONS
                                FILE STATUS IS FS-MAE.
           SELECT LISINTIM ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISINT.
           SELECT NOTIMORA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-NTM.
           SELECT LISRESMOR ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISRES.
           SELECT MOR-SORT ASSIGN TO DISK
                                FILE STATUS IS FS-SORT.

       DATA DIVISION.
       FILE SECTION.

       FD ETAPMORA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "etapmora.dat".

       01 REG-ETM.
           03 ETM-ETAPA                   PIC 9(01).
           03 ETM-DIAS                    PIC 9(03).
           03 ETM-MONTO-MIN               PIC 9(7)V99.

       FD INTIMAC LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "intimaciones.dat".

       01 REG-INT.
           03 INT-CUIT-CONS               PIC 9(15).
           03 INT-CICLO                   PIC 9(08).
           03 INT-ETAPA                   PIC 9(01).
           03 INT-FECHA.
              05 INT-FECHA-AAAAMM         PIC 9(06).
              05 INT-FECHA-DD             PIC 9(02).
           03 INT-DEUDA                   PIC 9(9)V99.
           03 INT-DIAS                    PIC 9(04).
           03 INT-ESTADO                  PIC X(01).
           03 INT-FECHA-CIERRE.
              05 INT-CIERRE-AAAAMM        PIC 9(06).
              05 INT-CIERRE-DD            PIC 9(02).
           03 INT-RECUPERADO              PIC 9(9)V99.

       FD CTACTE LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "ctacte.dat".

       01 REG-CTC.
           03 CTC-CUIT-CONS               PIC 9(15).
           03 CTC-PERIODO                 PIC 9(06).
           03 CTC-FECHA                   PIC 9(08).
           03 CTC-TIPO                    PIC X(01).
           03 CTC-IMPORTE                 PIC 9(9)V99.

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

       FD LISINTIM LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "lisIntimac".
       01 LINEA                           PIC X(80).

       FD NOTIMORA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "notimora.dat".

       01 REG-NTM.
           03 NTM-ETAPA                   PIC 9(01).
           03 NTM-CUIT-CONS               PIC 9(15).
           03 NTM-NOMBRE-CONSORCIO        PIC X(30).
           03 NTM-EMAIL                   PIC X(40).
           03 NTM-FECHA                   PIC X(10).
           03 NTM-DEUDA                   PIC 9(9)V99.
           03 NTM-DIAS                    PIC 9(04).

       FD LISRESMOR LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS
                    "lisResMora".
       01 LINEA-RES                       PIC X(100).

       SD MOR-SORT DATA RECORD IS REG-SORT.

       01 REG-SORT.
           03 SD-CLAVE.
              05 SD-CUIT-CONS             PIC 9(15).
              05 SD-FECHA                 PIC 9(08).
           03 SD-TIPO                     PIC X(01).
           03 SD-IMPORTE                  PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77 FS-ETM                PIC XX.
       77 FS-INT                PIC XX.
       77 FS-CTC                PIC XX.
       77 FS-MAE                PIC XX.
       77 FS-LISINT             PIC XX.
       77 FS-NTM                PIC XX.
       77 FS-LISRES             PIC XX.
       77 FS-SORT               PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-PARM-ERROR         PIC X VALUE 'N'.
       77 WS-MODO               PIC X(03) VALUE 'EMI'.
       77 WS-PERIODO            PIC 9(06) VALUE 0.
       77 CAN-ETA               PIC 9 VALUE 0.
       77 WS-ETA-IDX            PIC 9.
       77 WS-ETAPA              PIC 9 VALUE 0.
       77 WS-ULT-ETAPA          PIC 9 VALUE 0.
       77 WS-CICLO              PIC 9(08) VALUE 0.
       77 CAN-INT               PIC 9(05) VALUE 0.
       77 MAX-INT               PIC 9(05) VALUE 5000.
       77 WS-INT-IDX            PIC 9(05).
       77 WS-CUIT-ACTUAL        PIC 9(15).
       77 WS-SALDO              PIC S9(9)V99 VALUE 0.
       77 WS-CREDITO-REST       PIC 9(9)V99 VALUE 0.
       77 WS-CREDITO-PEND       PIC 9(9)V99 VALUE 0.
       77 WS-DEBITO-REST        PIC 9(9)V99 VALUE 0.
       77 WS-DEU-CANT           PIC 999 VALUE 0.
       77 MAX-DEU               PIC 999 VALUE 120.
       77 WS-DEU-IDX            PIC 999.
       77 WS-DEUDA-VENC         PIC 9(9)V99 VALUE 0.
       77 WS-RECUPERADO         PIC S9(9)V99 VALUE 0.
       77 WS-DIAS-MAX           PIC 9(04) VALUE 0.
       77 WS-DIAS               PIC S9(05).
       77 WS-SERIAL-HOY         PIC 9(07).
       77 WS-SERIAL             PIC 9(07).
       77 WS-ANIO-ANT           PIC 9(04).
       77 WS-LEAPS              PIC 9(04).
       77 WS-COCIENTE           PIC 9(04).
       77 WS-RESTO-4            PIC 9(04).
       77 WS-RESTO-100          PIC 9(04).
       77 WS-RESTO-400          PIC 9(04).
       77 WS-BISIESTO           PIC X.
       77 WS-NOMBRE             PIC X(30).
       77 WS-DIR                PIC X(30).
       77 WS-EMAIL              PIC X(40).
       77 WS-FECHA-TXT          PIC X(10).
       77 WS-PORC               PIC 9(03)V99.
       77 cantDeudores          PIC 9(05) VALUE 0.
       77 cantCartas            PIC 9(05) VALUE 0.
       77 cantSinCambio         PIC 9(05) VALUE 0.
       77 cantCerrados          PIC 9(05) VALUE 0.
       77 cantSinEmail          PIC 9(05) VALUE 0.
       77 cantLineasRes         PIC 99 VALUE 0.
       77 WS-TOT-CARTAS         PIC 9(05) VALUE 0.
       77 WS-TOT-CERRADAS       PIC 9(05) VALUE 0.
       77 WS-TOT-DEUDA          PIC 9(11)V99 VALUE 0.
       77 WS-TOT-RECUP          PIC 9(11)V99 VALUE 0.

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

       01 TAB-ETAPAS.
          03 TAB-ETA-ELM OCCURS 3 TIMES.
             05 TAB-ETA-DEF               PIC X(01).
             05 TAB-ETA-DIAS              PIC 9(03).
             05 TAB-ETA-MONTO             PIC 9(7)V99.
             05 TAB-ETA-CARTAS            PIC 9(05).
             05 TAB-ETA-CERRADAS          PIC 9(05).
             05 TAB-ETA-DEUDA             PIC 9(11)V99.
             05 TAB-ETA-RECUP             PIC 9(11)V99.

       01 TAB-TEXTOS-CARTA.
          03 FILLER PIC X(30) VALUE 'RECORDATORIO DE PAGO'.
          03 FILLER PIC X(56) VALUE
            'Le recordamos que registra un saldo vencido en su cuenta'.
          03 FILLER PIC X(56) VALUE
            'corriente. Si ya lo abono, desestime este aviso.'.
          03 FILLER PIC X(30) VALUE 'INTIMACION FORMAL DE PAGO'.
          03 FILLER PIC X(56) VALUE
            'Por la presente lo intimamos a cancelar el saldo vencido'.
          03 FILLER PIC X(56) VALUE
            'dentro de los 10 dias habiles de recibida esta nota.'.
          03 FILLER PIC X(30) VALUE 'DERIVACION A ESTUDIO JURIDICO'.
          03 FILLER PIC X(56) VALUE
            'Vencidos los plazos de las intimaciones anteriores, el'.
          03 FILLER PIC X(56) VALUE
            'saldo adeudado fue derivado a nuestros letrados.'.
       01 TAB-TEXTOS-R REDEFINES TAB-TEXTOS-CARTA.
          03 TAB-TXT-ELM OCCURS 3 TIMES.
             05 TAB-TXT-TITULO            PIC X(30).
             05 TAB-TXT-LINEA-1           PIC X(56).
             05 TAB-TXT-LINEA-2           PIC X(56).

       01 TAB-INTIMACIONES.
          03 TAB-INT-ELM OCCURS 5000 TIMES.
             05 TAB-INT-CUIT              PIC 9(15).
             05 TAB-INT-CICLO             PIC 9(08).
             05 TAB-INT-ETAPA             PIC 9(01).
             05 TAB-INT-FECHA             PIC 9(08).
             05 TAB-INT-DEUDA             PIC 9(9)V99.
             05 TAB-INT-DIAS              PIC 9(04).
             05 TAB-INT-ESTADO            PIC X(01).
             05 TAB-INT-FECHA-CIERRE      PIC 9(08).
             05 TAB-INT-RECUPERADO        PIC 9(9)V99.

       01 TAB-DEUDAS.
          03 TAB-DEU-ELM OCCURS 120 TIMES.
             05 TAB-DEU-FECHA             PIC 9(08).
             05 TAB-DEU-SALDO             PIC 9(9)V99.

       01 PE1-ENCABE.
          03 FILLER PIC X(07) VALUE 'Fecha: '.
          03 PE1-FECHA-DD PIC 99.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-MM PIC 99.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-AAAA PIC 9999.

       01 PE2-ENCABE.
          03 FILLER PIC X(80) VALUE ALL ' '.

       01 PC1-DEST.
          03 FILLER          PIC X(16) VALUE 'Sres. Consorcio '.
          03 PC1-NOMBRE      PIC X(30).

       01 PC2-DOMIC.
          03 FILLER          PIC X(16) VALUE SPACES.
          03 PC2-DIR         PIC X(30).

       01 PC3-IDENT.
          03 FILLER          PIC X(16) VALUE 'CUIT:           '.
          03 PC3-CUIT        PIC 9(15).

       01 PC4-TIT.
          03 FILLER          PIC X(20) VALUE SPACES.
          03 PC4-TITULO      PIC X(30).

       01 PC5-TXT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PC5-TEXTO       PIC X(56).

       01 PC6-DEU.
          03 FILLER          PIC X(20) VALUE 'Saldo vencido:      '.
          03 PC6-DEUDA       PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(15) VALUE '   Antiguedad: '.
          03 PC6-DIAS        PIC ZZZ9.
          03 FILLER          PIC X(05) VALUE ' dias'.

       01 PC7-SAL.
          03 FILLER          PIC X(20) VALUE 'Saldo total cuenta: '.
          03 PC7-SALDO       PIC ZZZZZZZZ9.99-.

       01 PC8-FIRMA.
          03 FILLER          PIC X(40) VALUE SPACES.
          03 FILLER          PIC X(20) VALUE 'LA ADMINISTRACION'.

       01 PC9-CORTE.
          03 FILLER          PIC X(80) VALUE ALL '='.

       01 PF1-FINAL.
          03 F PIC X(36)
                VALUE 'Deudores evaluados:                 '.
          03 PF1-TOTAL PIC ZZZZ9.

       01 PF2-FINAL.
          03 F PIC X(36)
                VALUE 'Cartas emitidas:                    '.
          03 PF2-TOTAL PIC ZZZZ9.

       01 PF3-FINAL.
          03 F PIC X(36)
                VALUE 'Deudores sin cambio de etapa:       '.
          03 PF3-TOTAL PIC ZZZZ9.

       01 PF4-FINAL.
          03 F PIC X(36)
                VALUE 'Ciclos cerrados por pago:           '.
          03 PF4-TOTAL PIC ZZZZ9.

       01 PF5-FINAL.
          03 F PIC X(36)
                VALUE 'Cartas sin email (solo papel):      '.
          03 PF5-TOTAL PIC ZZZZ9.

       01 PR1-ENCABE.
          03 FILLER   PIC X(16) VALUE ALL ' '.
          03 FILLER   PIC X(40)
                      VALUE 'RESUMEN MENSUAL DE INTIMACIONES - MES: '.
          03 PR1-PERIODO PIC 9(06).

       01 PR2-TIT.
          03 FILLER          PIC X(50) VALUE
             'ETAPA                           CARTAS   CERRADAS'.
          03 FILLER          PIC X(40) VALUE
             '   DEUDA INTIMADA    RECUPERADO   %REC'.

       01 PR3-DET.
          03 PR3-ETAPA       PIC 9.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-DESCRIP     PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-CARTAS      PIC ZZZZ9.
          03 FILLER          PIC X(06) VALUE SPACES.
          03 PR3-CERRADAS    PIC ZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-DEUDA       PIC ZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-RECUP       PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR3-PORC        PIC ZZ9.99.

       01 PR4-TOT.
          03 FILLER          PIC X(32) VALUE
             '  TOTAL'.
          03 PR4-CARTAS      PIC ZZZZ9.
          03 FILLER          PIC X(06) VALUE SPACES.
          03 PR4-CERRADAS    PIC ZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR4-DEUDA       PIC ZZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR4-RECUP       PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PR4-PORC        PIC ZZ9.99.

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
           IF WS-MODO = 'RES'
              PERFORM RESUMEN-MENSUAL
           ELSE
              PERFORM CARGAR-ETAPAS
              PERFORM CARGAR-INTIMACIONES
              SORT MOR-SORT
                   ON ASCENDING KEY SD-CLAVE
                   INPUT PROCEDURE ARMAR-MOVIMIENTOS
                   OUTPUT PROCEDURE EMITIR-INTIMACIONES
           END-IF.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-HOY-DIA TO PE1-FECHA-DD.
           MOVE WS-HOY-MES TO PE1-FECHA-MM.
           MOVE WS-HOY-ANIO TO PE1-FECHA-AAAA.
           MOVE SPACES TO WS-FECHA-TXT.
           STRING WS-HOY-ANIO  DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-HOY-MES   DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-HOY-DIA   DELIMITED BY SIZE
                  INTO WS-FECHA-TXT
           END-STRING.
           MOVE WS-FECHA-HOY TO WS-FECHA-CALC.
           PERFORM CALCULAR-SERIAL.
           MOVE WS-SERIAL TO WS-SERIAL-HOY.
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
           IF WS-MODO = 'RES' AND WS-PERIODO = ZERO
              MOVE 'S' TO WS-PARM-ERROR
           END-IF.
           IF WS-PARM-ERROR = 'S'
              OR (WS-MODO NOT = 'EMI' AND WS-MODO NOT = 'RES')
              DISPLAY "Uso: ALGO4MOR [MODO=EMI]"
              DISPLAY "     ALGO4MOR MODO=RES PER=AAAAMM"
              STOP RUN
           END-IF.

       PROCESAR-PARM-TOKEN.
           IF WS-PARM-TOKEN(1:5) = 'MODO='
              MOVE WS-PARM-TOKEN(6:3) TO WS-MODO
           ELSE
              IF WS-PARM-TOKEN(1:4) = 'PER='
                 IF WS-PARM-TOKEN(5:6) IS NUMERIC
                    MOVE WS-PARM-TOKEN(5:6) TO WS-PERIODO
                 ELSE
                    MOVE 'S' TO WS-PARM-ERROR
                 END-IF
              ELSE
                 IF WS-PARM-TOKEN NOT = SPACES
                    MOVE 'S' TO WS-PARM-ERROR
                 END-IF
              END-IF
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

       CARGAR-ETAPAS.
           MOVE SPACES TO TAB-ETA-DEF (1).
           MOVE SPACES TO TAB-ETA-DEF (2).
           MOVE SPACES TO TAB-ETA-DEF (3).
           OPEN INPUT ETAPMORA.
           IF FS-ETM = 35
              DISPLAY "No existe etapmora.dat: no hay umbrales "
                      "de intimacion definidos."
              STOP RUN.
           IF FS-ETM NOT = ZERO
              DISPLAY "Err abrir etapmora: " FS-ETM
              STOP RUN.
           PERFORM LEO-ETAPA.
           PERFORM CARGAR-UNA-ETAPA UNTIL FS-ETM = 10.
           CLOSE ETAPMORA.
           IF CAN-ETA NOT = 3
              DISPLAY "etapmora.dat debe definir las etapas 1, 2 y 3."
              STOP RUN.
           IF TAB-ETA-DIAS (2) < TAB-ETA-DIAS (1)
              OR TAB-ETA-DIAS (3) < TAB-ETA-DIAS (2)
              DISPLAY "etapmora.dat: los dias de cada etapa deben "
                      "ser crecientes."
              STOP RUN.

       LEO-ETAPA.
           READ ETAPMORA.
           IF FS-ETM NOT = ZERO AND 10
              DISPLAY "Err leer etapmora: " FS-ETM
              STOP RUN.

       CARGAR-UNA-ETAPA.
           IF ETM-ETAPA < 1 OR ETM-ETAPA > 3
              DISPLAY "etapmora.dat: etapa invalida " ETM-ETAPA
              STOP RUN.
           IF TAB-ETA-DEF (ETM-ETAPA) = 'S'
              DISPLAY "etapmora.dat: etapa repetida " ETM-ETAPA
              STOP RUN.
           ADD 1 TO CAN-ETA.
           MOVE 'S' TO TAB-ETA-DEF (ETM-ETAPA).
           MOVE ETM-DIAS TO TAB-ETA-DIAS (ETM-ETAPA).
           MOVE ETM-MONTO-MIN TO TAB-ETA-MONTO (ETM-ETAPA).
           PERFORM LEO-ETAPA.

       CARGAR-INTIMACIONES.
           MOVE 0 TO CAN-INT.
           OPEN INPUT INTIMAC.
           IF FS-INT = 35
              CONTINUE
           ELSE
              IF FS-INT NOT = ZERO
                 DISPLAY "Err abrir intimaciones: " FS-INT
                 STOP RUN
              END-IF
              PERFORM LEO-INTIMACION
              PERFORM GUARDAR-INTIMACION UNTIL FS-INT = 10
              CLOSE INTIMAC
           END-IF.

       LEO-INTIMACION.
           READ INTIMAC.
           IF FS-INT NOT = ZERO AND 10
              DISPLAY "Err leer intimaciones: " FS-INT
              STOP RUN.

       GUARDAR-INTIMACION.
           IF CAN-INT >= MAX-INT
              DISPLAY "Err: intimaciones.dat supera el limite de "
                      MAX-INT " registros. No se continua."
              STOP RUN.
           ADD 1 TO CAN-INT.
           MOVE REG-INT TO TAB-INT-ELM (CAN-INT).
           PERFORM LEO-INTIMACION.

       GRABAR-INTIMACIONES.
           OPEN OUTPUT INTIMAC.
           IF FS-INT NOT = ZERO
              DISPLAY "Err abrir intimaciones: " FS-INT
              STOP RUN.
           PERFORM GRABAR-UNA-INTIMACION VARYING WS-INT-IDX
                   FROM 1 BY 1 UNTIL WS-INT-IDX > CAN-INT.
           CLOSE INTIMAC.

       GRABAR-UNA-INTIMACION.
           MOVE TAB-INT-ELM (WS-INT-IDX) TO REG-INT.
           WRITE REG-INT.
           IF FS-INT NOT = ZERO
              DISPLAY "Error al escribir intimaciones: " FS-INT
              STOP RUN.

       RESUMEN-MENSUAL.
           OPEN INPUT INTIMAC.
           IF FS-INT = 35
              DISPLAY "No existe intimaciones.dat: no hay cartas "
                      "emitidas."
              STOP RUN.
           IF FS-INT NOT = ZERO
              DISPLAY "Err abrir intimaciones: " FS-INT
              STOP RUN.
           OPEN OUTPUT LISRESMOR.
           IF FS-LISRES NOT = ZERO
              DISPLAY "Err abrir lisResMora: " FS-LISRES
              STOP RUN.
           MOVE 1 TO WS-ETA-IDX.
           PERFORM LIMPIAR-ACUM-ETAPA UNTIL WS-ETA-IDX > 3.
           PERFORM LEO-INTIMACION.
           PERFORM ACUMULAR-INTIMACION UNTIL FS-INT = 10.
           CLOSE INTIMAC.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE LISRESMOR.
           DISPLAY "Resumen de intimaciones del mes " WS-PERIODO
                   ": " WS-TOT-CARTAS " cartas (ver lisResMora)".

       LIMPIAR-ACUM-ETAPA.
           MOVE 0 TO TAB-ETA-CARTAS (WS-ETA-IDX).
           MOVE 0 TO TAB-ETA-CERRADAS (WS-ETA-IDX).
           MOVE 0 TO TAB-ETA-DEUDA (WS-ETA-IDX).
           MOVE 0 TO TAB-ETA-RECUP (WS-ETA-IDX).
           ADD 1 TO WS-ETA-IDX.

       ACUMULAR-INTIMACION.
           IF INT-FECHA-AAAAMM = WS-PERIODO
              AND INT-ETAPA >= 1 AND INT-ETAPA <= 3
              ADD 1 TO TAB-ETA-CARTAS (INT-ETAPA)
              ADD INT-DEUDA TO TAB-ETA-DEUDA (INT-ETAPA)
              ADD INT-RECUPERADO TO TAB-ETA-RECUP (INT-ETAPA)
              IF INT-ESTADO = 'C'
                 ADD 1 TO TAB-ETA-CERRADAS (INT-ETAPA)
              END-IF
           END-IF.
           PERFORM LEO-INTIMACION.

       IMPRIMIR-RESUMEN.
           WRITE LINEA-RES FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISRESMOR.
           WRITE LINEA-RES FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRESMOR.
           MOVE WS-PERIODO TO PR1-PERIODO.
           WRITE LINEA-RES FROM PR1-ENCABE.
           PERFORM CHECK-WRITE-LISRESMOR.
           WRITE LINEA-RES FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRESMOR.
           WRITE LINEA-RES FROM PR2-TIT.
           PERFORM CHECK-WRITE-LISRESMOR.
           WRITE LINEA-RES FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRESMOR.
           MOVE 1 TO WS-ETA-IDX.
           PERFORM IMPRIMIR-ETAPA-RESUMEN UNTIL WS-ETA-IDX > 3.
           WRITE LINEA-RES FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRESMOR.
           MOVE WS-TOT-CARTAS TO PR4-CARTAS.
           MOVE WS-TOT-CERRADAS TO PR4-CERRADAS.
           MOVE WS-TOT-DEUDA TO PR4-DEUDA.
           MOVE WS-TOT-RECUP TO PR4-RECUP.
           MOVE 0 TO WS-PORC.
           IF WS-TOT-DEUDA > ZERO
              COMPUTE WS-PORC ROUNDED =
                      WS-TOT-RECUP * 100 / WS-TOT-DEUDA
           END-IF.
           MOVE WS-PORC TO PR4-PORC.
           WRITE LINEA-RES FROM PR4-TOT.
           PERFORM CHECK-WRITE-LISRESMOR.

       IMPRIMIR-ETAPA-RESUMEN.
           MOVE WS-ETA-IDX TO PR3-ETAPA.
           MOVE TAB-TXT-TITULO (WS-ETA-IDX) TO PR3-DESCRIP.
           MOVE TAB-ETA-CARTAS (WS-ETA-IDX) TO PR3-CARTAS.
           MOVE TAB-ETA-CERRADAS (WS-ETA-IDX) TO PR3-CERRADAS.
           MOVE TAB-ETA-DEUDA (WS-ETA-IDX) TO PR3-DEUDA.
           MOVE TAB-ETA-RECUP (WS-ETA-IDX) TO PR3-RECUP.
           MOVE 0 TO WS-PORC.
           IF TAB-ETA-DEUDA (WS-ETA-IDX) > ZERO
              COMPUTE WS-PORC ROUNDED =
                      TAB-ETA-RECUP (WS-ETA-IDX) * 100
                      / TAB-ETA-DEUDA (WS-ETA-IDX)
           END-IF.
           MOVE WS-PORC TO PR3-PORC.
           WRITE LINEA-RES FROM PR3-DET.
           PERFORM CHECK-WRITE-LISRESMOR.
           ADD TAB-ETA-CARTAS (WS-ETA-IDX) TO WS-TOT-CARTAS.
           ADD TAB-ETA-CERRADAS (WS-ETA-IDX) TO WS-TOT-CERRADAS.
           ADD TAB-ETA-DEUDA (WS-ETA-IDX) TO WS-TOT-DEUDA.
           ADD TAB-ETA-RECUP (WS-ETA-IDX) TO WS-TOT-RECUP.
           ADD 1 TO WS-ETA-IDX.

       CHECK-WRITE-LISRESMOR.
           IF FS-LISRES NOT = ZERO AND 10
              DISPLAY "Error al escribir lisResMora: " FS-LISRES
              STOP RUN.

       ARMAR-MOVIMIENTOS SECTION.
           OPEN INPUT CTACTE.
           IF FS-CTC = 35
              DISPLAY "No existe ctacte.dat: no hay deudores."
              STOP RUN.
           IF FS-CTC NOT = ZERO
              DISPLAY "Err abrir ctacte: " FS-CTC
              STOP RUN.
           PERFORM LEO-CTACTE.
           PERFORM LIBERAR-MOVIMIENTO UNTIL FS-CTC = 10.
           CLOSE CTACTE.

       ARM-GRAL SECTION.
       LEO-CTACTE.
           READ CTACTE.
           IF FS-CTC NOT = ZERO AND 10
              DISPLAY "Err leer ctacte: " FS-CTC
              STOP RUN.

       LIBERAR-MOVIMIENTO.
           MOVE CTC-CUIT-CONS TO SD-CUIT-CONS.
           MOVE CTC-FECHA TO SD-FECHA.
           MOVE CTC-TIPO TO SD-TIPO.
           MOVE CTC-IMPORTE TO SD-IMPORTE.
           RELEASE REG-SORT.
           PERFORM LEO-CTACTE.

       EMITIR-INTIMACIONES SECTION.
           OPEN INPUT MAESTRO.
           IF FS-MAE NOT = ZERO
              DISPLAY "Err abrir Maestro: " FS-MAE
              STOP RUN.
           OPEN OUTPUT LISINTIM.
           IF FS-LISINT NOT = ZERO
              DISPLAY "Err abrir lisIntimac: " FS-LISINT
              STOP RUN.
           OPEN OUTPUT NOTIMORA.
           IF FS-NTM NOT = ZERO
              DISPLAY "Err abrir notimora: " FS-NTM
              STOP RUN.
           PERFORM LEER-DATOS.
           PERFORM CICLO-CONSORCIO UNTIL FS-SORT = 10.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE MAESTRO.
           CLOSE LISINTIM.
           CLOSE NOTIMORA.
           PERFORM GRABAR-INTIMACIONES.
           DISPLAY "Cartas emitidas: " cantCartas
                   " Ciclos cerrados por pago: " cantCerrados
                   " (ver lisIntimac y notimora.dat)".
           STOP RUN.

       EMI-GRAL SECTION.
       LEER-DATOS.
           RETURN MOR-SORT RECORD
                  AT END MOVE 10 TO FS-SORT.

       CICLO-CONSORCIO.
           MOVE SD-CUIT-CONS TO WS-CUIT-ACTUAL.
           MOVE 0 TO WS-DEU-CANT.
           MOVE 0 TO WS-SALDO.
           MOVE 0 TO WS-CREDITO-PEND.
           PERFORM APLICAR-MOVIMIENTO UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL.
           PERFORM EVALUAR-DEUDOR.

       APLICAR-MOVIMIENTO.
           IF SD-TIPO = 'C'
              PERFORM APLICAR-CREDITO
           ELSE
              PERFORM APLICAR-DEBITO
           END-IF.
           PERFORM LEER-DATOS.

       APLICAR-DEBITO.
           ADD SD-IMPORTE TO WS-SALDO.
           MOVE SD-IMPORTE TO WS-DEBITO-REST.
           IF WS-CREDITO-PEND >= WS-DEBITO-REST
              SUBTRACT WS-DEBITO-REST FROM WS-CREDITO-PEND
              MOVE ZERO TO WS-DEBITO-REST
           ELSE
              SUBTRACT WS-CREDITO-PEND FROM WS-DEBITO-REST
              MOVE ZERO TO WS-CREDITO-PEND
           END-IF.
           IF WS-DEBITO-REST > ZERO
              PERFORM REGISTRAR-DEBITO
           END-IF.

       REGISTRAR-DEBITO.
           IF WS-DEU-CANT >= MAX-DEU
              DISPLAY "Advertencia: CUIT " WS-CUIT-ACTUAL
                      " supera " MAX-DEU " debitos abiertos; "
                      "la antiguedad queda incompleta"
           ELSE
              ADD 1 TO WS-DEU-CANT
              MOVE SD-FECHA TO TAB-DEU-FECHA (WS-DEU-CANT)
              MOVE WS-DEBITO-REST TO TAB-DEU-SALDO (WS-DEU-CANT)
           END-IF.

       APLICAR-CREDITO.
           SUBTRACT SD-IMPORTE FROM WS-SALDO.
           MOVE SD-IMPORTE TO WS-CREDITO-REST.
           MOVE 1 TO WS-DEU-IDX.
           PERFORM CANCELAR-DEBITO UNTIL WS-DEU-IDX > WS-DEU-CANT
                   OR WS-CREDITO-REST = ZERO.
           ADD WS-CREDITO-REST TO WS-CREDITO-PEND.

       CANCELAR-DEBITO.
           IF TAB-DEU-SALDO (WS-DEU-IDX) > ZERO
              IF WS-CREDITO-REST >= TAB-DEU-SALDO (WS-DEU-IDX)
                 SUBTRACT TAB-DEU-SALDO (WS-DEU-IDX)
                   FROM WS-CREDITO-REST
                 MOVE ZERO TO TAB-DEU-SALDO (WS-DEU-IDX)
              ELSE
                 SUBTRACT WS-CREDITO-REST
                   FROM TAB-DEU-SALDO (WS-DEU-IDX)
                 MOVE ZERO TO WS-CREDITO-REST
              END-IF
           END-IF.
           ADD 1 TO WS-DEU-IDX.

       EVALUAR-DEUDOR.
           MOVE 0 TO WS-DEUDA-VENC.
           MOVE 0 TO WS-DIAS-MAX.
           MOVE 1 TO WS-DEU-IDX.
           PERFORM MEDIR-DEBITO UNTIL WS-DEU-IDX > WS-DEU-CANT.
           MOVE 0 TO WS-ETAPA.
           IF WS-DEUDA-VENC > ZERO AND WS-SALDO > ZERO
              ADD 1 TO cantDeudores
              MOVE 1 TO WS-ETA-IDX
              PERFORM DETERMINAR-ETAPA UNTIL WS-ETA-IDX > 3
           END-IF.
           PERFORM BUSCAR-CICLO-ABIERTO.
           IF WS-CICLO NOT = ZERO
              PERFORM ACTUALIZAR-CICLO VARYING WS-INT-IDX
                      FROM 1 BY 1 UNTIL WS-INT-IDX > CAN-INT
              IF WS-ETAPA = ZERO
                 ADD 1 TO cantCerrados
              END-IF
           END-IF.
           IF WS-ETAPA NOT = ZERO
              IF WS-ETAPA > WS-ULT-ETAPA
                 PERFORM EMITIR-CARTA
              ELSE
                 ADD 1 TO cantSinCambio
              END-IF
           END-IF.

       MEDIR-DEBITO.
           IF TAB-DEU-SALDO (WS-DEU-IDX) > ZERO
              MOVE TAB-DEU-FECHA (WS-DEU-IDX) TO WS-FECHA-CALC
              PERFORM CALCULAR-SERIAL
              COMPUTE WS-DIAS = WS-SERIAL-HOY - WS-SERIAL
              IF WS-DIAS < ZERO
                 MOVE ZERO TO WS-DIAS
              END-IF
              IF WS-DIAS >= TAB-ETA-DIAS (1)
                 ADD TAB-DEU-SALDO (WS-DEU-IDX) TO WS-DEUDA-VENC
                 IF WS-DIAS > WS-DIAS-MAX
                    MOVE WS-DIAS TO WS-DIAS-MAX
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-DEU-IDX.

       DETERMINAR-ETAPA.
           IF WS-DIAS-MAX >= TAB-ETA-DIAS (WS-ETA-IDX)
              AND WS-DEUDA-VENC >= TAB-ETA-MONTO (WS-ETA-IDX)
              MOVE WS-ETA-IDX TO WS-ETAPA
           END-IF.
           ADD 1 TO WS-ETA-IDX.

       BUSCAR-CICLO-ABIERTO.
           MOVE 0 TO WS-CICLO.
           MOVE 0 TO WS-ULT-ETAPA.
           PERFORM REVISAR-INTIMACION VARYING WS-INT-IDX
                   FROM 1 BY 1 UNTIL WS-INT-IDX > CAN-INT.

       REVISAR-INTIMACION.
           IF TAB-INT-CUIT (WS-INT-IDX) = WS-CUIT-ACTUAL
              AND TAB-INT-ESTADO (WS-INT-IDX) = 'E'
              MOVE TAB-INT-CICLO (WS-INT-IDX) TO WS-CICLO
              IF TAB-INT-ETAPA (WS-INT-IDX) > WS-ULT-ETAPA
                 MOVE TAB-INT-ETAPA (WS-INT-IDX) TO WS-ULT-ETAPA
              END-IF
           END-IF.

       ACTUALIZAR-CICLO.
           IF TAB-INT-CUIT (WS-INT-IDX) = WS-CUIT-ACTUAL
              AND TAB-INT-ESTADO (WS-INT-IDX) = 'E'
              COMPUTE WS-RECUPERADO = TAB-INT-DEUDA (WS-INT-IDX)
                                    - WS-DEUDA-VENC
              IF WS-RECUPERADO < ZERO
                 MOVE ZERO TO WS-RECUPERADO
              END-IF
              MOVE WS-RECUPERADO TO TAB-INT-RECUPERADO (WS-INT-IDX)
              IF WS-ETAPA = ZERO
                 MOVE 'C' TO TAB-INT-ESTADO (WS-INT-IDX)
                 MOVE WS-FECHA-HOY
                   TO TAB-INT-FECHA-CIERRE (WS-INT-IDX)
              END-IF
           END-IF.

       EMITIR-CARTA.
           IF CAN-INT >= MAX-INT
              DISPLAY "Err: intimaciones.dat supera el limite de "
                      MAX-INT " registros. No se continua."
              STOP RUN.
           IF WS-CICLO = ZERO
              MOVE WS-FECHA-HOY TO WS-CICLO.
           ADD 1 TO CAN-INT.
           MOVE WS-CUIT-ACTUAL TO TAB-INT-CUIT (CAN-INT).
           MOVE WS-CICLO TO TAB-INT-CICLO (CAN-INT).
           MOVE WS-ETAPA TO TAB-INT-ETAPA (CAN-INT).
           MOVE WS-FECHA-HOY TO TAB-INT-FECHA (CAN-INT).
           MOVE WS-DEUDA-VENC TO TAB-INT-DEUDA (CAN-INT).
           MOVE WS-DIAS-MAX TO TAB-INT-DIAS (CAN-INT).
           MOVE 'E' TO TAB-INT-ESTADO (CAN-INT).
           MOVE ZEROS TO TAB-INT-FECHA-CIERRE (CAN-INT).
           MOVE ZEROS TO TAB-INT-RECUPERADO (CAN-INT).
           ADD 1 TO cantCartas.
           PERFORM BUSCAR-CONSORCIO.
           PERFORM IMPRIMIR-CARTA.
           IF WS-EMAIL = SPACES
              ADD 1 TO cantSinEmail
           ELSE
              PERFORM GRABAR-NOTIFICACION
           END-IF.

       BUSCAR-CONSORCIO.
           MOVE WS-CUIT-ACTUAL TO MAE-CUIT-CONS.
           READ MAESTRO RECORD.
           IF FS-MAE = ZERO
              MOVE MAE-NOMBRE-CONSORCIO TO WS-NOMBRE
              MOVE MAE-DIR TO WS-DIR
              MOVE MAE-EMAIL TO WS-EMAIL
           ELSE
              IF FS-MAE NOT = 23
                 DISPLAY "Err leer maestro " FS-MAE
                 STOP RUN
              END-IF
              MOVE '*** NO EXISTE EN MAESTRO ***' TO WS-NOMBRE
              MOVE SPACES TO WS-DIR
              MOVE SPACES TO WS-EMAIL
           END-IF.

       IMPRIMIR-CARTA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE WS-NOMBRE TO PC1-NOMBRE.
           WRITE LINEA FROM PC1-DEST.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE WS-DIR TO PC2-DIR.
           WRITE LINEA FROM PC2-DOMIC.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE WS-CUIT-ACTUAL TO PC3-CUIT.
           WRITE LINEA FROM PC3-IDENT.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE TAB-TXT-TITULO (WS-ETAPA) TO PC4-TITULO.
           WRITE LINEA FROM PC4-TIT.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE TAB-TXT-LINEA-1 (WS-ETAPA) TO PC5-TEXTO.
           WRITE LINEA FROM PC5-TXT.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE TAB-TXT-LINEA-2 (WS-ETAPA) TO PC5-TEXTO.
           WRITE LINEA FROM PC5-TXT.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE WS-DEUDA-VENC TO PC6-DEUDA.
           MOVE WS-DIAS-MAX TO PC6-DIAS.
           WRITE LINEA FROM PC6-DEU.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE WS-SALDO TO PC7-SALDO.
           WRITE LINEA FROM PC7-SAL.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PC8-FIRMA.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PC9-CORTE.
           PERFORM CHECK-WRITE-LISINTIM.

       GRABAR-NOTIFICACION.
           MOVE WS-ETAPA TO NTM-ETAPA.
           MOVE WS-CUIT-ACTUAL TO NTM-CUIT-CONS.
           MOVE WS-NOMBRE TO NTM-NOMBRE-CONSORCIO.
           MOVE WS-EMAIL TO NTM-EMAIL.
           MOVE WS-FECHA-TXT TO NTM-FECHA.
           MOVE WS-DEUDA-VENC TO NTM-DEUDA.
           MOVE WS-DIAS-MAX TO NTM-DIAS.
           WRITE REG-NTM.
           IF FS-NTM NOT = ZERO
              DISPLAY "Error al escribir notimora: " FS-NTM
              STOP RUN.

       IMPRIMIR-TOTALES.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE cantDeudores TO PF1-TOTAL.
           WRITE LINEA FROM PF1-FINAL.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE cantCartas TO PF2-TOTAL.
           WRITE LINEA FROM PF2-FINAL.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE cantSinCambio TO PF3-TOTAL.
           WRITE LINEA FROM PF3-FINAL.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE cantCerrados TO PF4-TOTAL.
           WRITE LINEA FROM PF4-FINAL.
           PERFORM CHECK-WRITE-LISINTIM.
           MOVE cantSinEmail TO PF5-TOTAL.
           WRITE LINEA FROM PF5-FINAL.
           PERFORM CHECK-WRITE-LISINTIM.

       CHECK-WRITE-LISINTIM.
           IF FS-LISINT NOT = ZERO AND 10
              DISPLAY "Error al escribir lisIntimac: " FS-LISINT
              STOP RUN.
