       77 WS-MES-RECHAZOS       PIC 9(06) VALUE 0.
       77 WS-MES-MAX-RECH       PIC 9(04) VALUE 0.
       77 WS-EC-PENDIENTE       PIC X VALUE 'N'.
       77 WS-INT-GUARDADOS      PIC 9(09) VALUE 0.
       77 WS-INT-ANT            PIC S9(09) VALUE -1.
       77 WS-DELTA-INT          PIC S9(09) VALUE 0.
       77 WS-REGLA              PIC 9.

       01 WS-HORA-AUX.
          03 WS-HA-HH     PIC 9(02).
       01 TAB-RUNS.
          03 TAB-RUN-REG OCCURS 99 TIMES PIC X(171).

       01 TAB-INTEG.
          03 TAB-INT-REG OCCURS 99 TIMES PIC X(171).

       01 WS-EC-REG                       PIC X(171).

       01 RUN-W.
                             VALUE '  MAXIMO EN UNA CORR.:'.
          03 PM4-MAX         PIC ZZZZ9.

       01 PI1-ENCABE.
          03 FILLER PIC X(22) VALUE ALL ' '.
          03 FILLER PIC X(36)
                    VALUE 'CONTROLES DE INTEGRIDAD - ULTIMOS'.
          03 PI1-ULT PIC Z9.

       01 PI2-ENCABE.
          03 FILLER PIC X(16) VALUE 'FECHA    HORA'.
          03 FILLER PIC X(07) VALUE '  REG.1'.
          03 FILLER PIC X(07) VALUE '  REG.2'.
          03 FILLER PIC X(07) VALUE '  REG.3'.
          03 FILLER PIC X(07) VALUE '  REG.4'.
          03 FILLER PIC X(07) VALUE '  REG.5'.
          03 FILLER PIC X(07) VALUE '  REG.6'.
          03 FILLER PIC X(10) VALUE '     TOTAL'.
          03 FILLER PIC X(11) VALUE '      DELTA'.

       01 PI3-DET.
          03 PI3-FECHA       PIC 9(08).
          03 FILLER          PIC X(01).
          03 PI3-HORA        PIC 9(06).
          03 FILLER          PIC X(01).
          03 PI3-REGLA OCCURS 6 TIMES.
             05 FILLER       PIC X(01).
             05 PI3-CANT     PIC ZZZZZ9.
          03 FILLER          PIC X(01).
          03 PI3-TOTAL       PIC ZZZZZZZZ9.
          03 FILLER          PIC X(01).
          03 PI3-SIGNO       PIC X(01).
          03 PI3-DELTA       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DECLAR-INPUT SECTION.
           PERFORM CARGAR-CORRIDAS.
           PERFORM ABRIR-LISTADO.
           PERFORM LISTAR-CORRIDAS.
           IF WS-INT-GUARDADOS > ZERO
              PERFORM LISTAR-CONTROLES-INTEG.
           IF WS-MES NOT = ZERO
              PERFORM IMPRIMIR-RESUMEN-MES.
           CLOSE LISRUN.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-ULT TO PE1-ULT.
           MOVE WS-ULT TO PI1-ULT.
           MOVE WS-MES TO PM1-MES.

       PROCESAR-PARM-TOKEN.
           CLOSE RUNLOG.
           IF WS-EC-PENDIENTE = 'S'
              PERFORM REGISTRAR-EC-ABORTADA.
           IF WS-GUARDADOS = ZERO AND WS-INT-GUARDADOS = ZERO
              DISPLAY "runlog.dat sin corridas que informar."
              STOP RUN.

       GUARDAR-CORRIDA.
           ADD 1 TO WS-TOTAL-REGS.
           MOVE REG-RUNLOG TO RUN-W.
           IF RW-MODO = 'INTEGRIDAD'
              PERFORM GUARDAR-CONTROL-INTEG
           ELSE
              IF RW-ESTADO = 'EC'
                 IF WS-EC-PENDIENTE = 'S'
                    PERFORM REGISTRAR-EC-ABORTADA
                 END-IF
                 MOVE REG-RUNLOG TO WS-EC-REG
                 MOVE 'S' TO WS-EC-PENDIENTE
              ELSE
                 MOVE 'N' TO WS-EC-PENDIENTE
                 PERFORM ACUMULAR-MES
                 PERFORM GUARDAR-EN-ANILLO
              END-IF
           END-IF.
           PERFORM LEO-RUNLOG.

       GUARDAR-CONTROL-INTEG.
           ADD 1 TO WS-INT-GUARDADOS.
           DIVIDE WS-INT-GUARDADOS BY WS-ULT
                  GIVING WS-RING-Q REMAINDER WS-RING-R.
           COMPUTE WS-RING-IDX = WS-RING-R + 1.
           MOVE RUN-W TO TAB-INT-REG (WS-RING-IDX).

       GUARDAR-EN-ANILLO.
           ADD 1 TO WS-GUARDADOS.
           DIVIDE WS-GUARDADOS BY WS-ULT
             MOVE RW-CONT-NOV (J) TO WS-NOV-SUC-ANT (J)
           END-PERFORM.

       LISTAR-CONTROLES-INTEG.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRUN.
           WRITE LINEA FROM PI1-ENCABE.
           PERFORM CHECK-WRITE-LISRUN.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRUN.
           WRITE LINEA FROM PI2-ENCABE.
           PERFORM CHECK-WRITE-LISRUN.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRUN.
           IF WS-INT-GUARDADOS > WS-ULT
              COMPUTE WS-LISTAR-DESDE = WS-INT-GUARDADOS - WS-ULT + 1
           ELSE
              MOVE 1 TO WS-LISTAR-DESDE
           END-IF.
           MOVE WS-LISTAR-DESDE TO WS-LISTAR-SEQ.
           PERFORM LISTAR-UN-CONTROL-INTEG
                   UNTIL WS-LISTAR-SEQ > WS-INT-GUARDADOS.

       LISTAR-UN-CONTROL-INTEG.
           DIVIDE WS-LISTAR-SEQ BY WS-ULT
                  GIVING WS-RING-Q REMAINDER WS-RING-R.
           COMPUTE WS-RING-IDX = WS-RING-R + 1.
           MOVE TAB-INT-REG (WS-RING-IDX) TO RUN-W.
           MOVE SPACES TO PI3-DET.
           MOVE RW-FECHA-INI TO PI3-FECHA.
           MOVE RW-HORA-INI TO PI3-HORA.
           PERFORM MOVER-CANT-REGLA
                   VARYING WS-REGLA FROM 1 BY 1 UNTIL WS-REGLA > 6.
           MOVE RW-CONT-CTAS TO PI3-TOTAL.
           IF WS-INT-ANT < ZERO
              MOVE ' ' TO PI3-SIGNO
              MOVE 0 TO PI3-DELTA
           ELSE
              COMPUTE WS-DELTA-INT = RW-CONT-CTAS - WS-INT-ANT
              IF WS-DELTA-INT < ZERO
                 MOVE '-' TO PI3-SIGNO
                 COMPUTE WS-DELTA-INT = WS-DELTA-INT * -1
              ELSE
                 MOVE '+' TO PI3-SIGNO
              END-IF
              MOVE WS-DELTA-INT TO PI3-DELTA
           END-IF.
           MOVE RW-CONT-CTAS TO WS-INT-ANT.
           WRITE LINEA FROM PI3-DET.
           PERFORM CHECK-WRITE-LISRUN.
           ADD 1 TO WS-LISTAR-SEQ.

       MOVER-CANT-REGLA.
           MOVE RW-CONT-NOV (WS-REGLA) TO PI3-CANT (WS-REGLA).

       IMPRIMIR-RESUMEN-MES.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRUN.
