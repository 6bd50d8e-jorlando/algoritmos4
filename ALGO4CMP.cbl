                 "runlog.dat".

       01 REG-RUNLOG.
           03 FILLER                      PIC X(32).
           03 RUN-MODO                    PIC X(10).
           03 FILLER                      PIC X(127).
           03 RUN-ESTADO                  PIC X(02).

       WORKING-STORAGE SECTION.
              STOP RUN.

       GUARDAR-ULT-RUNLOG.
           IF RUN-MODO NOT = 'INTEGRIDAD'
              MOVE RUN-ESTADO TO WS-ULT-ESTADO.
           PERFORM LEO-RUNLOG.

       CONTROLAR-ULT-ESTADO.
