           03 FILLER                          PIC X(01).
           03 PINT-H-LOTE                     PIC 9(08).
           03 PINT-H-FECHA                    PIC 9(08).
           03 PINT-H-PASADA                   PIC X(02).
           03 FILLER                          PIC X(16).

       01 REG-PINT-T.
           03 FILLER                          PIC X(01).
           03 LOT-ORIGEN                      PIC X(04).
           03 LOT-NRO                         PIC 9(08).
           03 LOT-FECHA                       PIC 9(08).
           03 LOT-PASADA                      PIC X(02).

       FD LISPAGOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
       77 WS-ULT-NRO-MOV        PIC 9(03) VALUE 0.
       77 FS-LOT                PIC XX.
       77 WS-LOTE-NRO           PIC 9(08) VALUE 0.
       77 WS-LOTE-PASADA        PIC X(02) VALUE SPACES.
       77 WS-LOTE-YA-CARGADO    PIC X VALUE 'N'.
       77 WS-TRAILER-VISTO      PIC X VALUE 'N'.
       77 WS-LOTE-ERROR         PIC X VALUE 'N'.
                      "se rechaza el lote completo."
              STOP RUN.
           MOVE PINT-H-LOTE TO WS-LOTE-NRO.
           IF PINT-H-PASADA IS NUMERIC
              MOVE PINT-H-PASADA TO WS-LOTE-PASADA
           ELSE
              MOVE SPACES TO WS-LOTE-PASADA
           END-IF.
           PERFORM VERIFICAR-LOTE-REGISTRADO.
           IF WS-LOTE-YA-CARGADO = 'S'
              DISPLAY "El lote " WS-LOTE-NRO " " WS-LOTE-PASADA
                      " ya fue aplicado: "
                      "se rechaza el lote completo."
              STOP RUN.
           PERFORM LEO-VALIDACION.

       COMPARAR-LOTE.
           IF LOT-ORIGEN = 'PAGO' AND LOT-NRO = WS-LOTE-NRO
              AND LOT-PASADA = WS-LOTE-PASADA
              MOVE 'S' TO WS-LOTE-YA-CARGADO.
           PERFORM LEO-LOTE.

           MOVE 'PAGO' TO LOT-ORIGEN.
           MOVE WS-LOTE-NRO TO LOT-NRO.
           MOVE FECHA TO LOT-FECHA.
           MOVE WS-LOTE-PASADA TO LOT-PASADA.
           WRITE REG-LOT.
           IF FS-LOT NOT = ZERO
              DISPLAY "Error al escribir lotes: " FS-LOT
