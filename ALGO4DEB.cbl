           SELECT CUENTAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTAS.
           SELECT DEBSUSP ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-SUS.
           SELECT ENTIDADES ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-ENT.
           03 CTA-ENTIDAD                 PIC 9(03).
           03 CTA-SUCURSAL                PIC 9(03).

       FD DEBSUSP LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "debsusp.dat".

       01 REG-SUS.
           03 SUS-CUIT-CONS               PIC 9(15).
           03 SUS-FECHA                   PIC 9(08).
           03 SUS-ENTIDAD                 PIC 9(03).
           03 SUS-SUCURSAL                PIC 9(03).
           03 SUS-NRO-CTA                 PIC 9(08).

       FD ENTIDADES LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS
                    "entidades.dat".
       77 FS-EXP                PIC XX.
       77 FS-MAE                PIC XX.
       77 FS-CTAS               PIC XX.
       77 FS-SUS                PIC XX.
       77 FS-ENT                PIC XX.
       77 FS-DEB                PIC XX.
       77 FS-RET                PIC XX.
       77 CAN-CTAS              PIC 9(04) VALUE 0.
       77 MAX-CTAS              PIC 9(04) VALUE 1000.
       77 WS-CTA-HALLADA        PIC X.
       77 CAN-SUS               PIC 9(04) VALUE 0.
       77 MAX-SUS               PIC 9(04) VALUE 1000.
       77 WS-SUS-IDX            PIC 9(04).
       77 WS-SUSPENDIDA         PIC X.
       77 WS-ALTA-MAE           PIC X(08).
       77 cantDebitos           PIC 9(05) VALUE 0.
       77 cantDebEntidad        PIC 9(05) VALUE 0.
       77 cantExcepciones       PIC 9(05) VALUE 0.
             05 TAB-CTA-NRO-CTA           PIC 9(08).
             05 TAB-CTA-ENTIDAD           PIC 9(03).
             05 TAB-CTA-SUCURSAL          PIC 9(03).
       01 TAB-SUSPENSIONES.
          03 TAB-SUS-ELM OCCURS 1000 TIMES.
             05 TAB-SUS-CUIT              PIC 9(15).
             05 TAB-SUS-FECHA             PIC X(08).
       01 WS-CTA-BUSCADA.
          03 WS-CTA-NRO-CTA               PIC 9(08).
          03 WS-CTA-ENTIDAD               PIC 9(03).
              MOVE TAB-CTA-SUCURSAL (IND-CTA) TO WS-CTA-SUCURSAL
           END-IF.

       GEN-TABLA-SUSPENSIONES.
           OPEN INPUT DEBSUSP.
           IF FS-SUS = 35
              CONTINUE
           ELSE
              IF FS-SUS NOT = ZERO
                 DISPLAY "Err abrir debsusp: " FS-SUS
                 STOP RUN
              END-IF
              PERFORM LEO-SUSPENSION
              PERFORM CARGAR-SUSPENSION UNTIL FS-SUS = 10
              CLOSE DEBSUSP
           END-IF.

       LEO-SUSPENSION.
           READ DEBSUSP.
           IF FS-SUS NOT = ZERO AND 10
              DISPLAY "Err leer debsusp: " FS-SUS
              STOP RUN.

       CARGAR-SUSPENSION.
           IF CAN-SUS >= MAX-SUS
              DISPLAY "Err: debsusp.dat supera el limite de "
                      MAX-SUS " suspensiones soportadas"
              STOP RUN.
           ADD 1 TO CAN-SUS.
           MOVE SUS-CUIT-CONS TO TAB-SUS-CUIT (CAN-SUS).
           MOVE SUS-FECHA TO TAB-SUS-FECHA (CAN-SUS).
           PERFORM LEO-SUSPENSION.

       BUSCAR-SUSPENSION.
           MOVE 'N' TO WS-SUSPENDIDA.
           MOVE SPACES TO WS-ALTA-MAE.
           STRING MAE-FECHA-ALTA (1:4) DELIMITED BY SIZE
                  MAE-FECHA-ALTA (6:2) DELIMITED BY SIZE
                  MAE-FECHA-ALTA (9:2) DELIMITED BY SIZE
                  INTO WS-ALTA-MAE
           END-STRING.
           MOVE 1 TO WS-SUS-IDX.
           PERFORM REVISAR-SUSPENSION
                   UNTIL WS-SUS-IDX > CAN-SUS
                   OR WS-SUSPENDIDA = 'S'.

       REVISAR-SUSPENSION.
           IF TAB-SUS-CUIT (WS-SUS-IDX) = EXP-CUIT-CONS
              AND TAB-SUS-FECHA (WS-SUS-IDX) >= WS-ALTA-MAE
              MOVE 'S' TO WS-SUSPENDIDA
           ELSE
              ADD 1 TO WS-SUS-IDX
           END-IF.

       ARMAR-PRESENTACION SECTION.
           PERFORM ABRIR-ARCHIVOS-GEN.
           PERFORM GEN-TABLA-ENTIDADES.
           PERFORM GEN-TABLA-CUENTAS.
           PERFORM GEN-TABLA-SUSPENSIONES.
           PERFORM IMPRIMO-ENCABEZADO-EXC.
           PERFORM LEO-EXPENSAS.
           PERFORM CICLO-EXPENSAS UNTIL FS-EXP = 10.

       ARMAR-DEBITO-CON-CTA.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-HALLADA = 'S'
              PERFORM BUSCAR-SUSPENSION
           END-IF.
           IF WS-CTA-HALLADA NOT = 'S'
              MOVE 'SIN CUENTA BANCARIA' TO PX2-EXC-MOTIVO
              PERFORM REPORTAR-EXCLUIDO
           ELSE
              IF WS-SUSPENDIDA = 'S'
                 MOVE 'DEBITO AUTOMATICO SUSPENDIDO' TO PX2-EXC-MOTIVO
                 PERFORM REPORTAR-EXCLUIDO
              ELSE
                 PERFORM ARMAR-DEBITO-EN-CTA
              END-IF
           END-IF.

       ARMAR-DEBITO-EN-CTA.
           MOVE WS-CTA-ENTIDAD TO WS-ENT-CLAVE-ENT.
           MOVE WS-CTA-SUCURSAL TO WS-ENT-CLAVE-SUC.
           PERFORM BUSCAR-ENTIDAD.
           IF WS-ENT-HALLADA NOT = 'S'
              MOVE 'ENTIDAD DESCONOCIDA' TO PX2-EXC-MOTIVO
              PERFORM REPORTAR-EXCLUIDO
           ELSE
              MOVE WS-CTA-ENTIDAD TO SD-ENTIDAD
              MOVE WS-CTA-SUCURSAL TO SD-SUCURSAL
              MOVE EXP-CUIT-CONS TO SD-CUIT-CONS
              MOVE WS-CTA-NRO-CTA TO SD-NRO-CTA
              MOVE EXP-IMPORTE TO SD-IMPORTE
              RELEASE REG-SORT
           END-IF.

       REPORTAR-EXCLUIDO.
           ADD 1 TO cantExcepciones.
           MOVE EXP-CUIT-CONS TO PX2-EXC-CUIT.
