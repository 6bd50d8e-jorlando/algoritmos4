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
           03 PRV-CUIT                    PIC 9(15).
           03 PRV-DIR                     PIC X(30).
           03 PRV-PLAZO-DIAS              PIC 9(03).
           03 PRV-CBU                     PIC 9(22).
           03 PRV-CUIT-TITULAR            PIC 9(15).
           03 PRV-BANCO                   PIC 9(03).

       FD PAGINTF LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
       WORKING-STORAGE SECTION.
       77 FS-FACT               PIC XX.
       77 FS-PAG                PIC XX.
       77 FS-EST                PIC XX.
       77 WS-HAY-ESTADOS        PIC X VALUE 'S'.
       77 WS-ESTADO-FACT        PIC X.
       77 FS-PRV                PIC XX.
       77 FS-PINT               PIC XX.
       77 FS-LISPRO             PIC XX.
       77 cantHojas             PIC 99 VALUE 1.
       77 cantPropuestas        PIC 9(05) VALUE 0.
       77 cantExcluidas         PIC 9(05) VALUE 0.
       77 cantNoAprobadas       PIC 9(05) VALUE 0.

       01 WS-FECHA-HOY.
          03 WS-HOY-ANIO  PIC 9(04).
                VALUE 'Importe total propuesto:            '.
          03 PP3-TOTAL PIC ZZZZZZZZ9.99.

       01 PP-FINAL-4.
          03 F PIC X(36)
                VALUE 'Facturas impagas sin aprobar:       '.
          03 PP4-TOTAL PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DECLAR-INPUT SECTION.
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
       CICLO-FACTURA.
           PERFORM CALCULAR-SALDO-FACT.
           IF WS-SALDO-FACT > ZERO
              PERFORM BUSCAR-ESTADO-FACT
              IF WS-ESTADO-FACT = 'A'
                 PERFORM EVALUAR-VENCIMIENTO
              ELSE
                 ADD 1 TO cantNoAprobadas
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
           MOVE WS-TOT-PROPUESTO TO PP3-TOTAL.
           WRITE LINEA FROM PP-FINAL-3.
           PERFORM CHECK-WRITE-LISPROP.
           MOVE cantNoAprobadas TO PP4-TOTAL.
           WRITE LINEA FROM PP-FINAL-4.
           PERFORM CHECK-WRITE-LISPROP.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS.
           IF WS-HAY-ESTADOS = 'S'
              CLOSE ESTFACT.
           IF WS-HAY-PAGOS = 'S'
              CLOSE PAGOS.
           IF WS-HAY-PROVS = 'S'
