                                RECORD KEY IS FACT-COD-PROV
                                     WITH DUPLICATES
                                FILE STATUS IS FS-FACT.
           SELECT ESTFACT ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS EST-CLAVE
                                FILE STATUS IS FS-EST.
           SELECT CUITPROV ASSIGN TO DISK
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

       FD CUITPROV LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "cuitprov.dat".
           03 LOT-ORIGEN                      PIC X(04).
           03 LOT-NRO                         PIC 9(08).
           03 LOT-FECHA                       PIC 9(08).
           03 LOT-PASADA                      PIC X(02).

       FD LISCARGA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
       77 WS-T-TOTAL-DECL       PIC 9(11)V99 VALUE 0.
       77 FS-FACT               PIC XX.
       77 FS-CPR                PIC XX.
       77 FS-EST                PIC XX.
       77 FS-RECHF              PIC XX.
       77 FS-LISCAR             PIC XX.
       77 cantLeidas            PIC 9(05) VALUE 0.
           MOVE 'FACT' TO LOT-ORIGEN.
           MOVE WS-LOTE-NRO TO LOT-NRO.
           MOVE FECHA TO LOT-FECHA.
           MOVE SPACES TO LOT-PASADA.
           WRITE REG-LOT.
           IF FS-LOT NOT = ZERO
              DISPLAY "Error al escribir lotes: " FS-LOT
           IF FS-FACT NOT = ZERO
              DISPLAY "Err abrir Facturas: " FS-FACT
              STOP RUN.
           OPEN I-O ESTFACT.
           IF FS-EST = 35
              OPEN OUTPUT ESTFACT.
           IF FS-EST NOT = ZERO
              DISPLAY "Err abrir estfact: " FS-EST
              STOP RUN.
           OPEN INPUT CUITPROV.
           IF FS-CPR NOT = ZERO
              DISPLAY "Err abrir Cuitprov: " FS-CPR
           IF FS-FACT NOT = ZERO AND 02
              DISPLAY "Error al escribir Facturas: " FS-FACT
              STOP RUN.
           PERFORM GRABAR-ESTADO-PENDIENTE.

       GRABAR-ESTADO-PENDIENTE.
           MOVE FINT-COD-PROV TO EST-COD-PROV.
           MOVE FINT-NRO-FACT TO EST-NRO-FACT.
           MOVE FINT-CUIT-CONS TO EST-CUIT-CONS.
           MOVE 'P' TO EST-ESTADO.
           MOVE FECHA TO EST-FECHA-ALTA.
           MOVE FECHA TO EST-FECHA-ESTADO.
           MOVE SPACES TO EST-OPERADOR.
           MOVE SPACES TO EST-MOTIVO.
           WRITE EST.
           IF FS-EST = 22
              REWRITE EST
           END-IF.
           IF FS-EST NOT = ZERO
              DISPLAY "Error al escribir estfact: " FS-EST
              STOP RUN.

       RECHAZAR-FACTURA.
           ADD 1 TO cantRechazadas.
       CERRAR-ARCHIVOS.
           CLOSE FACTINTF.
           CLOSE FACTURAS.
           CLOSE ESTFACT.
           CLOSE CUITPROV.
           CLOSE RECHFACT.
           CLOSE LISCARGA.
