                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CPR-CLAVE
                                FILE STATUS IS FS-CPR.
           SELECT HISTPREC ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HPR-CLAVE
                                FILE STATUS IS FS-HPR.
           SELECT SD-SORT ASSIGN TO DISK
                                 file STATUS IS FS-SORT.
           SELECT FACTURAS ASSIGN TO DISK
           03 CPR-FECHA-ALTA                  PIC 9(08).
           03 CPR-MONTO                       PIC 9(7)V99.
           03 CPR-FECHA-FIN                   PIC 9(08).

       FD HISTPREC LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   WS-PATH-HISTPREC.

       01 HPR.
           03 HPR-CLAVE.
              05 HPR-CUIT-CONS                PIC 9(15).
              05 HPR-COD-PROV                 PIC 9(08).
              05 HPR-FECHA-DESDE              PIC 9(08).
           03 HPR-MONTO                       PIC 9(7)V99.
           03 HPR-MONTO-ANT                   PIC 9(7)V99.
           03 HPR-TIPO-AJUSTE                 PIC X(01).
           03 HPR-INDICE                      PIC X(06).
           03 HPR-FACTOR                      PIC 9(3)V9(6).
           03 HPR-FECHA-PROC                  PIC 9(08).
   
       SD SD-SORT DATA RECORD IS REG-SORT.

           03 PRV-CUIT                    PIC 9(15).
           03 PRV-DIR                     PIC X(30).
           03 PRV-PLAZO-DIAS              PIC 9(03).
           03 PRV-CBU                     PIC 9(22).
           03 PRV-CUIT-TITULAR            PIC 9(15).
           03 PRV-BANCO                   PIC 9(03).

       FD CERROJO LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                 "runlog.dat".

       01 REG-RUNLOG.
           03 FILLER                      PIC X(32).
           03 RUN-MODO                    PIC X(10).
           03 FILLER                      PIC X(127).
           03 RUN-ESTADO                  PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-PARM-CUIT-LEN      PIC 99 VALUE 0.
       77 WS-CUIT-ENCONTRADO    PIC X VALUE 'N'.
       77 WS-FECHA-HOY-COMP     PIC 9(08) VALUE 0.
       77 FS-HPR                PIC XX.
       77 WS-PATH-HISTPREC      PIC X(100).
       77 WS-HAY-HISTPREC       PIC X VALUE 'S'.
       77 WS-MONTO-VIGENTE      PIC 9(7)V99 VALUE 0.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
              STOP RUN.

       GUARDAR-ULT-RUNLOG.
           IF RUN-MODO NOT = 'INTEGRIDAD'
              MOVE RUN-ESTADO TO WS-ULT-ESTADO.
           PERFORM LEO-RUNLOG.

       CONTROLAR-ULT-ESTADO.
                  '\proveedores.dat' DELIMITED BY SIZE
                  INTO WS-PATH-PROVEED
           END-STRING.
           STRING WS-PATH-BASE DELIMITED BY SPACE
                  '\histprec.dat' DELIMITED BY SIZE
                  INTO WS-PATH-HISTPREC
           END-STRING.

       ABRIR-ARCHIVOS.
      *     DISPLAY "ABRIR-ARCHIVOS INICIA".
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT HISTPREC.
           IF FS-HPR = 35
              MOVE 'N' TO WS-HAY-HISTPREC
           ELSE
              IF FS-HPR NOT = ZERO
                 DISPLAY "Err abrir histprec: " FS-HPR
                 STOP RUN
              END-IF
           END-IF.

       BUSCAR-MONTO-VIGENTE.
           MOVE CPR-MONTO TO WS-MONTO-VIGENTE.
           IF WS-HAY-HISTPREC = 'S'
              MOVE CPR-CUIT-CONS TO HPR-CUIT-CONS
              MOVE CPR-COD-PROV TO HPR-COD-PROV
              MOVE ZEROS TO HPR-FECHA-DESDE
              START HISTPREC KEY >= HPR-CLAVE
              IF NOT FS-HPR EQUAL TO ZERO
                 IF FS-HPR NOT = 23
                    DISPLAY "Err al buscar histprec" FS-HPR
                    STOP RUN
                 END-IF
              ELSE
                 PERFORM LEER-PROX-HPR
                 PERFORM TOMAR-MONTO-HPR UNTIL FS-HPR = 10
                         OR HPR-CUIT-CONS NOT = CPR-CUIT-CONS
                         OR HPR-COD-PROV NOT = CPR-COD-PROV
                         OR HPR-FECHA-DESDE > WS-FECHA-HOY-COMP
              END-IF
           END-IF.

       LEER-PROX-HPR.
           READ HISTPREC NEXT RECORD.
           IF FS-HPR NOT = 00 AND FS-HPR NOT = 10
              DISPLAY "Err al leer histprec" FS-HPR
              STOP RUN
           END-IF.

       TOMAR-MONTO-HPR.
           MOVE HPR-MONTO TO WS-MONTO-VIGENTE.
           PERFORM LEER-PROX-HPR.

       BUSCAR-PROVEEDOR.
           MOVE SPACES TO WS-NOM-PROV.
           MOVE MAE-ACTUAL-NOMBRE-CONSORCIO TO SD-NOM-CONS.
           MOVE MAE-ACTUAL-TEL TO SD-TEL-CONS.
           MOVE MAE-ACTUAL-DIR TO SD-DIR-CONS.
           PERFORM BUSCAR-MONTO-VIGENTE.
           MOVE WS-MONTO-VIGENTE TO SD-MONTO.
           MOVE RSP-RUBRO TO SD-RUBRO.
           MOVE RSP-DESC-RUBRO TO SD-DESC-RUBRO.
           PERFORM SUMAR-FACTURAS-PROV.
              PERFORM ACTUALIZA-PROV
              PERFORM BUSCAR-PROVEEDOR
              PERFORM SUMAR-FACTURAS-PROV
              PERFORM BUSCAR-MONTO-VIGENTE
              DISPLAY "  PROV: " CPR-COD-PROV
                      " " WS-NOM-PROV
                      " RUBRO: " RSP-RUBRO " " RSP-DESC-RUBRO
                      " MONTO: " WS-MONTO-VIGENTE
                      " FACTURADO: " WS-SUMA-FACT
           END-IF.
           PERFORM LEER-PROX-CPR.
           CLOSE FACTURAS.
           IF WS-HAY-PROVS = 'S'
              CLOSE PROVEEDORES.
           IF WS-HAY-HISTPREC = 'S'
              CLOSE HISTPREC.

       LISTADO SECTION.
           perform IMPRIMIR-ENCABEZADO.
           CLOSE FACTURAS.
           IF WS-HAY-PROVS = 'S'
              CLOSE PROVEEDORES.
           IF WS-HAY-HISTPREC = 'S'
              CLOSE HISTPREC.

       CICLO-GRAL.
           ADD 1 to cantRubros.
