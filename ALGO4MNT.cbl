                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CPR-CLAVE
                                FILE STATUS IS FS-CPR.
           SELECT HISTPREC ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HPR-CLAVE
                                FILE STATUS IS FS-HPR.
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
           SELECT CERROJO ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LCK.
           SELECT OPERADORES ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-OPE.
           SELECT AUDITORIA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
           03 CPR-MONTO                       PIC 9(7)V99.
           03 CPR-FECHA-FIN                   PIC 9(08).

       FD HISTPREC LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "histprec.dat".

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

       FD PROVEEDORES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS
                      "proveedores.dat".
           03 PRV-CUIT                    PIC 9(15).
           03 PRV-DIR                     PIC X(30).
           03 PRV-PLAZO-DIAS              PIC 9(03).
           03 PRV-CBU                     PIC 9(22).
           03 PRV-CUIT-TITULAR            PIC 9(15).
           03 PRV-BANCO                   PIC 9(03).

       FD LISMOV LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
           03 LCK-FECHA                   PIC 9(08).
           03 LCK-HORA                    PIC 9(06).

       FD OPERADORES LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS
                     "operadores.dat".

       01 OPE.
           03 OPE-CODIGO                  PIC X(08).
           03 OPE-NOMBRE                  PIC X(30).
           03 OPE-CLAVE                   PIC X(10).
           03 OPE-ESTADO                  PIC X(01).
           03 OPE-PROGRAMAS.
              05 OPE-PROGRAMA OCCURS 10 TIMES PIC X(08).

       FD AUDITORIA LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS
                    "auditoria.dat".

       01 AUD.
           03 AUD-OPERADOR                PIC X(08).
           03 AUD-FECHA                   PIC 9(08).
           03 AUD-HORA                    PIC 9(06).
           03 AUD-PROGRAMA                PIC X(08).
           03 AUD-ARCHIVO                 PIC X(15).
           03 AUD-TIPO                    PIC X(01).
           03 AUD-CLAVE                   PIC X(30).
           03 AUD-IMAGEN-ANT              PIC X(160).
           03 AUD-IMAGEN-POS              PIC X(160).

       WORKING-STORAGE SECTION.
       77 FS-MAE                PIC XX.
       77 FS-CPR                PIC XX.
       77 FS-PRV                PIC XX.
       77 FS-HPR                PIC XX.
       77 WS-MONTO-VIGENTE      PIC 9(7)V99 VALUE 0.
       77 WS-TIPO-HPR           PIC X.
       77 WS-FIN-HPR            PIC X.
       77 WS-HAY-PROVS          PIC X VALUE 'S'.
       77 WS-NOM-PROV           PIC X(15) VALUE SPACES.
       77 FS-LISMOV             PIC XX.
       77 cantModif             PIC 9999 VALUE 0.
       77 RSP-RUBRO             PIC 9(04).
       77 RSP-DESC-RUBRO        PIC X(15).
       77 FS-OPE                PIC XX.
       77 FS-AUD                PIC XX.
       77 WS-PROGRAMA           PIC X(08) VALUE 'ALGO4MNT'.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CLAVE-OPE          PIC X(10).
       77 WS-OPE-HABILITADO     PIC X VALUE 'N'.
       77 WS-OPE-IDX            PIC 99.
       77 WS-INTENTOS           PIC 9 VALUE 0.
       77 MAX-INTENTOS          PIC 9 VALUE 3.
       77 WS-HORA-AUD           PIC 9(08).
       77 WS-AUD-ARCHIVO        PIC X(15) VALUE 'cuitprov.dat'.
       77 WS-AUD-TIPO           PIC X.
       77 WS-AUD-CLAVE          PIC X(30).
       77 WS-AUD-ANTES          PIC X(160).
       77 WS-AUD-DESPUES        PIC X(160).

       01 WS-FECHA-HOY.
          03 WS-HOY-ANIO  PIC 9(04).
          03 WS-HOY-MES   PIC 9(02).
          03 WS-HOY-DIA   PIC 9(02).
       01 WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(08).

       01 WS-FECHA-DESC.
          03 WS-FD-ANIO  PIC 9(04).
       PROGRAMA SECTION.
       INICIO.
           PERFORM INICIALIZAR.
           PERFORM INGRESAR-OPERADOR.
           PERFORM TOMAR-CERROJO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ABRIR-PROV.
           IF FS-CPR NOT = ZERO
              DISPLAY "Err abrir Cuitprov: " FS-CPR
              STOP RUN.
           OPEN I-O HISTPREC.
           IF FS-HPR = 35
              OPEN OUTPUT HISTPREC
              CLOSE HISTPREC
              OPEN I-O HISTPREC
           END-IF.
           IF FS-HPR NOT = ZERO
              DISPLAY "Err abrir histprec: " FS-HPR
              STOP RUN.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV = 35
              MOVE 'N' TO WS-HAY-PROVS
           IF FS-LISMOV NOT = ZERO
              DISPLAY "Err abrir lisMovAsig: " FS-LISMOV
              STOP RUN.
           PERFORM ABRIR-AUDITORIA.

       ABRIR-PROV.
           MOVE 'A' TO PARAM.
                 STOP RUN
              END-IF
              ADD 1 TO cantAltas
              MOVE 'A' TO WS-AUD-TIPO
              MOVE SPACES TO WS-AUD-ANTES
              MOVE CPR TO WS-AUD-DESPUES
              PERFORM AUDITAR-ASIGNACION
              PERFORM BORRAR-HISTORIA-ASIG
              MOVE ZERO TO WS-MONTO-VIGENTE
              MOVE 'A' TO WS-TIPO-HPR
              PERFORM GRABAR-HISTORIA-ASIG
              MOVE 'ALTA          ' TO PV1-TIPO
              PERFORM IMPRIMIR-MOVIMIENTO
           END-IF.
                 DISPLAY "Err al leer asignacion: " FS-CPR
                 STOP RUN
              END-IF
              MOVE CPR TO WS-AUD-ANTES
              DELETE CUITPROV RECORD
              IF FS-CPR NOT = ZERO
                 DISPLAY "Err al borrar asignacion: " FS-CPR
                 STOP RUN
              END-IF
              ADD 1 TO cantBajas
              MOVE 'B' TO WS-AUD-TIPO
              MOVE SPACES TO WS-AUD-DESPUES
              PERFORM AUDITAR-ASIGNACION
              PERFORM BORRAR-HISTORIA-ASIG
              MOVE 'BAJA          ' TO PV1-TIPO
              PERFORM IMPRIMIR-MOVIMIENTO
           END-IF.
                 DISPLAY "Err al leer asignacion: " FS-CPR
                 STOP RUN
              END-IF
              MOVE CPR TO WS-AUD-ANTES
              PERFORM BUSCAR-MONTO-VIGENTE
              DISPLAY "Monto actual: " WS-MONTO-VIGENTE
                      " Fecha fin actual: " CPR-FECHA-FIN
              PERFORM CAPTURAR-MONTO
              PERFORM CAPTURAR-FECHA-FIN
                 STOP RUN
              END-IF
              ADD 1 TO cantModif
              MOVE 'M' TO WS-AUD-TIPO
              MOVE CPR TO WS-AUD-DESPUES
              PERFORM AUDITAR-ASIGNACION
              IF WS-MONTO-CAP NOT = WS-MONTO-VIGENTE
                 MOVE 'M' TO WS-TIPO-HPR
                 PERFORM GRABAR-HISTORIA-ASIG
              END-IF
              MOVE 'MODIFICACION  ' TO PV1-TIPO
              PERFORM IMPRIMIR-MOVIMIENTO
           END-IF.

       AUDITAR-ASIGNACION.
           MOVE 'cuitprov.dat' TO WS-AUD-ARCHIVO.
           MOVE CPR-CLAVE TO WS-AUD-CLAVE.
           PERFORM GRABAR-AUDITORIA.

       BUSCAR-MONTO-VIGENTE.
           MOVE CPR-MONTO TO WS-MONTO-VIGENTE.
           MOVE CPR-CUIT-CONS TO HPR-CUIT-CONS.
           MOVE CPR-COD-PROV TO HPR-COD-PROV.
           MOVE ZEROS TO HPR-FECHA-DESDE.
           START HISTPREC KEY >= HPR-CLAVE.
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
                      OR HPR-FECHA-DESDE > WS-FECHA-HOY-N
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

       GRABAR-HISTORIA-ASIG.
           MOVE WS-CUIT-CAP TO HPR-CUIT-CONS.
           MOVE WS-PROV-CAP TO HPR-COD-PROV.
           MOVE WS-FECHA-HOY-N TO HPR-FECHA-DESDE.
           MOVE WS-MONTO-CAP TO HPR-MONTO.
           MOVE WS-MONTO-VIGENTE TO HPR-MONTO-ANT.
           MOVE WS-TIPO-HPR TO HPR-TIPO-AJUSTE.
           MOVE SPACES TO HPR-INDICE.
           PERFORM CALCULAR-FACTOR-HPR.
           MOVE WS-FECHA-HOY-N TO HPR-FECHA-PROC.
           MOVE SPACES TO WS-AUD-ANTES.
           WRITE HPR.
           IF FS-HPR = 22
              READ HISTPREC RECORD
              IF FS-HPR NOT = ZERO
                 DISPLAY "Err al leer histprec: " FS-HPR
                 STOP RUN
              END-IF
              MOVE HPR TO WS-AUD-ANTES
              MOVE WS-MONTO-CAP TO HPR-MONTO
              MOVE WS-TIPO-HPR TO HPR-TIPO-AJUSTE
              MOVE SPACES TO HPR-INDICE
              PERFORM CALCULAR-FACTOR-HPR
              MOVE WS-FECHA-HOY-N TO HPR-FECHA-PROC
              REWRITE HPR
           END-IF.
           IF FS-HPR NOT = ZERO
              DISPLAY "Error al escribir histprec: " FS-HPR
              STOP RUN.
           IF WS-AUD-ANTES = SPACES
              MOVE 'A' TO WS-AUD-TIPO
           ELSE
              MOVE 'M' TO WS-AUD-TIPO
           END-IF.
           MOVE HPR TO WS-AUD-DESPUES.
           PERFORM AUDITAR-HISTORIA.

       CALCULAR-FACTOR-HPR.
           MOVE 1 TO HPR-FACTOR.
           IF HPR-MONTO-ANT > ZERO
              COMPUTE HPR-FACTOR ROUNDED =
                      HPR-MONTO / HPR-MONTO-ANT
                 ON SIZE ERROR
                    MOVE ZERO TO HPR-FACTOR
              END-COMPUTE
           END-IF.

       BORRAR-HISTORIA-ASIG.
           MOVE 'N' TO WS-FIN-HPR.
           PERFORM BORRAR-UN-PRECIO UNTIL WS-FIN-HPR = 'S'.

       BORRAR-UN-PRECIO.
           MOVE WS-CUIT-CAP TO HPR-CUIT-CONS.
           MOVE WS-PROV-CAP TO HPR-COD-PROV.
           MOVE ZEROS TO HPR-FECHA-DESDE.
           START HISTPREC KEY >= HPR-CLAVE.
           IF NOT FS-HPR EQUAL TO ZERO
              IF FS-HPR NOT = 23
                 DISPLAY "Err al buscar histprec" FS-HPR
                 STOP RUN
              END-IF
              MOVE 'S' TO WS-FIN-HPR
           ELSE
              PERFORM LEER-PROX-HPR
              IF FS-HPR = 10
                 OR HPR-CUIT-CONS NOT = WS-CUIT-CAP
                 OR HPR-COD-PROV NOT = WS-PROV-CAP
                 MOVE 'S' TO WS-FIN-HPR
              ELSE
                 MOVE HPR TO WS-AUD-ANTES
                 DELETE HISTPREC RECORD
                 IF FS-HPR NOT = ZERO
                    DISPLAY "Err al borrar histprec: " FS-HPR
                    STOP RUN
                 END-IF
                 MOVE 'B' TO WS-AUD-TIPO
                 MOVE SPACES TO WS-AUD-DESPUES
                 PERFORM AUDITAR-HISTORIA
              END-IF
           END-IF.

       AUDITAR-HISTORIA.
           MOVE 'histprec.dat' TO WS-AUD-ARCHIVO.
           MOVE SPACES TO WS-AUD-CLAVE.
           MOVE WS-CUIT-CAP TO WS-AUD-CLAVE (1:15).
           MOVE WS-PROV-CAP TO WS-AUD-CLAVE (16:8).
           PERFORM GRABAR-AUDITORIA.

       CAPTURAR-CUIT.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM UNTIL WS-CAMPO-OK = 'S'
       CERRAR-ARCHIVOS.
           CLOSE MAESTRO.
           CLOSE CUITPROV.
           CLOSE HISTPREC.
           IF WS-HAY-PROVS = 'S'
              CLOSE PROVEEDORES.
           CLOSE LISMOV.
           CLOSE AUDITORIA.

       CHECK-WRITE-LISMOV.
           IF FS-LISMOV NOT = ZERO AND 10
              DISPLAY "Error al escribir lisMovAsig: " FS-LISMOV
              STOP RUN.

       INGRESAR-OPERADOR.
           PERFORM PEDIR-OPERADOR UNTIL WS-OPE-HABILITADO = 'S'
                   OR WS-INTENTOS >= MAX-INTENTOS.
           IF WS-OPE-HABILITADO NOT = 'S'
              DISPLAY "Ingreso rechazado: se agotaron los intentos."
              STOP RUN.
           DISPLAY "Operador " WS-OPERADOR " habilitado para "
                   WS-PROGRAMA.

       PEDIR-OPERADOR.
           ADD 1 TO WS-INTENTOS.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA (1:8) TO WS-OPERADOR.
           DISPLAY "Clave: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA (1:10) TO WS-CLAVE-OPE.
           IF WS-OPERADOR = SPACES
              DISPLAY "Operador o clave invalidos."
           ELSE
              PERFORM BUSCAR-OPERADOR
           END-IF.

       BUSCAR-OPERADOR.
           OPEN INPUT OPERADORES.
           IF FS-OPE = 35
              DISPLAY "No existe operadores.dat: no se puede ingresar."
              STOP RUN.
           IF FS-OPE NOT = ZERO
              DISPLAY "Err abrir operadores: " FS-OPE
              STOP RUN.
           PERFORM LEO-OPERADOR.
           PERFORM LEO-OPERADOR UNTIL FS-OPE = 10
                   OR OPE-CODIGO = WS-OPERADOR.
           IF FS-OPE = 10 OR OPE-CLAVE NOT = WS-CLAVE-OPE
              OR OPE-ESTADO NOT = 'A'
              DISPLAY "Operador o clave invalidos."
           ELSE
              MOVE 1 TO WS-OPE-IDX
              PERFORM REVISAR-PERMISO UNTIL WS-OPE-IDX > 10
                      OR WS-OPE-HABILITADO = 'S'
              IF WS-OPE-HABILITADO NOT = 'S'
                 DISPLAY "El operador " WS-OPERADOR
                         " no esta habilitado para " WS-PROGRAMA
              END-IF
           END-IF.
           CLOSE OPERADORES.

       LEO-OPERADOR.
           READ OPERADORES.
           IF FS-OPE NOT = ZERO AND 10
              DISPLAY "Err leer operadores: " FS-OPE
              STOP RUN.

       REVISAR-PERMISO.
           IF OPE-PROGRAMA (WS-OPE-IDX) = WS-PROGRAMA OR 'TODOS'
              MOVE 'S' TO WS-OPE-HABILITADO
           ELSE
              ADD 1 TO WS-OPE-IDX
           END-IF.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD = 35
              OPEN OUTPUT AUDITORIA.
           IF FS-AUD NOT = ZERO
              DISPLAY "Err abrir auditoria: " FS-AUD
              STOP RUN.

       GRABAR-AUDITORIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD FROM TIME.
           MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
           MOVE WS-PROGRAMA TO AUD-PROGRAMA.
           MOVE WS-AUD-ARCHIVO TO AUD-ARCHIVO.
           MOVE WS-AUD-TIPO TO AUD-TIPO.
           MOVE WS-AUD-CLAVE TO AUD-CLAVE.
           MOVE WS-AUD-ANTES TO AUD-IMAGEN-ANT.
           MOVE WS-AUD-DESPUES TO AUD-IMAGEN-POS.
           WRITE AUD.
           IF FS-AUD NOT = ZERO
              DISPLAY "Error al escribir auditoria: " FS-AUD
              STOP RUN.
