           SELECT ESTADOS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-EST.
           SELECT OPERADORES ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-OPE.
           SELECT AUDITORIA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
           03 EST-ESTADO                 PIC 9(02).
           03 EST-DESCRIP                PIC X(15).

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
       77 FS-NOV               PIC XX.
          88 FS-NOV-END-OF-FILE        VALUE '10'.
       77 WS-FECHA-DD-N        PIC 99.
       77 I                    PIC 999.
       77 J                    PIC 999.
       77 FS-OPE                PIC XX.
       77 FS-AUD                PIC XX.
       77 WS-PROGRAMA           PIC X(08) VALUE 'ALGO4CAP'.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CLAVE-OPE          PIC X(10).
       77 WS-OPE-HABILITADO     PIC X VALUE 'N'.
       77 WS-OPE-IDX            PIC 99.
       77 WS-INTENTOS           PIC 9 VALUE 0.
       77 MAX-INTENTOS          PIC 9 VALUE 3.
       77 WS-HORA-AUD           PIC 9(08).
       77 WS-AUD-ARCHIVO        PIC X(15) VALUE SPACES.
       77 WS-AUD-TIPO           PIC X.
       77 WS-AUD-CLAVE          PIC X(30).
       77 WS-AUD-ANTES          PIC X(160).
       77 WS-AUD-DESPUES        PIC X(160).

       01 AUX.
          03 AUX-EST PIC X(02).

       PROGRAMA SECTION.
       INICIO.
           PERFORM INGRESAR-OPERADOR.
           PERFORM ELEGIR-SUCURSAL UNTIL WS-NOV-NOMBRE NOT = SPACES.
           MOVE WS-NOV-NOMBRE TO WS-AUD-ARCHIVO.
           PERFORM ABRIR-AUDITORIA.
           PERFORM GEN-TABLA-ESTADOS.
           PERFORM CARGAR-NOVEDADES-PREVIAS.
           PERFORM CICLO-CAPTURA UNTIL WS-FIN-CAPTURA = 'S'.
           PERFORM ORDENAR-TABLA-NOVEDADES.
           PERFORM GRABAR-NOVEDADES.
           CLOSE AUDITORIA.
           DISPLAY "Archivo " WS-NOV-NOMBRE " grabado.".
           DISPLAY "Registros: " WS-CANT-NOV
                   " Altas: " WS-CANT-ALTAS
              PERFORM CAPTURAR-ESTADO
              MOVE WS-ESTADO-CAP TO REG-NOV-ESTADO
              PERFORM CAPTURAR-DATOS-CONSORCIO
              MOVE 'A' TO WS-AUD-TIPO
              PERFORM AGREGAR-NOVEDAD
              ADD 1 TO WS-CANT-ALTAS
           END-IF.
              MOVE WS-FECHA-CAP TO REG-NOV-FECHA-BAJA
              MOVE 02 TO REG-NOV-ESTADO
              PERFORM CAPTURAR-DATOS-CONSORCIO
              MOVE 'B' TO WS-AUD-TIPO
              PERFORM AGREGAR-NOVEDAD
              ADD 1 TO WS-CANT-BAJAS
           END-IF.
              PERFORM CAPTURAR-ESTADO
              MOVE WS-ESTADO-CAP TO REG-NOV-ESTADO
              PERFORM CAPTURAR-DATOS-CONSORCIO
              MOVE 'M' TO WS-AUD-TIPO
              PERFORM AGREGAR-NOVEDAD
              ADD 1 TO WS-CANT-MODIF
           END-IF.
       AGREGAR-NOVEDAD.
           ADD 1 TO WS-CANT-NOV.
           MOVE REG-NOV TO TAB-NOV-REG (WS-CANT-NOV).
           MOVE REG-NOV-CUIT-CONS TO WS-AUD-CLAVE.
           MOVE SPACES TO WS-AUD-ANTES.
           MOVE REG-NOV TO WS-AUD-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           DISPLAY "Novedad registrada para CUIT: "
                   REG-NOV-CUIT-CONS.

              DISPLAY "Err grabar " WS-NOV-NOMBRE ": " FS-NOV
              STOP RUN.
           ADD 1 TO I.

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
