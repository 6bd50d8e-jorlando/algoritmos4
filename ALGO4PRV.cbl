           SELECT LISMOV ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISMOV.
           SELECT OPERADORES ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-OPE.
           SELECT AUDITORIA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
           03 PRV-CUIT                    PIC 9(15).
           03 PRV-DIR                     PIC X(30).
           03 PRV-PLAZO-DIAS              PIC 9(03).
           03 PRV-CBU                     PIC 9(22).
           03 PRV-CUIT-TITULAR            PIC 9(15).
           03 PRV-BANCO                   PIC 9(03).

       FD LISMOV LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisMovProv".
       01 LINEA                               PIC X(100).

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
       77 FS-PRV                PIC XX.
       77 FS-LISMOV             PIC XX.
       77 WS-PROV-CAP           PIC 9(08).
       77 WS-CUIT-CAP           PIC 9(15).
       77 WS-PLAZO-CAP          PIC 9(03).
       77 WS-CBU-CAP            PIC 9(22).
       77 WS-TITULAR-CAP        PIC 9(15).
       77 WS-CBU-IDX            PIC 9(02).
       77 WS-CBU-SUMA           PIC 9(04).
       77 WS-CBU-COCIENTE       PIC 9(04).
       77 WS-CBU-RESTO          PIC 9(02).
       77 WS-CBU-DIGITO         PIC 9(01).
       77 cantAltas             PIC 9999 VALUE 0.
       77 cantBajas             PIC 9999 VALUE 0.
       77 cantModif             PIC 9999 VALUE 0.
       77 RSP-RUBRO             PIC 9(04).
       77 RSP-DESC-RUBRO        PIC X(15).
       77 FS-OPE                PIC XX.
       77 FS-AUD                PIC XX.
       77 WS-PROGRAMA           PIC X(08) VALUE 'ALGO4PRV'.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CLAVE-OPE          PIC X(10).
       77 WS-OPE-HABILITADO     PIC X VALUE 'N'.
       77 WS-OPE-IDX            PIC 99.
       77 WS-INTENTOS           PIC 9 VALUE 0.
       77 MAX-INTENTOS          PIC 9 VALUE 3.
       77 WS-HORA-AUD           PIC 9(08).
       77 WS-AUD-ARCHIVO        PIC X(15) VALUE 'proveedores.dat'.
       77 WS-AUD-TIPO           PIC X.
       77 WS-AUD-CLAVE          PIC X(30).
       77 WS-AUD-ANTES          PIC X(160).
       77 WS-AUD-DESPUES        PIC X(160).

       01 WS-FECHA-HOY.
          03 WS-HOY-ANIO  PIC 9(04).
          03 WS-HOY-MES   PIC 9(02).
          03 WS-HOY-DIA   PIC 9(02).

       01 WS-CBU-AUX.
          03 WS-CBU-DIG OCCURS 22 TIMES PIC 9(01).

       01 TAB-PESOS-CBU.
          03 FILLER PIC X(22) VALUE '7139713039713971397130'.
       01 TAB-PESOS-CBU-R REDEFINES TAB-PESOS-CBU.
          03 WS-PESO-CBU OCCURS 22 TIMES PIC 9(01).

       01 PE1-ENCABE.
          03 FILLER PIC X(07) VALUE 'Fecha: '.
          03 PE1-FECHA-DD PIC 99.
          03 FILLER          PIC X(08) VALUE ' PLAZO: '.
          03 PV1-PLAZO       PIC 9(03).

       01 PV5-BCO.
          03 FILLER          PIC X(14) VALUE ALL ' '.
          03 FILLER          PIC X(05) VALUE 'CBU: '.
          03 PV5-CBU         PIC 9(22).
          03 FILLER          PIC X(11) VALUE ' TITULAR: '.
          03 PV5-TITULAR     PIC 9(15).
          03 FILLER          PIC X(08) VALUE ' BANCO: '.
          03 PV5-BANCO       PIC 9(03).

       01 PV2-FINAL.
          03 F PIC X(30) VALUE 'Altas de proveedores:         '.
          03 PV2-TOTAL PIC 9999 VALUE ZERO.
       PROGRAMA SECTION.
       INICIO.
           PERFORM INICIALIZAR.
           PERFORM INGRESAR-OPERADOR.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ABRIR-PROV.
           PERFORM IMPRIMO-ENCABEZADO.
           IF FS-LISMOV NOT = ZERO
              DISPLAY "Err abrir lisMovProv: " FS-LISMOV
              STOP RUN.
           PERFORM ABRIR-AUDITORIA.

       ABRIR-PROV.
           MOVE 'A' TO PARAM.
                 STOP RUN
              END-IF
              ADD 1 TO cantAltas
              MOVE 'A' TO WS-AUD-TIPO
              MOVE SPACES TO WS-AUD-ANTES
              MOVE PRV TO WS-AUD-DESPUES
              PERFORM AUDITAR-PROVEEDOR
              MOVE 'ALTA          ' TO PV1-TIPO
              PERFORM IMPRIMIR-MOVIMIENTO
           END-IF.
                 DISPLAY "Err al leer proveedor: " FS-PRV
                 STOP RUN
              END-IF
              MOVE PRV TO WS-AUD-ANTES
              DELETE PROVEEDORES RECORD
              IF FS-PRV NOT = ZERO
                 DISPLAY "Err al borrar proveedor: " FS-PRV
                 STOP RUN
              END-IF
              ADD 1 TO cantBajas
              MOVE 'B' TO WS-AUD-TIPO
              MOVE SPACES TO WS-AUD-DESPUES
              PERFORM AUDITAR-PROVEEDOR
              MOVE 'BAJA          ' TO PV1-TIPO
              PERFORM IMPRIMIR-MOVIMIENTO
           END-IF.
                 DISPLAY "Err al leer proveedor: " FS-PRV
                 STOP RUN
              END-IF
              MOVE PRV TO WS-AUD-ANTES
              DISPLAY "Razon social actual: " PRV-RAZON-SOCIAL
              DISPLAY "CUIT actual: " PRV-CUIT
                      " Plazo actual: " PRV-PLAZO-DIAS
              DISPLAY "CBU actual: " PRV-CBU
                      " Titular: " PRV-CUIT-TITULAR
              PERFORM CAPTURAR-DATOS-PROVEEDOR
              REWRITE PRV
              IF FS-PRV NOT = ZERO
                 STOP RUN
              END-IF
              ADD 1 TO cantModif
              MOVE 'M' TO WS-AUD-TIPO
              MOVE PRV TO WS-AUD-DESPUES
              PERFORM AUDITAR-PROVEEDOR
              MOVE 'MODIFICACION  ' TO PV1-TIPO
              PERFORM IMPRIMIR-MOVIMIENTO
           END-IF.

       AUDITAR-PROVEEDOR.
           MOVE PRV-COD-PROV TO WS-AUD-CLAVE.
           PERFORM GRABAR-AUDITORIA.

       CAPTURAR-COD-PROV.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM UNTIL WS-CAMPO-OK = 'S'
           ACCEPT PRV-DIR.
           PERFORM CAPTURAR-PLAZO.
           MOVE WS-PLAZO-CAP TO PRV-PLAZO-DIAS.
           PERFORM CAPTURAR-DATOS-BANCARIOS.

       CAPTURAR-CUIT.
           MOVE 'N' TO WS-CAMPO-OK.
             END-IF
           END-PERFORM.

       CAPTURAR-DATOS-BANCARIOS.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM PEDIR-CBU UNTIL WS-CAMPO-OK = 'S'.
           MOVE WS-CBU-CAP TO PRV-CBU.
           IF WS-CBU-CAP = ZERO
              MOVE ZERO TO PRV-CUIT-TITULAR
              MOVE ZERO TO PRV-BANCO
           ELSE
              MOVE WS-CBU-CAP (1:3) TO PRV-BANCO
              MOVE 'N' TO WS-CAMPO-OK
              PERFORM PEDIR-TITULAR UNTIL WS-CAMPO-OK = 'S'
              MOVE WS-TITULAR-CAP TO PRV-CUIT-TITULAR
           END-IF.

       PEDIR-CBU.
           DISPLAY "CBU para transferencias (22 digitos, "
                   "vacio si no tiene): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
              MOVE ZERO TO WS-CBU-CAP
              MOVE 'S' TO WS-CAMPO-OK
           ELSE
              IF WS-ENTRADA (1:22) IS NUMERIC
                 AND WS-ENTRADA (23:18) = SPACES
                 MOVE WS-ENTRADA (1:22) TO WS-CBU-CAP
                 PERFORM VALIDAR-CBU
              ELSE
                 DISPLAY "CBU invalido: deben ser 22 digitos."
              END-IF
           END-IF.

       VALIDAR-CBU.
           MOVE 'S' TO WS-CAMPO-OK.
           MOVE WS-CBU-CAP TO WS-CBU-AUX.
           MOVE 0 TO WS-CBU-SUMA.
           PERFORM SUMAR-DIGITO-CBU VARYING WS-CBU-IDX
                   FROM 1 BY 1 UNTIL WS-CBU-IDX > 7.
           PERFORM CALCULAR-DIGITO-CBU.
           IF WS-CBU-DIGITO NOT = WS-CBU-DIG (8)
              MOVE 'N' TO WS-CAMPO-OK.
           MOVE 0 TO WS-CBU-SUMA.
           PERFORM SUMAR-DIGITO-CBU VARYING WS-CBU-IDX
                   FROM 9 BY 1 UNTIL WS-CBU-IDX > 21.
           PERFORM CALCULAR-DIGITO-CBU.
           IF WS-CBU-DIGITO NOT = WS-CBU-DIG (22)
              MOVE 'N' TO WS-CAMPO-OK.
           IF WS-CAMPO-OK = 'N'
              DISPLAY "CBU invalido: digito verificador erroneo.".

       SUMAR-DIGITO-CBU.
           COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                   + WS-CBU-DIG (WS-CBU-IDX) * WS-PESO-CBU (WS-CBU-IDX).

       CALCULAR-DIGITO-CBU.
           DIVIDE WS-CBU-SUMA BY 10
                  GIVING WS-CBU-COCIENTE REMAINDER WS-CBU-RESTO.
           IF WS-CBU-RESTO = ZERO
              MOVE 0 TO WS-CBU-DIGITO
           ELSE
              COMPUTE WS-CBU-DIGITO = 10 - WS-CBU-RESTO
           END-IF.

       PEDIR-TITULAR.
           DISPLAY "CUIT del titular de la cuenta (15 digitos, "
                   "vacio = CUIT del proveedor): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
              MOVE PRV-CUIT TO WS-TITULAR-CAP
              MOVE 'S' TO WS-CAMPO-OK
           ELSE
              IF WS-ENTRADA (1:15) IS NUMERIC
                 AND WS-ENTRADA (16:25) = SPACES
                 MOVE WS-ENTRADA (1:15) TO WS-TITULAR-CAP
                 MOVE 'S' TO WS-CAMPO-OK
              ELSE
                 DISPLAY "CUIT invalido: deben ser 15 digitos."
              END-IF
           END-IF.

       IMPRIMIR-MOVIMIENTO.
           MOVE PRV-COD-PROV TO PV1-COD-PROV.
           MOVE PRV-RAZON-SOCIAL TO PV1-RAZON.
           MOVE PRV-PLAZO-DIAS TO PV1-PLAZO.
           WRITE LINEA FROM PV1-MOV.
           PERFORM CHECK-WRITE-LISMOV.
           IF PRV-CBU NOT = ZERO
              MOVE PRV-CBU TO PV5-CBU
              MOVE PRV-CUIT-TITULAR TO PV5-TITULAR
              MOVE PRV-BANCO TO PV5-BANCO
              WRITE LINEA FROM PV5-BCO
              PERFORM CHECK-WRITE-LISMOV
           END-IF.
           DISPLAY "Movimiento aplicado.".

       IMPRIMO-ENCABEZADO.
       CERRAR-ARCHIVOS.
           CLOSE PROVEEDORES.
           CLOSE LISMOV.
           CLOSE AUDITORIA.

       CHECK-WRITE-LISMOV.
           IF FS-LISMOV NOT = ZERO AND 10
              DISPLAY "Error al escribir lisMovProv: " FS-LISMOV
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
