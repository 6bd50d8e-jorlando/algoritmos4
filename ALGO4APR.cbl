       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4APR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MAE-CUIT-CONS
                                FILE STATUS IS FS-MAE.
           SELECT FACTURAS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FACT-COD-PROV
                                     WITH DUPLICATES
                                FILE STATUS IS FS-FACT.
           SELECT ESTFACT ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS EST-CLAVE
                                FILE STATUS IS FS-EST.
           SELECT LISMOV ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISMOV.
           SELECT OPERADORES ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-OPE.
           SELECT OPERCONS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-OPC.
           SELECT AUDITORIA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD MAESTRO LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "maestro.dat".

       01 MAE.
           03 MAE-CUIT-CONS               PIC 9(15).
           03 MAE-FECHA-ALTA              PIC X(10).
           03 MAE-DESCRIP-ESTADO          PIC X(15).
           03 MAE-NOMBRE-CONSORCIO        PIC X(30).
           03 MAE-TEL                     PIC X(15).
           03 MAE-DIR                     PIC X(30).
           03 MAE-NRO-CTA                 PIC 9(08).
           03 MAE-EMAIL                   PIC X(40).

       FD FACTURAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "facturas.dat".

       01 FACT.
           03 FACT-COD-PROV                   PIC 9(08).
           03 FACT-NRO-FACT                   PIC 9(08).
           03 FACT-CUIT-CONS                  PIC 9(15).
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

       FD LISMOV LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisMovEstF".
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

       FD OPERCONS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "opercons.dat".

       01 OPC.
           03 OPC-OPERADOR                PIC X(08).
           03 OPC-CUIT-CONS               PIC X(15).

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
       77 FS-FACT               PIC XX.
       77 FS-EST                PIC XX.
       77 FS-LISMOV             PIC XX.
       77 WS-OPCION             PIC X VALUE SPACE.
       77 WS-FIN-CAPTURA        PIC X VALUE 'N'.
       77 WS-CAMPO-OK           PIC X.
       77 WS-ENTRADA            PIC X(40).
       77 WS-CUIT-CAP           PIC 9(15).
       77 WS-CUIT-SEL           PIC 9(15) VALUE ZERO.
       77 WS-NOMBRE-SEL         PIC X(30) VALUE SPACES.
       77 WS-PROV-CAP           PIC 9(08).
       77 WS-FACT-CAP           PIC 9(08).
       77 WS-MOTIVO-CAP         PIC X(40).
       77 WS-FACT-HALLADA       PIC X.
       77 WS-EST-NUEVO-REG      PIC X.
       77 WS-ESTADO-NUEVO       PIC X.
       77 WS-ESTADO-ANT         PIC X.
       77 WS-ESTADO-COD         PIC X.
       77 WS-ESTADO-DESC        PIC X(10).
       77 cantAprobadas         PIC 9999 VALUE 0.
       77 cantDisputadas        PIC 9999 VALUE 0.
       77 cantRechazadas        PIC 9999 VALUE 0.
       77 cantMostradas         PIC 9999 VALUE 0.
       77 FS-OPE                PIC XX.
       77 FS-AUD                PIC XX.
       77 FS-OPC                PIC XX.
       77 WS-CONS-HABILITADO    PIC X VALUE 'N'.
       77 WS-PROGRAMA           PIC X(08) VALUE 'ALGO4APR'.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CLAVE-OPE          PIC X(10).
       77 WS-OPE-HABILITADO     PIC X VALUE 'N'.
       77 WS-OPE-IDX            PIC 99.
       77 WS-INTENTOS           PIC 9 VALUE 0.
       77 MAX-INTENTOS          PIC 9 VALUE 3.
       77 WS-HORA-AUD           PIC 9(08).
       77 WS-AUD-ARCHIVO        PIC X(15) VALUE 'estfact.dat'.
       77 WS-AUD-TIPO           PIC X.
       77 WS-AUD-CLAVE          PIC X(30).
       77 WS-AUD-ANTES          PIC X(160).
       77 WS-AUD-DESPUES        PIC X(160).

       01 WS-FECHA-HOY.
          03 WS-HOY-ANIO  PIC 9(04).
          03 WS-HOY-MES   PIC 9(02).
          03 WS-HOY-DIA   PIC 9(02).

       01 PE1-ENCABE.
          03 FILLER PIC X(07) VALUE 'Fecha: '.
          03 PE1-FECHA-DD PIC 99.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-MM PIC 99.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-AAAA PIC 9999.
          03 FILLER       PIC X(40) VALUE ALL ' '.

       01 PE2-ENCABE.
          03 FILLER PIC X(80) VALUE ALL ' '.

       01 PE3-ENCABE.
          03 FILLER   PIC X(20) VALUE ALL ' '.
          03 FILLER   PIC X(40)
                      VALUE 'APROBACION Y DISPUTA DE FACTURAS'.

       01 PV1-MOV.
          03 PV1-ESTADO      PIC X(10).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PV1-CUIT        PIC 9(15).
          03 FILLER          PIC X(07) VALUE ' PROV: '.
          03 PV1-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(07) VALUE ' FACT: '.
          03 PV1-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(08) VALUE ' MONTO: '.
          03 PV1-MONTO       PIC ZZZZZZ9.99.
          03 FILLER          PIC X(10) VALUE ' ANTERIOR '.
          03 PV1-ESTADO-ANT  PIC X(10).

       01 PV2-MOT.
          03 FILLER          PIC X(11) VALUE '    MOTIVO:'.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PV2-MOTIVO      PIC X(40).

       01 PV3-FINAL.
          03 F PIC X(30) VALUE 'Facturas aprobadas:           '.
          03 PV3-TOTAL PIC 9999 VALUE ZERO.

       01 PV4-FINAL.
          03 F PIC X(30) VALUE 'Facturas en disputa:          '.
          03 PV4-TOTAL PIC 9999 VALUE ZERO.

       01 PV5-FINAL.
          03 F PIC X(30) VALUE 'Facturas rechazadas:          '.
          03 PV5-TOTAL PIC 9999 VALUE ZERO.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DECLAR-INPUT SECTION.
       USE AFTER ERROR PROCEDURE ON INPUT.
       CONTINUE-INPUT.
           CONTINUE.
       DECLAR-OUTPUT SECTION.
       USE AFTER ERROR PROCEDURE ON OUTPUT.
       CONTINUE-OUTPUT.
           CONTINUE.
       DECLAR-IO SECTION.
       USE AFTER ERROR PROCEDURE ON I-O.
       CONTINUE-IO.
           CONTINUE.
       DECLAR-EXTEND SECTION.
       USE AFTER ERROR PROCEDURE ON EXTEND.
       CONTINUE-EXTEND.
           CONTINUE.
       END DECLARATIVES.

       PROGRAMA SECTION.
       INICIO.
           PERFORM INICIALIZAR.
           PERFORM INGRESAR-OPERADOR.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM IMPRIMO-ENCABEZADO.
           PERFORM CICLO-CAPTURA UNTIL WS-FIN-CAPTURA = 'S'.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Movimientos aplicados. Aprobadas: " cantAprobadas
                   " En disputa: " cantDisputadas
                   " Rechazadas: " cantRechazadas.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-HOY-DIA TO PE1-FECHA-DD.
           MOVE WS-HOY-MES TO PE1-FECHA-MM.
           MOVE WS-HOY-ANIO TO PE1-FECHA-AAAA.

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO.
           IF FS-MAE NOT = ZERO
              DISPLAY "Err abrir Maestro: " FS-MAE
              STOP RUN.
           OPEN INPUT FACTURAS.
           IF FS-FACT NOT = ZERO
              DISPLAY "Err abrir Facturas: " FS-FACT
              STOP RUN.
           OPEN I-O ESTFACT.
           IF FS-EST = 35
              OPEN OUTPUT ESTFACT
              CLOSE ESTFACT
              OPEN I-O ESTFACT.
           IF FS-EST NOT = ZERO
              DISPLAY "Err abrir estfact: " FS-EST
              STOP RUN.
           OPEN OUTPUT LISMOV.
           IF FS-LISMOV NOT = ZERO
              DISPLAY "Err abrir lisMovEstF: " FS-LISMOV
              STOP RUN.
           PERFORM ABRIR-AUDITORIA.

       CICLO-CAPTURA.
           DISPLAY " ".
           IF WS-CUIT-SEL NOT = ZERO
              DISPLAY "Consorcio: " WS-CUIT-SEL " " WS-NOMBRE-SEL.
           DISPLAY "C=Consorcio  L=Listar  A=Aprobar  D=Disputar  "
                   "R=Rechazar  F=Fin".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           IF WS-OPCION = 'F' OR 'f'
              MOVE 'S' TO WS-FIN-CAPTURA
           ELSE
              IF WS-OPCION = 'C' OR 'c'
                 PERFORM ELEGIR-CONSORCIO
              ELSE
                 IF WS-OPCION = 'L' OR 'l' OR 'A' OR 'a'
                    OR 'D' OR 'd' OR 'R' OR 'r'
                    PERFORM PROCESAR-OPCION-FACTURA
                 ELSE
                    DISPLAY "Opcion invalida."
                 END-IF
              END-IF
           END-IF.

       PROCESAR-OPCION-FACTURA.
           IF WS-CUIT-SEL = ZERO
              DISPLAY "Elija primero el consorcio (opcion C)."
           ELSE
              IF WS-OPCION = 'L' OR 'l'
                 PERFORM LISTAR-FACTURAS-CONS
              ELSE
                 IF WS-OPCION = 'A' OR 'a'
                    MOVE 'A' TO WS-ESTADO-NUEVO
                 ELSE
                    IF WS-OPCION = 'D' OR 'd'
                       MOVE 'D' TO WS-ESTADO-NUEVO
                    ELSE
                       MOVE 'R' TO WS-ESTADO-NUEVO
                    END-IF
                 END-IF
                 PERFORM CAMBIAR-ESTADO
              END-IF
           END-IF.

       ELEGIR-CONSORCIO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM PEDIR-CUIT UNTIL WS-CAMPO-OK = 'S'.
           MOVE WS-CUIT-CAP TO MAE-CUIT-CONS.
           READ MAESTRO RECORD.
           IF FS-MAE = 23
              DISPLAY "El CUIT " WS-CUIT-CAP
                      " no existe en el Maestro."
           ELSE
              IF FS-MAE NOT = ZERO
                 DISPLAY "Err leer maestro " FS-MAE
                 STOP RUN
              END-IF
              PERFORM BUSCAR-ASIGNACION-OPE
              IF WS-CONS-HABILITADO = 'S'
                 MOVE WS-CUIT-CAP TO WS-CUIT-SEL
                 MOVE MAE-NOMBRE-CONSORCIO TO WS-NOMBRE-SEL
              ELSE
                 DISPLAY "El operador " WS-OPERADOR
                         " no tiene asignado el consorcio "
                         WS-CUIT-CAP
              END-IF
           END-IF.

       BUSCAR-ASIGNACION-OPE.
           MOVE 'N' TO WS-CONS-HABILITADO.
           OPEN INPUT OPERCONS.
           IF FS-OPC = 35
              DISPLAY "No existe opercons.dat: no hay consorcios "
                      "asignados a operadores."
           ELSE
              IF FS-OPC NOT = ZERO
                 DISPLAY "Err abrir opercons: " FS-OPC
                 STOP RUN
              END-IF
              PERFORM LEO-ASIGNACION-OPE
              PERFORM REVISAR-ASIGNACION-OPE UNTIL FS-OPC = 10
                      OR WS-CONS-HABILITADO = 'S'
              CLOSE OPERCONS
           END-IF.

       LEO-ASIGNACION-OPE.
           READ OPERCONS.
           IF FS-OPC NOT = ZERO AND 10
              DISPLAY "Err leer opercons: " FS-OPC
              STOP RUN.

       REVISAR-ASIGNACION-OPE.
           IF OPC-OPERADOR = WS-OPERADOR
              AND (OPC-CUIT-CONS = WS-CUIT-CAP OR 'TODOS')
              MOVE 'S' TO WS-CONS-HABILITADO
           ELSE
              PERFORM LEO-ASIGNACION-OPE
           END-IF.

       PEDIR-CUIT.
           DISPLAY "CUIT (15 digitos): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:15) IS NUMERIC
              AND WS-ENTRADA (16:25) = SPACES
              MOVE WS-ENTRADA (1:15) TO WS-CUIT-CAP
              MOVE 'S' TO WS-CAMPO-OK
           ELSE
              DISPLAY "CUIT invalido: deben ser 15 digitos."
           END-IF.

       PEDIR-COD-PROV.
           DISPLAY "Codigo de proveedor (8 digitos): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:8) IS NUMERIC
              AND WS-ENTRADA (9:32) = SPACES
              MOVE WS-ENTRADA (1:8) TO WS-PROV-CAP
              MOVE 'S' TO WS-CAMPO-OK
           ELSE
              DISPLAY "Codigo invalido: deben ser 8 digitos."
           END-IF.

       PEDIR-NRO-FACT.
           DISPLAY "Numero de factura (8 digitos): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:8) IS NUMERIC
              AND WS-ENTRADA (9:32) = SPACES
              MOVE WS-ENTRADA (1:8) TO WS-FACT-CAP
              MOVE 'S' TO WS-CAMPO-OK
           ELSE
              DISPLAY "Numero invalido: deben ser 8 digitos."
           END-IF.

       PEDIR-MOTIVO.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA TO WS-MOTIVO-CAP.
           IF WS-MOTIVO-CAP NOT = SPACES OR WS-ESTADO-NUEVO = 'A'
              MOVE 'S' TO WS-CAMPO-OK
           ELSE
              DISPLAY "Para disputar o rechazar debe indicar "
                      "el motivo."
           END-IF.

       LISTAR-FACTURAS-CONS.
           MOVE 0 TO cantMostradas.
           MOVE ZEROS TO FACT-COD-PROV.
           START FACTURAS KEY >= FACT-COD-PROV.
           IF FS-FACT = ZERO
              PERFORM LEER-PROX-FACT
              PERFORM MOSTRAR-FACTURA UNTIL FS-FACT = 10
           ELSE
              IF FS-FACT NOT = 23
                 DISPLAY "Err al buscar facturas" FS-FACT
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY cantMostradas " facturas sin aprobar del "
                   "consorcio.".

       MOSTRAR-FACTURA.
           IF FACT-CUIT-CONS = WS-CUIT-SEL
              PERFORM LEER-ESTADO-FACT
              IF EST-ESTADO NOT = 'A' AND EST-ESTADO NOT = 'R'
                 ADD 1 TO cantMostradas
                 MOVE EST-ESTADO TO WS-ESTADO-COD
                 PERFORM DESCRIBIR-ESTADO
                 DISPLAY FACT-COD-PROV " " FACT-NRO-FACT " "
                         FACT-FECHA " " FACT-MONTO " "
                         WS-ESTADO-DESC " " EST-MOTIVO
              END-IF
           END-IF.
           PERFORM LEER-PROX-FACT.

       LEER-PROX-FACT.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       CAMBIAR-ESTADO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM PEDIR-COD-PROV UNTIL WS-CAMPO-OK = 'S'.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM PEDIR-NRO-FACT UNTIL WS-CAMPO-OK = 'S'.
           PERFORM BUSCAR-FACTURA.
           IF WS-FACT-HALLADA NOT = 'S'
              DISPLAY "La factura no existe."
           ELSE
              IF FACT-CUIT-CONS NOT = WS-CUIT-SEL
                 DISPLAY "La factura no corresponde al consorcio "
                         WS-CUIT-SEL
              ELSE
                 PERFORM LEER-ESTADO-FACT
                 IF EST-ESTADO = WS-ESTADO-NUEVO
                    DISPLAY "La factura ya esta en ese estado."
                 ELSE
                    PERFORM APLICAR-ESTADO
                 END-IF
              END-IF
           END-IF.

       BUSCAR-FACTURA.
           MOVE 'N' TO WS-FACT-HALLADA.
           MOVE WS-PROV-CAP TO FACT-COD-PROV.
           START FACTURAS KEY >= FACT-COD-PROV.
           IF NOT FS-FACT EQUAL TO ZERO
              IF FS-FACT = 23
                 CONTINUE
              ELSE
                 DISPLAY "Err al buscar facturas" FS-FACT
                 STOP RUN
              END-IF
           ELSE
              PERFORM LEER-PROX-FACT
              PERFORM COMPARAR-FACTURA UNTIL FS-FACT = 10 OR
                      WS-FACT-HALLADA = 'S' OR
                      FACT-COD-PROV NOT = WS-PROV-CAP
           END-IF.

       COMPARAR-FACTURA.
           IF FACT-NRO-FACT = WS-FACT-CAP
              MOVE 'S' TO WS-FACT-HALLADA
           ELSE
              PERFORM LEER-PROX-FACT
           END-IF.

       LEER-ESTADO-FACT.
           MOVE FACT-COD-PROV TO EST-COD-PROV.
           MOVE FACT-NRO-FACT TO EST-NRO-FACT.
           READ ESTFACT RECORD.
           IF FS-EST = 23
              MOVE 'S' TO WS-EST-NUEVO-REG
              MOVE FACT-COD-PROV TO EST-COD-PROV
              MOVE FACT-NRO-FACT TO EST-NRO-FACT
              MOVE FACT-CUIT-CONS TO EST-CUIT-CONS
              MOVE 'P' TO EST-ESTADO
              MOVE FACT-FECHA TO EST-FECHA-ALTA
              MOVE FACT-FECHA TO EST-FECHA-ESTADO
              MOVE SPACES TO EST-OPERADOR
              MOVE SPACES TO EST-MOTIVO
           ELSE
              IF FS-EST NOT = ZERO
                 DISPLAY "Err al leer estfact" FS-EST
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EST-NUEVO-REG
           END-IF.

       APLICAR-ESTADO.
           MOVE EST-ESTADO TO WS-ESTADO-ANT.
           MOVE EST-ESTADO TO WS-ESTADO-COD.
           PERFORM DESCRIBIR-ESTADO.
           DISPLAY "Monto: " FACT-MONTO " Estado actual: "
                   WS-ESTADO-DESC " " EST-MOTIVO.
           MOVE 'N' TO WS-CAMPO-OK.
           PERFORM PEDIR-MOTIVO UNTIL WS-CAMPO-OK = 'S'.
           IF WS-EST-NUEVO-REG = 'S'
              MOVE SPACES TO WS-AUD-ANTES
           ELSE
              MOVE EST TO WS-AUD-ANTES
           END-IF.
           MOVE WS-ESTADO-NUEVO TO EST-ESTADO.
           MOVE WS-FECHA-HOY TO EST-FECHA-ESTADO.
           MOVE WS-OPERADOR TO EST-OPERADOR.
           MOVE WS-MOTIVO-CAP TO EST-MOTIVO.
           IF WS-EST-NUEVO-REG = 'S'
              WRITE EST
              MOVE 'A' TO WS-AUD-TIPO
           ELSE
              REWRITE EST
              MOVE 'M' TO WS-AUD-TIPO
           END-IF.
           IF FS-EST NOT = ZERO
              DISPLAY "Err al grabar estfact: " FS-EST
              STOP RUN.
           IF WS-ESTADO-NUEVO = 'A'
              ADD 1 TO cantAprobadas.
           IF WS-ESTADO-NUEVO = 'D'
              ADD 1 TO cantDisputadas.
           IF WS-ESTADO-NUEVO = 'R'
              ADD 1 TO cantRechazadas.
           MOVE EST TO WS-AUD-DESPUES.
           MOVE EST-CLAVE TO WS-AUD-CLAVE.
           PERFORM GRABAR-AUDITORIA.
           PERFORM IMPRIMIR-MOVIMIENTO.

       DESCRIBIR-ESTADO.
           IF WS-ESTADO-COD = 'A'
              MOVE 'APROBADA' TO WS-ESTADO-DESC
           ELSE
              IF WS-ESTADO-COD = 'D'
                 MOVE 'EN DISPUTA' TO WS-ESTADO-DESC
              ELSE
                 IF WS-ESTADO-COD = 'R'
                    MOVE 'RECHAZADA' TO WS-ESTADO-DESC
                 ELSE
                    MOVE 'PENDIENTE' TO WS-ESTADO-DESC
                 END-IF
              END-IF
           END-IF.

       IMPRIMIR-MOVIMIENTO.
           MOVE EST-ESTADO TO WS-ESTADO-COD.
           PERFORM DESCRIBIR-ESTADO.
           MOVE WS-ESTADO-DESC TO PV1-ESTADO.
           MOVE WS-ESTADO-ANT TO WS-ESTADO-COD.
           PERFORM DESCRIBIR-ESTADO.
           MOVE WS-ESTADO-DESC TO PV1-ESTADO-ANT.
           MOVE EST-CUIT-CONS TO PV1-CUIT.
           MOVE EST-COD-PROV TO PV1-COD-PROV.
           MOVE EST-NRO-FACT TO PV1-NRO-FACT.
           MOVE FACT-MONTO TO PV1-MONTO.
           WRITE LINEA FROM PV1-MOV.
           PERFORM CHECK-WRITE-LISMOV.
           IF EST-MOTIVO NOT = SPACES
              MOVE EST-MOTIVO TO PV2-MOTIVO
              WRITE LINEA FROM PV2-MOT
              PERFORM CHECK-WRITE-LISMOV
           END-IF.
           DISPLAY "Movimiento aplicado.".

       IMPRIMO-ENCABEZADO.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISMOV.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISMOV.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISMOV.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISMOV.

       IMPRIMIR-TOTALES.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISMOV.
           MOVE cantAprobadas TO PV3-TOTAL.
           WRITE LINEA FROM PV3-FINAL.
           PERFORM CHECK-WRITE-LISMOV.
           MOVE cantDisputadas TO PV4-TOTAL.
           WRITE LINEA FROM PV4-FINAL.
           PERFORM CHECK-WRITE-LISMOV.
           MOVE cantRechazadas TO PV5-TOTAL.
           WRITE LINEA FROM PV5-FINAL.
           PERFORM CHECK-WRITE-LISMOV.

       CERRAR-ARCHIVOS.
           CLOSE MAESTRO.
           CLOSE FACTURAS.
           CLOSE ESTFACT.
           CLOSE LISMOV.
           CLOSE AUDITORIA.

       CHECK-WRITE-LISMOV.
           IF FS-LISMOV NOT = ZERO AND 10
              DISPLAY "Error al escribir lisMovEstF: " FS-LISMOV
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
