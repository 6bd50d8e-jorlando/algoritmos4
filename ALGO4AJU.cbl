       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4AJU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUITPROV ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CPR-CLAVE
                                FILE STATUS IS FS-CPR.
           SELECT HISTPREC ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HPR-CLAVE
                                FILE STATUS IS FS-HPR.
           SELECT INDICES ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-IND.
           SELECT LISAJU ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISAJU.
           SELECT CERROJO ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LCK.

       DATA DIVISION.
       FILE SECTION.

       FD CUITPROV LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "cuitprov.dat".

       01 CPR.
           03 CPR-CLAVE.
              05 CPR-CUIT-CONS                PIC 9(15).
              05 CPR-COD-PROV                 PIC 9(08).
           03 CPR-FECHA-ALTA                  PIC 9(08).
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

       FD INDICES LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "indices.dat".

       01 REG-IND.
           03 IND-CODIGO                      PIC X(06).
           03 IND-PERIODO                     PIC 9(06).
           03 IND-VALOR                       PIC 9(7)V9(4).

       FD LISAJU LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisAjustes".
       01 LINEA                               PIC X(100).

       FD CERROJO LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "cerrojo.dat".

       01 REG-LCK.
           03 LCK-PROGRAMA                PIC X(08).
           03 LCK-FECHA                   PIC 9(08).
           03 LCK-HORA                    PIC 9(06).

       WORKING-STORAGE SECTION.
       77 FS-CPR                PIC XX.
       77 FS-HPR                PIC XX.
       77 FS-IND                PIC XX.
       77 FS-LISAJU             PIC XX.
       77 FS-LCK                PIC XX.
       77 WS-HORA-LCK           PIC 9(08).
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-KEY           PIC X(05).
       77 WS-PARM-VALOR         PIC X(75).
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-PARM-TOKEN-3       PIC X(80).
       77 WS-PARM-TOKEN-4       PIC X(80).
       77 WS-PARM-TOKEN-5       PIC X(80).
       77 WS-PARM-TOKEN-6       PIC X(80).
       77 WS-FECHA-VIG          PIC 9(08) VALUE 0.
       77 WS-PERIODO-VIG        PIC 9(06) VALUE 0.
       77 WS-PORCENTAJE         PIC 9(3)V99 VALUE 0.
       77 WS-COD-INDICE         PIC X(06) VALUE SPACES.
       77 WS-SEL-PROV           PIC 9(08) VALUE 0.
       77 WS-SEL-RUBRO          PIC 9(04) VALUE 0.
       77 WS-SEL-CUIT           PIC 9(15) VALUE 0.
       77 WS-PARM-CUIT-LEN      PIC 99 VALUE 0.
       77 WS-MODO               PIC X(05) VALUE 'AJUST'.
       77 WS-TIPO-AJUSTE        PIC X VALUE SPACE.
       77 WS-SELECCIONADA       PIC X VALUE 'N'.
       77 WS-HAY-HISTORIA       PIC X VALUE 'N'.
       77 WS-HAY-HISTPREC       PIC X VALUE 'S'.
       77 WS-PORC-EDIT          PIC ZZ9.99.
       77 WS-FECHA-BASE         PIC 9(08) VALUE 0.
       77 WS-MONTO-BASE         PIC 9(7)V99 VALUE 0.
       77 WS-MONTO-NUEVO        PIC 9(7)V99 VALUE 0.
       77 WS-FACTOR             PIC 9(3)V9(6) VALUE 0.
       77 WS-VALOR-BASE         PIC 9(7)V9(4) VALUE 0.
       77 WS-VALOR-VIG          PIC 9(7)V9(4) VALUE 0.
       77 WS-BUS-PERIODO        PIC 9(06).
       77 WS-VALOR-HALLADO      PIC 9(7)V9(4) VALUE 0.
       77 WS-IND-HALLADO        PIC X VALUE 'N'.
       77 WS-MOTIVO             PIC X(20) VALUE SPACES.
       77 WS-TOT-ANTERIOR       PIC 9(11)V99 VALUE 0.
       77 WS-TOT-NUEVO          PIC 9(11)V99 VALUE 0.
       77 CAN-IND               PIC 9(04) VALUE 0.
       77 MAX-IND               PIC 9(04) VALUE 600.
       77 WS-IND-IDX            PIC 9(04).
       77 RSP-RUBRO             PIC 9(04).
       77 RSP-DESC-RUBRO        PIC X(15).
       77 cantLeidas            PIC 9(05) VALUE 0.
       77 cantAjustadas         PIC 9(05) VALUE 0.
       77 cantRechazadas        PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 9999 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).
       01 FECHA-N REDEFINES FECHA PIC 9(08).

       01 WS-PORC-ENT           PIC X(05).
       01 WS-PORC-ENT-N REDEFINES WS-PORC-ENT PIC 9(3)V99.

       01 TAB-INDICES.
          03 TAB-IND-ELM OCCURS 600 TIMES.
             05 TAB-IND-PERIODO           PIC 9(06).
             05 TAB-IND-VALOR             PIC 9(7)V9(4).

       01 PE1-ENCABE.
          03 FILLER PIC X(07) VALUE 'Fecha: '.
          03 PE1-FECHA-DD PIC Z9.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-MM PIC 99.
          03 FILLER       PIC X VALUE '/'.
          03 PE1-FECHA-AAAA PIC 9999.
          03 FILLER       PIC X(59) VALUE
             '                                Nro. Hoja: '.
          03 PE1-HOJA     PIC 9999 VALUE ZERO.

       01 PE2-ENCABE.
          03 FILLER PIC X(80) VALUE ALL ' '.

       01 PE3-ENCABE.
          03 FILLER   PIC X(18) VALUE ALL ' '.
          03 FILLER   PIC X(42)
                 VALUE 'REGISTRO DE AJUSTE DE MONTOS CONTRATADOS  '.
          03 PE3-SIMULA PIC X(12).

       01 PE4-ENCABE.
          03 FILLER          PIC X(10) VALUE 'VIGENCIA: '.
          03 PE4-FECHA       PIC 9(08).
          03 FILLER          PIC X(09) VALUE '  AJUSTE:'.
          03 PE4-AJUSTE      PIC X(30).

       01 PE5-ENCABE.
          03 FILLER          PIC X(48) VALUE
             'CUIT CONSORCIO  PROVEEDOR RUBRO   MONTO ANTERIOR'.
          03 FILLER          PIC X(52) VALUE
             '    MONTO NUEVO     FACTOR INDICE OBSERVACION'.

       01 PA1-DET.
          03 PA1-CUIT        PIC 9(15).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PA1-RUBRO       PIC 9(04).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PA1-MONTO-ANT   PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PA1-MONTO-NUEVO PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-FACTOR      PIC ZZ9.999999.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-INDICE      PIC X(06).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-MOTIVO      PIC X(20).

       01 PA-FINAL-1.
          03 F PIC X(36)
                VALUE 'Asignaciones seleccionadas:         '.
          03 PA1-TOTAL PIC ZZZZ9.

       01 PA-FINAL-2.
          03 F PIC X(36)
                VALUE 'Asignaciones ajustadas:             '.
          03 PA2-TOTAL PIC ZZZZ9.

       01 PA-FINAL-3.
          03 F PIC X(36)
                VALUE 'Asignaciones no ajustadas:          '.
          03 PA3-TOTAL PIC ZZZZ9.

       01 PA-FINAL-4.
          03 F PIC X(36)
                VALUE 'Total montos anteriores:            '.
          03 PA4-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PA-FINAL-5.
          03 F PIC X(36)
                VALUE 'Total montos ajustados:             '.
          03 PA5-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PARAM                 PIC X.
       01 CLAVE                 PIC 9(08).
       01 RUBRO                 PIC 9(04).
       01 DESCRIP-RUBRO         PIC X(15).
       01 S-ERR                 PIC XX.

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
           IF WS-TIPO-AJUSTE = 'I'
              PERFORM CARGAR-INDICES.
           PERFORM TOMAR-CERROJO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ABRIR-PROV.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM POSICIONAR-CPR.
           PERFORM CICLO-ASIGNACION UNTIL FS-CPR = 10.
           IF cantLineas >= 55
              PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-PROV.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM LIBERAR-CERROJO.
           DISPLAY "Asignaciones ajustadas: " cantAjustadas
                   "  no ajustadas: " cantRechazadas.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA-AAAA TO PE1-FECHA-AAAA.
           MOVE FECHA-MM TO PE1-FECHA-MM.
           MOVE FECHA-DD TO PE1-FECHA-DD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           MOVE SPACES TO WS-PARM-TOKEN-3.
           MOVE SPACES TO WS-PARM-TOKEN-4.
           MOVE SPACES TO WS-PARM-TOKEN-5.
           MOVE SPACES TO WS-PARM-TOKEN-6.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
                    INTO WS-PARM-TOKEN-1
                         WS-PARM-TOKEN-2
                         WS-PARM-TOKEN-3
                         WS-PARM-TOKEN-4
                         WS-PARM-TOKEN-5
                         WS-PARM-TOKEN-6
           END-UNSTRING.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-4 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-5 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-6 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           IF WS-PORCENTAJE NOT = ZERO
              MOVE 'P' TO WS-TIPO-AJUSTE
           END-IF.
           IF WS-COD-INDICE NOT = SPACES
              IF WS-TIPO-AJUSTE = 'P'
                 MOVE 'X' TO WS-TIPO-AJUSTE
              ELSE
                 MOVE 'I' TO WS-TIPO-AJUSTE
              END-IF
           END-IF.
           IF WS-FECHA-VIG = ZERO
              OR (WS-TIPO-AJUSTE NOT = 'P' AND NOT = 'I')
              OR (WS-MODO NOT = 'AJUST' AND NOT = 'SIMUL')
              OR (WS-SEL-PROV = ZERO AND WS-SEL-RUBRO = ZERO
                  AND WS-SEL-CUIT = ZERO)
              DISPLAY "Uso: ALGO4AJU VIG=AAAAMMDD PCT=99999 "
                      "[PROV=n] [RUBRO=n] [CUIT=n] [MODO=SIMULA]"
              DISPLAY "     ALGO4AJU VIG=AAAAMMDD IDX=codigo "
                      "[PROV=n] [RUBRO=n] [CUIT=n] [MODO=SIMULA]"
              DISPLAY "     (al menos un criterio de seleccion; "
                      "PCT con 2 decimales implicitos)"
              STOP RUN
           END-IF.
           MOVE WS-FECHA-VIG (1:6) TO WS-PERIODO-VIG.
           MOVE WS-FECHA-VIG TO PE4-FECHA.
           MOVE SPACES TO PE4-AJUSTE.
           IF WS-TIPO-AJUSTE = 'P'
              COMPUTE WS-FACTOR = 1 + WS-PORCENTAJE / 100
              MOVE WS-PORCENTAJE TO WS-PORC-EDIT
              STRING ' PORCENTAJE FIJO ' DELIMITED BY SIZE
                     WS-PORC-EDIT DELIMITED BY SIZE
                     '%' DELIMITED BY SIZE
                     INTO PE4-AJUSTE
              END-STRING
           ELSE
              STRING ' INDICE ' DELIMITED BY SIZE
                     WS-COD-INDICE DELIMITED BY SPACE
                     INTO PE4-AJUSTE
              END-STRING
           END-IF.
           IF WS-MODO = 'SIMUL'
              MOVE '(SIMULACION)' TO PE3-SIMULA
           ELSE
              MOVE SPACES TO PE3-SIMULA
           END-IF.

       PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN(1:5) TO WS-PARM-KEY.
           MOVE WS-PARM-TOKEN(6:75) TO WS-PARM-VALOR.
           IF WS-PARM-TOKEN(1:4) = 'VIG='
              AND WS-PARM-TOKEN(5:8) IS NUMERIC
              MOVE WS-PARM-TOKEN(5:8) TO WS-FECHA-VIG
           END-IF.
           IF WS-PARM-TOKEN(1:4) = 'PCT='
              AND WS-PARM-TOKEN(5:5) IS NUMERIC
              MOVE WS-PARM-TOKEN(5:5) TO WS-PORC-ENT
              MOVE WS-PORC-ENT-N TO WS-PORCENTAJE
           END-IF.
           IF WS-PARM-TOKEN(1:4) = 'IDX='
              MOVE WS-PARM-TOKEN(5:6) TO WS-COD-INDICE
           END-IF.
           IF WS-PARM-KEY = 'PROV='
              AND WS-PARM-VALOR(1:8) IS NUMERIC
              MOVE WS-PARM-VALOR(1:8) TO WS-SEL-PROV
           END-IF.
           IF WS-PARM-TOKEN(1:6) = 'RUBRO='
              AND WS-PARM-TOKEN(7:4) IS NUMERIC
              MOVE WS-PARM-TOKEN(7:4) TO WS-SEL-RUBRO
           END-IF.
           IF WS-PARM-KEY = 'MODO='
              MOVE WS-PARM-VALOR(1:5) TO WS-MODO
           END-IF.
           IF WS-PARM-KEY = 'CUIT='
              MOVE 0 TO WS-PARM-CUIT-LEN
              INSPECT WS-PARM-VALOR TALLYING WS-PARM-CUIT-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-PARM-CUIT-LEN > 15
                 MOVE 15 TO WS-PARM-CUIT-LEN
              END-IF
              MOVE ZEROS TO WS-SEL-CUIT
              IF WS-PARM-CUIT-LEN > 0
                 MOVE WS-PARM-VALOR(1:WS-PARM-CUIT-LEN)
                   TO WS-SEL-CUIT(16 - WS-PARM-CUIT-LEN:
                                  WS-PARM-CUIT-LEN)
              END-IF
           END-IF.

       CARGAR-INDICES.
           OPEN INPUT INDICES.
           IF FS-IND NOT = ZERO
              DISPLAY "Err abrir indices: " FS-IND
              STOP RUN.
           PERFORM LEO-INDICE.
           PERFORM CARGAR-UN-INDICE UNTIL FS-IND = 10.
           CLOSE INDICES.
           IF CAN-IND = ZERO
              DISPLAY "El indice " WS-COD-INDICE " no existe en "
                      "indices.dat"
              STOP RUN.

       LEO-INDICE.
           READ INDICES.
           IF FS-IND NOT = ZERO AND 10
              DISPLAY "Err leer indices: " FS-IND
              STOP RUN.

       CARGAR-UN-INDICE.
           IF IND-CODIGO = WS-COD-INDICE
              IF CAN-IND >= MAX-IND
                 DISPLAY "Err: indices.dat supera el limite de "
                         MAX-IND " valores por indice"
                 STOP RUN
              END-IF
              ADD 1 TO CAN-IND
              MOVE IND-PERIODO TO TAB-IND-PERIODO (CAN-IND)
              MOVE IND-VALOR TO TAB-IND-VALOR (CAN-IND)
           END-IF.
           PERFORM LEO-INDICE.

       BUSCAR-INDICE.
           MOVE 'N' TO WS-IND-HALLADO.
           MOVE 0 TO WS-VALOR-HALLADO.
           MOVE 1 TO WS-IND-IDX.
           PERFORM REVISAR-INDICE
                   UNTIL WS-IND-IDX > CAN-IND
                   OR WS-IND-HALLADO = 'S'.

       REVISAR-INDICE.
           IF TAB-IND-PERIODO (WS-IND-IDX) = WS-BUS-PERIODO
              AND TAB-IND-VALOR (WS-IND-IDX) > ZERO
              MOVE 'S' TO WS-IND-HALLADO
              MOVE TAB-IND-VALOR (WS-IND-IDX) TO WS-VALOR-HALLADO
           ELSE
              ADD 1 TO WS-IND-IDX
           END-IF.

       TOMAR-CERROJO.
           OPEN INPUT CERROJO.
           IF FS-LCK = 35
              CONTINUE
           ELSE
              IF FS-LCK NOT = ZERO
                 DISPLAY "Err abrir cerrojo: " FS-LCK
                 STOP RUN
              END-IF
              READ CERROJO
              IF FS-LCK NOT = ZERO AND 10
                 DISPLAY "Err leer cerrojo: " FS-LCK
                 STOP RUN
              END-IF
              IF FS-LCK = ZERO AND LCK-PROGRAMA NOT = SPACES
                 DISPLAY "El programa " LCK-PROGRAMA " tiene "
                         "tomado el cerrojo desde " LCK-FECHA
                         " " LCK-HORA ". No se puede continuar."
                 STOP RUN
              END-IF
              CLOSE CERROJO
           END-IF.
           OPEN OUTPUT CERROJO.
           IF FS-LCK NOT = ZERO
              DISPLAY "Err abrir cerrojo: " FS-LCK
              STOP RUN.
           MOVE 'ALGO4AJU' TO LCK-PROGRAMA.
           MOVE FECHA-N TO LCK-FECHA.
           ACCEPT WS-HORA-LCK FROM TIME.
           MOVE WS-HORA-LCK (1:6) TO LCK-HORA.
           WRITE REG-LCK.
           IF FS-LCK NOT = ZERO
              DISPLAY "Error al escribir cerrojo: " FS-LCK
              STOP RUN.
           CLOSE CERROJO.

       LIBERAR-CERROJO.
           OPEN OUTPUT CERROJO.
           IF FS-LCK NOT = ZERO
              DISPLAY "Err abrir cerrojo: " FS-LCK
              STOP RUN.
           CLOSE CERROJO.

       ABRIR-ARCHIVOS.
           IF WS-MODO = 'SIMUL'
              OPEN INPUT CUITPROV
           ELSE
              OPEN I-O CUITPROV
           END-IF.
           IF FS-CPR NOT = ZERO
              DISPLAY "Err abrir Cuitprov: " FS-CPR
              STOP RUN.
           IF WS-MODO = 'SIMUL'
              OPEN INPUT HISTPREC
              IF FS-HPR = 35
                 MOVE 'N' TO WS-HAY-HISTPREC
                 MOVE ZERO TO FS-HPR
              END-IF
           ELSE
              OPEN I-O HISTPREC
              IF FS-HPR = 35
                 OPEN OUTPUT HISTPREC
                 CLOSE HISTPREC
                 OPEN I-O HISTPREC
              END-IF
           END-IF.
           IF FS-HPR NOT = ZERO
              DISPLAY "Err abrir histprec: " FS-HPR
              STOP RUN.
           OPEN OUTPUT LISAJU.
           IF FS-LISAJU NOT = ZERO
              DISPLAY "Err abrir lisAjustes: " FS-LISAJU
              STOP RUN.

       CERRAR-ARCHIVOS.
           CLOSE CUITPROV.
           IF WS-HAY-HISTPREC = 'S'
              CLOSE HISTPREC.
           CLOSE LISAJU.

       ABRIR-PROV.
           MOVE 'A' TO PARAM.
           CALL 'ACTPROV' USING PARAM, CLAVE, RUBRO,
                 DESCRIP-RUBRO, S-ERR.
           IF S-ERR = '01'
              DISPLAY "Error en subprograma"
              STOP RUN.

       CERRAR-PROV.
           MOVE 'C' TO PARAM.
           CALL 'ACTPROV' USING PARAM, CLAVE, RUBRO,
                 DESCRIP-RUBRO, S-ERR.
           IF S-ERR = '01'
              DISPLAY "Error en subprograma"
              STOP RUN.

       ACTUALIZA-PROV.
           MOVE 'M' TO PARAM.
           MOVE CPR-COD-PROV TO CLAVE.
           MOVE ZERO TO RSP-RUBRO.
           CALL 'ACTPROV' USING PARAM, CLAVE, RSP-RUBRO,
                 RSP-DESC-RUBRO, S-ERR.
           IF S-ERR = '01'
              DISPLAY "Error en subprograma"
              STOP RUN.

       POSICIONAR-CPR.
           MOVE WS-SEL-CUIT TO CPR-CUIT-CONS.
           MOVE ZEROS TO CPR-COD-PROV.
           START CUITPROV KEY >= CPR-CLAVE.
           IF NOT FS-CPR EQUAL TO ZERO
              IF FS-CPR = 23
                 MOVE 10 TO FS-CPR
              ELSE
                 DISPLAY "Err al buscar un cuit" FS-CPR
                 STOP RUN
              END-IF
           ELSE
              PERFORM LEER-PROX-CPR
           END-IF.

       LEER-PROX-CPR.
           READ CUITPROV NEXT RECORD.
           IF FS-CPR NOT = 00 AND FS-CPR NOT = 10
              DISPLAY "Err al leer next" FS-CPR
              STOP RUN
           END-IF.
           IF FS-CPR = ZERO AND WS-SEL-CUIT NOT = ZERO
              AND CPR-CUIT-CONS NOT = WS-SEL-CUIT
              MOVE 10 TO FS-CPR
           END-IF.

       CICLO-ASIGNACION.
           PERFORM SELECCIONAR-ASIGNACION.
           IF WS-SELECCIONADA = 'S'
              ADD 1 TO cantLeidas
              PERFORM AJUSTAR-ASIGNACION
           END-IF.
           PERFORM LEER-PROX-CPR.

       SELECCIONAR-ASIGNACION.
           MOVE 'S' TO WS-SELECCIONADA.
           IF WS-SEL-PROV NOT = ZERO
              AND CPR-COD-PROV NOT = WS-SEL-PROV
              MOVE 'N' TO WS-SELECCIONADA.
           IF CPR-FECHA-FIN NOT = ZERO
              AND CPR-FECHA-FIN < WS-FECHA-VIG
              MOVE 'N' TO WS-SELECCIONADA.
           IF WS-SELECCIONADA = 'S'
              PERFORM ACTUALIZA-PROV
              IF WS-SEL-RUBRO NOT = ZERO
                 AND RSP-RUBRO NOT = WS-SEL-RUBRO
                 MOVE 'N' TO WS-SELECCIONADA
              END-IF
           END-IF.

       AJUSTAR-ASIGNACION.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM BUSCAR-ULTIMO-PRECIO.
           IF WS-FECHA-BASE >= WS-FECHA-VIG
              MOVE 'YA AJUSTADA A FECHA' TO WS-MOTIVO
           ELSE
              IF WS-TIPO-AJUSTE = 'I'
                 PERFORM CALCULAR-FACTOR-INDICE
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              COMPUTE WS-MONTO-NUEVO ROUNDED =
                      WS-MONTO-BASE * WS-FACTOR
                 ON SIZE ERROR
                    MOVE 'DESBORDE DE MONTO' TO WS-MOTIVO
              END-COMPUTE
           END-IF.
           IF WS-MOTIVO = SPACES
              IF WS-MODO = 'AJUST'
                 PERFORM GRABAR-HISTORIA
              END-IF
              ADD 1 TO cantAjustadas
              ADD WS-MONTO-BASE TO WS-TOT-ANTERIOR
              ADD WS-MONTO-NUEVO TO WS-TOT-NUEVO
           ELSE
              ADD 1 TO cantRechazadas
              MOVE WS-MONTO-BASE TO WS-MONTO-NUEVO
           END-IF.
           PERFORM IMPRIMIR-DETALLE.

       BUSCAR-ULTIMO-PRECIO.
           MOVE 'N' TO WS-HAY-HISTORIA.
           MOVE CPR-MONTO TO WS-MONTO-BASE.
           MOVE CPR-FECHA-ALTA TO WS-FECHA-BASE.
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
                 PERFORM TOMAR-PRECIO-HPR UNTIL FS-HPR = 10
                         OR HPR-CUIT-CONS NOT = CPR-CUIT-CONS
                         OR HPR-COD-PROV NOT = CPR-COD-PROV
              END-IF
           END-IF.

       LEER-PROX-HPR.
           READ HISTPREC NEXT RECORD.
           IF FS-HPR NOT = 00 AND FS-HPR NOT = 10
              DISPLAY "Err al leer histprec" FS-HPR
              STOP RUN
           END-IF.

       TOMAR-PRECIO-HPR.
           MOVE 'S' TO WS-HAY-HISTORIA.
           MOVE HPR-MONTO TO WS-MONTO-BASE.
           MOVE HPR-FECHA-DESDE TO WS-FECHA-BASE.
           PERFORM LEER-PROX-HPR.

       CALCULAR-FACTOR-INDICE.
           MOVE WS-FECHA-BASE (1:6) TO WS-BUS-PERIODO.
           PERFORM BUSCAR-INDICE.
           MOVE WS-VALOR-HALLADO TO WS-VALOR-BASE.
           IF WS-IND-HALLADO = 'N'
              MOVE 'SIN INDICE BASE' TO WS-MOTIVO
           ELSE
              MOVE WS-PERIODO-VIG TO WS-BUS-PERIODO
              PERFORM BUSCAR-INDICE
              MOVE WS-VALOR-HALLADO TO WS-VALOR-VIG
              IF WS-IND-HALLADO = 'N'
                 MOVE 'SIN INDICE VIGENCIA' TO WS-MOTIVO
              ELSE
                 COMPUTE WS-FACTOR ROUNDED =
                         WS-VALOR-VIG / WS-VALOR-BASE
              END-IF
           END-IF.

       GRABAR-HISTORIA.
           IF WS-HAY-HISTORIA = 'N'
              MOVE CPR-CUIT-CONS TO HPR-CUIT-CONS
              MOVE CPR-COD-PROV TO HPR-COD-PROV
              MOVE CPR-FECHA-ALTA TO HPR-FECHA-DESDE
              MOVE CPR-MONTO TO HPR-MONTO
              MOVE ZERO TO HPR-MONTO-ANT
              MOVE 'A' TO HPR-TIPO-AJUSTE
              MOVE SPACES TO HPR-INDICE
              MOVE 1 TO HPR-FACTOR
              MOVE FECHA-N TO HPR-FECHA-PROC
              WRITE HPR
              PERFORM CHECK-WRITE-HISTPREC
           END-IF.
           MOVE CPR-CUIT-CONS TO HPR-CUIT-CONS.
           MOVE CPR-COD-PROV TO HPR-COD-PROV.
           MOVE WS-FECHA-VIG TO HPR-FECHA-DESDE.
           MOVE WS-MONTO-NUEVO TO HPR-MONTO.
           MOVE WS-MONTO-BASE TO HPR-MONTO-ANT.
           MOVE WS-TIPO-AJUSTE TO HPR-TIPO-AJUSTE.
           MOVE WS-COD-INDICE TO HPR-INDICE.
           MOVE WS-FACTOR TO HPR-FACTOR.
           MOVE FECHA-N TO HPR-FECHA-PROC.
           WRITE HPR.
           PERFORM CHECK-WRITE-HISTPREC.
           MOVE WS-MONTO-NUEVO TO CPR-MONTO.
           REWRITE CPR.
           IF FS-CPR NOT = ZERO
              DISPLAY "Error al regrabar cuitprov: " FS-CPR
              STOP RUN.

       CHECK-WRITE-HISTPREC.
           IF FS-HPR NOT = ZERO
              DISPLAY "Error al escribir histprec: " FS-HPR
              STOP RUN.

       IMPRIMIR-DETALLE.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE CPR-CUIT-CONS TO PA1-CUIT.
           MOVE CPR-COD-PROV TO PA1-COD-PROV.
           MOVE RSP-RUBRO TO PA1-RUBRO.
           MOVE WS-MONTO-BASE TO PA1-MONTO-ANT.
           MOVE WS-MONTO-NUEVO TO PA1-MONTO-NUEVO.
           IF WS-MOTIVO = SPACES
              MOVE WS-FACTOR TO PA1-FACTOR
           ELSE
              MOVE ZERO TO PA1-FACTOR
           END-IF.
           IF WS-TIPO-AJUSTE = 'I'
              MOVE WS-COD-INDICE TO PA1-INDICE
           ELSE
              MOVE 'PORC.' TO PA1-INDICE
           END-IF.
           MOVE WS-MOTIVO TO PA1-MOTIVO.
           WRITE LINEA FROM PA1-DET.
           PERFORM CHECK-WRITE-LISAJU.
           ADD 1 TO cantLineas.

       IMPRIMIR-TOTALES.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAJU.
           MOVE cantLeidas TO PA1-TOTAL.
           WRITE LINEA FROM PA-FINAL-1.
           PERFORM CHECK-WRITE-LISAJU.
           MOVE cantAjustadas TO PA2-TOTAL.
           WRITE LINEA FROM PA-FINAL-2.
           PERFORM CHECK-WRITE-LISAJU.
           MOVE cantRechazadas TO PA3-TOTAL.
           WRITE LINEA FROM PA-FINAL-3.
           PERFORM CHECK-WRITE-LISAJU.
           MOVE WS-TOT-ANTERIOR TO PA4-TOTAL.
           WRITE LINEA FROM PA-FINAL-4.
           PERFORM CHECK-WRITE-LISAJU.
           MOVE WS-TOT-NUEVO TO PA5-TOTAL.
           WRITE LINEA FROM PA-FINAL-5.
           PERFORM CHECK-WRITE-LISAJU.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISAJU.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAJU.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISAJU.
           WRITE LINEA FROM PE4-ENCABE.
           PERFORM CHECK-WRITE-LISAJU.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAJU.
           WRITE LINEA FROM PE5-ENCABE.
           PERFORM CHECK-WRITE-LISAJU.
           ADD 1 TO cantHojas.
           MOVE 6 TO cantLineas.

       CHECK-WRITE-LISAJU.
           IF FS-LISAJU NOT = ZERO AND 10
              DISPLAY "Error al escribir lisAjustes: " FS-LISAJU
              STOP RUN.
