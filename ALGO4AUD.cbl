       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4AUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUDITORIA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-AUD.
           SELECT LISAUD ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISAUD.

       DATA DIVISION.
       FILE SECTION.

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

       FD LISAUD LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisAuditoria".
       01 LINEA                               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-AUD                PIC XX.
       77 FS-LISAUD             PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-KEY           PIC X(05).
       77 WS-PARM-VALOR         PIC X(75).
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-PARM-TOKEN-3       PIC X(80).
       77 WS-PARM-TOKEN-4       PIC X(80).
       77 WS-PARM-ERROR         PIC X VALUE 'N'.
       77 WS-FIL-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-FIL-DESDE          PIC 9(08) VALUE ZERO.
       77 WS-FIL-HASTA          PIC 9(08) VALUE 99999999.
       77 WS-FIL-CLAVE          PIC X(30) VALUE SPACES.
       77 WS-LARGO-CLAVE        PIC 99 VALUE 0.
       77 WS-AUD-CUMPLE         PIC X.
       77 cantLeidos            PIC 9(07) VALUE 0.
       77 cantListados          PIC 9(07) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 9999 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

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
          03 FILLER   PIC X(20) VALUE ALL ' '.
          03 FILLER   PIC X(40)
                      VALUE 'CONSULTA DEL REGISTRO DE AUDITORIA'.

       01 PE4-FILTRO.
          03 FILLER          PIC X(10) VALUE 'OPERADOR: '.
          03 PE4-OPERADOR    PIC X(08).
          03 FILLER          PIC X(09) VALUE '  DESDE: '.
          03 PE4-DESDE       PIC 9(08).
          03 FILLER          PIC X(09) VALUE '  HASTA: '.
          03 PE4-HASTA       PIC 9(08).
          03 FILLER          PIC X(09) VALUE '  CLAVE: '.
          03 PE4-CLAVE       PIC X(30).

       01 PE5-TIT.
          03 FILLER          PIC X(50) VALUE
             'FECHA    HORA   OPERADOR PROGRAMA ARCHIVO'.
          03 FILLER          PIC X(35) VALUE
             'T CLAVE'.

       01 PA1-DET.
          03 PA1-FECHA       PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-HORA        PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-OPERADOR    PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-PROGRAMA    PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-ARCHIVO     PIC X(15).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-TIPO        PIC X(01).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PA1-CLAVE       PIC X(30).

       01 PA2-IMAGEN.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PA2-LEYENDA     PIC X(10).
          03 PA2-DATOS       PIC X(80).

       01 PA3-TOT.
          03 FILLER          PIC X(30) VALUE
             'REGISTROS DE AUDITORIA LEIDOS:'.
          03 PA3-LEIDOS      PIC Z(06)9.
          03 FILLER          PIC X(14) VALUE '   LISTADOS:  '.
          03 PA3-LISTADOS    PIC Z(06)9.

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
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LEO-AUDITORIA.
           PERFORM PROCESAR-AUDITORIA UNTIL FS-AUD = 10.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Registros de auditoria listados: " cantListados
                   " de " cantLeidos " (ver lisAuditoria)".
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA-AAAA TO PE1-FECHA-AAAA.
           MOVE FECHA-MM TO PE1-FECHA-MM.
           MOVE FECHA-DD TO PE1-FECHA-DD.

       LEER-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           MOVE SPACES TO WS-PARM-TOKEN-3.
           MOVE SPACES TO WS-PARM-TOKEN-4.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
                    INTO WS-PARM-TOKEN-1
                         WS-PARM-TOKEN-2
                         WS-PARM-TOKEN-3
                         WS-PARM-TOKEN-4
           END-UNSTRING.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-4 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           IF WS-PARM-ERROR = 'S' OR WS-FIL-DESDE > WS-FIL-HASTA
              DISPLAY "Uso: ALGO4AUD [OPER=operador] [DESDE=AAAAMMDD]"
                      " [HASTA=AAAAMMDD] [CLAVE=clave]"
              STOP RUN
           END-IF.
           MOVE 0 TO WS-LARGO-CLAVE.
           IF WS-FIL-CLAVE NOT = SPACES
              INSPECT WS-FIL-CLAVE TALLYING WS-LARGO-CLAVE
                      FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.
           MOVE WS-FIL-OPERADOR TO PE4-OPERADOR.
           MOVE WS-FIL-DESDE TO PE4-DESDE.
           MOVE WS-FIL-HASTA TO PE4-HASTA.
           MOVE WS-FIL-CLAVE TO PE4-CLAVE.

       PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN(1:5) TO WS-PARM-KEY.
           MOVE WS-PARM-TOKEN(6:75) TO WS-PARM-VALOR.
           IF WS-PARM-KEY = 'OPER='
              MOVE WS-PARM-VALOR(1:8) TO WS-FIL-OPERADOR
           ELSE
              IF WS-PARM-TOKEN(1:6) = 'DESDE='
                 IF WS-PARM-TOKEN(7:8) IS NUMERIC
                    MOVE WS-PARM-TOKEN(7:8) TO WS-FIL-DESDE
                 ELSE
                    MOVE 'S' TO WS-PARM-ERROR
                 END-IF
              ELSE
                 IF WS-PARM-TOKEN(1:6) = 'HASTA='
                    IF WS-PARM-TOKEN(7:8) IS NUMERIC
                       MOVE WS-PARM-TOKEN(7:8) TO WS-FIL-HASTA
                    ELSE
                       MOVE 'S' TO WS-PARM-ERROR
                    END-IF
                 ELSE
                    IF WS-PARM-TOKEN(1:6) = 'CLAVE='
                       MOVE WS-PARM-TOKEN(7:30) TO WS-FIL-CLAVE
                    ELSE
                       IF WS-PARM-TOKEN NOT = SPACES
                          MOVE 'S' TO WS-PARM-ERROR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT AUDITORIA.
           IF FS-AUD = 35
              DISPLAY "No existe auditoria.dat: no hay movimientos "
                      "registrados."
              STOP RUN.
           IF FS-AUD NOT = ZERO
              DISPLAY "Err abrir auditoria: " FS-AUD
              STOP RUN.
           OPEN OUTPUT LISAUD.
           IF FS-LISAUD NOT = ZERO
              DISPLAY "Err abrir lisAuditoria: " FS-LISAUD
              STOP RUN.

       LEO-AUDITORIA.
           READ AUDITORIA.
           IF FS-AUD NOT = ZERO AND 10
              DISPLAY "Err leer auditoria: " FS-AUD
              STOP RUN.

       PROCESAR-AUDITORIA.
           ADD 1 TO cantLeidos.
           PERFORM EVALUAR-FILTROS.
           IF WS-AUD-CUMPLE = 'S'
              PERFORM IMPRIMIR-MOVIMIENTO
           END-IF.
           PERFORM LEO-AUDITORIA.

       EVALUAR-FILTROS.
           MOVE 'S' TO WS-AUD-CUMPLE.
           IF WS-FIL-OPERADOR NOT = SPACES
              AND AUD-OPERADOR NOT = WS-FIL-OPERADOR
              MOVE 'N' TO WS-AUD-CUMPLE.
           IF AUD-FECHA < WS-FIL-DESDE OR AUD-FECHA > WS-FIL-HASTA
              MOVE 'N' TO WS-AUD-CUMPLE.
           IF WS-LARGO-CLAVE > ZERO
              IF AUD-CLAVE (1:WS-LARGO-CLAVE)
                 NOT = WS-FIL-CLAVE (1:WS-LARGO-CLAVE)
                 MOVE 'N' TO WS-AUD-CUMPLE
              END-IF
           END-IF.

       IMPRIMIR-MOVIMIENTO.
           IF cantLineas >= 54
              PERFORM IMPRIMIR-ENCABEZADO.
           ADD 1 TO cantListados.
           MOVE AUD-FECHA TO PA1-FECHA.
           MOVE AUD-HORA TO PA1-HORA.
           MOVE AUD-OPERADOR TO PA1-OPERADOR.
           MOVE AUD-PROGRAMA TO PA1-PROGRAMA.
           MOVE AUD-ARCHIVO TO PA1-ARCHIVO.
           MOVE AUD-TIPO TO PA1-TIPO.
           MOVE AUD-CLAVE TO PA1-CLAVE.
           WRITE LINEA FROM PA1-DET.
           PERFORM CHECK-WRITE-LISAUD.
           ADD 1 TO cantLineas.
           IF AUD-IMAGEN-ANT NOT = SPACES
              MOVE 'ANTES   : ' TO PA2-LEYENDA
              MOVE AUD-IMAGEN-ANT (1:80) TO PA2-DATOS
              PERFORM IMPRIMIR-IMAGEN
              IF AUD-IMAGEN-ANT (81:80) NOT = SPACES
                 MOVE SPACES TO PA2-LEYENDA
                 MOVE AUD-IMAGEN-ANT (81:80) TO PA2-DATOS
                 PERFORM IMPRIMIR-IMAGEN
              END-IF
           END-IF.
           IF AUD-IMAGEN-POS NOT = SPACES
              MOVE 'DESPUES : ' TO PA2-LEYENDA
              MOVE AUD-IMAGEN-POS (1:80) TO PA2-DATOS
              PERFORM IMPRIMIR-IMAGEN
              IF AUD-IMAGEN-POS (81:80) NOT = SPACES
                 MOVE SPACES TO PA2-LEYENDA
                 MOVE AUD-IMAGEN-POS (81:80) TO PA2-DATOS
                 PERFORM IMPRIMIR-IMAGEN
              END-IF
           END-IF.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAUD.
           ADD 1 TO cantLineas.

       IMPRIMIR-IMAGEN.
           WRITE LINEA FROM PA2-IMAGEN.
           PERFORM CHECK-WRITE-LISAUD.
           ADD 1 TO cantLineas.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISAUD.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAUD.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISAUD.
           WRITE LINEA FROM PE4-FILTRO.
           PERFORM CHECK-WRITE-LISAUD.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAUD.
           WRITE LINEA FROM PE5-TIT.
           PERFORM CHECK-WRITE-LISAUD.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAUD.
           ADD 1 TO cantHojas.
           MOVE 7 TO cantLineas.

       IMPRIMIR-TOTALES.
           IF cantLineas >= 58
              PERFORM IMPRIMIR-ENCABEZADO.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISAUD.
           MOVE cantLeidos TO PA3-LEIDOS.
           MOVE cantListados TO PA3-LISTADOS.
           WRITE LINEA FROM PA3-TOT.
           PERFORM CHECK-WRITE-LISAUD.

       CERRAR-ARCHIVOS.
           CLOSE AUDITORIA.
           CLOSE LISAUD.

       CHECK-WRITE-LISAUD.
           IF FS-LISAUD NOT = ZERO AND 10
              DISPLAY "Error al escribir lisAuditoria: " FS-LISAUD
              STOP RUN.
