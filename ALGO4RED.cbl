       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4RED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECAUDA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-REC.
           SELECT EXPENSAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-EXP.
           SELECT MAESTRO ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MAE-CUIT-CONS
                                FILE STATUS IS FS-MAE.
           SELECT COBRORED ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RED-CODIGO
                                FILE STATUS IS FS-RED.
           SELECT COBRANZAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-COB.
           SELECT LISRED ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISRED.

       DATA DIVISION.
       FILE SECTION.

       FD RECAUDA LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  WS-REC-NOMBRE.

       01 REG-REC.
           03 REC-TIPO-REG                    PIC X(01).
           03 REC-FECHA-COBRO                 PIC 9(08).
           03 REC-CODIGO                      PIC X(33).
           03 REC-IMPORTE                     PIC 9(9)V99.
           03 REC-NRO-TRANSAC                 PIC 9(10).

       01 REG-REC-H.
           03 FILLER                          PIC X(01).
           03 REC-H-FECHA                     PIC 9(08).
           03 REC-H-ENTE                      PIC X(10).
           03 FILLER                          PIC X(44).

       01 REG-REC-T.
           03 FILLER                          PIC X(01).
           03 REC-T-CANT                      PIC 9(06).
           03 REC-T-TOTAL                     PIC 9(11)V99.
           03 FILLER                          PIC X(43).

       FD EXPENSAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   WS-EXP-NOMBRE.

       01 REG-EXP.
           03 EXP-TIPO                        PIC X(01).
           03 EXP-PERIODO                     PIC 9(06).
           03 EXP-CUIT-CONS                   PIC 9(15).
           03 EXP-COD-PROV                    PIC 9(08).
           03 EXP-RUBRO                       PIC 9(04).
           03 EXP-MONTO                       PIC 9(7)V99.
           03 EXP-FACTURADO                   PIC 9(7)V99.
           03 EXP-IMPORTE                     PIC 9(9)V99.

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

       FD COBRORED LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "cobrored.dat".

       01 RED.
           03 RED-CODIGO                      PIC X(33).
           03 RED-FECHA-COBRO                 PIC 9(08).
           03 RED-NRO-TRANSAC                 PIC 9(10).
           03 RED-IMPORTE                     PIC 9(9)V99.
           03 RED-FECHA-PROC                  PIC 9(08).

       FD COBRANZAS LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS
                    "cobranzas.dat".

       01 REG-COB.
           03 COB-CUIT-CONS               PIC 9(15).
           03 COB-PERIODO                 PIC 9(06).
           03 COB-FECHA                   PIC 9(08).
           03 COB-NRO-CTA                 PIC 9(08).
           03 COB-IMPORTE                 PIC 9(9)V99.
           03 COB-ESTADO                  PIC X(01).
           03 COB-MOTIVO                  PIC X(02).

       FD LISRED LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisRecaud".
       01 LINEA                               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-REC                PIC XX.
       77 FS-EXP                PIC XX.
       77 FS-MAE                PIC XX.
       77 FS-RED                PIC XX.
       77 FS-COB                PIC XX.
       77 FS-LISRED             PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-KEY           PIC X(05).
       77 WS-PARM-VALOR         PIC X(75).
       77 WS-REC-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-EXP-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-PER-CARGADO        PIC 9(06) VALUE 0.
       77 WS-TRAILER-VISTO      PIC X VALUE 'N'.
       77 WS-ARCH-ERROR         PIC X VALUE 'N'.
       77 WS-CANT-DET           PIC 9(06) VALUE 0.
       77 WS-TOT-DET            PIC 9(11)V99 VALUE 0.
       77 WS-T-CANT-DECL        PIC 9(06) VALUE 0.
       77 WS-T-TOTAL-DECL       PIC 9(11)V99 VALUE 0.
       77 WS-MOTIVO             PIC XX.
       77 WS-CUP-HALLADO        PIC X VALUE 'N'.
       77 CAN-CUP               PIC 9(04) VALUE 0.
       77 MAX-CUP               PIC 9(04) VALUE 5000.
       77 WS-CUP-IDX            PIC 9(04).
       77 WS-CB-IDX             PIC 9(02).
       77 WS-CB-SUMA            PIC 9(04).
       77 WS-CB-COCIENTE        PIC 9(04).
       77 WS-CB-RESTO           PIC 9(02).
       77 WS-TOT-ACEPTADO       PIC 9(11)V99 VALUE 0.
       77 WS-TOT-RECHAZADO      PIC 9(11)V99 VALUE 0.
       77 cantLeidos            PIC 9(05) VALUE 0.
       77 cantAceptados         PIC 9(05) VALUE 0.
       77 cantRechazados        PIC 9(05) VALUE 0.
       77 cantDuplicados        PIC 9(05) VALUE 0.
       77 cantDesconocidos      PIC 9(05) VALUE 0.
       77 cantDifImporte        PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 99 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

       01 WS-COD-BARRA.
          03 WS-CB-CUIT           PIC 9(11).
          03 WS-CB-NRO-UF         PIC 9(04).
          03 WS-CB-PERIODO        PIC 9(06).
          03 WS-CB-IMPORTE        PIC 9(9)V99.
          03 WS-CB-DIGITO         PIC 9(01).
       01 WS-COD-BARRA-R REDEFINES WS-COD-BARRA.
          03 WS-CB-DIG            PIC 9 OCCURS 33 TIMES.

       01 TAB-PESOS-BARRA         PIC X(32)
                      VALUE '13579357935793579357935793579357'.
       01 TAB-PESOS-BARRA-R REDEFINES TAB-PESOS-BARRA.
          03 WS-PESO-BARRA        PIC 9 OCCURS 32 TIMES.

       01 TAB-CUPONES.
          03 TAB-CUP-ELM OCCURS 5000 TIMES.
             05 TAB-CUP-CUIT              PIC 9(15).
             05 TAB-CUP-NRO-UF            PIC 9(04).
             05 TAB-CUP-IMPORTE           PIC 9(9)V99.

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
          03 FILLER   PIC X(16) VALUE ALL ' '.
          03 FILLER   PIC X(36)
                      VALUE 'COBRANZAS POR RED DE PAGO  ARCHIVO: '.
          03 PE3-ARCHIVO PIC X(30).

       01 PD1-DET.
          03 PD1-LEYENDA     PIC X(10).
          03 PD1-CODIGO      PIC X(33).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-FECHA       PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-IMPORTE     PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-MOTIVO      PIC X(30).

       01 PF-FINAL-1.
          03 F PIC X(36) VALUE 'Cobros leidos:                      '.
          03 PF1-TOTAL PIC ZZZZ9.

       01 PF-FINAL-2.
          03 F PIC X(36) VALUE 'Cobros aceptados:                   '.
          03 PF2-TOTAL PIC ZZZZ9.

       01 PF-FINAL-3.
          03 F PIC X(36) VALUE 'Importe aceptado:                   '.
          03 PF3-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PF-FINAL-4.
          03 F PIC X(36) VALUE 'Cobros rechazados:                  '.
          03 PF4-TOTAL PIC ZZZZ9.

       01 PF-FINAL-5.
          03 F PIC X(36) VALUE '  duplicados:                       '.
          03 PF5-TOTAL PIC ZZZZ9.

       01 PF-FINAL-6.
          03 F PIC X(36) VALUE '  referencia desconocida:           '.
          03 PF6-TOTAL PIC ZZZZ9.

       01 PF-FINAL-7.
          03 F PIC X(36) VALUE '  importe no coincide:              '.
          03 PF7-TOTAL PIC ZZZZ9.

       01 PF-FINAL-8.
          03 F PIC X(36) VALUE 'Importe rechazado:                  '.
          03 PF8-TOTAL PIC ZZZZZZZZZZ9.99.

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
           PERFORM VALIDAR-ARCHIVO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LEO-RECAUDA.
           PERFORM CICLO-COBRO UNTIL FS-REC = 10.
           IF cantLineas >= 51
              PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Cobros aceptados: " cantAceptados
                   " rechazados: " cantRechazados.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA-AAAA TO PE1-FECHA-AAAA.
           MOVE FECHA-MM TO PE1-FECHA-MM.
           MOVE FECHA-DD TO PE1-FECHA-DD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE WS-PARM(1:5) TO WS-PARM-KEY.
           MOVE WS-PARM(6:75) TO WS-PARM-VALOR.
           IF WS-PARM-KEY = 'ARCH='
              MOVE WS-PARM-VALOR(1:30) TO WS-REC-NOMBRE
           END-IF.
           IF WS-REC-NOMBRE = SPACES
              DISPLAY "Uso: ALGO4RED ARCH=rendicion.dat"
              STOP RUN
           END-IF.
           MOVE WS-REC-NOMBRE TO PE3-ARCHIVO.

       VALIDAR-ARCHIVO.
           OPEN INPUT RECAUDA.
           IF FS-REC NOT = ZERO
              DISPLAY "Err abrir " WS-REC-NOMBRE ": " FS-REC
              STOP RUN.
           READ RECAUDA.
           IF FS-REC NOT = ZERO OR REC-TIPO-REG NOT = 'H'
              DISPLAY WS-REC-NOMBRE " sin registro cabecera: "
                      "se rechaza el archivo completo."
              STOP RUN.
           PERFORM LEO-VALIDACION.
           PERFORM CONTROLAR-REG-ARCHIVO UNTIL FS-REC = 10.
           CLOSE RECAUDA.
           IF WS-TRAILER-VISTO NOT = 'S'
              DISPLAY WS-REC-NOMBRE " sin registro trailer: "
                      "se rechaza el archivo completo."
              STOP RUN.
           IF WS-ARCH-ERROR = 'S'
              DISPLAY WS-REC-NOMBRE " con registros invalidos o "
                      "posteriores al trailer: se rechaza el "
                      "archivo completo."
              STOP RUN.
           IF WS-T-CANT-DECL NOT = WS-CANT-DET
              OR WS-T-TOTAL-DECL NOT = WS-TOT-DET
              DISPLAY WS-REC-NOMBRE " no balancea contra el "
                      "trailer: se rechaza el archivo completo."
              DISPLAY "  Detalles: " WS-CANT-DET
                      " Declarados: " WS-T-CANT-DECL
              STOP RUN.

       LEO-VALIDACION.
           READ RECAUDA.
           IF FS-REC NOT = ZERO AND 10
              DISPLAY "Err leer " WS-REC-NOMBRE ": " FS-REC
              STOP RUN.

       CONTROLAR-REG-ARCHIVO.
           IF WS-TRAILER-VISTO = 'S'
              MOVE 'S' TO WS-ARCH-ERROR
           ELSE
              IF REC-TIPO-REG = 'T'
                 MOVE 'S' TO WS-TRAILER-VISTO
                 MOVE REC-T-CANT TO WS-T-CANT-DECL
                 MOVE REC-T-TOTAL TO WS-T-TOTAL-DECL
              ELSE
                 IF REC-TIPO-REG = 'D'
                    ADD 1 TO WS-CANT-DET
                    ADD REC-IMPORTE TO WS-TOT-DET
                 ELSE
                    MOVE 'S' TO WS-ARCH-ERROR
                 END-IF
              END-IF
           END-IF.
           PERFORM LEO-VALIDACION.

       ABRIR-ARCHIVOS.
           OPEN INPUT RECAUDA.
           IF FS-REC NOT = ZERO
              DISPLAY "Err abrir " WS-REC-NOMBRE ": " FS-REC
              STOP RUN.
           OPEN INPUT MAESTRO.
           IF FS-MAE NOT = ZERO
              DISPLAY "Err abrir Maestro: " FS-MAE
              STOP RUN.
           OPEN I-O COBRORED.
           IF FS-RED = 35
              OPEN OUTPUT COBRORED
              CLOSE COBRORED
              OPEN I-O COBRORED
           END-IF.
           IF FS-RED NOT = ZERO
              DISPLAY "Err abrir cobrored: " FS-RED
              STOP RUN.
           OPEN EXTEND COBRANZAS.
           IF FS-COB = 35
              OPEN OUTPUT COBRANZAS.
           IF FS-COB NOT = ZERO
              DISPLAY "Err abrir cobranzas: " FS-COB
              STOP RUN.
           OPEN OUTPUT LISRED.
           IF FS-LISRED NOT = ZERO
              DISPLAY "Err abrir lisRecaud: " FS-LISRED
              STOP RUN.

       CERRAR-ARCHIVOS.
           CLOSE RECAUDA.
           CLOSE MAESTRO.
           CLOSE COBRORED.
           CLOSE COBRANZAS.
           CLOSE LISRED.

       LEO-RECAUDA.
           READ RECAUDA.
           IF FS-REC NOT = ZERO AND 10
              DISPLAY "Err leer " WS-REC-NOMBRE ": " FS-REC
              STOP RUN.

       CICLO-COBRO.
           IF REC-TIPO-REG = 'D'
              ADD 1 TO cantLeidos
              MOVE SPACES TO WS-MOTIVO
              PERFORM VALIDAR-COBRO
              IF WS-MOTIVO = SPACES
                 PERFORM GRABAR-COBRANZA
                 PERFORM GRABAR-REFERENCIA
                 PERFORM IMPRIMIR-ACEPTADO
              ELSE
                 PERFORM IMPRIMIR-RECHAZO
              END-IF
           END-IF.
           PERFORM LEO-RECAUDA.

       VALIDAR-COBRO.
           IF REC-CODIGO IS NOT NUMERIC
              MOVE '01' TO WS-MOTIVO
           ELSE
              MOVE REC-CODIGO TO WS-COD-BARRA
              PERFORM CALCULAR-DIGITO-BARRA
              IF WS-CB-RESTO NOT = WS-CB-DIGITO
                 MOVE '02' TO WS-MOTIVO
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              PERFORM BUSCAR-REFERENCIA
           END-IF.
           IF WS-MOTIVO = SPACES
              IF WS-CB-PERIODO NOT = WS-PER-CARGADO
                 PERFORM CARGAR-CUPONES-PERIODO
              END-IF
              PERFORM BUSCAR-CUPON
              IF WS-CUP-HALLADO NOT = 'S'
                 MOVE '04' TO WS-MOTIVO
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              IF REC-IMPORTE NOT = TAB-CUP-IMPORTE (WS-CUP-IDX)
                 OR WS-CB-IMPORTE NOT = TAB-CUP-IMPORTE (WS-CUP-IDX)
                 MOVE '05' TO WS-MOTIVO
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              PERFORM BUSCAR-CONSORCIO
           END-IF.

       CALCULAR-DIGITO-BARRA.
           MOVE 0 TO WS-CB-SUMA.
           PERFORM SUMAR-DIGITO-BARRA VARYING WS-CB-IDX
                   FROM 1 BY 1 UNTIL WS-CB-IDX > 32.
           DIVIDE WS-CB-SUMA BY 2 GIVING WS-CB-COCIENTE.
           DIVIDE WS-CB-COCIENTE BY 10
                  GIVING WS-CB-SUMA REMAINDER WS-CB-RESTO.

       SUMAR-DIGITO-BARRA.
           COMPUTE WS-CB-SUMA = WS-CB-SUMA
                   + WS-CB-DIG (WS-CB-IDX) * WS-PESO-BARRA (WS-CB-IDX).

       BUSCAR-REFERENCIA.
           MOVE REC-CODIGO TO RED-CODIGO.
           READ COBRORED.
           IF FS-RED = ZERO
              MOVE '03' TO WS-MOTIVO
           ELSE
              IF FS-RED NOT = 23
                 DISPLAY "Err leer cobrored: " FS-RED
                 STOP RUN
              END-IF
           END-IF.

       CARGAR-CUPONES-PERIODO.
           MOVE 0 TO CAN-CUP.
           MOVE WS-CB-PERIODO TO WS-PER-CARGADO.
           MOVE SPACES TO WS-EXP-NOMBRE.
           STRING "exp"          DELIMITED BY SIZE
                  WS-CB-PERIODO  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
                  INTO WS-EXP-NOMBRE
           END-STRING.
           OPEN INPUT EXPENSAS.
           IF FS-EXP = 35
              CONTINUE
           ELSE
              IF FS-EXP NOT = ZERO
                 DISPLAY "Err abrir " WS-EXP-NOMBRE ": " FS-EXP
                 STOP RUN
              END-IF
              PERFORM LEO-EXPENSAS
              PERFORM CARGAR-CUPON UNTIL FS-EXP = 10
              CLOSE EXPENSAS
           END-IF.

       LEO-EXPENSAS.
           READ EXPENSAS.
           IF FS-EXP NOT = ZERO AND 10
              DISPLAY "Err leer " WS-EXP-NOMBRE ": " FS-EXP
              STOP RUN.

       CARGAR-CUPON.
           IF EXP-TIPO = 'U'
              IF CAN-CUP >= MAX-CUP
                 DISPLAY "Err: " WS-EXP-NOMBRE " supera el limite de "
                         MAX-CUP " cupones soportados"
                 STOP RUN
              END-IF
              ADD 1 TO CAN-CUP
              MOVE EXP-CUIT-CONS TO TAB-CUP-CUIT (CAN-CUP)
              MOVE EXP-COD-PROV TO TAB-CUP-NRO-UF (CAN-CUP)
              MOVE EXP-IMPORTE TO TAB-CUP-IMPORTE (CAN-CUP)
           END-IF.
           PERFORM LEO-EXPENSAS.

       BUSCAR-CUPON.
           MOVE 'N' TO WS-CUP-HALLADO.
           MOVE 1 TO WS-CUP-IDX.
           PERFORM REVISAR-CUPON
                   UNTIL WS-CUP-IDX > CAN-CUP
                   OR WS-CUP-HALLADO = 'S'.

       REVISAR-CUPON.
           IF TAB-CUP-CUIT (WS-CUP-IDX) = WS-CB-CUIT
              AND TAB-CUP-NRO-UF (WS-CUP-IDX) = WS-CB-NRO-UF
              MOVE 'S' TO WS-CUP-HALLADO
           ELSE
              ADD 1 TO WS-CUP-IDX
           END-IF.

       BUSCAR-CONSORCIO.
           MOVE TAB-CUP-CUIT (WS-CUP-IDX) TO MAE-CUIT-CONS.
           READ MAESTRO RECORD.
           IF FS-MAE NOT = ZERO
              IF FS-MAE = 23
                 MOVE '04' TO WS-MOTIVO
              ELSE
                 DISPLAY "Err leer maestro " FS-MAE
                 STOP RUN
              END-IF
           END-IF.

       GRABAR-COBRANZA.
           MOVE TAB-CUP-CUIT (WS-CUP-IDX) TO COB-CUIT-CONS.
           MOVE WS-CB-PERIODO TO COB-PERIODO.
           MOVE REC-FECHA-COBRO TO COB-FECHA.
           MOVE MAE-NRO-CTA TO COB-NRO-CTA.
           MOVE REC-IMPORTE TO COB-IMPORTE.
           MOVE 'C' TO COB-ESTADO.
           MOVE SPACES TO COB-MOTIVO.
           WRITE REG-COB.
           IF FS-COB NOT = ZERO
              DISPLAY "Error al escribir cobranzas: " FS-COB
              STOP RUN.
           ADD 1 TO cantAceptados.
           ADD REC-IMPORTE TO WS-TOT-ACEPTADO.

       GRABAR-REFERENCIA.
           MOVE REC-CODIGO TO RED-CODIGO.
           MOVE REC-FECHA-COBRO TO RED-FECHA-COBRO.
           MOVE REC-NRO-TRANSAC TO RED-NRO-TRANSAC.
           MOVE REC-IMPORTE TO RED-IMPORTE.
           MOVE FECHA TO RED-FECHA-PROC.
           WRITE RED.
           IF FS-RED NOT = ZERO
              DISPLAY "Error al escribir cobrored: " FS-RED
              STOP RUN.

       IMPRIMIR-ACEPTADO.
           MOVE 'COBRADO:  ' TO PD1-LEYENDA.
           MOVE SPACES TO PD1-MOTIVO.
           PERFORM IMPRIMIR-DETALLE.

       IMPRIMIR-RECHAZO.
           ADD 1 TO cantRechazados.
           ADD REC-IMPORTE TO WS-TOT-RECHAZADO.
           MOVE 'RECHAZO:  ' TO PD1-LEYENDA.
           IF WS-MOTIVO = '01'
              MOVE 'REFERENCIA INVALIDA' TO PD1-MOTIVO
              ADD 1 TO cantDesconocidos
           ELSE
              IF WS-MOTIVO = '02'
                 MOVE 'DIGITO VERIFICADOR ERRONEO' TO PD1-MOTIVO
                 ADD 1 TO cantDesconocidos
              ELSE
                 IF WS-MOTIVO = '03'
                    MOVE 'COBRO DUPLICADO' TO PD1-MOTIVO
                    ADD 1 TO cantDuplicados
                 ELSE
                    IF WS-MOTIVO = '04'
                       MOVE 'REFERENCIA DESCONOCIDA' TO PD1-MOTIVO
                       ADD 1 TO cantDesconocidos
                    ELSE
                       MOVE 'IMPORTE NO COINCIDE CON CUPON'
                         TO PD1-MOTIVO
                       ADD 1 TO cantDifImporte
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM IMPRIMIR-DETALLE.

       IMPRIMIR-DETALLE.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE REC-CODIGO TO PD1-CODIGO.
           MOVE REC-FECHA-COBRO TO PD1-FECHA.
           MOVE REC-IMPORTE TO PD1-IMPORTE.
           WRITE LINEA FROM PD1-DET.
           PERFORM CHECK-WRITE-LISRED.
           ADD 1 TO cantLineas.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISRED.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRED.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISRED.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRED.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       IMPRIMIR-TOTALES.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISRED.
           MOVE cantLeidos TO PF1-TOTAL.
           WRITE LINEA FROM PF-FINAL-1.
           PERFORM CHECK-WRITE-LISRED.
           MOVE cantAceptados TO PF2-TOTAL.
           WRITE LINEA FROM PF-FINAL-2.
           PERFORM CHECK-WRITE-LISRED.
           MOVE WS-TOT-ACEPTADO TO PF3-TOTAL.
           WRITE LINEA FROM PF-FINAL-3.
           PERFORM CHECK-WRITE-LISRED.
           MOVE cantRechazados TO PF4-TOTAL.
           WRITE LINEA FROM PF-FINAL-4.
           PERFORM CHECK-WRITE-LISRED.
           MOVE cantDuplicados TO PF5-TOTAL.
           WRITE LINEA FROM PF-FINAL-5.
           PERFORM CHECK-WRITE-LISRED.
           MOVE cantDesconocidos TO PF6-TOTAL.
           WRITE LINEA FROM PF-FINAL-6.
           PERFORM CHECK-WRITE-LISRED.
           MOVE cantDifImporte TO PF7-TOTAL.
           WRITE LINEA FROM PF-FINAL-7.
           PERFORM CHECK-WRITE-LISRED.
           MOVE WS-TOT-RECHAZADO TO PF8-TOTAL.
           WRITE LINEA FROM PF-FINAL-8.
           PERFORM CHECK-WRITE-LISRED.

       CHECK-WRITE-LISRED.
           IF FS-LISRED NOT = ZERO AND 10
              DISPLAY "Error al escribir lisRecaud: " FS-LISRED
              STOP RUN.
