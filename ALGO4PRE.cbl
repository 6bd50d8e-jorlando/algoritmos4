       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4PRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MAE-CUIT-CONS
                                FILE STATUS IS FS-MAE.
           SELECT PRESUP ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PRE.
           SELECT PRESTMP ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PRETMP.
           SELECT PRESINTF ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PIN.
           SELECT EXPENSAS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-EXP.
           SELECT LISCAR ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISCAR.
           SELECT LISPRE ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISPRE.
           SELECT PRE-SORT ASSIGN TO DISK
                                FILE STATUS IS FS-SORT.

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

       FD PRESUP LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "presupuesto.dat".

       01 REG-PRE.
           03 PRE-CUIT-CONS                   PIC 9(15).
           03 PRE-RUBRO                       PIC 9(04).
           03 PRE-PERIODO                     PIC 9(06).
           03 PRE-MONTO                       PIC 9(7)V99.

       FD PRESTMP LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "presupuesto.tmp".
       01 REG-PRETMP                          PIC X(34).

       FD PRESINTF LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   WS-ARCH-NOMBRE.

       01 REG-PIN.
           03 PIN-CUIT-CONS                   PIC 9(15).
           03 PIN-RUBRO                       PIC 9(04).
           03 PIN-PERIODO.
              05 PIN-PER-ANIO                 PIC 9(04).
              05 PIN-PER-MES                  PIC 9(02).
           03 PIN-MONTO                       PIC 9(7)V99.

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

       FD LISCAR LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisCargaP".
       01 LINEA-CAR                           PIC X(100).

       FD LISPRE LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisPresup".
       01 LINEA                               PIC X(100).

       SD PRE-SORT DATA RECORD IS REG-SORT.

       01 REG-SORT.
           03 SD-CLAVE.
              05 SD-CUIT-CONS                PIC 9(15).
              05 SD-RUBRO                    PIC 9(04).
           03 SD-PRES-MES                 PIC 9(9)V99.
           03 SD-REAL-MES                 PIC 9(9)V99.
           03 SD-PRES-ACU                 PIC 9(9)V99.
           03 SD-REAL-ACU                 PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77 FS-MAE                PIC XX.
       77 FS-PRE                PIC XX.
       77 FS-PRETMP             PIC XX.
       77 FS-PIN                PIC XX.
       77 FS-EXP                PIC XX.
       77 FS-LISCAR             PIC XX.
       77 FS-LISPRE             PIC XX.
       77 FS-SORT               PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-PARM-KEY           PIC X(05).
       77 WS-PARM-VALOR         PIC X(75).
       77 WS-PARM-TOKEN         PIC X(80).
       77 WS-PARM-TOKEN-1       PIC X(80).
       77 WS-PARM-TOKEN-2       PIC X(80).
       77 WS-PARM-TOKEN-3       PIC X(80).
       77 WS-MODO               PIC X(03) VALUE SPACES.
       77 WS-ANIO-CARGA         PIC 9(04) VALUE 0.
       77 WS-ARCH-NOMBRE        PIC X(30) VALUE SPACES.
       77 WS-EXP-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-NOMBRE-ORIG        PIC X(30).
       77 WS-NOMBRE-TMP         PIC X(30).
       77 WS-PCT-ENT            PIC X(05) VALUE SPACES.
       77 WS-PCT-TOPE           PIC 9(02)V99 VALUE 10.00.
       77 WS-HAY-PRESUP         PIC X VALUE 'S'.
       77 WS-HAY-MAESTRO        PIC X VALUE 'S'.
       77 WS-MES-IDX            PIC 9(02).
       77 WS-MOTIVO             PIC X(02).
       77 WS-DESC-MOTIVO        PIC X(30).
       77 WS-CUIT-ACTUAL        PIC 9(15).
       77 WS-RUBRO-ACTUAL       PIC 9(04).
       77 WS-PRES-MES           PIC 9(9)V99 VALUE 0.
       77 WS-REAL-MES           PIC 9(9)V99 VALUE 0.
       77 WS-PRES-ACU           PIC 9(9)V99 VALUE 0.
       77 WS-REAL-ACU           PIC 9(9)V99 VALUE 0.
       77 WS-CONS-PRES-MES      PIC 9(11)V99 VALUE 0.
       77 WS-CONS-REAL-MES      PIC 9(11)V99 VALUE 0.
       77 WS-CONS-PRES-ACU      PIC 9(11)V99 VALUE 0.
       77 WS-CONS-REAL-ACU      PIC 9(11)V99 VALUE 0.
       77 WS-TG-PRES-ACU        PIC 9(11)V99 VALUE 0.
       77 WS-TG-REAL-ACU        PIC 9(11)V99 VALUE 0.
       77 WS-LIMITE             PIC 9(11)V99 VALUE 0.
       77 WS-DESVIO             PIC S9(05)V99 VALUE 0.
       77 WS-EXC-MES            PIC X VALUE 'N'.
       77 WS-EXC-ACU            PIC X VALUE 'N'.
       77 cantAceptados         PIC 9(05) VALUE 0.
       77 cantRechazados        PIC 9(05) VALUE 0.
       77 cantReemplazados      PIC 9(05) VALUE 0.
       77 cantConservados       PIC 9(05) VALUE 0.
       77 cantMesesSinExp       PIC 9(02) VALUE 0.
       77 cantConsorcios        PIC 9(05) VALUE 0.
       77 cantRubrosExc         PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 99 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

       01 WS-PERIODO.
          03 WS-PER-ANIO PIC 9(04) VALUE 0.
          03 WS-PER-MES  PIC 9(02) VALUE 0.
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

       01 WS-PERIODO-EXP.
          03 WS-PEX-ANIO PIC 9(04).
          03 WS-PEX-MES  PIC 9(02).

       01 WS-PCT-NUM                      PIC X(04).
       01 WS-PCT-NUM-N REDEFINES WS-PCT-NUM PIC 9(02)V99.

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
          03 FILLER   PIC X(14) VALUE ALL ' '.
          03 FILLER   PIC X(36)
                      VALUE 'PRESUPUESTO VS. REAL POR RUBRO'.
          03 FILLER   PIC X(09) VALUE 'PERIODO: '.
          03 PE3-PERIODO PIC 9(06).
          03 FILLER   PIC X(13) VALUE '  TOLERANCIA '.
          03 PE3-PCT  PIC Z9.99.
          03 FILLER   PIC X(02) VALUE ' %'.

       01 PE4-ENCABE.
          03 FILLER   PIC X(06) VALUE 'RUBRO'.
          03 FILLER   PIC X(11) VALUE ' PRES. MES'.
          03 FILLER   PIC X(11) VALUE '  REAL MES'.
          03 FILLER   PIC X(09) VALUE '  DESV.%'.
          03 FILLER   PIC X(13) VALUE '  PRES. ACUM'.
          03 FILLER   PIC X(13) VALUE '   REAL ACUM'.
          03 FILLER   PIC X(09) VALUE '  DESV.%'.
          03 FILLER   PIC X(12) VALUE '  OBSERV.'.

       01 PC1-CONS.
          03 FILLER          PIC X(11) VALUE 'CONSORCIO: '.
          03 PC1-CUIT        PIC 9(15).
          03 FILLER          PIC X(02) VALUE '  '.
          03 PC1-NOMBRE      PIC X(30).

       01 PD1-DET.
          03 PD1-RUBRO       PIC 9(04).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-PRES-MES    PIC ZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-REAL-MES    PIC ZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-DESV-MES    PIC ZZZZ9.99-.
          03 PD1-DESV-MES-X REDEFINES PD1-DESV-MES PIC X(09).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-PRES-ACU    PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-REAL-ACU    PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-DESV-ACU    PIC ZZZZ9.99-.
          03 PD1-DESV-ACU-X REDEFINES PD1-DESV-ACU PIC X(09).
          03 FILLER          PIC X(02) VALUE '  '.
          03 PD1-OBSERV      PIC X(12).

       01 PC2-TOT.
          03 FILLER          PIC X(05) VALUE 'TOT. '.
          03 PC2-PRES-MES    PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PC2-REAL-MES    PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(09) VALUE ALL ' '.
          03 PC2-PRES-ACU    PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PC2-REAL-ACU    PIC ZZZZZZZZZ9.99.

       01 PG-FINAL-1.
          03 F PIC X(36)
                VALUE 'Total de consorcios informados:     '.
          03 PG1-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-2.
          03 F PIC X(36)
                VALUE 'Total de rubros excedidos:          '.
          03 PG2-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-3.
          03 F PIC X(36)
                VALUE 'Presupuesto acumulado total:        '.
          03 PG3-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PG-FINAL-4.
          03 F PIC X(36)
                VALUE 'Real acumulado total:               '.
          03 PG4-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PG-FINAL-5.
          03 F PIC X(36)
                VALUE 'Meses sin archivo de expensas:      '.
          03 PG5-TOTAL PIC 99 VALUE ZERO.

       01 PK1-ENCABE.
          03 FILLER   PIC X(14) VALUE ALL ' '.
          03 FILLER   PIC X(31)
                      VALUE 'CARGA DE PRESUPUESTO ANUAL    '.
          03 FILLER   PIC X(06) VALUE 'ANIO: '.
          03 PK1-ANIO PIC 9(04).

       01 PK2-RECH.
          03 FILLER          PIC X(09) VALUE 'RECHAZO: '.
          03 PK2-CUIT        PIC 9(15).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PK2-RUBRO       PIC 9(04).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PK2-PERIODO     PIC 9(06).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PK2-MONTO       PIC ZZZZZZ9.99.
          03 FILLER          PIC X(02) VALUE '  '.
          03 PK2-MOTIVO      PIC X(02).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PK2-DESC        PIC X(30).

       01 PK-FINAL-1.
          03 F PIC X(36)
                VALUE 'Registros de presupuesto aceptados: '.
          03 PK1-TOTAL PIC 9(05) VALUE ZERO.

       01 PK-FINAL-2.
          03 F PIC X(36)
                VALUE 'Registros rechazados:               '.
          03 PK2-TOTAL PIC 9(05) VALUE ZERO.

       01 PK-FINAL-3.
          03 F PIC X(36)
                VALUE 'Registros reemplazados del anio:    '.
          03 PK3-TOTAL PIC 9(05) VALUE ZERO.

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
           IF WS-MODO = 'CAR'
              PERFORM CARGAR-PRESUPUESTO
           ELSE
              SORT PRE-SORT
                   ON ASCENDING KEY SD-CLAVE
                   INPUT PROCEDURE ARMAR-COMPARACION
                   OUTPUT PROCEDURE LISTAR-COMPARACION
           END-IF.
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
           UNSTRING WS-PARM DELIMITED BY ALL ' '
                    INTO WS-PARM-TOKEN-1
                         WS-PARM-TOKEN-2
                         WS-PARM-TOKEN-3
           END-UNSTRING.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM PROCESAR-PARM-TOKEN.
           IF (WS-MODO NOT = 'CAR' AND WS-MODO NOT = 'REP')
              OR (WS-MODO = 'CAR' AND (WS-ANIO-CARGA = ZERO
                                       OR WS-ARCH-NOMBRE = SPACES))
              OR (WS-MODO = 'REP' AND (WS-PERIODO-N = ZERO
                                       OR WS-PER-MES < 1
                                       OR WS-PER-MES > 12))
              DISPLAY "Uso: ALGO4PRE MODO=CAR ANIO=AAAA "
                      "ARCH=presintf.dat"
              DISPLAY "     ALGO4PRE MODO=REP PER=AAAAMM "
                      "[PCT=99.99]"
              STOP RUN
           END-IF.
           MOVE WS-PERIODO-N TO PE3-PERIODO.
           MOVE WS-PCT-TOPE TO PE3-PCT.
           MOVE WS-ANIO-CARGA TO PK1-ANIO.

       PROCESAR-PARM-TOKEN.
           MOVE WS-PARM-TOKEN(1:5) TO WS-PARM-KEY.
           MOVE WS-PARM-TOKEN(6:75) TO WS-PARM-VALOR.
           IF WS-PARM-TOKEN(1:4) = 'PER='
              AND WS-PARM-TOKEN(5:6) IS NUMERIC
              MOVE WS-PARM-TOKEN(5:6) TO WS-PERIODO-N
           END-IF.
           IF WS-PARM-TOKEN(1:4) = 'PCT='
              MOVE WS-PARM-TOKEN(5:5) TO WS-PCT-ENT
              PERFORM CONVERTIR-PORCENTAJE
           END-IF.
           IF WS-PARM-KEY = 'MODO='
              MOVE WS-PARM-VALOR(1:3) TO WS-MODO
           END-IF.
           IF WS-PARM-KEY = 'ANIO='
              AND WS-PARM-VALOR(1:4) IS NUMERIC
              MOVE WS-PARM-VALOR(1:4) TO WS-ANIO-CARGA
           END-IF.
           IF WS-PARM-KEY = 'ARCH='
              MOVE WS-PARM-VALOR(1:30) TO WS-ARCH-NOMBRE
           END-IF.

       CONVERTIR-PORCENTAJE.
           IF WS-PCT-ENT(1:2) IS NUMERIC
              AND WS-PCT-ENT(3:1) = '.'
              AND WS-PCT-ENT(4:2) IS NUMERIC
              MOVE WS-PCT-ENT(1:2) TO WS-PCT-NUM(1:2)
              MOVE WS-PCT-ENT(4:2) TO WS-PCT-NUM(3:2)
              MOVE WS-PCT-NUM-N TO WS-PCT-TOPE
           ELSE
              DISPLAY "Porcentaje invalido: formato 99.99"
              STOP RUN
           END-IF.

       CARGAR-PRESUPUESTO.
           PERFORM ABRIR-ARCHIVOS-CARGA.
           IF WS-HAY-PRESUP = 'S'
              PERFORM LEO-PRESUPUESTO
              PERFORM CONSERVAR-PRESUPUESTO UNTIL FS-PRE = 10
              CLOSE PRESUP
           END-IF.
           PERFORM LEO-PRESINTF.
           PERFORM VALIDAR-PRESINTF UNTIL FS-PIN = 10.
           PERFORM IMPRIMIR-TOTAL-CARGA.
           CLOSE PRESINTF.
           CLOSE PRESTMP.
           CLOSE MAESTRO.
           CLOSE LISCAR.
           MOVE 'presupuesto.dat' TO WS-NOMBRE-ORIG.
           MOVE 'presupuesto.tmp' TO WS-NOMBRE-TMP.
           PERFORM REEMPLAZAR-ARCHIVO.
           DISPLAY "Presupuesto " WS-ANIO-CARGA " cargado: "
                   cantAceptados " registros, " cantRechazados
                   " rechazados.".

       ABRIR-ARCHIVOS-CARGA.
           OPEN INPUT PRESINTF.
           IF FS-PIN NOT = ZERO
              DISPLAY "Err abrir " WS-ARCH-NOMBRE ": " FS-PIN
              STOP RUN.
           OPEN INPUT MAESTRO.
           IF FS-MAE NOT = ZERO
              DISPLAY "Err abrir maestro: " FS-MAE
              STOP RUN.
           MOVE 'S' TO WS-HAY-PRESUP.
           OPEN INPUT PRESUP.
           IF FS-PRE = 35
              MOVE 'N' TO WS-HAY-PRESUP
           ELSE
              IF FS-PRE NOT = ZERO
                 DISPLAY "Err abrir presupuesto: " FS-PRE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT PRESTMP.
           IF FS-PRETMP NOT = ZERO
              DISPLAY "Err abrir presupuesto.tmp: " FS-PRETMP
              STOP RUN.
           OPEN OUTPUT LISCAR.
           IF FS-LISCAR NOT = ZERO
              DISPLAY "Err abrir lisCargaP: " FS-LISCAR
              STOP RUN.
           PERFORM IMPRIMIR-ENCABEZADO-CARGA.

       LEO-PRESUPUESTO.
           READ PRESUP.
           IF FS-PRE NOT = ZERO AND 10
              DISPLAY "Err leer presupuesto: " FS-PRE
              STOP RUN.

       CONSERVAR-PRESUPUESTO.
           IF PRE-PERIODO (1:4) = WS-ANIO-CARGA
              ADD 1 TO cantReemplazados
           ELSE
              ADD 1 TO cantConservados
              MOVE REG-PRE TO REG-PRETMP
              PERFORM GRABAR-PRESTMP
           END-IF.
           PERFORM LEO-PRESUPUESTO.

       LEO-PRESINTF.
           READ PRESINTF.
           IF FS-PIN NOT = ZERO AND 10
              DISPLAY "Err leer " WS-ARCH-NOMBRE ": " FS-PIN
              STOP RUN.

       VALIDAR-PRESINTF.
           MOVE SPACES TO WS-MOTIVO.
           IF PIN-CUIT-CONS IS NOT NUMERIC
              MOVE '01' TO WS-MOTIVO
              MOVE 'CUIT INVALIDO' TO WS-DESC-MOTIVO
           ELSE
              MOVE PIN-CUIT-CONS TO MAE-CUIT-CONS
              READ MAESTRO RECORD
              IF FS-MAE = 23
                 MOVE '01' TO WS-MOTIVO
                 MOVE 'CONSORCIO INEXISTENTE' TO WS-DESC-MOTIVO
              ELSE
                 IF FS-MAE NOT = ZERO
                    DISPLAY "Err leer maestro: " FS-MAE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              AND (PIN-PERIODO IS NOT NUMERIC
                   OR PIN-PER-ANIO NOT = WS-ANIO-CARGA)
              MOVE '02' TO WS-MOTIVO
              MOVE 'PERIODO FUERA DEL ANIO' TO WS-DESC-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              AND (PIN-PER-MES < 1 OR PIN-PER-MES > 12)
              MOVE '03' TO WS-MOTIVO
              MOVE 'MES INVALIDO' TO WS-DESC-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              AND (PIN-RUBRO IS NOT NUMERIC OR PIN-RUBRO = ZERO)
              MOVE '04' TO WS-MOTIVO
              MOVE 'RUBRO INVALIDO' TO WS-DESC-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              AND PIN-MONTO IS NOT NUMERIC
              MOVE '05' TO WS-MOTIVO
              MOVE 'IMPORTE INVALIDO' TO WS-DESC-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              ADD 1 TO cantAceptados
              MOVE REG-PIN TO REG-PRETMP
              PERFORM GRABAR-PRESTMP
           ELSE
              ADD 1 TO cantRechazados
              PERFORM IMPRIMIR-RECHAZO-CARGA
           END-IF.
           PERFORM LEO-PRESINTF.

       GRABAR-PRESTMP.
           WRITE REG-PRETMP.
           IF FS-PRETMP NOT = ZERO
              DISPLAY "Err escribir presupuesto.tmp: " FS-PRETMP
              STOP RUN.

       IMPRIMIR-RECHAZO-CARGA.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO-CARGA.
           MOVE REG-PIN (1:15) TO PK2-CUIT.
           MOVE REG-PIN (16:4) TO PK2-RUBRO.
           MOVE REG-PIN (20:6) TO PK2-PERIODO.
           IF PIN-MONTO IS NUMERIC
              MOVE PIN-MONTO TO PK2-MONTO
           ELSE
              MOVE ZERO TO PK2-MONTO
           END-IF.
           MOVE WS-MOTIVO TO PK2-MOTIVO.
           MOVE WS-DESC-MOTIVO TO PK2-DESC.
           WRITE LINEA-CAR FROM PK2-RECH.
           PERFORM CHECK-WRITE-LISCAR.
           ADD 1 TO cantLineas.

       IMPRIMIR-ENCABEZADO-CARGA.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA-CAR FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISCAR.
           WRITE LINEA-CAR FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISCAR.
           WRITE LINEA-CAR FROM PK1-ENCABE.
           PERFORM CHECK-WRITE-LISCAR.
           WRITE LINEA-CAR FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISCAR.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       IMPRIMIR-TOTAL-CARGA.
           IF cantLineas >= 56
              PERFORM IMPRIMIR-ENCABEZADO-CARGA.
           WRITE LINEA-CAR FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISCAR.
           MOVE cantAceptados TO PK1-TOTAL.
           WRITE LINEA-CAR FROM PK-FINAL-1.
           PERFORM CHECK-WRITE-LISCAR.
           MOVE cantRechazados TO PK2-TOTAL.
           WRITE LINEA-CAR FROM PK-FINAL-2.
           PERFORM CHECK-WRITE-LISCAR.
           MOVE cantReemplazados TO PK3-TOTAL.
           WRITE LINEA-CAR FROM PK-FINAL-3.
           PERFORM CHECK-WRITE-LISCAR.

       REEMPLAZAR-ARCHIVO.
           IF WS-HAY-PRESUP = 'S'
              CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ORIG
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "No se pudo reemplazar " WS-NOMBRE-ORIG
                 STOP RUN
              END-IF
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-TMP
                                        WS-NOMBRE-ORIG.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No se pudo renombrar " WS-NOMBRE-TMP
              STOP RUN.

       CHECK-WRITE-LISCAR.
           IF FS-LISCAR NOT = ZERO AND 10
              DISPLAY "Error al escribir lisCargaP: " FS-LISCAR
              STOP RUN.

       ARMAR-COMPARACION SECTION.
           OPEN INPUT PRESUP.
           IF FS-PRE = 35
              DISPLAY "No existe presupuesto.dat: cargarlo con "
                      "MODO=CAR."
              STOP RUN.
           IF FS-PRE NOT = ZERO
              DISPLAY "Err abrir presupuesto: " FS-PRE
              STOP RUN.
           PERFORM LEO-PRESUP-REP.
           PERFORM LIBERAR-PRESUPUESTO UNTIL FS-PRE = 10.
           CLOSE PRESUP.
           PERFORM LIBERAR-MES-REAL VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-PER-MES.

       ARM-GRAL SECTION.
       LEO-PRESUP-REP.
           READ PRESUP.
           IF FS-PRE NOT = ZERO AND 10
              DISPLAY "Err leer presupuesto: " FS-PRE
              STOP RUN.

       LIBERAR-PRESUPUESTO.
           IF PRE-PERIODO (1:4) = WS-PER-ANIO
              AND PRE-PERIODO NOT > WS-PERIODO-N
              MOVE PRE-CUIT-CONS TO SD-CUIT-CONS
              MOVE PRE-RUBRO TO SD-RUBRO
              MOVE PRE-MONTO TO SD-PRES-ACU
              MOVE 0 TO SD-REAL-MES
              MOVE 0 TO SD-REAL-ACU
              IF PRE-PERIODO = WS-PERIODO-N
                 MOVE PRE-MONTO TO SD-PRES-MES
              ELSE
                 MOVE 0 TO SD-PRES-MES
              END-IF
              RELEASE REG-SORT
           END-IF.
           PERFORM LEO-PRESUP-REP.

       LIBERAR-MES-REAL.
           MOVE WS-PER-ANIO TO WS-PEX-ANIO.
           MOVE WS-MES-IDX TO WS-PEX-MES.
           MOVE SPACES TO WS-EXP-NOMBRE.
           STRING "exp"          DELIMITED BY SIZE
                  WS-PERIODO-EXP DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
                  INTO WS-EXP-NOMBRE
           END-STRING.
           OPEN INPUT EXPENSAS.
           IF FS-EXP = 35
              ADD 1 TO cantMesesSinExp
              DISPLAY "Advertencia: no existe " WS-EXP-NOMBRE
                      ": el mes no suma al real acumulado."
           ELSE
              IF FS-EXP NOT = ZERO
                 DISPLAY "Err abrir " WS-EXP-NOMBRE ": " FS-EXP
                 STOP RUN
              END-IF
              PERFORM LEO-EXPENSAS
              PERFORM LIBERAR-REAL UNTIL FS-EXP = 10
              CLOSE EXPENSAS
           END-IF.

       LEO-EXPENSAS.
           READ EXPENSAS.
           IF FS-EXP NOT = ZERO AND 10
              DISPLAY "Err leer " WS-EXP-NOMBRE ": " FS-EXP
              STOP RUN.

       LIBERAR-REAL.
           IF EXP-TIPO = 'D'
              MOVE EXP-CUIT-CONS TO SD-CUIT-CONS
              MOVE EXP-RUBRO TO SD-RUBRO
              MOVE 0 TO SD-PRES-MES
              MOVE 0 TO SD-PRES-ACU
              MOVE EXP-IMPORTE TO SD-REAL-ACU
              IF WS-PERIODO-EXP = WS-PERIODO
                 MOVE EXP-IMPORTE TO SD-REAL-MES
              ELSE
                 MOVE 0 TO SD-REAL-MES
              END-IF
              RELEASE REG-SORT
           END-IF.
           PERFORM LEO-EXPENSAS.

       LISTAR-COMPARACION SECTION.
           OPEN OUTPUT LISPRE.
           IF FS-LISPRE NOT = ZERO
              DISPLAY "Err abrir lisPresup: " FS-LISPRE
              STOP RUN.
           MOVE 'S' TO WS-HAY-MAESTRO.
           OPEN INPUT MAESTRO.
           IF FS-MAE = 35
              MOVE 'N' TO WS-HAY-MAESTRO
           ELSE
              IF FS-MAE NOT = ZERO
                 DISPLAY "Err abrir maestro: " FS-MAE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LEER-DATOS.
           PERFORM CICLO-CONSORCIO UNTIL FS-SORT = 10.
           IF cantLineas >= 54
              PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           IF WS-HAY-MAESTRO = 'S'
              CLOSE MAESTRO.
           CLOSE LISPRE.
           STOP RUN.

       LIS-GRAL SECTION.
       LEER-DATOS.
           RETURN PRE-SORT RECORD
                  AT END MOVE 10 TO FS-SORT.

       CICLO-CONSORCIO.
           MOVE SD-CUIT-CONS TO WS-CUIT-ACTUAL.
           MOVE 0 TO WS-CONS-PRES-MES.
           MOVE 0 TO WS-CONS-REAL-MES.
           MOVE 0 TO WS-CONS-PRES-ACU.
           MOVE 0 TO WS-CONS-REAL-ACU.
           ADD 1 TO cantConsorcios.
           PERFORM IMPRIMIR-CONSORCIO.
           PERFORM CICLO-RUBRO UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL.
           PERFORM IMPRIMIR-TOTAL-CONSORCIO.

       CICLO-RUBRO.
           MOVE SD-RUBRO TO WS-RUBRO-ACTUAL.
           MOVE 0 TO WS-PRES-MES.
           MOVE 0 TO WS-REAL-MES.
           MOVE 0 TO WS-PRES-ACU.
           MOVE 0 TO WS-REAL-ACU.
           PERFORM ACUMULAR-RUBRO UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR SD-RUBRO NOT = WS-RUBRO-ACTUAL.
           PERFORM IMPRIMIR-DET-RUBRO.

       ACUMULAR-RUBRO.
           ADD SD-PRES-MES TO WS-PRES-MES.
           ADD SD-REAL-MES TO WS-REAL-MES.
           ADD SD-PRES-ACU TO WS-PRES-ACU.
           ADD SD-REAL-ACU TO WS-REAL-ACU.
           PERFORM LEER-DATOS.

       IMPRIMIR-CONSORCIO.
           IF cantLineas >= 57
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-CUIT-ACTUAL TO PC1-CUIT.
           MOVE SPACES TO PC1-NOMBRE.
           IF WS-HAY-MAESTRO = 'S'
              MOVE WS-CUIT-ACTUAL TO MAE-CUIT-CONS
              READ MAESTRO RECORD
              IF FS-MAE = ZERO
                 MOVE MAE-NOMBRE-CONSORCIO TO PC1-NOMBRE
              ELSE
                 IF FS-MAE = 23
                    MOVE '*** NO ESTA EN EL MAESTRO ***'
                      TO PC1-NOMBRE
                 ELSE
                    DISPLAY "Err leer maestro: " FS-MAE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.
           WRITE LINEA FROM PC1-CONS.
           PERFORM CHECK-WRITE-LISPRE.
           WRITE LINEA FROM PE4-ENCABE.
           PERFORM CHECK-WRITE-LISPRE.
           ADD 2 TO cantLineas.

       IMPRIMIR-DET-RUBRO.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 'N' TO WS-EXC-MES.
           MOVE 'N' TO WS-EXC-ACU.
           MOVE WS-RUBRO-ACTUAL TO PD1-RUBRO.
           MOVE WS-PRES-MES TO PD1-PRES-MES.
           MOVE WS-REAL-MES TO PD1-REAL-MES.
           MOVE WS-PRES-ACU TO PD1-PRES-ACU.
           MOVE WS-REAL-ACU TO PD1-REAL-ACU.
           MOVE SPACES TO PD1-OBSERV.
           IF WS-PRES-MES = ZERO
              MOVE '      ---' TO PD1-DESV-MES-X
           ELSE
              COMPUTE WS-DESVIO ROUNDED =
                      (WS-REAL-MES - WS-PRES-MES) * 100 / WS-PRES-MES
                 ON SIZE ERROR MOVE 99999.99 TO WS-DESVIO
              END-COMPUTE
              MOVE WS-DESVIO TO PD1-DESV-MES
              COMPUTE WS-LIMITE =
                      WS-PRES-MES * (100 + WS-PCT-TOPE) / 100
              IF WS-REAL-MES > WS-LIMITE
                 MOVE 'S' TO WS-EXC-MES
              END-IF
           END-IF.
           IF WS-PRES-ACU = ZERO
              MOVE '      ---' TO PD1-DESV-ACU-X
              IF WS-REAL-ACU > ZERO
                 MOVE 'SIN PRESUP.' TO PD1-OBSERV
                 ADD 1 TO cantRubrosExc
              END-IF
           ELSE
              COMPUTE WS-DESVIO ROUNDED =
                      (WS-REAL-ACU - WS-PRES-ACU) * 100 / WS-PRES-ACU
                 ON SIZE ERROR MOVE 99999.99 TO WS-DESVIO
              END-COMPUTE
              MOVE WS-DESVIO TO PD1-DESV-ACU
              COMPUTE WS-LIMITE =
                      WS-PRES-ACU * (100 + WS-PCT-TOPE) / 100
              IF WS-REAL-ACU > WS-LIMITE
                 MOVE 'S' TO WS-EXC-ACU
              END-IF
              PERFORM MARCAR-EXCESO
           END-IF.
           WRITE LINEA FROM PD1-DET.
           PERFORM CHECK-WRITE-LISPRE.
           ADD 1 TO cantLineas.
           ADD WS-PRES-MES TO WS-CONS-PRES-MES.
           ADD WS-REAL-MES TO WS-CONS-REAL-MES.
           ADD WS-PRES-ACU TO WS-CONS-PRES-ACU.
           ADD WS-REAL-ACU TO WS-CONS-REAL-ACU.
           ADD WS-PRES-ACU TO WS-TG-PRES-ACU.
           ADD WS-REAL-ACU TO WS-TG-REAL-ACU.

       MARCAR-EXCESO.
           IF WS-EXC-MES = 'S' AND WS-EXC-ACU = 'S'
              MOVE '** EXC M+A' TO PD1-OBSERV
           ELSE
              IF WS-EXC-MES = 'S'
                 MOVE '** EXC MES' TO PD1-OBSERV
              ELSE
                 IF WS-EXC-ACU = 'S'
                    MOVE '** EXC ACUM' TO PD1-OBSERV
                 END-IF
              END-IF
           END-IF.
           IF WS-EXC-MES = 'S' OR WS-EXC-ACU = 'S'
              ADD 1 TO cantRubrosExc.

       IMPRIMIR-TOTAL-CONSORCIO.
           IF cantLineas >= 59
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-CONS-PRES-MES TO PC2-PRES-MES.
           MOVE WS-CONS-REAL-MES TO PC2-REAL-MES.
           MOVE WS-CONS-PRES-ACU TO PC2-PRES-ACU.
           MOVE WS-CONS-REAL-ACU TO PC2-REAL-ACU.
           WRITE LINEA FROM PC2-TOT.
           PERFORM CHECK-WRITE-LISPRE.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISPRE.
           ADD 2 TO cantLineas.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISPRE.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISPRE.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISPRE.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISPRE.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE cantConsorcios TO PG1-TOTAL.
           WRITE LINEA FROM PG-FINAL-1.
           PERFORM CHECK-WRITE-LISPRE.
           MOVE cantRubrosExc TO PG2-TOTAL.
           WRITE LINEA FROM PG-FINAL-2.
           PERFORM CHECK-WRITE-LISPRE.
           MOVE WS-TG-PRES-ACU TO PG3-TOTAL.
           WRITE LINEA FROM PG-FINAL-3.
           PERFORM CHECK-WRITE-LISPRE.
           MOVE WS-TG-REAL-ACU TO PG4-TOTAL.
           WRITE LINEA FROM PG-FINAL-4.
           PERFORM CHECK-WRITE-LISPRE.
           MOVE cantMesesSinExp TO PG5-TOTAL.
           WRITE LINEA FROM PG-FINAL-5.
           PERFORM CHECK-WRITE-LISPRE.

       CHECK-WRITE-LISPRE.
           IF FS-LISPRE NOT = ZERO AND 10
              DISPLAY "Error al escribir lisPresup: " FS-LISPRE
              STOP RUN.
