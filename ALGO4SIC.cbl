       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4SIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETENC ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-RET.
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PRV-COD-PROV
                                FILE STATUS IS FS-PRV.
           SELECT FACTURAS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FACT-COD-PROV
                                     WITH DUPLICATES
                                FILE STATUS IS FS-FACT.
           SELECT PERFPROV ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-PRF.
           SELECT SICORE ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-SIC.
           SELECT IIBB ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-IIB.
           SELECT LISSIC ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISSIC.
           SELECT SIC-SORT ASSIGN TO DISK
                                FILE STATUS IS FS-SORT.

       DATA DIVISION.
       FILE SECTION.

       FD RETENC LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "retenciones.dat".

       01 REG-RET.
           03 RET-COD-PROV                    PIC 9(08).
           03 RET-NRO-FACT                    PIC 9(08).
           03 RET-FECHA                       PIC 9(08).
           03 RET-PERIODO                     PIC 9(06).
           03 RET-IMPUESTO                    PIC X(03).
           03 RET-JURISDIC                    PIC 9(02).
           03 RET-BASE                        PIC 9(7)V99.
           03 RET-IMPORTE                     PIC 9(7)V99.

       FD PROVEEDORES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS
                      "proveedores.dat".

       01 PRV.
           03 PRV-COD-PROV                PIC 9(08).
           03 PRV-RAZON-SOCIAL            PIC X(30).
           03 PRV-CUIT                    PIC 9(15).
           03 PRV-DIR                     PIC X(30).
           03 PRV-PLAZO-DIAS              PIC 9(03).
           03 PRV-CBU                     PIC 9(22).
           03 PRV-CUIT-TITULAR            PIC 9(15).
           03 PRV-BANCO                   PIC 9(03).

       FD FACTURAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "facturas.dat".

       01 FACT.
           03 FACT-COD-PROV                   PIC 9(08).
           03 FACT-NRO-FACT                   PIC 9(08).
           03 FACT-CUIT-CONS                  PIC 9(15).
           03 FACT-FECHA                      PIC 9(08).
           03 FACT-MONTO                      PIC 9(7)V99.

       FD PERFPROV LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "perfprov.dat".

       01 PRF.
           03 PRF-COD-PROV                    PIC 9(08).
           03 PRF-REGIMEN                     PIC X(01).
           03 PRF-EXENTO                      PIC X(01).
           03 PRF-JURISDIC                    PIC 9(02).
           03 PRF-ALIC-GAN                    PIC 9(02)V99.
           03 PRF-ALIC-IIBB                   PIC 9(02)V99.

       FD SICORE LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 WS-SIC-NOMBRE.

       01 REG-SIC.
           03 SIC-COD-COMPROB                 PIC 9(02).
           03 SIC-FECHA-COMPROB               PIC X(10).
           03 SIC-NRO-COMPROB                 PIC 9(16).
           03 SIC-IMP-COMPROB                 PIC X(16).
           03 SIC-COD-IMPUESTO                PIC 9(03).
           03 SIC-COD-REGIMEN                 PIC 9(03).
           03 SIC-COD-OPERACION               PIC 9(01).
           03 SIC-BASE                        PIC X(14).
           03 SIC-FECHA-RET                   PIC X(10).
           03 SIC-COD-CONDICION               PIC 9(02).
           03 SIC-SUJ-SUSPENDIDO              PIC 9(01).
           03 SIC-IMPORTE                     PIC X(14).
           03 SIC-PORC-EXCLUSION              PIC X(06).
           03 SIC-FECHA-BOLETIN               PIC X(10).
           03 SIC-TIPO-DOC                    PIC 9(02).
           03 SIC-NRO-DOC                     PIC X(20).
           03 SIC-NRO-CERT-ORIG               PIC 9(14).

       FD IIBB LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS
               WS-IIB-NOMBRE.

       01 REG-IIB.
           03 IIB-JURISDIC                    PIC 9(02).
           03 IIB-CUIT                        PIC X(13).
           03 IIB-FECHA-RET                   PIC X(10).
           03 IIB-TIPO-COMPROB                PIC X(01).
           03 IIB-NRO-COMPROB                 PIC 9(16).
           03 IIB-BASE                        PIC X(14).
           03 IIB-ALICUOTA                    PIC X(05).
           03 IIB-IMPORTE                     PIC X(14).
           03 IIB-RAZON-SOCIAL                PIC X(30).

       FD LISSIC LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "lisSicore".
       01 LINEA                               PIC X(100).

       SD SIC-SORT DATA RECORD IS REG-SORT.

       01 REG-SORT.
           03 SD-CLAVE.
              05 SD-IMPUESTO                 PIC X(03).
              05 SD-JURISDIC                 PIC 9(02).
              05 SD-COD-PROV                 PIC 9(08).
              05 SD-NRO-FACT                 PIC 9(08).
           03 SD-FECHA                    PIC 9(08).
           03 SD-BASE                     PIC 9(7)V99.
           03 SD-IMPORTE                  PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77 FS-RET                PIC XX.
       77 FS-PRV                PIC XX.
       77 FS-FACT               PIC XX.
       77 FS-PRF                PIC XX.
       77 FS-SIC                PIC XX.
       77 FS-IIB                PIC XX.
       77 FS-LISSIC             PIC XX.
       77 FS-SORT               PIC XX.
       77 WS-PARM               PIC X(80) VALUE SPACES.
       77 WS-MES                PIC 9(06) VALUE 0.
       77 WS-SIC-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-IIB-NOMBRE         PIC X(30) VALUE SPACES.
       77 WS-IIB-ABIERTO        PIC X VALUE 'N'.
       77 WS-HAY-FACTURAS       PIC X VALUE 'S'.
       77 WS-HAY-PERFILES       PIC X VALUE 'S'.
       77 WS-FACT-HALLADA       PIC X VALUE 'N'.
       77 WS-PRF-HALLADO        PIC X VALUE 'N'.
       77 WS-PRV-HALLADO        PIC X VALUE 'N'.
       77 WS-MOTIVO-EXC         PIC X(30).
       77 WS-IMP-ACTUAL         PIC X(03).
       77 WS-JUR-ACTUAL         PIC 9(02).
       77 WS-IMP-COMPROB        PIC 9(7)V99 VALUE 0.
       77 WS-ALICUOTA           PIC 9(02)V99 VALUE 0.
       77 WS-NOM-PROV           PIC X(30).
       77 CAN-PRF               PIC 9(04) VALUE 0.
       77 MAX-PRF               PIC 9(04) VALUE 2000.
       77 WS-PRF-IDX            PIC 9(04).
       77 WS-JUR-CANT           PIC 9(05) VALUE 0.
       77 WS-JUR-BASE           PIC 9(11)V99 VALUE 0.
       77 WS-JUR-IMP            PIC 9(11)V99 VALUE 0.
       77 WS-IMP-CANT           PIC 9(05) VALUE 0.
       77 WS-IMP-BASE           PIC 9(11)V99 VALUE 0.
       77 WS-IMP-IMP            PIC 9(11)V99 VALUE 0.
       77 WS-TOT-GRAL           PIC 9(11)V99 VALUE 0.
       77 WS-TOT-EXCLUIDO       PIC 9(11)V99 VALUE 0.
       77 cantRetenciones       PIC 9(05) VALUE 0.
       77 cantExportadas        PIC 9(05) VALUE 0.
       77 cantExcluidas         PIC 9(05) VALUE 0.
       77 cantLineas            PIC 99 VALUE 0.
       77 cantHojas             PIC 99 VALUE 1.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
          03 FECHA-MM    PIC 9(02).
          03 FECHA-DD    PIC 9(02).

       01 WS-FECHA-AUX.
          03 WS-FA-ANIO  PIC 9(04).
          03 WS-FA-MES   PIC 9(02).
          03 WS-FA-DIA   PIC 9(02).

       01 WS-FECHA-SIC.
          03 WS-FS-DIA   PIC 9(02).
          03 FILLER      PIC X VALUE '/'.
          03 WS-FS-MES   PIC 9(02).
          03 FILLER      PIC X VALUE '/'.
          03 WS-FS-ANIO  PIC 9(04).

       01 WS-IMPORTE-AUX                  PIC 9(13)V99.
       01 WS-IMPORTE-AUX-R REDEFINES WS-IMPORTE-AUX.
          03 WS-IA-ENTERO                 PIC 9(13).
          03 WS-IA-DECIMAL                PIC 9(02).

       01 WS-IMPORTE-13.
          03 WS-I13-ENTERO                PIC 9(13).
          03 FILLER                       PIC X VALUE ','.
          03 WS-I13-DECIMAL               PIC 9(02).

       01 WS-IMPORTE-11.
          03 WS-I11-ENTERO                PIC 9(11).
          03 FILLER                       PIC X VALUE ','.
          03 WS-I11-DECIMAL               PIC 9(02).

       01 WS-ALIC-AUX                     PIC 9(02)V99.
       01 WS-ALIC-AUX-R REDEFINES WS-ALIC-AUX.
          03 WS-AA-ENTERO                 PIC 9(02).
          03 WS-AA-DECIMAL                PIC 9(02).

       01 WS-ALIC-TXT.
          03 WS-AT-ENTERO                 PIC 9(02).
          03 FILLER                       PIC X VALUE ','.
          03 WS-AT-DECIMAL                PIC 9(02).

       01 WS-CUIT-AUX                     PIC 9(15).
       01 WS-CUIT-AUX-R REDEFINES WS-CUIT-AUX.
          03 FILLER                       PIC 9(04).
          03 WS-CA-TIPO                   PIC 9(02).
          03 WS-CA-NUMERO                 PIC 9(08).
          03 WS-CA-DIGITO                 PIC 9(01).

       01 WS-CUIT-TXT.
          03 WS-CT-TIPO                   PIC 9(02).
          03 FILLER                       PIC X VALUE '-'.
          03 WS-CT-NUMERO                 PIC 9(08).
          03 FILLER                       PIC X VALUE '-'.
          03 WS-CT-DIGITO                 PIC 9(01).

       01 TAB-PERFILES.
          03 TAB-PRF-ELM OCCURS 2000 TIMES.
             05 TAB-PRF-COD-PROV          PIC 9(08).
             05 TAB-PRF-REGIMEN           PIC X(01).

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
          03 FILLER   PIC X(42)
                      VALUE 'CONTROL DE EXPORTACION SICORE / IIBB MES '.
          03 PE3-MES  PIC 9(06).

       01 PI1-IMP.
          03 FILLER          PIC X(10) VALUE 'IMPUESTO: '.
          03 PI1-IMPUESTO    PIC X(03).
          03 FILLER          PIC X(11) VALUE '  ARCHIVO: '.
          03 PI1-ARCHIVO     PIC X(30).

       01 PD1-DET.
          03 FILLER          PIC X(04) VALUE '    '.
          03 PD1-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-CUIT        PIC X(13).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(06) VALUE '  JUR:'.
          03 PD1-JURISDIC    PIC 9(02).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-BASE        PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE ' '.
          03 PD1-IMPORTE     PIC ZZZZZZZZ9.99.

       01 PX1-EXC.
          03 FILLER          PIC X(14) VALUE '    EXCLUIDA: '.
          03 PX1-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PX1-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(01) VALUE ' '.
          03 PX1-IMPORTE     PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(02) VALUE '  '.
          03 PX1-MOTIVO      PIC X(30).

       01 PJ1-TOT.
          03 FILLER          PIC X(22)
                             VALUE '  TOTAL JURISDICCION: '.
          03 PJ1-JURISDIC    PIC 9(02).
          03 FILLER          PIC X(08) VALUE '  CANT: '.
          03 PJ1-CANT        PIC ZZZZ9.
          03 FILLER          PIC X(08) VALUE '  BASE: '.
          03 PJ1-BASE        PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(12) VALUE '  RETENIDO: '.
          03 PJ1-IMPORTE     PIC ZZZZZZZZ9.99.

       01 PI2-TOT.
          03 FILLER          PIC X(16)
                             VALUE 'TOTAL IMPUESTO: '.
          03 PI2-IMPUESTO    PIC X(03).
          03 FILLER          PIC X(08) VALUE '  BASE: '.
          03 PI2-BASE        PIC ZZZZZZZZ9.99.
          03 FILLER          PIC X(12) VALUE '  RETENIDO: '.
          03 PI2-IMPORTE     PIC ZZZZZZZZ9.99.

       01 PG-FINAL-1.
          03 F PIC X(36)
                VALUE 'Total de retenciones del mes:       '.
          03 PG1-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-2.
          03 F PIC X(36)
                VALUE 'Importe total retenido:             '.
          03 PG2-TOTAL PIC ZZZZZZZZZZ9.99.

       01 PG-FINAL-3.
          03 F PIC X(36)
                VALUE 'Retenciones exportadas:             '.
          03 PG3-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-4.
          03 F PIC X(36)
                VALUE 'Retenciones excluidas:              '.
          03 PG4-TOTAL PIC 9(05) VALUE ZERO.

       01 PG-FINAL-5.
          03 F PIC X(36)
                VALUE 'Importe excluido de la exportacion: '.
          03 PG5-TOTAL PIC ZZZZZZZZZZ9.99.

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
           SORT SIC-SORT
                ON ASCENDING KEY SD-CLAVE
                INPUT PROCEDURE ARMAR-RETENCIONES
                OUTPUT PROCEDURE EXPORTAR-RETENCIONES.
           STOP RUN.

       PP-GRAL SECTION.
       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA-AAAA TO PE1-FECHA-AAAA.
           MOVE FECHA-MM TO PE1-FECHA-MM.
           MOVE FECHA-DD TO PE1-FECHA-DD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:4) = 'MES='
              AND WS-PARM(5:6) IS NUMERIC
              MOVE WS-PARM(5:6) TO WS-MES
           END-IF.
           IF WS-MES = ZERO
              DISPLAY "Uso: ALGO4SIC MES=AAAAMM"
              STOP RUN
           END-IF.
           MOVE WS-MES TO PE3-MES.
           MOVE SPACES TO WS-SIC-NOMBRE.
           STRING "sicore"     DELIMITED BY SIZE
                  WS-MES       DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WS-SIC-NOMBRE
           END-STRING.

       ARMAR-RETENCIONES SECTION.
           OPEN INPUT RETENC.
           IF FS-RET = 35
              DISPLAY "No existe retenciones.dat: nada que exportar."
              STOP RUN.
           IF FS-RET NOT = ZERO
              DISPLAY "Err abrir retenciones: " FS-RET
              STOP RUN.
           PERFORM LEO-RETENCION.
           PERFORM LIBERAR-RETENCION UNTIL FS-RET = 10.
           CLOSE RETENC.

       ARM-GRAL SECTION.
       LEO-RETENCION.
           READ RETENC.
           IF FS-RET NOT = ZERO AND 10
              DISPLAY "Err leer retenciones: " FS-RET
              STOP RUN.

       LIBERAR-RETENCION.
           IF RET-PERIODO = WS-MES
              MOVE RET-IMPUESTO TO SD-IMPUESTO
              IF RET-IMPUESTO = 'IIB'
                 MOVE RET-JURISDIC TO SD-JURISDIC
              ELSE
                 MOVE ZERO TO SD-JURISDIC
              END-IF
              MOVE RET-COD-PROV TO SD-COD-PROV
              MOVE RET-NRO-FACT TO SD-NRO-FACT
              MOVE RET-FECHA TO SD-FECHA
              MOVE RET-BASE TO SD-BASE
              MOVE RET-IMPORTE TO SD-IMPORTE
              RELEASE REG-SORT
           END-IF.
           PERFORM LEO-RETENCION.

       EXPORTAR-RETENCIONES SECTION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM GEN-TABLA-PERFILES.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LEER-DATOS.
           PERFORM CICLO-IMPUESTO UNTIL FS-SORT = 10.
           IF cantLineas >= 53
              PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Exportadas " cantExportadas " retenciones del mes "
                   WS-MES ", excluidas " cantExcluidas ".".
           STOP RUN.

       EXP-GRAL SECTION.
       ABRIR-ARCHIVOS.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV NOT = ZERO
              DISPLAY "Err abrir proveedores: " FS-PRV
              STOP RUN.
           MOVE 'S' TO WS-HAY-FACTURAS.
           OPEN INPUT FACTURAS.
           IF FS-FACT = 35
              MOVE 'N' TO WS-HAY-FACTURAS
           ELSE
              IF FS-FACT NOT = ZERO
                 DISPLAY "Err abrir facturas: " FS-FACT
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT SICORE.
           IF FS-SIC NOT = ZERO
              DISPLAY "Err abrir " WS-SIC-NOMBRE ": " FS-SIC
              STOP RUN.
           OPEN OUTPUT LISSIC.
           IF FS-LISSIC NOT = ZERO
              DISPLAY "Err abrir lisSicore: " FS-LISSIC
              STOP RUN.

       CERRAR-ARCHIVOS.
           CLOSE PROVEEDORES.
           IF WS-HAY-FACTURAS = 'S'
              CLOSE FACTURAS.
           CLOSE SICORE.
           IF WS-IIB-ABIERTO = 'S'
              CLOSE IIBB.
           CLOSE LISSIC.

       GEN-TABLA-PERFILES.
           MOVE 'S' TO WS-HAY-PERFILES.
           OPEN INPUT PERFPROV.
           IF FS-PRF = 35
              MOVE 'N' TO WS-HAY-PERFILES
           ELSE
              IF FS-PRF NOT = ZERO
                 DISPLAY "Err abrir perfprov: " FS-PRF
                 STOP RUN
              END-IF
              PERFORM LEO-PERFIL
              PERFORM CARGAR-PERFIL UNTIL FS-PRF = 10
              CLOSE PERFPROV
           END-IF.

       LEO-PERFIL.
           READ PERFPROV.
           IF FS-PRF NOT = ZERO AND 10
              DISPLAY "Err leer perfprov: " FS-PRF
              STOP RUN.

       CARGAR-PERFIL.
           IF CAN-PRF >= MAX-PRF
              DISPLAY "Err: perfprov.dat supera el limite de "
                      MAX-PRF " perfiles soportados"
              STOP RUN.
           ADD 1 TO CAN-PRF.
           MOVE PRF-COD-PROV TO TAB-PRF-COD-PROV (CAN-PRF).
           MOVE PRF-REGIMEN TO TAB-PRF-REGIMEN (CAN-PRF).
           PERFORM LEO-PERFIL.

       BUSCAR-PERFIL.
           MOVE 'N' TO WS-PRF-HALLADO.
           IF WS-HAY-PERFILES = 'S'
              MOVE 1 TO WS-PRF-IDX
              PERFORM REVISAR-PERFIL
                      UNTIL WS-PRF-IDX > CAN-PRF
                      OR WS-PRF-HALLADO = 'S'
           END-IF.

       REVISAR-PERFIL.
           IF TAB-PRF-COD-PROV (WS-PRF-IDX) = SD-COD-PROV
              MOVE 'S' TO WS-PRF-HALLADO
           ELSE
              ADD 1 TO WS-PRF-IDX
           END-IF.

       LEER-DATOS.
           RETURN SIC-SORT RECORD
                  AT END MOVE 10 TO FS-SORT.

       CICLO-IMPUESTO.
           MOVE SD-IMPUESTO TO WS-IMP-ACTUAL.
           MOVE 0 TO WS-IMP-CANT.
           MOVE 0 TO WS-IMP-BASE.
           MOVE 0 TO WS-IMP-IMP.
           IF cantLineas >= 55
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-IMP-ACTUAL TO PI1-IMPUESTO.
           IF WS-IMP-ACTUAL = 'GAN'
              MOVE WS-SIC-NOMBRE TO PI1-ARCHIVO
           ELSE
              MOVE 'POR JURISDICCION' TO PI1-ARCHIVO
           END-IF.
           WRITE LINEA FROM PI1-IMP.
           PERFORM CHECK-WRITE-LISSIC.
           ADD 1 TO cantLineas.
           PERFORM CICLO-JURISDICCION UNTIL FS-SORT = 10
                   OR SD-IMPUESTO NOT = WS-IMP-ACTUAL.
           PERFORM IMPRIMIR-TOTAL-IMPUESTO.

       CICLO-JURISDICCION.
           MOVE SD-JURISDIC TO WS-JUR-ACTUAL.
           MOVE 0 TO WS-JUR-CANT.
           MOVE 0 TO WS-JUR-BASE.
           MOVE 0 TO WS-JUR-IMP.
           IF WS-IMP-ACTUAL = 'IIB'
              PERFORM ABRIR-ARCHIVO-IIBB.
           PERFORM EXPORTAR-RETENCION UNTIL FS-SORT = 10
                   OR SD-IMPUESTO NOT = WS-IMP-ACTUAL
                   OR SD-JURISDIC NOT = WS-JUR-ACTUAL.
           IF WS-IMP-ACTUAL = 'IIB'
              PERFORM IMPRIMIR-TOTAL-JURISDICCION.

       ABRIR-ARCHIVO-IIBB.
           IF WS-IIB-ABIERTO = 'S'
              CLOSE IIBB.
           MOVE SPACES TO WS-IIB-NOMBRE.
           STRING "iibb"        DELIMITED BY SIZE
                  WS-JUR-ACTUAL DELIMITED BY SIZE
                  "_"           DELIMITED BY SIZE
                  WS-MES        DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WS-IIB-NOMBRE
           END-STRING.
           OPEN OUTPUT IIBB.
           IF FS-IIB NOT = ZERO
              DISPLAY "Err abrir " WS-IIB-NOMBRE ": " FS-IIB
              STOP RUN.
           MOVE 'S' TO WS-IIB-ABIERTO.

       EXPORTAR-RETENCION.
           ADD 1 TO cantRetenciones.
           ADD SD-BASE TO WS-JUR-BASE.
           ADD SD-IMPORTE TO WS-JUR-IMP.
           ADD 1 TO WS-JUR-CANT.
           ADD SD-BASE TO WS-IMP-BASE.
           ADD SD-IMPORTE TO WS-IMP-IMP.
           ADD 1 TO WS-IMP-CANT.
           ADD SD-IMPORTE TO WS-TOT-GRAL.
           PERFORM BUSCAR-PROVEEDOR.
           IF WS-PRV-HALLADO = 'S'
              PERFORM FORMATEAR-COMUNES
              IF WS-IMP-ACTUAL = 'GAN'
                 PERFORM GRABAR-SICORE
              ELSE
                 IF WS-IMP-ACTUAL = 'IIB'
                    PERFORM GRABAR-IIBB
                 ELSE
                    MOVE 'IMPUESTO NO EXPORTABLE' TO WS-MOTIVO-EXC
                    MOVE 'N' TO WS-PRV-HALLADO
                 END-IF
              END-IF
           END-IF.
           IF WS-PRV-HALLADO = 'S'
              ADD 1 TO cantExportadas
              PERFORM IMPRIMIR-DET-RETENCION
           ELSE
              ADD 1 TO cantExcluidas
              ADD SD-IMPORTE TO WS-TOT-EXCLUIDO
              PERFORM IMPRIMIR-EXCLUIDA
           END-IF.
           PERFORM LEER-DATOS.

       BUSCAR-PROVEEDOR.
           MOVE 'N' TO WS-PRV-HALLADO.
           MOVE SPACES TO WS-NOM-PROV.
           MOVE SD-COD-PROV TO PRV-COD-PROV.
           READ PROVEEDORES RECORD.
           IF FS-PRV = ZERO
              IF PRV-CUIT = ZERO
                 MOVE 'PROVEEDOR SIN CUIT' TO WS-MOTIVO-EXC
              ELSE
                 MOVE 'S' TO WS-PRV-HALLADO
                 MOVE PRV-RAZON-SOCIAL TO WS-NOM-PROV
              END-IF
           ELSE
              IF FS-PRV = 23
                 MOVE 'PROVEEDOR INEXISTENTE' TO WS-MOTIVO-EXC
              ELSE
                 DISPLAY "Err al leer proveedores" FS-PRV
                 STOP RUN
              END-IF
           END-IF.

       FORMATEAR-COMUNES.
           MOVE SD-FECHA TO WS-FECHA-AUX.
           MOVE WS-FA-DIA TO WS-FS-DIA.
           MOVE WS-FA-MES TO WS-FS-MES.
           MOVE WS-FA-ANIO TO WS-FS-ANIO.
           MOVE PRV-CUIT TO WS-CUIT-AUX.
           MOVE WS-CA-TIPO TO WS-CT-TIPO.
           MOVE WS-CA-NUMERO TO WS-CT-NUMERO.
           MOVE WS-CA-DIGITO TO WS-CT-DIGITO.
           MOVE SD-BASE TO WS-IMPORTE-AUX.
           MOVE WS-IA-ENTERO TO WS-I11-ENTERO.
           MOVE WS-IA-DECIMAL TO WS-I11-DECIMAL.

       GRABAR-SICORE.
           PERFORM BUSCAR-IMPORTE-COMPROBANTE.
           MOVE 06 TO SIC-COD-COMPROB.
           MOVE WS-FECHA-SIC TO SIC-FECHA-COMPROB.
           MOVE SD-NRO-FACT TO SIC-NRO-COMPROB.
           MOVE WS-IMP-COMPROB TO WS-IMPORTE-AUX.
           MOVE WS-IA-ENTERO TO WS-I13-ENTERO.
           MOVE WS-IA-DECIMAL TO WS-I13-DECIMAL.
           MOVE WS-IMPORTE-13 TO SIC-IMP-COMPROB.
           MOVE 217 TO SIC-COD-IMPUESTO.
           PERFORM BUSCAR-PERFIL.
           IF WS-PRF-HALLADO = 'S'
              AND TAB-PRF-REGIMEN (WS-PRF-IDX) = 'B'
              MOVE 078 TO SIC-COD-REGIMEN
           ELSE
              MOVE 094 TO SIC-COD-REGIMEN
           END-IF.
           MOVE 1 TO SIC-COD-OPERACION.
           MOVE WS-IMPORTE-11 TO SIC-BASE.
           MOVE WS-FECHA-SIC TO SIC-FECHA-RET.
           MOVE 01 TO SIC-COD-CONDICION.
           MOVE 0 TO SIC-SUJ-SUSPENDIDO.
           MOVE SD-IMPORTE TO WS-IMPORTE-AUX.
           MOVE WS-IA-ENTERO TO WS-I11-ENTERO.
           MOVE WS-IA-DECIMAL TO WS-I11-DECIMAL.
           MOVE WS-IMPORTE-11 TO SIC-IMPORTE.
           MOVE '000,00' TO SIC-PORC-EXCLUSION.
           MOVE SPACES TO SIC-FECHA-BOLETIN.
           MOVE 80 TO SIC-TIPO-DOC.
           MOVE SPACES TO SIC-NRO-DOC.
           MOVE PRV-CUIT (5:11) TO SIC-NRO-DOC.
           MOVE ZERO TO SIC-NRO-CERT-ORIG.
           WRITE REG-SIC.
           IF FS-SIC NOT = ZERO
              DISPLAY "Error al escribir " WS-SIC-NOMBRE ": " FS-SIC
              STOP RUN.

       BUSCAR-IMPORTE-COMPROBANTE.
           MOVE SD-BASE TO WS-IMP-COMPROB.
           IF WS-HAY-FACTURAS = 'S'
              PERFORM BUSCAR-FACTURA
              IF WS-FACT-HALLADA = 'S'
                 MOVE FACT-MONTO TO WS-IMP-COMPROB
              END-IF
           END-IF.

       BUSCAR-FACTURA.
           MOVE 'N' TO WS-FACT-HALLADA.
           MOVE SD-COD-PROV TO FACT-COD-PROV.
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
              PERFORM COMPARAR-FACT-REGS UNTIL FS-FACT = 10 OR
                      WS-FACT-HALLADA = 'S' OR
                      FACT-COD-PROV NOT = SD-COD-PROV
           END-IF.

       LEER-PROX-FACT.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       COMPARAR-FACT-REGS.
           IF FACT-NRO-FACT = SD-NRO-FACT
              MOVE 'S' TO WS-FACT-HALLADA
           ELSE
              PERFORM LEER-PROX-FACT
           END-IF.

       GRABAR-IIBB.
           MOVE WS-JUR-ACTUAL TO IIB-JURISDIC.
           MOVE WS-CUIT-TXT TO IIB-CUIT.
           MOVE WS-FECHA-SIC TO IIB-FECHA-RET.
           MOVE 'F' TO IIB-TIPO-COMPROB.
           MOVE SD-NRO-FACT TO IIB-NRO-COMPROB.
           MOVE WS-IMPORTE-11 TO IIB-BASE.
           MOVE ZERO TO WS-ALICUOTA.
           IF SD-BASE > ZERO
              COMPUTE WS-ALICUOTA ROUNDED =
                      SD-IMPORTE * 100 / SD-BASE
                 ON SIZE ERROR MOVE ZERO TO WS-ALICUOTA
              END-COMPUTE
           END-IF.
           MOVE WS-ALICUOTA TO WS-ALIC-AUX.
           MOVE WS-AA-ENTERO TO WS-AT-ENTERO.
           MOVE WS-AA-DECIMAL TO WS-AT-DECIMAL.
           MOVE WS-ALIC-TXT TO IIB-ALICUOTA.
           MOVE SD-IMPORTE TO WS-IMPORTE-AUX.
           MOVE WS-IA-ENTERO TO WS-I11-ENTERO.
           MOVE WS-IA-DECIMAL TO WS-I11-DECIMAL.
           MOVE WS-IMPORTE-11 TO IIB-IMPORTE.
           MOVE WS-NOM-PROV TO IIB-RAZON-SOCIAL.
           WRITE REG-IIB.
           IF FS-IIB NOT = ZERO
              DISPLAY "Error al escribir " WS-IIB-NOMBRE ": " FS-IIB
              STOP RUN.

       IMPRIMIR-DET-RETENCION.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE SD-COD-PROV TO PD1-COD-PROV.
           MOVE WS-CUIT-TXT TO PD1-CUIT.
           MOVE SD-NRO-FACT TO PD1-NRO-FACT.
           MOVE SD-JURISDIC TO PD1-JURISDIC.
           MOVE SD-BASE TO PD1-BASE.
           MOVE SD-IMPORTE TO PD1-IMPORTE.
           WRITE LINEA FROM PD1-DET.
           PERFORM CHECK-WRITE-LISSIC.
           ADD 1 TO cantLineas.

       IMPRIMIR-EXCLUIDA.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE SD-COD-PROV TO PX1-COD-PROV.
           MOVE SD-NRO-FACT TO PX1-NRO-FACT.
           MOVE SD-IMPORTE TO PX1-IMPORTE.
           MOVE WS-MOTIVO-EXC TO PX1-MOTIVO.
           WRITE LINEA FROM PX1-EXC.
           PERFORM CHECK-WRITE-LISSIC.
           ADD 1 TO cantLineas.

       IMPRIMIR-TOTAL-JURISDICCION.
           IF cantLineas >= 59
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-JUR-ACTUAL TO PJ1-JURISDIC.
           MOVE WS-JUR-CANT TO PJ1-CANT.
           MOVE WS-JUR-BASE TO PJ1-BASE.
           MOVE WS-JUR-IMP TO PJ1-IMPORTE.
           WRITE LINEA FROM PJ1-TOT.
           PERFORM CHECK-WRITE-LISSIC.
           ADD 1 TO cantLineas.

       IMPRIMIR-TOTAL-IMPUESTO.
           IF cantLineas >= 58
              PERFORM IMPRIMIR-ENCABEZADO.
           MOVE WS-IMP-ACTUAL TO PI2-IMPUESTO.
           MOVE WS-IMP-BASE TO PI2-BASE.
           MOVE WS-IMP-IMP TO PI2-IMPORTE.
           WRITE LINEA FROM PI2-TOT.
           PERFORM CHECK-WRITE-LISSIC.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISSIC.
           ADD 2 TO cantLineas.

       IMPRIMIR-ENCABEZADO.
           MOVE cantHojas TO PE1-HOJA.
           WRITE LINEA FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISSIC.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISSIC.
           WRITE LINEA FROM PE3-ENCABE.
           PERFORM CHECK-WRITE-LISSIC.
           WRITE LINEA FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISSIC.
           ADD 1 TO cantHojas.
           MOVE 4 TO cantLineas.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE cantRetenciones TO PG1-TOTAL.
           WRITE LINEA FROM PG-FINAL-1.
           PERFORM CHECK-WRITE-LISSIC.
           MOVE WS-TOT-GRAL TO PG2-TOTAL.
           WRITE LINEA FROM PG-FINAL-2.
           PERFORM CHECK-WRITE-LISSIC.
           MOVE cantExportadas TO PG3-TOTAL.
           WRITE LINEA FROM PG-FINAL-3.
           PERFORM CHECK-WRITE-LISSIC.
           MOVE cantExcluidas TO PG4-TOTAL.
           WRITE LINEA FROM PG-FINAL-4.
           PERFORM CHECK-WRITE-LISSIC.
           MOVE WS-TOT-EXCLUIDO TO PG5-TOTAL.
           WRITE LINEA FROM PG-FINAL-5.
           PERFORM CHECK-WRITE-LISSIC.

       CHECK-WRITE-LISSIC.
           IF FS-LISSIC NOT = ZERO AND 10
              DISPLAY "Error al escribir lisSicore: " FS-LISSIC
              STOP RUN.
