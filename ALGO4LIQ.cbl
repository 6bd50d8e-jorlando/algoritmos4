                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CPR-CLAVE
                                FILE STATUS IS FS-CPR.
           SELECT HISTPREC ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HPR-CLAVE
                                FILE STATUS IS FS-HPR.
           SELECT FACTURAS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
           SELECT LISLIQ ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISLIQ.
           SELECT CARGOS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CRG.
           SELECT LIQ-SORT ASSIGN TO DISK
                                FILE STATUS IS FS-SORT.

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

       FD FACTURAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "facturas.dat".
                 "runlog.dat".

       01 REG-RUNLOG.
           03 FILLER                      PIC X(32).
           03 RUN-MODO                    PIC X(10).
           03 FILLER                      PIC X(127).
           03 RUN-ESTADO                  PIC X(02).

       FD PERIODOS LABEL RECORD IS STANDARD
                 "lisLiquid".
       01 LINEA                               PIC X(100).

       FD CARGOS LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "cargos.dat".

       01 REG-CRG.
           03 CRG-CUIT-CONS                   PIC 9(15).
           03 CRG-NRO-CARGO                   PIC 9(02).
           03 CRG-TIPO                        PIC X(01).
           03 CRG-DESCRIP                     PIC X(20).
           03 CRG-MODO                        PIC X(01).
           03 CRG-IMPORTE                     PIC 9(9)V99.
           03 CRG-PORCENTAJE                  PIC 9(3)V99.
           03 CRG-PERIODO-INI                 PIC 9(06).
           03 CRG-CUOTAS                      PIC 9(03).
           03 CRG-CUOTAS-LIQ                  PIC 9(03).
           03 CRG-ULT-PERIODO                 PIC 9(06).

       SD LIQ-SORT DATA RECORD IS REG-SORT.

       01 REG-SORT.
       WORKING-STORAGE SECTION.
       77 FS-MAE                PIC XX.
       77 FS-CPR                PIC XX.
       77 FS-HPR                PIC XX.
       77 WS-HAY-HISTPREC       PIC X VALUE 'S'.
       77 WS-FECHA-REF-PREC     PIC 9(08) VALUE 0.
       77 WS-MONTO-VIGENTE      PIC 9(7)V99 VALUE 0.
       77 FS-FACT               PIC XX.
       77 FS-EXP                PIC XX.
       77 FS-PCT                PIC XX.
       77 WS-IMPORTE-DET        PIC 9(9)V99 VALUE 0.
       77 RSP-RUBRO             PIC 9(04).
       77 RSP-DESC-RUBRO        PIC X(15).
       77 WS-CB-IDX             PIC 9(02).
       77 WS-CB-SUMA            PIC 9(04).
       77 WS-CB-COCIENTE        PIC 9(04).
       77 WS-CB-RESTO           PIC 9(02).
       77 FS-CRG                PIC XX.
       77 WS-HAY-CARGOS         PIC X VALUE 'S'.
       77 WS-CARGOS-MODIF       PIC X VALUE 'N'.
       77 CAN-CRG               PIC 9(04) VALUE 0.
       77 MAX-CRG               PIC 9(04) VALUE 500.
       77 WS-CRG-IDX            PIC 9(04).
       77 WS-CRG-HALLADO        PIC X.
       77 CAN-CC                PIC 99 VALUE 0.
       77 MAX-CC                PIC 99 VALUE 20.
       77 WS-CC-IDX             PIC 99.
       77 WS-PER-ANIO           PIC 9(04).
       77 WS-PER-MES            PIC 9(02).
       77 WS-CRG-ANIO           PIC 9(04).
       77 WS-CRG-MES            PIC 9(02).
       77 WS-CRG-MESES          PIC S9(05).
       77 WS-NRO-CUOTA          PIC 9(04) VALUE 0.
       77 WS-CRG-CUOTAS         PIC 9(03) VALUE 0.
       77 WS-CRG-TIPO-DESC      PIC X(18).
       77 WS-CRG-DESCRIP        PIC X(20).
       77 WS-IMPORTE-CARGO      PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-CARGOS       PIC 9(9)V99 VALUE 0.
       77 WS-IMPORTE-UF-TOT     PIC 9(9)V99 VALUE 0.

       01 FECHA.
          03 FECHA-AAAA  PIC 9(04).
           03 MAE-ACTUAL-NRO-CTA                 PIC 9(08).
           03 MAE-ACTUAL-EMAIL                   PIC X(40).

       01 WS-COD-BARRA.
          03 WS-CB-CUIT           PIC 9(11).
          03 WS-CB-NRO-UF         PIC 9(04).
          03 WS-CB-PERIODO        PIC 9(06).
          03 WS-CB-IMPORTE        PIC 9(9)V99.
          03 WS-CB-DIGITO         PIC 9(01).
       01 WS-COD-BARRA-R REDEFINES WS-COD-BARRA.
          03 WS-CB-DIG            PIC 9 OCCURS 33 TIMES.

       01 TAB-CARGOS.
          03 TAB-CRG-ELM OCCURS 500 TIMES.
             05 TAB-CRG-CUIT          PIC 9(15).
             05 TAB-CRG-NRO           PIC 9(02).
             05 TAB-CRG-TIPO          PIC X(01).
             05 TAB-CRG-DESCRIP       PIC X(20).
             05 TAB-CRG-MODO          PIC X(01).
             05 TAB-CRG-IMPORTE       PIC 9(9)V99.
             05 TAB-CRG-PORC          PIC 9(3)V99.
             05 TAB-CRG-PER-INI       PIC 9(06).
             05 TAB-CRG-CUOTAS        PIC 9(03).
             05 TAB-CRG-CUOTAS-LIQ    PIC 9(03).
             05 TAB-CRG-ULT-PER       PIC 9(06).

       01 TAB-CARGOS-CONS.
          03 TAB-CC-ELM OCCURS 20 TIMES.
             05 TAB-CC-IDX            PIC 9(04).
             05 TAB-CC-CUOTA          PIC 9(04).
             05 TAB-CC-IMPORTE        PIC 9(9)V99.
             05 TAB-CC-IMPORTE-UF     PIC 9(9)V99.

       01 TAB-PESOS-BARRA         PIC X(32)
                      VALUE '13579357935793579357935793579357'.
       01 TAB-PESOS-BARRA-R REDEFINES TAB-PESOS-BARRA.
          03 WS-PESO-BARRA        PIC 9 OCCURS 32 TIMES.

       01 PE1-ENCABE.
          03 FILLER PIC X(07) VALUE 'Fecha: '.
          03 PE1-FECHA-DD PIC Z9.
                             VALUE 'TOTAL EXPENSAS CONSORCIO: '.
          03 PL4-IMPORTE     PIC ZZZZZZZZ9.99.

       01 PL5-CARGO.
          03 FILLER          PIC X(04) VALUE '    '.
          03 PL5-TIPO        PIC X(18).
          03 PL5-DESCRIP     PIC X(20).
          03 FILLER          PIC X(07) VALUE ' CUOTA '.
          03 PL5-NRO-CUOTA   PIC ZZ9.
          03 FILLER          PIC X(01) VALUE '/'.
          03 PL5-CUOTAS      PIC 999.
          03 FILLER          PIC X(08) VALUE ' RESTAN '.
          03 PL5-RESTAN      PIC ZZ9.
          03 FILLER          PIC X(11) VALUE '  IMPORTE: '.
          03 PL5-IMPORTE     PIC ZZZZZZZZ9.99.

       01 PL6-CARGO-PERM.
          03 FILLER          PIC X(04) VALUE '    '.
          03 PL6-TIPO        PIC X(18).
          03 PL6-DESCRIP     PIC X(20).
          03 FILLER          PIC X(07) VALUE ' CUOTA '.
          03 PL6-NRO-CUOTA   PIC ZZZ9.
          03 FILLER          PIC X(14) VALUE ' (PERMANENTE)'.
          03 FILLER          PIC X(11) VALUE '  IMPORTE: '.
          03 PL6-IMPORTE     PIC ZZZZZZZZ9.99.

       01 PL-FINAL.
          03 F PIC X(36)
                VALUE 'Total de consorcios liquidados: '.
          03 FILLER          PIC X(13) VALUE ' %  IMPORTE: '.
          03 PCU4-IMPORTE    PIC ZZZZZZZZ9.99.

       01 PCU6-BARRA.
          03 FILLER          PIC X(16) VALUE 'CODIGO DE PAGO: '.
          03 PCU6-CODIGO     PIC X(33).

       01 PCU5-ALERTA.
          03 FILLER          PIC X(26)
                             VALUE 'ATENCION: COEFICIENTES DE '.
          03 FILLER          PIC X(08) VALUE ' SUMAN: '.
          03 PCU5-SUMA       PIC ZZZZ9.99.

       01 PCU7-CARGO.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PCU7-TIPO       PIC X(18).
          03 PCU7-DESCRIP    PIC X(20).
          03 PCU7-CUOTA-LEY  PIC X(07).
          03 PCU7-NRO-CUOTA  PIC ZZZ9 BLANK WHEN ZERO.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PCU7-IMPORTE    PIC ZZZZZZZZ9.99.

       01 PCU8-TOTAL.
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(15) VALUE 'TOTAL A PAGAR: '.
          03 PCU8-IMPORTE    PIC ZZZZZZZZ9.99.

       01 PCU-FINAL.
          03 F PIC X(36)
                VALUE 'Total de cupones emitidos:          '.
              STOP RUN.

       GUARDAR-ULT-RUNLOG.
           IF RUN-MODO NOT = 'INTEGRIDAD'
              MOVE RUN-ESTADO TO WS-ULT-ESTADO.
           PERFORM LEO-RUNLOG.

       CONTROLAR-ULT-ESTADO.
           IF FS-FACT NOT = ZERO
              DISPLAY "Err abrir Facturas: " FS-FACT
              STOP RUN.
           OPEN INPUT HISTPREC.
           IF FS-HPR = 35
              MOVE 'N' TO WS-HAY-HISTPREC
           ELSE
              IF FS-HPR NOT = ZERO
                 DISPLAY "Err abrir histprec: " FS-HPR
                 STOP RUN
              END-IF
           END-IF.
           COMPUTE WS-FECHA-REF-PREC = WS-PERIODO * 100 + 31.
           OPEN OUTPUT EXPENSAS.
           IF FS-EXP NOT = ZERO
              DISPLAY "Err abrir expensas: " FS-EXP
                 STOP RUN
              END-IF
           END-IF.
           PERFORM CARGAR-CARGOS.

       ABRIR-PROV.
           MOVE 'A' TO PARAM.
              ADD FACT-MONTO TO WS-SUMA-FACT.
           PERFORM LEER-PROX-FACT.

       CARGAR-CARGOS.
           MOVE 0 TO CAN-CRG.
           OPEN INPUT CARGOS.
           IF FS-CRG = 35
              MOVE 'N' TO WS-HAY-CARGOS
           ELSE
              IF FS-CRG NOT = ZERO
                 DISPLAY "Err abrir cargos: " FS-CRG
                 STOP RUN
              END-IF
              PERFORM LEO-CARGO
              PERFORM GUARDAR-CARGO UNTIL FS-CRG = 10
              CLOSE CARGOS
           END-IF.
           DIVIDE WS-PERIODO BY 100
                  GIVING WS-PER-ANIO REMAINDER WS-PER-MES.

       LEO-CARGO.
           READ CARGOS.
           IF FS-CRG NOT = ZERO AND 10
              DISPLAY "Err leer cargos: " FS-CRG
              STOP RUN.

       GUARDAR-CARGO.
           IF CAN-CRG >= MAX-CRG
              DISPLAY "Err: cargos.dat supera el limite de "
                      MAX-CRG " cargos. No se continua."
              STOP RUN.
           ADD 1 TO CAN-CRG.
           MOVE REG-CRG TO TAB-CRG-ELM (CAN-CRG).
           PERFORM LEO-CARGO.

       ACTUALIZAR-CARGOS.
           IF WS-CARGOS-MODIF = 'S'
              OPEN OUTPUT CARGOS
              IF FS-CRG NOT = ZERO
                 DISPLAY "Err abrir cargos: " FS-CRG
                 STOP RUN
              END-IF
              PERFORM GRABAR-UN-CARGO VARYING WS-CRG-IDX
                      FROM 1 BY 1 UNTIL WS-CRG-IDX > CAN-CRG
              CLOSE CARGOS
           END-IF.

       GRABAR-UN-CARGO.
           MOVE TAB-CRG-ELM (WS-CRG-IDX) TO REG-CRG.
           WRITE REG-CRG.
           IF FS-CRG NOT = ZERO
              DISPLAY "Error al escribir cargos: " FS-CRG
              STOP RUN.

       DESCRIBIR-CARGO.
           IF TAB-CRG-TIPO (WS-CRG-IDX) = 'R'
              MOVE 'FONDO DE RESERVA' TO WS-CRG-TIPO-DESC
           ELSE
              MOVE 'EXPENSA EXTRAORD.' TO WS-CRG-TIPO-DESC
           END-IF.
           MOVE TAB-CRG-DESCRIP (WS-CRG-IDX) TO WS-CRG-DESCRIP.
           MOVE TAB-CRG-CUOTAS (WS-CRG-IDX) TO WS-CRG-CUOTAS.

       ARMAR-LIQUIDACION SECTION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ABRIR-PROV.
       LIBERAR-UNA-ASIGNACION.
           PERFORM ACTUALIZA-PROV.
           PERFORM SUMAR-FACTURAS-PERIODO.
           PERFORM BUSCAR-MONTO-VIGENTE.
           MOVE CPR-CUIT-CONS TO SD-CUIT-CONS.
           MOVE CPR-COD-PROV TO SD-COD-PROV.
           MOVE RSP-RUBRO TO SD-RUBRO.
           MOVE RSP-DESC-RUBRO TO SD-DESC-RUBRO.
           MOVE MAE-ACTUAL-NOMBRE-CONSORCIO TO SD-NOM-CONS.
           MOVE WS-MONTO-VIGENTE TO SD-MONTO.
           MOVE WS-SUMA-FACT TO SD-FACTURADO.
           RELEASE REG-SORT.
           PERFORM LEER-PROX-CPR.

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
                         OR HPR-FECHA-DESDE > WS-FECHA-REF-PREC
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


       LISTAR-LIQUIDACION SECTION.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-TOTAL-FINAL.
           PERFORM CERRAR-PROV.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM ACTUALIZAR-CARGOS.
           PERFORM CERRAR-PERIODO.
           PERFORM LIBERAR-CERROJO.
           STOP RUN.
           PERFORM IMPRIMIR-ENC-CONSORCIO.
           PERFORM CICLO-RUBRO UNTIL FS-SORT = 10
                   OR SD-CUIT-CONS NOT = WS-CUIT-ACTUAL.
           PERFORM LIQUIDAR-CARGOS-CONS.
           PERFORM IMPRIMIR-TOTAL-CONSORCIO.
           PERFORM GRABAR-EXP-TOTAL.

           WRITE REG-EXP.
           PERFORM CHECK-WRITE-EXPENSAS.

       LIQUIDAR-CARGOS-CONS.
           MOVE 0 TO CAN-CC.
           MOVE 0 TO WS-TOTAL-CARGOS.
           IF WS-HAY-CARGOS = 'S'
              PERFORM EVALUAR-CARGO VARYING WS-CRG-IDX
                      FROM 1 BY 1 UNTIL WS-CRG-IDX > CAN-CRG
           END-IF.

       EVALUAR-CARGO.
           IF TAB-CRG-CUIT (WS-CRG-IDX) = WS-CUIT-ACTUAL
              PERFORM CALCULAR-NRO-CUOTA
              IF WS-NRO-CUOTA > ZERO
                 AND (TAB-CRG-CUOTAS (WS-CRG-IDX) = ZERO
                      OR WS-NRO-CUOTA <= TAB-CRG-CUOTAS (WS-CRG-IDX))
                 PERFORM LIQUIDAR-UN-CARGO
              END-IF
           END-IF.

       CALCULAR-NRO-CUOTA.
           MOVE 0 TO WS-NRO-CUOTA.
           IF WS-PERIODO >= TAB-CRG-PER-INI (WS-CRG-IDX)
              DIVIDE TAB-CRG-PER-INI (WS-CRG-IDX) BY 100
                     GIVING WS-CRG-ANIO REMAINDER WS-CRG-MES
              COMPUTE WS-CRG-MESES = (WS-PER-ANIO - WS-CRG-ANIO) * 12
                                   + WS-PER-MES - WS-CRG-MES + 1
              IF WS-CRG-MESES > ZERO
                 MOVE WS-CRG-MESES TO WS-NRO-CUOTA
              END-IF
           END-IF.

       LIQUIDAR-UN-CARGO.
           IF CAN-CC >= MAX-CC
              DISPLAY "Err: el consorcio " WS-CUIT-ACTUAL
                      " supera el limite de " MAX-CC
                      " cargos por periodo. No se continua."
              STOP RUN.
           IF TAB-CRG-MODO (WS-CRG-IDX) = 'P'
              COMPUTE WS-IMPORTE-CARGO ROUNDED =
                      WS-TOTAL-CONS * TAB-CRG-PORC (WS-CRG-IDX) / 100
           ELSE
              IF TAB-CRG-CUOTAS (WS-CRG-IDX) = ZERO
                 MOVE TAB-CRG-IMPORTE (WS-CRG-IDX) TO WS-IMPORTE-CARGO
              ELSE
                 COMPUTE WS-IMPORTE-CARGO =
                         TAB-CRG-IMPORTE (WS-CRG-IDX)
                         / TAB-CRG-CUOTAS (WS-CRG-IDX)
                 IF WS-NRO-CUOTA = TAB-CRG-CUOTAS (WS-CRG-IDX)
                    COMPUTE WS-IMPORTE-CARGO =
                            TAB-CRG-IMPORTE (WS-CRG-IDX)
                            - WS-IMPORTE-CARGO
                            * (TAB-CRG-CUOTAS (WS-CRG-IDX) - 1)
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO CAN-CC.
           MOVE WS-CRG-IDX TO TAB-CC-IDX (CAN-CC).
           MOVE WS-NRO-CUOTA TO TAB-CC-CUOTA (CAN-CC).
           MOVE WS-IMPORTE-CARGO TO TAB-CC-IMPORTE (CAN-CC).
           ADD WS-IMPORTE-CARGO TO WS-TOTAL-CARGOS.
           IF WS-PERIODO > TAB-CRG-ULT-PER (WS-CRG-IDX)
              MOVE WS-PERIODO TO TAB-CRG-ULT-PER (WS-CRG-IDX)
              MOVE WS-NRO-CUOTA TO TAB-CRG-CUOTAS-LIQ (WS-CRG-IDX)
              MOVE 'S' TO WS-CARGOS-MODIF
           END-IF.
           PERFORM GRABAR-EXP-CARGO.
           PERFORM DESCRIBIR-CARGO.
           PERFORM IMPRIMIR-CARGO.

       GRABAR-EXP-CARGO.
           MOVE 'C' TO EXP-TIPO.
           MOVE WS-PERIODO TO EXP-PERIODO.
           MOVE WS-CUIT-ACTUAL TO EXP-CUIT-CONS.
           MOVE TAB-CRG-NRO (WS-CRG-IDX) TO EXP-COD-PROV.
           MOVE WS-NRO-CUOTA TO EXP-RUBRO.
           MOVE ZEROS TO EXP-MONTO.
           MOVE ZEROS TO EXP-FACTURADO.
           MOVE WS-IMPORTE-CARGO TO EXP-IMPORTE.
           WRITE REG-EXP.
           PERFORM CHECK-WRITE-EXPENSAS.

       GRABAR-EXP-TOTAL.
           MOVE 'T' TO EXP-TIPO.
           MOVE WS-PERIODO TO EXP-PERIODO.
           MOVE ZEROS TO EXP-RUBRO.
           MOVE ZEROS TO EXP-MONTO.
           MOVE ZEROS TO EXP-FACTURADO.
           COMPUTE EXP-IMPORTE = WS-TOTAL-CONS + WS-TOTAL-CARGOS.
           WRITE REG-EXP.
           PERFORM CHECK-WRITE-EXPENSAS.
           IF WS-HAY-UNIDADES = 'S'
           ADD UNI-COEF TO WS-SUMA-COEF.
           COMPUTE WS-IMPORTE-UF ROUNDED =
                   WS-TOTAL-CONS * UNI-COEF / 100.
           MOVE WS-IMPORTE-UF TO WS-IMPORTE-UF-TOT.
           PERFORM PRORRATEAR-CARGO-UF VARYING WS-CC-IDX
                   FROM 1 BY 1 UNTIL WS-CC-IDX > CAN-CC.
           MOVE 'U' TO EXP-TIPO.
           MOVE WS-PERIODO TO EXP-PERIODO.
           MOVE WS-CUIT-ACTUAL TO EXP-CUIT-CONS.
           MOVE ZEROS TO EXP-RUBRO.
           MOVE UNI-COEF TO EXP-MONTO.
           MOVE ZEROS TO EXP-FACTURADO.
           MOVE WS-IMPORTE-UF-TOT TO EXP-IMPORTE.
           WRITE REG-EXP.
           PERFORM CHECK-WRITE-EXPENSAS.
           PERFORM IMPRIMIR-CUPON.
           PERFORM LEER-PROX-UNI.

       PRORRATEAR-CARGO-UF.
           COMPUTE TAB-CC-IMPORTE-UF (WS-CC-IDX) ROUNDED =
                   TAB-CC-IMPORTE (WS-CC-IDX) * UNI-COEF / 100.
           ADD TAB-CC-IMPORTE-UF (WS-CC-IDX) TO WS-IMPORTE-UF-TOT.

       IMPRIMIR-CUPON.
           ADD 1 TO cantCupones.
           WRITE LINEA-CUP FROM PCU1-SEP.
           MOVE WS-IMPORTE-UF TO PCU4-IMPORTE.
           WRITE LINEA-CUP FROM PCU4-IMP.
           PERFORM CHECK-WRITE-LISCUP.
           IF CAN-CC > ZERO
              PERFORM IMPRIMIR-CARGO-CUPON VARYING WS-CC-IDX
                      FROM 1 BY 1 UNTIL WS-CC-IDX > CAN-CC
              MOVE WS-IMPORTE-UF-TOT TO PCU8-IMPORTE
              WRITE LINEA-CUP FROM PCU8-TOTAL
              PERFORM CHECK-WRITE-LISCUP
           END-IF.
           PERFORM ARMAR-COD-BARRA.
           MOVE WS-COD-BARRA TO PCU6-CODIGO.
           WRITE LINEA-CUP FROM PCU6-BARRA.
           PERFORM CHECK-WRITE-LISCUP.
           WRITE LINEA-CUP FROM PCU1-SEP.
           PERFORM CHECK-WRITE-LISCUP.

       IMPRIMIR-CARGO-CUPON.
           MOVE TAB-CC-IDX (WS-CC-IDX) TO WS-CRG-IDX.
           PERFORM DESCRIBIR-CARGO.
           MOVE WS-CRG-TIPO-DESC TO PCU7-TIPO.
           MOVE WS-CRG-DESCRIP TO PCU7-DESCRIP.
           IF WS-CRG-CUOTAS = ZERO
              MOVE SPACES TO PCU7-CUOTA-LEY
              MOVE ZERO TO PCU7-NRO-CUOTA
           ELSE
              MOVE ' CUOTA ' TO PCU7-CUOTA-LEY
              MOVE TAB-CC-CUOTA (WS-CC-IDX) TO PCU7-NRO-CUOTA
           END-IF.
           MOVE TAB-CC-IMPORTE-UF (WS-CC-IDX) TO PCU7-IMPORTE.
           WRITE LINEA-CUP FROM PCU7-CARGO.
           PERFORM CHECK-WRITE-LISCUP.

       ARMAR-COD-BARRA.
           MOVE WS-CUIT-ACTUAL TO WS-CB-CUIT.
           MOVE UNI-NRO-UF TO WS-CB-NRO-UF.
           MOVE WS-PERIODO TO WS-CB-PERIODO.
           MOVE WS-IMPORTE-UF-TOT TO WS-CB-IMPORTE.
           MOVE 0 TO WS-CB-SUMA.
           PERFORM SUMAR-DIGITO-BARRA VARYING WS-CB-IDX
                   FROM 1 BY 1 UNTIL WS-CB-IDX > 32.
           DIVIDE WS-CB-SUMA BY 2 GIVING WS-CB-COCIENTE.
           DIVIDE WS-CB-COCIENTE BY 10
                  GIVING WS-CB-SUMA REMAINDER WS-CB-RESTO.
           MOVE WS-CB-RESTO TO WS-CB-DIGITO.

       SUMAR-DIGITO-BARRA.
           COMPUTE WS-CB-SUMA = WS-CB-SUMA
                   + WS-CB-DIG (WS-CB-IDX) * WS-PESO-BARRA (WS-CB-IDX).

       CONTROLAR-SUMA-COEF.
           IF WS-UNI-EMITIDAS > ZERO
              AND WS-SUMA-COEF NOT = 100.00
           PERFORM CHECK-WRITE-LISLIQ.
           ADD 1 TO cantLineas.

       IMPRIMIR-CARGO.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           IF WS-CRG-CUOTAS = ZERO
              MOVE WS-CRG-TIPO-DESC TO PL6-TIPO
              MOVE WS-CRG-DESCRIP TO PL6-DESCRIP
              MOVE WS-NRO-CUOTA TO PL6-NRO-CUOTA
              MOVE WS-IMPORTE-CARGO TO PL6-IMPORTE
              WRITE LINEA FROM PL6-CARGO-PERM
           ELSE
              MOVE WS-CRG-TIPO-DESC TO PL5-TIPO
              MOVE WS-CRG-DESCRIP TO PL5-DESCRIP
              MOVE WS-NRO-CUOTA TO PL5-NRO-CUOTA
              MOVE WS-CRG-CUOTAS TO PL5-CUOTAS
              COMPUTE PL5-RESTAN = WS-CRG-CUOTAS - WS-NRO-CUOTA
              MOVE WS-IMPORTE-CARGO TO PL5-IMPORTE
              WRITE LINEA FROM PL5-CARGO
           END-IF.
           PERFORM CHECK-WRITE-LISLIQ.
           ADD 1 TO cantLineas.

       IMPRIMIR-SUBTOTAL-RUBRO.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
       IMPRIMIR-TOTAL-CONSORCIO.
           IF cantLineas >= 60
              PERFORM IMPRIMIR-ENCABEZADO.
           COMPUTE PL4-IMPORTE = WS-TOTAL-CONS + WS-TOTAL-CARGOS.
           WRITE LINEA FROM PL4-TOTAL.
           PERFORM CHECK-WRITE-LISLIQ.
           WRITE LINEA FROM PE2-ENCABE.
           CLOSE MAESTRO.
           CLOSE CUITPROV.
           CLOSE FACTURAS.
           IF WS-HAY-HISTPREC = 'S'
              CLOSE HISTPREC.
           CLOSE EXPENSAS.
           CLOSE LISLIQ.
           IF WS-HAY-UNIDADES = 'S'
           IF FS-LISLIQ NOT = ZERO
              DISPLAY "Err abrir lisLiquid: " FS-LISLIQ
              STOP RUN.
           PERFORM CARGAR-CARGOS.

       CERRAR-ARCHIVOS-REIMP.
           CLOSE EXPENSAS.
           PERFORM REIMP-CICLO-RUBRO UNTIL FS-EXP = 10
                   OR EXP-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR EXP-TIPO NOT = 'D'.
           PERFORM REIMP-CARGO UNTIL FS-EXP = 10
                   OR EXP-CUIT-CONS NOT = WS-CUIT-ACTUAL
                   OR EXP-TIPO NOT = 'C'.
           IF FS-EXP NOT = 10 AND EXP-TIPO = 'T'
              AND EXP-CUIT-CONS = WS-CUIT-ACTUAL
              MOVE EXP-IMPORTE TO WS-TOTAL-CONS
           ADD 1 TO cantLineas.
           PERFORM LEO-EXPENSAS.

       REIMP-CARGO.
           ADD EXP-IMPORTE TO WS-TOTAL-CONS.
           MOVE 'N' TO WS-CRG-HALLADO.
           MOVE 1 TO WS-CRG-IDX.
           PERFORM REIMP-REVISAR-CARGO UNTIL WS-CRG-IDX > CAN-CRG
                   OR WS-CRG-HALLADO = 'S'.
           IF WS-CRG-HALLADO = 'S'
              PERFORM DESCRIBIR-CARGO
           ELSE
              MOVE 'CARGO ESPECIAL' TO WS-CRG-TIPO-DESC
              MOVE SPACES TO WS-CRG-DESCRIP
              MOVE ZERO TO WS-CRG-CUOTAS
           END-IF.
           MOVE EXP-RUBRO TO WS-NRO-CUOTA.
           MOVE EXP-IMPORTE TO WS-IMPORTE-CARGO.
           PERFORM IMPRIMIR-CARGO.
           PERFORM LEO-EXPENSAS.

       REIMP-REVISAR-CARGO.
           IF TAB-CRG-CUIT (WS-CRG-IDX) = EXP-CUIT-CONS
              AND TAB-CRG-NRO (WS-CRG-IDX) = EXP-COD-PROV
              MOVE 'S' TO WS-CRG-HALLADO
           ELSE
              ADD 1 TO WS-CRG-IDX
           END-IF.

       REIMP-BUSCAR-RUBRO.
           MOVE 'M' TO PARAM.
           MOVE EXP-COD-PROV TO CLAVE.
