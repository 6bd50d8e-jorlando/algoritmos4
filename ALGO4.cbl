           SELECT LISTRANS ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISTRANS.
           SELECT BAJASDIA ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-BJD.
           SELECT CUITPROV ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CPR-CLAVE
                                FILE STATUS IS FS-CPR.
           SELECT DEBSUSP ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-SUS.
           SELECT CTACTE ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-CTC.
           SELECT FACTURAS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS FACT-COD-PROV
                                     WITH DUPLICATES
                                FILE STATUS IS FS-FACT.
           SELECT PAGOS ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PAG-CLAVE
                                FILE STATUS IS FS-PAG.
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PRV-COD-PROV
                                FILE STATUS IS FS-PRV.
           SELECT ESTFACT ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS EFC-CLAVE
                                FILE STATUS IS FS-EFC.
           SELECT LISLIQFIN ASSIGN TO DISK
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS FS-LISLF.
       DATA DIVISION.
       FILE SECTION.
       FD NOVCTL LABEL RECORD IS STANDARD
                   "lisTrans".
       01 LINEA-TRANS                     PIC X(80).

       FD BAJASDIA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "bajasdia.dat".
       01 REG-BAJADIA.
           03 BJD-CUIT-CONS               PIC 9(15).
           03 BJD-FECHA-BAJA              PIC 9(08).
           03 BJD-NOMBRE-CONSORCIO        PIC X(30).

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

       FD DEBSUSP LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "debsusp.dat".
       01 REG-SUS.
           03 SUS-CUIT-CONS               PIC 9(15).
           03 SUS-FECHA                   PIC 9(08).
           03 SUS-ENTIDAD                 PIC 9(03).
           03 SUS-SUCURSAL                PIC 9(03).
           03 SUS-NRO-CTA                 PIC 9(08).

       FD CTACTE LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "ctacte.dat".
       01 REG-CTC.
           03 CTC-CUIT-CONS               PIC 9(15).
           03 CTC-PERIODO                 PIC 9(06).
           03 CTC-FECHA                   PIC 9(08).
           03 CTC-TIPO                    PIC X(01).
           03 CTC-IMPORTE                 PIC 9(9)V99.

       FD FACTURAS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
                   "facturas.dat".
       01 FACT.
           03 FACT-COD-PROV                   PIC 9(08).
           03 FACT-NRO-FACT                   PIC 9(08).
           03 FACT-CUIT-CONS                  PIC 9(15).
           03 FACT-FECHA                      PIC 9(08).
           03 FACT-MONTO                      PIC 9(7)V99.

       FD PAGOS LABEL RECORD IS STANDARD
                VALUE OF FILE-ID IS
                "pagos.dat".
       01 PAG.
           03 PAG-CLAVE.
              05 PAG-COD-PROV                 PIC 9(08).
              05 PAG-NRO-FACT                 PIC 9(08).
              05 PAG-NRO-MOV                  PIC 9(03).
           03 PAG-TIPO                        PIC X(01).
           03 PAG-FECHA-PAGO                  PIC 9(08).
           03 PAG-MONTO                       PIC 9(7)V99.

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

       FD ESTFACT LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS
                  "estfact.dat".
       01 EFC.
           03 EFC-CLAVE.
              05 EFC-COD-PROV                 PIC 9(08).
              05 EFC-NRO-FACT                 PIC 9(08).
           03 EFC-CUIT-CONS                   PIC 9(15).
           03 EFC-ESTADO                      PIC X(01).
           03 EFC-FECHA-ALTA                  PIC 9(08).
           03 EFC-FECHA-ESTADO                PIC 9(08).
           03 EFC-OPERADOR                    PIC X(08).
           03 EFC-MOTIVO                      PIC X(40).

       FD LISLIQFIN LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS
                    "lisLiqFinal".
       01 LINEA-LIQFIN                    PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-NRO-CTA-AUX PIC 9(8).
       77 FS-NOVCTL            PIC XX.
       77 WS-DELTA-ABS         PIC 9(06) VALUE 0.
       77 WS-PCT-VARIACION     PIC S9(03)V99 VALUE 0.
       77 WS-SUMA-IDX          PIC 99 VALUE 0.
       77 FS-BJD               PIC XX.
       77 FS-CPR               PIC XX.
       77 FS-SUS               PIC XX.
       77 FS-EFC               PIC XX.
       77 FS-CTC               PIC XX.
       77 FS-FACT              PIC XX.
       77 FS-PAG               PIC XX.
       77 FS-PRV               PIC XX.
       77 FS-LISLF             PIC XX.
       77 WS-HAY-PAGOS         PIC X VALUE 'S'.
       77 WS-HAY-PROVS         PIC X VALUE 'S'.
       77 WS-HAY-FACTURAS      PIC X VALUE 'S'.
       77 WS-HAY-ESTADOS       PIC X VALUE 'S'.
       77 WS-ESTADO-FACT       PIC X VALUE 'P'.
       77 WS-BJD-IDX           PIC 99.
       77 WS-BJD-HALLADA       PIC X.
       77 WS-BUS-CUIT          PIC 9(15).
       77 CAN-BJD              PIC 99 VALUE 0.
       77 MAX-BJD              PIC 99 VALUE 99.
       77 WS-PAGADO            PIC 9(9)V99 VALUE 0.
       77 WS-SALDO-FACT        PIC S9(9)V99 VALUE 0.
       77 WS-SALDO-CTC         PIC S9(11)V99 VALUE 0.
       77 WS-TOT-A-PAGAR       PIC 9(11)V99 VALUE 0.
       77 WS-TOT-DISPUTA       PIC 9(11)V99 VALUE 0.
       77 WS-TG-A-COBRAR       PIC S9(13)V99 VALUE 0.
       77 WS-TG-A-PAGAR        PIC 9(13)V99 VALUE 0.
       77 WS-TG-DISPUTA        PIC 9(13)V99 VALUE 0.
       77 cantCtasBaja         PIC 9(04) VALUE 0.
       77 cantCprCerradas      PIC 9(05) VALUE 0.
       77 cantLineasLF         PIC 99 VALUE 0.
       77 cantHojasLF          PIC 9999 VALUE 1.
       01 TAB-BAJAS-DIA.
          03 TAB-BJD-ELM OCCURS 99 TIMES.
             05 TAB-BJD-CUIT          PIC 9(15).
             05 TAB-BJD-FECHA         PIC 9(08).
             05 TAB-BJD-NOMBRE        PIC X(30).
             05 TAB-BJD-DEBITOS       PIC 9(11)V99.
             05 TAB-BJD-CREDITOS      PIC 9(11)V99.
             05 TAB-BJD-CPR-CERR      PIC 9(03).
             05 TAB-BJD-CTA-ENTIDAD   PIC 9(03).
             05 TAB-BJD-CTA-SUCURSAL  PIC 9(03).
             05 TAB-BJD-CTA-NRO       PIC 9(08).
       01 WS-FECHA-BAJA-N.
          03 WS-FBN-ANIO  PIC 9(04).
          03 WS-FBN-MES   PIC 9(02).
          03 WS-FBN-DIA   PIC 9(02).
       01 WS-FECHA-VAL.
          03 WS-FV-ANIO   PIC X(04).
          03 WS-FV-SEP-1  PIC X(01).
          03 PV-PCT       PIC Z(2)9.99.
          03 FILLER       PIC X(01) VALUE '%'.

       01 PF1-ENCABE.
          03 FILLER   PIC X(20) VALUE ALL ' '.
          03 FILLER   PIC X(40)
                      VALUE 'LIQUIDACION FINAL DE CONSORCIOS DE BAJA'.

       01 PF2-CONS.
          03 FILLER          PIC X(11) VALUE 'CONSORCIO: '.
          03 PF2-CUIT        PIC 9(15).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 PF2-NOMBRE      PIC X(30).
          03 FILLER          PIC X(12) VALUE '  BAJA DEL: '.
          03 PF2-FECHA       PIC 9(08).

       01 PF3-CTA.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PF3-LEYENDA     PIC X(36).
          03 PF3-ENTIDAD     PIC ZZ9.
          03 FILLER          PIC X(01) VALUE '/'.
          03 PF3-SUCURSAL    PIC ZZ9.
          03 FILLER          PIC X(01) VALUE '/'.
          03 PF3-NRO-CTA     PIC 9(08).

       01 PF4-IMP.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PF4-LEYENDA     PIC X(50).
          03 PF4-IMPORTE     PIC ZZZZZZZZZZ9.99-.

       01 PF5-TIT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(35) VALUE
             'PROVEEDOR (FACTURAS IMPAGAS)'.
          03 FILLER          PIC X(42) VALUE
             'FACTURA  FECHA         MONTO         SALDO'.

       01 PF6-FACT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PF6-COD-PROV    PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF6-RAZON       PIC X(25).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF6-NRO-FACT    PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF6-FECHA       PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF6-MONTO       PIC ZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF6-SALDO       PIC ZZZZZZZZZ9.99.
          03 FILLER          PIC X(01) VALUE SPACE.
          03 PF6-MARCA       PIC X(10).

       01 PF7-CANTIDAD.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 PF7-LEYENDA     PIC X(50).
          03 PF7-CANT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DECLAR-INPUT SECTION.
           PERFORM MOSTRAR-DISTRIBUCION.
           perform MOSTRAR-ESTADISTICAS.
           perform CERRAR-ARCHIVOS.
           PERFORM PROCESAR-BAJAS-DIA.
           PERFORM GRABAR-RUN-LOG.
           PERFORM LIBERAR-CERROJO.
           STOP RUN.
                 DISPLAY "Err abrir lisEntDes: " FS-LISED
                 STOP RUN
              END-IF
              OPEN EXTEND BAJASDIA
              IF FS-BJD = 35
                 OPEN OUTPUT BAJASDIA
              END-IF
              IF FS-BJD NOT = ZERO
                 DISPLAY "Err abrir bajasdia: " FS-BJD
                 STOP RUN
              END-IF
              PERFORM ABRIR-HISTORIAL
              MOVE SPACES TO WS-MAEANT-NOMBRE
              STRING "maestro_"     DELIMITED BY SIZE
                 DISPLAY "Err abrir lisEntDes: " FS-LISED
                 STOP RUN
              END-IF
              OPEN OUTPUT BAJASDIA
              IF FS-BJD NOT = ZERO
                 DISPLAY "Err abrir bajasdia: " FS-BJD
                 STOP RUN
              END-IF
              PERFORM IMPRIMO-ENCABEZADO-ENTDES
              PERFORM IMPRIMO-ENCABEZADO-SINMAIL
              PERFORM IMPRIMO-ENCABEZADO-TRANS
           ADD 1 TO bajas.
           MOVE 'B' TO WS-NOT-TIPO.
           PERFORM GRABAR-NOTIFICACION.
           PERFORM GRABAR-BAJA-DIA.

       GRABAR-BAJA-DIA.
           MOVE CON-MENOR-CUIT-CONS TO BJD-CUIT-CONS.
           MOVE CON-MENOR-NOMBRE-CONSORCIO TO BJD-NOMBRE-CONSORCIO.
           MOVE CON-MENOR-FECHA-BAJA TO WS-FECHA-VAL.
           IF WS-FV-ANIO IS NUMERIC AND WS-FV-MES IS NUMERIC
              AND WS-FV-DIA IS NUMERIC
              MOVE WS-FV-ANIO TO WS-FBN-ANIO
              MOVE WS-FV-MES TO WS-FBN-MES
              MOVE WS-FV-DIA TO WS-FBN-DIA
              MOVE WS-FECHA-BAJA-N TO BJD-FECHA-BAJA
           ELSE
              MOVE WS-RUN-FECHA-INI TO BJD-FECHA-BAJA
           END-IF.
           WRITE REG-BAJADIA.
           IF FS-BJD NOT = ZERO
              DISPLAY "Error al escribir bajasdia: " FS-BJD
              STOP RUN.

       IMPRIMIR-BAJAS-FIN.
           MOVE bajas TO PB-FINAL-TOTAL.
           CLOSE LISSINMAIL.
           CLOSE LISENTDES.
           CLOSE ENTIDADES.
           CLOSE BAJASDIA.
           DISPLAY "Total de CUITs rechazados: " cantRechazos.

       BUSCAR-ESTADO-ANTERIOR.
              STOP RUN.
           CLOSE RUNLOG.

       PROCESAR-BAJAS-DIA.
           PERFORM CARGAR-BAJAS-DIA.
           IF CAN-BJD > ZERO
              PERFORM CERRAR-ASIGNACIONES-BAJA
              PERFORM BAJA-DEBITO-AUTOMATICO
              PERFORM ACUMULAR-CTACTE-BAJAS
              PERFORM LISTAR-LIQUIDACION-FINAL
              DISPLAY "Bajas procesadas: " CAN-BJD
                      "  asignaciones cerradas: " cantCprCerradas
                      "  cuentas con debito suspendido: "
                      cantCtasBaja
           END-IF.

       CARGAR-BAJAS-DIA.
           MOVE 0 TO CAN-BJD.
           OPEN INPUT BAJASDIA.
           IF FS-BJD NOT = ZERO
              DISPLAY "Err abrir bajasdia: " FS-BJD
              STOP RUN.
           PERFORM LEO-BAJA-DIA.
           PERFORM CARGAR-UNA-BAJA-DIA UNTIL FS-BJD = 10.
           CLOSE BAJASDIA.

       LEO-BAJA-DIA.
           READ BAJASDIA.
           IF FS-BJD NOT = ZERO AND 10
              DISPLAY "Err leer bajasdia: " FS-BJD
              STOP RUN.

       CARGAR-UNA-BAJA-DIA.
           MOVE BJD-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-BAJA-DIA.
           IF WS-BJD-HALLADA = 'N'
              IF CAN-BJD >= MAX-BJD
                 DISPLAY "Err: bajasdia.dat supera el limite de "
                         MAX-BJD " bajas por corrida"
                 STOP RUN
              END-IF
              ADD 1 TO CAN-BJD
              MOVE BJD-CUIT-CONS TO TAB-BJD-CUIT (CAN-BJD)
              MOVE BJD-FECHA-BAJA TO TAB-BJD-FECHA (CAN-BJD)
              MOVE BJD-NOMBRE-CONSORCIO TO TAB-BJD-NOMBRE (CAN-BJD)
              MOVE 0 TO TAB-BJD-DEBITOS (CAN-BJD)
              MOVE 0 TO TAB-BJD-CREDITOS (CAN-BJD)
              MOVE 0 TO TAB-BJD-CPR-CERR (CAN-BJD)
              MOVE 0 TO TAB-BJD-CTA-ENTIDAD (CAN-BJD)
              MOVE 0 TO TAB-BJD-CTA-SUCURSAL (CAN-BJD)
              MOVE 0 TO TAB-BJD-CTA-NRO (CAN-BJD)
           END-IF.
           PERFORM LEO-BAJA-DIA.

       BUSCAR-BAJA-DIA.
           MOVE 'N' TO WS-BJD-HALLADA.
           MOVE 1 TO WS-BJD-IDX.
           PERFORM REVISAR-BAJA-DIA
                   UNTIL WS-BJD-IDX > CAN-BJD OR WS-BJD-HALLADA = 'S'.

       REVISAR-BAJA-DIA.
           IF TAB-BJD-CUIT (WS-BJD-IDX) = WS-BUS-CUIT
              MOVE 'S' TO WS-BJD-HALLADA
           ELSE
              ADD 1 TO WS-BJD-IDX
           END-IF.

       CERRAR-ASIGNACIONES-BAJA.
           OPEN I-O CUITPROV.
           IF FS-CPR = 35
              DISPLAY "Advertencia: no existe cuitprov.dat; no hay "
                      "asignaciones que cerrar."
           ELSE
              IF FS-CPR NOT = ZERO
                 DISPLAY "Err abrir Cuitprov: " FS-CPR
                 STOP RUN
              END-IF
              PERFORM CERRAR-ASIG-CONSORCIO
                      VARYING WS-BJD-IDX FROM 1 BY 1
                      UNTIL WS-BJD-IDX > CAN-BJD
              CLOSE CUITPROV
           END-IF.

       CERRAR-ASIG-CONSORCIO.
           MOVE TAB-BJD-CUIT (WS-BJD-IDX) TO CPR-CUIT-CONS.
           MOVE ZEROS TO CPR-COD-PROV.
           START CUITPROV KEY >= CPR-CLAVE.
           IF NOT FS-CPR EQUAL TO ZERO
              IF FS-CPR NOT = 23
                 DISPLAY "Err al buscar cuitprov" FS-CPR
                 STOP RUN
              END-IF
           ELSE
              PERFORM LEER-PROX-CPR
              PERFORM CERRAR-UNA-ASIGNACION UNTIL FS-CPR = 10
                      OR CPR-CUIT-CONS NOT = TAB-BJD-CUIT (WS-BJD-IDX)
           END-IF.

       LEER-PROX-CPR.
           READ CUITPROV NEXT RECORD.
           IF FS-CPR NOT = 00 AND FS-CPR NOT = 10
              DISPLAY "Err al leer cuitprov" FS-CPR
              STOP RUN
           END-IF.

       CERRAR-UNA-ASIGNACION.
           IF CPR-FECHA-FIN = ZERO
              OR CPR-FECHA-FIN > TAB-BJD-FECHA (WS-BJD-IDX)
              MOVE TAB-BJD-FECHA (WS-BJD-IDX) TO CPR-FECHA-FIN
              REWRITE CPR
              IF FS-CPR NOT = ZERO
                 DISPLAY "Error al actualizar cuitprov: " FS-CPR
                 STOP RUN
              END-IF
              ADD 1 TO cantCprCerradas
              ADD 1 TO TAB-BJD-CPR-CERR (WS-BJD-IDX)
           END-IF.
           PERFORM LEER-PROX-CPR.

       BAJA-DEBITO-AUTOMATICO.
           OPEN INPUT CUENTAS.
           IF FS-CTAS NOT = ZERO
              DISPLAY "Error al abrir Cuentas: " FS-CTAS
              STOP RUN.
           OPEN EXTEND DEBSUSP.
           IF FS-SUS = 35
              OPEN OUTPUT DEBSUSP.
           IF FS-SUS NOT = ZERO
              DISPLAY "Err abrir debsusp: " FS-SUS
              STOP RUN.
           PERFORM LEO-CUENTA-BAJA.
           PERFORM SUSPENDER-UNA-CUENTA UNTIL FS-CTAS = 10.
           CLOSE CUENTAS.
           CLOSE DEBSUSP.

       LEO-CUENTA-BAJA.
           READ CUENTAS.
           IF FS-CTAS NOT = ZERO AND 10
              DISPLAY "Error al leer Cuentas: " FS-CTAS
              STOP RUN.

       SUSPENDER-UNA-CUENTA.
           MOVE CTA-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-BAJA-DIA.
           IF WS-BJD-HALLADA = 'S'
              ADD 1 TO cantCtasBaja
              MOVE CTA-ENTIDAD TO TAB-BJD-CTA-ENTIDAD (WS-BJD-IDX)
              MOVE CTA-SUCURSAL TO TAB-BJD-CTA-SUCURSAL (WS-BJD-IDX)
              MOVE CTA-NRO-CTA TO TAB-BJD-CTA-NRO (WS-BJD-IDX)
              MOVE CTA-CUIT-CONS TO SUS-CUIT-CONS
              MOVE TAB-BJD-FECHA (WS-BJD-IDX) TO SUS-FECHA
              MOVE CTA-ENTIDAD TO SUS-ENTIDAD
              MOVE CTA-SUCURSAL TO SUS-SUCURSAL
              MOVE CTA-NRO-CTA TO SUS-NRO-CTA
              WRITE REG-SUS
              IF FS-SUS NOT = ZERO
                 DISPLAY "Error al escribir debsusp: " FS-SUS
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LEO-CUENTA-BAJA.

       ACUMULAR-CTACTE-BAJAS.
           OPEN INPUT CTACTE.
           IF FS-CTC = 35
              CONTINUE
           ELSE
              IF FS-CTC NOT = ZERO
                 DISPLAY "Err abrir ctacte: " FS-CTC
                 STOP RUN
              END-IF
              PERFORM LEO-CTACTE
              PERFORM ACUMULAR-UN-MOV-CTC UNTIL FS-CTC = 10
              CLOSE CTACTE
           END-IF.

       LEO-CTACTE.
           READ CTACTE.
           IF FS-CTC NOT = ZERO AND 10
              DISPLAY "Err leer ctacte: " FS-CTC
              STOP RUN.

       ACUMULAR-UN-MOV-CTC.
           MOVE CTC-CUIT-CONS TO WS-BUS-CUIT.
           PERFORM BUSCAR-BAJA-DIA.
           IF WS-BJD-HALLADA = 'S'
              IF CTC-TIPO = 'C'
                 ADD CTC-IMPORTE TO TAB-BJD-CREDITOS (WS-BJD-IDX)
              ELSE
                 ADD CTC-IMPORTE TO TAB-BJD-DEBITOS (WS-BJD-IDX)
              END-IF
           END-IF.
           PERFORM LEO-CTACTE.

       LISTAR-LIQUIDACION-FINAL.
           OPEN OUTPUT LISLIQFIN.
           IF FS-LISLF NOT = ZERO
              DISPLAY "Err abrir lisLiqFinal: " FS-LISLF
              STOP RUN.
           OPEN INPUT FACTURAS.
           IF FS-FACT = 35
              MOVE 'N' TO WS-HAY-FACTURAS
           ELSE
              IF FS-FACT NOT = ZERO
                 DISPLAY "Err abrir facturas: " FS-FACT
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT PAGOS.
           IF FS-PAG = 35
              MOVE 'N' TO WS-HAY-PAGOS
           ELSE
              IF FS-PAG NOT = ZERO
                 DISPLAY "Err abrir pagos: " FS-PAG
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV = 35
              MOVE 'N' TO WS-HAY-PROVS
           ELSE
              IF FS-PRV NOT = ZERO
                 DISPLAY "Err abrir Proveedores: " FS-PRV
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ESTFACT.
           IF FS-EFC = 35
              MOVE 'N' TO WS-HAY-ESTADOS
           ELSE
              IF FS-EFC NOT = ZERO
                 DISPLAY "Err abrir estfact: " FS-EFC
                 STOP RUN
              END-IF
           END-IF.
           PERFORM IMPRIMO-ENCABEZADO-LIQFIN.
           PERFORM LIQUIDAR-CONSORCIO-BAJA
                   VARYING WS-BJD-IDX FROM 1 BY 1
                   UNTIL WS-BJD-IDX > CAN-BJD.
           IF cantLineasLF >= 56
              PERFORM IMPRIMO-ENCABEZADO-LIQFIN.
           MOVE 'TOTAL GENERAL A COBRAR (CTA. CTE.)' TO PF4-LEYENDA.
           MOVE WS-TG-A-COBRAR TO PF4-IMPORTE.
           WRITE LINEA-LIQFIN FROM PF4-IMP.
           PERFORM CHECK-WRITE-LISLIQFIN.
           MOVE 'TOTAL GENERAL A PAGAR (FACTURAS IMPAGAS)'
             TO PF4-LEYENDA.
           MOVE WS-TG-A-PAGAR TO PF4-IMPORTE.
           WRITE LINEA-LIQFIN FROM PF4-IMP.
           PERFORM CHECK-WRITE-LISLIQFIN.
           MOVE 'TOTAL GENERAL EN DISPUTA (NO INCLUIDO)'
             TO PF4-LEYENDA.
           MOVE WS-TG-DISPUTA TO PF4-IMPORTE.
           WRITE LINEA-LIQFIN FROM PF4-IMP.
           PERFORM CHECK-WRITE-LISLIQFIN.
           MOVE 'CONSORCIOS DADOS DE BAJA' TO PF7-LEYENDA.
           MOVE CAN-BJD TO PF7-CANT.
           WRITE LINEA-LIQFIN FROM PF7-CANTIDAD.
           PERFORM CHECK-WRITE-LISLIQFIN.
           IF WS-HAY-FACTURAS = 'S'
              CLOSE FACTURAS.
           IF WS-HAY-PAGOS = 'S'
              CLOSE PAGOS.
           IF WS-HAY-PROVS = 'S'
              CLOSE PROVEEDORES.
           IF WS-HAY-ESTADOS = 'S'
              CLOSE ESTFACT.
           CLOSE LISLIQFIN.

       LIQUIDAR-CONSORCIO-BAJA.
           IF cantLineasLF >= 50
              PERFORM IMPRIMO-ENCABEZADO-LIQFIN.
           MOVE TAB-BJD-CUIT (WS-BJD-IDX) TO PF2-CUIT.
           MOVE TAB-BJD-NOMBRE (WS-BJD-IDX) TO PF2-NOMBRE.
           MOVE TAB-BJD-FECHA (WS-BJD-IDX) TO PF2-FECHA.
           WRITE LINEA-LIQFIN FROM PF2-CONS.
           PERFORM CHECK-WRITE-LISLIQFIN.
           IF TAB-BJD-CTA-NRO (WS-BJD-IDX) NOT = ZERO
              MOVE 'DEBITO AUTOMATICO SUSPENDIDO CTA.'
                TO PF3-LEYENDA
              MOVE TAB-BJD-CTA-ENTIDAD (WS-BJD-IDX) TO PF3-ENTIDAD
              MOVE TAB-BJD-CTA-SUCURSAL (WS-BJD-IDX) TO PF3-SUCURSAL
              MOVE TAB-BJD-CTA-NRO (WS-BJD-IDX) TO PF3-NRO-CTA
              WRITE LINEA-LIQFIN FROM PF3-CTA
              PERFORM CHECK-WRITE-LISLIQFIN
              ADD 1 TO cantLineasLF
           END-IF.
           MOVE 'ASIGNACIONES DE PROVEEDORES CERRADAS' TO PF7-LEYENDA.
           MOVE TAB-BJD-CPR-CERR (WS-BJD-IDX) TO PF7-CANT.
           WRITE LINEA-LIQFIN FROM PF7-CANTIDAD.
           PERFORM CHECK-WRITE-LISLIQFIN.
           COMPUTE WS-SALDO-CTC = TAB-BJD-DEBITOS (WS-BJD-IDX)
                                - TAB-BJD-CREDITOS (WS-BJD-IDX).
           ADD WS-SALDO-CTC TO WS-TG-A-COBRAR.
           MOVE 'CTA. CTE.: DEBITOS' TO PF4-LEYENDA.
           MOVE TAB-BJD-DEBITOS (WS-BJD-IDX) TO PF4-IMPORTE.
           WRITE LINEA-LIQFIN FROM PF4-IMP.
           PERFORM CHECK-WRITE-LISLIQFIN.
           MOVE 'CTA. CTE.: CREDITOS' TO PF4-LEYENDA.
           MOVE TAB-BJD-CREDITOS (WS-BJD-IDX) TO PF4-IMPORTE.
           WRITE LINEA-LIQFIN FROM PF4-IMP.
           PERFORM CHECK-WRITE-LISLIQFIN.
           MOVE 'SALDO A COBRAR AL CONSORCIO' TO PF4-LEYENDA.
           MOVE WS-SALDO-CTC TO PF4-IMPORTE.
           WRITE LINEA-LIQFIN FROM PF4-IMP.
           PERFORM CHECK-WRITE-LISLIQFIN.
           WRITE LINEA-LIQFIN FROM PF5-TIT.
           PERFORM CHECK-WRITE-LISLIQFIN.
           ADD 6 TO cantLineasLF.
           MOVE 0 TO WS-TOT-A-PAGAR.
           MOVE 0 TO WS-TOT-DISPUTA.
           IF WS-HAY-FACTURAS = 'S'
              MOVE ZEROS TO FACT-COD-PROV
              START FACTURAS KEY >= FACT-COD-PROV
              IF NOT FS-FACT EQUAL TO ZERO
                 IF FS-FACT NOT = 23
                    DISPLAY "Err al buscar facturas" FS-FACT
                    STOP RUN
                 END-IF
              ELSE
                 PERFORM LEER-PROX-FACT
                 PERFORM REVISAR-FACTURA-BAJA UNTIL FS-FACT = 10
              END-IF
           END-IF.
           ADD WS-TOT-A-PAGAR TO WS-TG-A-PAGAR.
           ADD WS-TOT-DISPUTA TO WS-TG-DISPUTA.
           MOVE 'SALDO A PAGAR A PROVEEDORES' TO PF4-LEYENDA.
           MOVE WS-TOT-A-PAGAR TO PF4-IMPORTE.
           WRITE LINEA-LIQFIN FROM PF4-IMP.
           PERFORM CHECK-WRITE-LISLIQFIN.
           IF WS-TOT-DISPUTA > ZERO
              MOVE 'SALDO EN DISPUTA (NO INCLUIDO)' TO PF4-LEYENDA
              MOVE WS-TOT-DISPUTA TO PF4-IMPORTE
              WRITE LINEA-LIQFIN FROM PF4-IMP
              PERFORM CHECK-WRITE-LISLIQFIN
              ADD 1 TO cantLineasLF
           END-IF.
           WRITE LINEA-LIQFIN FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISLIQFIN.
           ADD 2 TO cantLineasLF.

       LEER-PROX-FACT.
           READ FACTURAS NEXT RECORD.
           IF FS-FACT NOT = 00 AND FS-FACT NOT = 10
              DISPLAY "Err al leer facturas" FS-FACT
              STOP RUN
           END-IF.

       REVISAR-FACTURA-BAJA.
           IF FACT-CUIT-CONS = TAB-BJD-CUIT (WS-BJD-IDX)
              PERFORM BUSCAR-ESTADO-FACT
              IF WS-ESTADO-FACT NOT = 'R'
                 PERFORM CALCULAR-SALDO-FACT
                 IF WS-SALDO-FACT > ZERO
                    PERFORM IMPRIMIR-FACTURA-BAJA
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-PROX-FACT.

       BUSCAR-ESTADO-FACT.
           MOVE 'P' TO WS-ESTADO-FACT.
           IF WS-HAY-ESTADOS = 'S'
              MOVE FACT-COD-PROV TO EFC-COD-PROV
              MOVE FACT-NRO-FACT TO EFC-NRO-FACT
              READ ESTFACT RECORD
              IF FS-EFC = ZERO
                 MOVE EFC-ESTADO TO WS-ESTADO-FACT
              ELSE
                 IF FS-EFC NOT = 23
                    DISPLAY "Err leer estfact: " FS-EFC
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       CALCULAR-SALDO-FACT.
           MOVE 0 TO WS-PAGADO.
           IF WS-HAY-PAGOS = 'S'
              MOVE FACT-COD-PROV TO PAG-COD-PROV
              MOVE FACT-NRO-FACT TO PAG-NRO-FACT
              MOVE ZEROS TO PAG-NRO-MOV
              START PAGOS KEY >= PAG-CLAVE
              IF NOT FS-PAG EQUAL TO ZERO
                 IF FS-PAG = 23
                    CONTINUE
                 ELSE
                    DISPLAY "Err al buscar pagos" FS-PAG
                    STOP RUN
                 END-IF
              ELSE
                 PERFORM LEER-PROX-PAGO
                 PERFORM SUMAR-PAGO-REG UNTIL FS-PAG = 10 OR
                         PAG-COD-PROV NOT = FACT-COD-PROV OR
                         PAG-NRO-FACT NOT = FACT-NRO-FACT
              END-IF
           END-IF.
           COMPUTE WS-SALDO-FACT = FACT-MONTO - WS-PAGADO.

       LEER-PROX-PAGO.
           READ PAGOS NEXT RECORD.
           IF FS-PAG NOT = 00 AND FS-PAG NOT = 10
              DISPLAY "Err al leer pagos" FS-PAG
              STOP RUN
           END-IF.

       SUMAR-PAGO-REG.
           ADD PAG-MONTO TO WS-PAGADO.
           PERFORM LEER-PROX-PAGO.

       IMPRIMIR-FACTURA-BAJA.
           IF cantLineasLF >= 60
              PERFORM IMPRIMO-ENCABEZADO-LIQFIN
              WRITE LINEA-LIQFIN FROM PF2-CONS
              PERFORM CHECK-WRITE-LISLIQFIN
              WRITE LINEA-LIQFIN FROM PF5-TIT
              PERFORM CHECK-WRITE-LISLIQFIN
              ADD 2 TO cantLineasLF
           END-IF.
           MOVE SPACES TO PF6-RAZON.
           IF WS-HAY-PROVS = 'S'
              MOVE FACT-COD-PROV TO PRV-COD-PROV
              READ PROVEEDORES RECORD
              IF FS-PRV = ZERO
                 MOVE PRV-RAZON-SOCIAL TO PF6-RAZON
              END-IF
           END-IF.
           MOVE FACT-COD-PROV TO PF6-COD-PROV.
           MOVE FACT-NRO-FACT TO PF6-NRO-FACT.
           MOVE FACT-FECHA TO PF6-FECHA.
           MOVE FACT-MONTO TO PF6-MONTO.
           MOVE WS-SALDO-FACT TO PF6-SALDO.
           IF WS-ESTADO-FACT = 'D'
              MOVE 'EN DISPUTA' TO PF6-MARCA
           ELSE
              MOVE SPACES TO PF6-MARCA
           END-IF.
           WRITE LINEA-LIQFIN FROM PF6-FACT.
           PERFORM CHECK-WRITE-LISLIQFIN.
           ADD 1 TO cantLineasLF.
           IF WS-ESTADO-FACT = 'D'
              ADD WS-SALDO-FACT TO WS-TOT-DISPUTA
           ELSE
              ADD WS-SALDO-FACT TO WS-TOT-A-PAGAR
           END-IF.

       IMPRIMO-ENCABEZADO-LIQFIN.
           MOVE cantHojasLF TO PE1-HOJA.
           WRITE LINEA-LIQFIN FROM PE1-ENCABE.
           PERFORM CHECK-WRITE-LISLIQFIN.
           WRITE LINEA-LIQFIN FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISLIQFIN.
           WRITE LINEA-LIQFIN FROM PF1-ENCABE.
           PERFORM CHECK-WRITE-LISLIQFIN.
           WRITE LINEA-LIQFIN FROM PE2-ENCABE.
           PERFORM CHECK-WRITE-LISLIQFIN.
           ADD 1 TO cantHojasLF.
           MOVE 4 TO cantLineasLF.

       CHECK-WRITE-LISLIQFIN.
           IF FS-LISLF NOT = ZERO AND 10
              DISPLAY "Error al escribir lisLiqFinal: " FS-LISLF
              STOP RUN.

       DET-MENOR.
      *     DISPLAY "DET-MENOR".
           MOVE TAB-NOV-REG (1) TO CON-MENOR.
