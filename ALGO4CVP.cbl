       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGO4CVP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRVANT ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS ANT-COD-PROV
                                FILE STATUS IS FS-ANT.
           SELECT PROVEEDORES ASSIGN TO DISK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PRV-COD-PROV
                                FILE STATUS IS FS-PRV.

       DATA DIVISION.
       FILE SECTION.

       FD PRVANT LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                 "proveedores.ant".

       01 ANT.
           03 ANT-COD-PROV                PIC 9(08).
           03 ANT-RAZON-SOCIAL            PIC X(30).
           03 ANT-CUIT                    PIC 9(15).
           03 ANT-DIR                     PIC X(30).
           03 ANT-PLAZO-DIAS              PIC 9(03).

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

       WORKING-STORAGE SECTION.
       77 FS-ANT                PIC XX.
       77 FS-PRV                PIC XX.
       77 WS-NOMBRE-ORIG        PIC X(30) VALUE 'proveedores.dat'.
       77 WS-NOMBRE-ANT         PIC X(30) VALUE 'proveedores.ant'.
       77 WS-NOMBRE-BAK         PIC X(30) VALUE 'proveedores_v1.bak'.
       77 WS-ARCH-DETALLE       PIC X(36).
       77 cantLeidos            PIC 9(07) VALUE 0.
       77 cantGrabados          PIC 9(07) VALUE 0.

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
           PERFORM VERIFICAR-ARCHIVOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEO-ANTERIOR.
           PERFORM CONVERTIR-PROVEEDOR UNTIL FS-ANT = 10.
           CLOSE PRVANT.
           CLOSE PROVEEDORES.
           PERFORM RESGUARDAR-ANTERIOR.
           DISPLAY "Conversion terminada. Leidos: " cantLeidos
                   " Grabados: " cantGrabados.
           STOP RUN.

       VERIFICAR-ARCHIVOS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ANT
                                             WS-ARCH-DETALLE.
           IF RETURN-CODE = ZERO
              PERFORM RETOMAR-CONVERSION
           ELSE
              PERFORM PREPARAR-CONVERSION
           END-IF.

       RETOMAR-CONVERSION.
           DISPLAY "Se retoma la conversion desde " WS-NOMBRE-ANT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIG
                                             WS-ARCH-DETALLE.
           IF RETURN-CODE = ZERO
              CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ORIG
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "No se pudo borrar " WS-NOMBRE-ORIG
                 STOP RUN
              END-IF
           END-IF.

       PREPARAR-CONVERSION.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-BAK
                                             WS-ARCH-DETALLE.
           IF RETURN-CODE = ZERO
              DISPLAY WS-NOMBRE-ORIG " ya fue convertido ("
                      WS-NOMBRE-BAK ")"
              STOP RUN.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIG
                                             WS-ARCH-DETALLE.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No existe " WS-NOMBRE-ORIG
                      ": no hay nada que convertir"
              STOP RUN.
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-ORIG
                                        WS-NOMBRE-ANT.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No se pudo renombrar " WS-NOMBRE-ORIG
              STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT PRVANT.
           IF FS-ANT = 39
              DISPLAY WS-NOMBRE-ORIG " ya tiene el formato nuevo"
              PERFORM RESTAURAR-ORIGINAL
              STOP RUN.
           IF FS-ANT NOT = ZERO
              DISPLAY "Err abrir " WS-NOMBRE-ANT ": " FS-ANT
              STOP RUN.
           OPEN OUTPUT PROVEEDORES.
           IF FS-PRV NOT = ZERO
              DISPLAY "Err abrir Proveedores: " FS-PRV
              STOP RUN.

       RESTAURAR-ORIGINAL.
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-ANT
                                        WS-NOMBRE-ORIG.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No se pudo renombrar " WS-NOMBRE-ANT.

       LEO-ANTERIOR.
           READ PRVANT NEXT RECORD.
           IF FS-ANT NOT = ZERO AND 10
              DISPLAY "Err leer " WS-NOMBRE-ANT ": " FS-ANT
              STOP RUN.

       CONVERTIR-PROVEEDOR.
           ADD 1 TO cantLeidos.
           MOVE ANT-COD-PROV TO PRV-COD-PROV.
           MOVE ANT-RAZON-SOCIAL TO PRV-RAZON-SOCIAL.
           MOVE ANT-CUIT TO PRV-CUIT.
           MOVE ANT-DIR TO PRV-DIR.
           MOVE ANT-PLAZO-DIAS TO PRV-PLAZO-DIAS.
           MOVE ZERO TO PRV-CBU.
           MOVE ZERO TO PRV-CUIT-TITULAR.
           MOVE ZERO TO PRV-BANCO.
           WRITE PRV.
           IF FS-PRV NOT = ZERO
              DISPLAY "Err grabar Proveedores: " FS-PRV
                      " codigo " ANT-COD-PROV
              STOP RUN.
           ADD 1 TO cantGrabados.
           PERFORM LEO-ANTERIOR.

       RESGUARDAR-ANTERIOR.
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-ANT
                                        WS-NOMBRE-BAK.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "No se pudo renombrar " WS-NOMBRE-ANT
              STOP RUN.
