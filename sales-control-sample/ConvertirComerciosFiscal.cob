       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirComerciosFiscal.
      * AUTHOR:  nacho.
      * One-off conversion of the comercio master to the layout with
      * fiscal data (CUIT, IVA condition, ingresos brutos). Before
      * the run the old file is renamed comercios_indexed.ANT; every
      * comercio is copied as is, with CUIT zero and the other two
      * blank. MantComercios asks for them the next time the
      * comercio is modified, and the settlement flags the comercio
      * on its listing until the CUIT is loaded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldComerciosFile ASSIGN TO
          "..\files\comercios_indexed.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OCOM-KEY
          FILE STATUS IS OldComercioStatus.

          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioStatus.

       DATA DIVISION.
       FILE SECTION.

      *> Pre-conversion layout - today's record up to the CBU.
       FD OldComerciosFile.
       01 OldComercioRecord.
         02 OCOM-KEY.
           03 OCOM-NUM                   PIC 9(6).
           03 OCOM-SUCURSAL              PIC 9(2).
         02 OCOM-RAZON-SOCIAL            PIC X(30).
         02 OCOM-DIRECCION               PIC X(20).
         02 OCOM-COD-RUBRO               PIC 9(4).
         02 OCOM-LIMITE-VENTA            PIC X(1).
         02 OCOM-ESTADO                  PIC X(1).
         02 OCOM-CBU                     PIC X(22).

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-key.
           03 Comercio-num               PIC 9(6).
           03 Comercio-sucursal          PIC 9(2).
         02 Comercio-razon-social        PIC X(30).
         02 Comercio-direccion           PIC X(20).
         02 Comercio-cod-rubro           PIC 9(4).
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado             PIC X(1).
           88 Comercio-alta-pend VALUE "P".
           88 Comercio-activo VALUE "A".
           88 Comercio-suspendido VALUE "S".
           88 Comercio-baja VALUE "B".
         02 Comercio-cbu                 PIC X(22).
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       WORKING-STORAGE SECTION.
       01   OldComercioStatus        PIC X(2).
       01   ComercioStatus           PIC X(2).
          88 ComercioOK VALUE "00".

       01   WS-EOF                   PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   CONT-COMERCIOS           PIC 9(6) VALUE ZERO.
       01   CONT-ERRORES             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          PERFORM Convertir_Comercios.

          DISPLAY "Comercios convertidos:    " CONT-COMERCIOS.
          DISPLAY "Registros con error:      " CONT-ERRORES.
          IF CONT-ERRORES > ZERO
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Comercios.
          OPEN INPUT OldComerciosFile.
          IF OldComercioStatus NOT = "00"
             DISPLAY "** comercios_indexed.ANT no disponible - "
                "status " OldComercioStatus
             STOP RUN
          END-IF.
          OPEN OUTPUT ComerciosFile.
          IF NOT ComercioOK
             DISPLAY "** Error abriendo comercios_indexed.dat - "
                "status " ComercioStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldComerciosFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OCOM-NUM TO Comercio-num
                MOVE OCOM-SUCURSAL TO Comercio-sucursal
                MOVE OCOM-RAZON-SOCIAL TO Comercio-razon-social
                MOVE OCOM-DIRECCION TO Comercio-direccion
                MOVE OCOM-COD-RUBRO TO Comercio-cod-rubro
                MOVE OCOM-LIMITE-VENTA TO Comercio-limite-venta
                MOVE OCOM-ESTADO TO Comercio-estado
                MOVE OCOM-CBU TO Comercio-cbu
                MOVE ZERO TO Comercio-cuit
                MOVE SPACES TO Comercio-cond-iva
                MOVE SPACES TO Comercio-iibb
                WRITE ComercioRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " Comercio-key
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-COMERCIOS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldComerciosFile, ComerciosFile.
       END PROGRAM ConvertirComerciosFiscal.
