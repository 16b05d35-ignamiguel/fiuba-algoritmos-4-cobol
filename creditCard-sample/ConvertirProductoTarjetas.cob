       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirProductoTarjetas.
      * AUTHOR:  nacho.
      * One-off conversion of the card master to the layout with the
      * card product (TJ-PRODUCTO). Before the run the old file is
      * renamed TARJETAS.ANT; every card is copied as is with
      * product CL (clasica). A CL product with every rate and fee
      * at zero is added to CC-PRODUCTOS.DAT when it is not there,
      * so the close keeps pricing the whole portfolio with the
      * general parameters until MantProductos loads real values.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldTarjetasFile ASSIGN TO "..\files\TARJETAS.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OTJ-NRO-TARJ
          ALTERNATE RECORD KEY IS OTJ-DOCUMENTO WITH DUPLICATES
          FILE STATUS IS OldTarjetaStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS TJ-NRO-TARJ
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

       DATA DIVISION.
       FILE SECTION.

      *> Pre-conversion layout - today's record up to the
      *> vencimiento.
       FD OldTarjetasFile.
       01 OldTarjetaRecord.
         02 OTJ-NRO-TARJ                 PIC 9(16).
         02 OTJ-TITULAR                  PIC X(30).
         02 OTJ-DOCUMENTO                PIC 9(11).
         02 OTJ-LIMITE                   PIC 9(10)V99.
         02 OTJ-ESTADO                   PIC X(01).
         02 OTJ-CICLO                    PIC 9(02).
         02 OTJ-CALLE                    PIC X(30).
         02 OTJ-LOCALIDAD                PIC X(20).
         02 OTJ-COD-POSTAL               PIC X(08).
         02 OTJ-ENVIO                    PIC X(01).
         02 OTJ-VENCIMIENTO              PIC 9(06).

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-NRO-TARJ                  PIC 9(16).
         02 TJ-TITULAR                   PIC X(30).
         02 TJ-DOCUMENTO                 PIC 9(11).
         02 TJ-LIMITE                    PIC 9(10)V99.
         02 TJ-ESTADO                    PIC X(01).
         02 TJ-CICLO                     PIC 9(02).
         02 TJ-CALLE                     PIC X(30).
         02 TJ-LOCALIDAD                 PIC X(20).
         02 TJ-COD-POSTAL                PIC X(08).
         02 TJ-ENVIO                     PIC X(01).
         02 TJ-VENCIMIENTO               PIC 9(06).
         02 TJ-PRODUCTO                  PIC X(02).

       FD ProductosFile.
       01 ProductoRecord.
         02 PRD-CODIGO                   PIC X(02).
         02 PRD-NOMBRE                   PIC X(15).
         02 PRD-TASA-FINANCIACION        PIC 9(2)V99.
         02 PRD-PORC-PAGO-MINIMO         PIC 9(2)V99.
         02 PRD-TASA-ADELANTO            PIC 9(2)V99.
         02 PRD-PORC-FEE-ADELANTO        PIC 9(2)V99.
         02 PRD-CARGO-MORA               PIC 9(6)V99.
         02 PRD-CARGO-SOBRELIMITE        PIC 9(6)V99.
         02 PRD-CARGO-RENOVACION         PIC 9(6)V99.
         02 PRD-MULT-PUNTOS              PIC 9V99.
         02 PRD-LIMITE-MAXIMO            PIC 9(10)V99.
         02 PRD-DISENO                   PIC X(04).

       WORKING-STORAGE SECTION.
       01   OldTarjetaStatus         PIC X(2).
       01   TarjetaStatus            PIC X(2).
          88 TarjetaOK VALUE "00".
       01   ProductosStatus          PIC X(2).

       01   WS-PRODUCTO-INICIAL      PIC X(2) VALUE "CL".

       01   WS-EOF                   PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   CONT-TARJETAS            PIC 9(6) VALUE ZERO.
       01   CONT-ERRORES             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          PERFORM Convertir_Tarjetas.
          PERFORM Alta_Producto_Inicial.

          DISPLAY "Tarjetas convertidas:     " CONT-TARJETAS.
          DISPLAY "Registros con error:      " CONT-ERRORES.
          IF CONT-ERRORES > ZERO
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Tarjetas.
          OPEN INPUT OldTarjetasFile.
          IF OldTarjetaStatus NOT = "00"
             DISPLAY "** TARJETAS.ANT no disponible - "
                "status " OldTarjetaStatus
             STOP RUN
          END-IF.
          OPEN OUTPUT TarjetasFile.
          IF NOT TarjetaOK
             DISPLAY "** Error abriendo TARJETAS.DAT - "
                "status " TarjetaStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldTarjetasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OTJ-NRO-TARJ TO TJ-NRO-TARJ
                MOVE OTJ-TITULAR TO TJ-TITULAR
                MOVE OTJ-DOCUMENTO TO TJ-DOCUMENTO
                MOVE OTJ-LIMITE TO TJ-LIMITE
                MOVE OTJ-ESTADO TO TJ-ESTADO
                MOVE OTJ-CICLO TO TJ-CICLO
                MOVE OTJ-CALLE TO TJ-CALLE
                MOVE OTJ-LOCALIDAD TO TJ-LOCALIDAD
                MOVE OTJ-COD-POSTAL TO TJ-COD-POSTAL
                MOVE OTJ-ENVIO TO TJ-ENVIO
                MOVE OTJ-VENCIMIENTO TO TJ-VENCIMIENTO
                MOVE WS-PRODUCTO-INICIAL TO TJ-PRODUCTO
                WRITE TarjetaRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " TJ-NRO-TARJ
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-TARJETAS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldTarjetasFile, TarjetasFile.
      *-----------------------------------------------------------*
      *   All zeros = general rates and fees, points x 1, no
      *   ceiling on the limit: nothing changes for the cards.
      *-----------------------------------------------------------*
       Alta_Producto_Inicial.
          OPEN I-O ProductosFile.
          IF ProductosStatus NOT = "00" AND ProductosStatus NOT = "05"
             DISPLAY "** Error abriendo CC-PRODUCTOS.DAT - "
                "status " ProductosStatus
             ADD 1 TO CONT-ERRORES
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-PRODUCTO-INICIAL TO PRD-CODIGO.
          READ ProductosFile
             INVALID KEY
                MOVE "CLASICA" TO PRD-NOMBRE
                MOVE ZERO TO PRD-TASA-FINANCIACION
                MOVE ZERO TO PRD-PORC-PAGO-MINIMO
                MOVE ZERO TO PRD-TASA-ADELANTO
                MOVE ZERO TO PRD-PORC-FEE-ADELANTO
                MOVE ZERO TO PRD-CARGO-MORA
                MOVE ZERO TO PRD-CARGO-SOBRELIMITE
                MOVE ZERO TO PRD-CARGO-RENOVACION
                MOVE ZERO TO PRD-MULT-PUNTOS
                MOVE ZERO TO PRD-LIMITE-MAXIMO
                MOVE SPACES TO PRD-DISENO
                WRITE ProductoRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar el producto "
                         PRD-CODIGO
                      ADD 1 TO CONT-ERRORES
                END-WRITE
          END-READ.
          CLOSE ProductosFile.
       END PROGRAM ConvertirProductoTarjetas.
