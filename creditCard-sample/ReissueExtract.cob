      * months - N comes from CC-REEMISION-PARAM.DAT so the plant's
      * lead time can change without an edit here. Each extracted
      * card goes out with its holder, address and the new expiry
      * to emboss (three years past the old one) - the address is
      * the customer's (CLIENTES.DAT, by documento), where the
      * person lives now - and blocked or cancelled plastics never
      * reach the file. The plastic design code is the card
      * product's (CC-PRODUCTOS.DAT); a card without a product, or
      * with no product master, goes out with it blank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParamStatus.

          *> Customer master - the holder's address and delivery
          *> preference, shared by all of a person's cards.
          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          SELECT ReemisionFile ASSIGN TO "..\files\CC-REEMISION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Product master - the plastic design code.
          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD ParamFile.
       01 ReemisionParamRecord.
         03 REM-MESES-ANTICIPO           PIC 9(2).

       FD ClientesFile.
       01 ClienteRecord.
         02 CLI-DOCUMENTO                PIC 9(11).
         02 CLI-NOMBRE                   PIC X(30).
         02 CLI-CALLE                    PIC X(30).
         02 CLI-LOCALIDAD                PIC X(20).
         02 CLI-COD-POSTAL               PIC X(08).
         02 CLI-EMAIL                    PIC X(30).
         02 CLI-TELEFONO                 PIC X(10).
         02 CLI-ENVIO                    PIC X(01).
           88 CLI-ENVIO-PAPEL VALUE "P".
           88 CLI-ENVIO-EMAIL VALUE "E".

       FD ReemisionFile.
       01 ReemisionRecord.
         03 REM-NRO-TARJ                 PIC 9(16).
         03 REM-TITULAR                  PIC X(30).
         03 REM-VENC-ACTUAL              PIC 9(6).
         03 REM-VENC-NUEVO               PIC 9(6).
         03 REM-CALLE                    PIC X(30).
         03 REM-LOCALIDAD                PIC X(20).
         03 REM-COD-POSTAL               PIC X(8).
         03 REM-DISENO                   PIC X(4).

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
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   ProductosStatus              PIC X(2).
       01   WS-PRODUCTOS-DISPONIBLE      PIC X(1) VALUE "N".
          88 PRODUCTOS-DISPONIBLE VALUE "S".
       01   ClientesStatus               PIC X(2).
       01   WS-CLIENTES-DISPONIBLE       PIC X(1) VALUE "N".
          88 CLIENTES-DISPONIBLE VALUE "S".
       01   ParamStatus                  PIC X(2).
       01   WS-EOF-TARJETAS              PIC X(1) VALUE "N".
          88 EOF-TARJETAS VALUE "S".
             GOBACK
          END-IF.
          OPEN OUTPUT ReemisionFile.
          OPEN INPUT ClientesFile.
          IF ClientesStatus = "00"
             SET CLIENTES-DISPONIBLE TO TRUE
          END-IF.
          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             SET PRODUCTOS-DISPONIBLE TO TRUE
          END-IF.

          MOVE LOW-VALUES TO TJ-KEY.
          START TarjetasFile KEY IS NOT LESS THAN TJ-KEY
          END-PERFORM.

          CLOSE TarjetasFile, ReemisionFile.
          IF CLIENTES-DISPONIBLE
             CLOSE ClientesFile
          END-IF.
          IF ProductosStatus NOT = "35" AND ProductosStatus NOT = "30"
             CLOSE ProductosFile
          END-IF.
          DISPLAY "Tarjetas extraidas para reemision: "
             CONTADOR-EXTRAIDAS.
          IF CONTADOR-SIN-VENC > 0
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Extraer_Tarjeta.
          PERFORM Tomar_Datos_Cliente.
          MOVE TJ-VENCIMIENTO TO WS-VENC-NUEVO.
          ADD 3 TO WS-VN-ANIO.
          MOVE TJ-NRO-TARJ TO REM-NRO-TARJ.
          MOVE TJ-CALLE TO REM-CALLE.
          MOVE TJ-LOCALIDAD TO REM-LOCALIDAD.
          MOVE TJ-COD-POSTAL TO REM-COD-POSTAL.
          MOVE SPACES TO REM-DISENO.
          IF PRODUCTOS-DISPONIBLE AND TJ-PRODUCTO NOT = SPACES
             MOVE TJ-PRODUCTO TO PRD-CODIGO
             READ ProductosFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRD-DISENO TO REM-DISENO
             END-READ
          END-IF.
          WRITE ReemisionRecord.
          ADD 1 TO CONTADOR-EXTRAIDAS.
      *-----------------------------------------------------------*
      *   Address and delivery preference are the customer's; the
      *   card's own copy only stands in for a documento not yet in
      *   CLIENTES.DAT.
      *-----------------------------------------------------------*
       Tomar_Datos_Cliente.
          IF NOT CLIENTES-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE TJ-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE CLI-CALLE TO TJ-CALLE
                MOVE CLI-LOCALIDAD TO TJ-LOCALIDAD
                MOVE CLI-COD-POSTAL TO TJ-COD-POSTAL
                MOVE CLI-ENVIO TO TJ-ENVIO
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ReissueExtract.
