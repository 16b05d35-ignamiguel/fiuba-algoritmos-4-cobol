      * of the close's extract writes a dispatch-log line per card
      * and close with its delivery channel; (2) the mail gateway's
      * bounce file marks e-statements that never arrived, and a
      * card bouncing twice or more falls back to papel for the
      * next close - on the customer (CLIENTES.DAT), where the
      * delivery preference lives, and on the copy every card of
      * that customer carries; (3) the exception list
      * names every cardholder whose latest statement reached them
      * through NEITHER channel - before the late fee does. The
      * exception list shows the card masked (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          *> Customer master - the delivery preference is the
          *> person's, shared by all of their cards.
          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          SELECT EnviosLogFile ASSIGN TO "..\files\CC-ENVIOS-LOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EnviosLogStatus.
       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
           88 TJ-ENVIO-PAPEL VALUE "P".
           88 TJ-ENVIO-EMAIL VALUE "E".
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

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

       FD EnviosLogFile.
       01 EnvioLogRecord.
         03 ENV-NRO-TARJ                 PIC 9(16).
         03 ENV-FECHA-CIERRE             PIC X(10).
         03 ENV-CANAL                    PIC X(1).
         03 ENV-ESTADO                   PIC X(1).
           88 ENV-REBOTADO               VALUE "R".

       FD EnviosTmpFile.
       01 EnvioTmpRecord                 PIC X(28).

       FD RebotesFile.
       01 ReboteRecord.
         03 REB-NRO-TARJ                 PIC 9(16).
         03 REB-FECHA-CIERRE             PIC X(10).

       FD ExcepcionesFile.
       01 ExcepcionRecord.
         03 EXC-NRO-TARJ                 PIC X(16).
         03 EXC-TITULAR                  PIC X(30).
         03 EXC-FECHA-CIERRE             PIC X(10).

       01   ExtractoStatus               PIC X(2).
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   ClientesStatus               PIC X(2).
          88 ClientesOK VALUE "00" "05".
       01   WS-CLIENTE-EXISTE            PIC X(1).
          88 CLIENTE-EXISTE VALUE "S".
       01   WS-DOC-PAPEL                 PIC 9(11).
       01   WS-EOF-TARJ                  PIC X(1).
          88 EOF-TARJ VALUE "S".
       01   EnviosLogStatus              PIC X(2).
       01   RebotesStatus                PIC X(2).

          88 EOF-REB VALUE "S".

       01   WS-EXT-LINEA                 PIC X(80).
       01   WS-EXT-TARJ                  PIC 9(16).
       01   WS-EXT-FECHA                 PIC X(10).
       01   WS-YA-LOGUEADO               PIC X(1).
          88 YA-LOGUEADO VALUE "S".
       01   WS-ULTIMOS-TABLE.
            02 WS-ULT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-ULT-IX.
               03 WS-ULT-TARJ            PIC 9(16).
               03 WS-ULT-FEC             PIC X(10).
               03 WS-ULT-FEC-ORD         PIC 9(8).
               03 WS-ULT-EST             PIC X(1).
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN I-O ClientesFile.
          IF NOT ClientesOK
             DISPLAY "** Error abriendo CLIENTES.DAT - status "
                ClientesStatus
             CLOSE TarjetasFile
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.

          PERFORM Registrar_Envios.
          PERFORM Procesar_Rebotes.
          PERFORM Listar_Excepciones.

          CLOSE TarjetasFile.
          CLOSE ClientesFile.
          DISPLAY "Envios registrados este run:   "
             CONTADOR-LOGUEADOS.
          DISPLAY "Rebotes aplicados:             "
             END-READ
             IF NOT EOF-EXT
                IF WS-EXT-LINEA(1:1) = "H"
                   MOVE WS-EXT-LINEA(13:16) TO WS-EXT-TARJ
                   MOVE WS-EXT-LINEA(59:10) TO WS-EXT-FECHA
                   PERFORM Registrar_Un_Envio
                END-IF
             END-IF
             READ TarjetasFile
                INVALID KEY
                   MOVE "P" TO TJ-ENVIO
                NOT INVALID KEY
                   PERFORM Leer_Cliente
                   IF CLIENTE-EXISTE
                      MOVE CLI-ENVIO TO TJ-ENVIO
                   END-IF
             END-READ
             OPEN EXTEND EnviosLogFile
             MOVE WS-EXT-TARJ TO ENV-NRO-TARJ
          CLOSE EnviosLogFile.
      *-----------------------------------------------------------*
      *   A repeat bouncer stops getting e-statements into a void -
      *   back to papel on the customer and on every card of the
      *   customer, and the next close routes it through the
      *   mailing house again. A card whose documento is not yet a
      *   customer only has its own copy to change.
      *-----------------------------------------------------------*
       Volver_A_Papel.
          MOVE REB-NRO-TARJ TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          PERFORM Leer_Cliente.
          IF NOT CLIENTE-EXISTE
             PERFORM Tarjeta_A_Papel
             EXIT PARAGRAPH
          END-IF.
          IF CLI-ENVIO-EMAIL
             MOVE "P" TO CLI-ENVIO
             REWRITE ClienteRecord
                INVALID KEY
                   DISPLAY "** No se pudo volver a papel al cliente "
                      CLI-DOCUMENTO
                NOT INVALID KEY
                   DISPLAY "Cliente " CLI-DOCUMENTO
                      " vuelve a resumen papel"
             END-REWRITE
          END-IF.
          MOVE CLI-DOCUMENTO TO WS-DOC-PAPEL.
          MOVE WS-DOC-PAPEL TO TJ-DOCUMENTO.
          MOVE "N" TO WS-EOF-TARJ.
          START TarjetasFile KEY IS EQUAL TO TJ-DOCUMENTO
             INVALID KEY SET EOF-TARJ TO TRUE
          END-START.
          PERFORM UNTIL EOF-TARJ
             READ TarjetasFile NEXT RECORD
                AT END SET EOF-TARJ TO TRUE
             END-READ
             IF NOT EOF-TARJ
                IF TJ-DOCUMENTO NOT = WS-DOC-PAPEL
                   SET EOF-TARJ TO TRUE
                ELSE
                   PERFORM Tarjeta_A_Papel
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Cliente.
          MOVE "N" TO WS-CLIENTE-EXISTE.
          MOVE TJ-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET CLIENTE-EXISTE TO TRUE
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Tarjeta_A_Papel.
          IF TJ-ENVIO-EMAIL
             MOVE "P" TO TJ-ENVIO
             REWRITE TarjetaRecord
                INVALID KEY
                   DISPLAY "** No se pudo volver a papel "
                      TJ-NRO-TARJ
                NOT INVALID KEY
                   ADD 1 TO CONTADOR-FALLBACK
                   MOVE "R" TO JRN-OPERACION
                   MOVE TarjetaRecord TO JRN-REGISTRO
                   CALL 'journal' USING JRN-ARCHIVO,
                      JRN-OPERACION, JRN-REGISTRO
                   DISPLAY "Tarjeta " TJ-NRO-TARJ
                      " vuelve a resumen papel"
             END-REWRITE
          END-IF.
      *-----------------------------------------------------------*
      *   Whose LATEST logged statement bounced and never went out
      *   on paper either - those holders got nothing and will not
      *   know their minimum is due. The log is in append order,
      *-----------------------------------------------------------*
       Grabar_Excepcion.
          ADD 1 TO CONTADOR-EXCEPCIONES.
          CALL 'maskpan' USING BY CONTENT WS-ULT-TARJ(WS-ULT-IX),
             BY REFERENCE EXC-NRO-TARJ.
          MOVE WS-ULT-FEC(WS-ULT-IX) TO EXC-FECHA-CIERRE.
          MOVE SPACES TO EXC-TITULAR.
          MOVE WS-ULT-TARJ(WS-ULT-IX) TO TJ-NRO-TARJ.
