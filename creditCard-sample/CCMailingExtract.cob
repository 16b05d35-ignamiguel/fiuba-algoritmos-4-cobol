      * AUTHOR:  nacho.
      * Builds the mailing-house extract for the printed statements.
      * The statement run's electronic extract (CC-EXTRACTO.DAT) says
      * which cards got a statement; the cardholder's address and
      * delivery preference come off the customer master
      * (CLIENTES.DAT), through the card's TJ-DOCUMENTO. Customers
      * on e-statement delivery are skipped - they never reach the
      * print file either - and the rest come out sorted by codigo
      * postal, the order the mailing house stuffs envelopes in.
      * The mailing house never needs the whole card number - it
      * goes out masked (maskpan), first six and last four.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          *> Customer master - the holder's address and delivery
          *> preference, shared by all of a person's cards.
          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          SELECT MailingFile ASSIGN TO "..\files\CC-MAILING.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

         88 EOF-EXTRACTO VALUE HIGH-VALUES.
         03 EXT-H-TIPO                   PIC X(1).
         03 EXT-H-DOCUMENTO              PIC 9(11).
         03 EXT-H-NRO-TARJ               PIC 9(16).
         03 EXT-H-TITULAR                PIC X(30).
         03 EXT-H-FECHA-CIERRE           PIC X(10).
         03 EXT-H-SALDO-ANTERIOR         PIC S9(10)V99.

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

       FD MailingFile.
       01 MailingRecord.
         03 MAIL-COD-POSTAL              PIC X(8).
         03 MAIL-NRO-TARJ                PIC X(16).
         03 MAIL-TITULAR                 PIC X(30).
         03 MAIL-CALLE                   PIC X(30).
         03 MAIL-LOCALIDAD               PIC X(20).
       01 MailingSortRecord.
          88 EOF-MAIL-SORT VALUE HIGH-VALUES.
         03 msort-cod-postal             PIC X(8).
         03 msort-nro-tarj               PIC 9(16).
         03 msort-titular                PIC X(30).
         03 msort-calle                  PIC X(30).
         03 msort-localidad              PIC X(20).
       01   ExtractoStatus               PIC X(2).
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   ClientesStatus               PIC X(2).
       01   WS-CLIENTES-DISPONIBLE       PIC X(1) VALUE "N".
          88 CLIENTES-DISPONIBLE VALUE "S".

       01   CONTADOR-ENVIOS              PIC 9(6) VALUE ZERO.
       01   CONTADOR-EMAIL               PIC 9(6) VALUE ZERO.
                TarjetaStatus
             STOP RUN
          END-IF.
          OPEN INPUT ClientesFile.
          IF ClientesStatus = "00"
             SET CLIENTES-DISPONIBLE TO TRUE
          END-IF.
          READ ExtractoFile NEXT RECORD
             AT END SET EOF-EXTRACTO TO TRUE
          END-READ.
          END-PERFORM.
          CLOSE ExtractoFile.
          CLOSE TarjetasFile.
          IF CLIENTES-DISPONIBLE
             CLOSE ClientesFile
          END-IF.
       EXIT SECTION.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
             INVALID KEY
                ADD 1 TO CONTADOR-SIN-TARJETA
             NOT INVALID KEY
                PERFORM Tomar_Datos_Cliente
                IF TJ-ENVIO-EMAIL
                   ADD 1 TO CONTADOR-EMAIL
                ELSE
                END-IF
          END-READ.
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
       Grabar_Mailing SECTION.
          OPEN OUTPUT MailingFile.
          PERFORM Tomar_Del_Sort.
          PERFORM UNTIL EOF-MAIL-SORT
             MOVE msort-cod-postal TO MAIL-COD-POSTAL
             CALL 'maskpan' USING BY CONTENT msort-nro-tarj,
                BY REFERENCE MAIL-NRO-TARJ
             MOVE msort-titular TO MAIL-TITULAR
             MOVE msort-calle TO MAIL-CALLE
             MOVE msort-localidad TO MAIL-LOCALIDAD
