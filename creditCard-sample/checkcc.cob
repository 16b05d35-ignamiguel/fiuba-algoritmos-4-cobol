       01 TarjetaRecord.
         88 EOF-TARJETA VALUE HIGH-VALUE.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
           88 TJ-ENVIO-PAPEL VALUE "P".
           88 TJ-ENVIO-EMAIL VALUE "E".
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus            PIC X(2).
          88 CC-REASON-PENDIENTE VALUE "5".

       01 LS-TJ-KEY-INPUT.
         03 LS-TJ-NRO-TARJ-INPUT  PIC 9(16).

        01 LS-TarjetaRecord.
         02 LS-TJ-KEY.
           03 LS-TJ-NRO-TARJ        PIC 9(16).
         02 LS-TJ-TITULAR           PIC X(30).
         02 LS-TJ-DOCUMENTO         PIC 9(11).
         02 LS-TJ-LIMITE            PIC 9(10)V99.
         02 LS-TJ-COD-POSTAL        PIC X(08).
         02 LS-TJ-ENVIO             PIC X(01).
         02 LS-TJ-VENCIMIENTO       PIC 9(06).
         02 LS-TJ-PRODUCTO          PIC X(02).

       PROCEDURE DIVISION USING LS-TJ-KEY-INPUT,
                                LS-CreditCardValid,
