       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
          04 SALD-NRO-TARJ            PIC 9(16).
          04 SALD-FECHA               PIC X(10).
         02 SALD-IMPORTE             PIC S9(6)V99.
         02 SALD-IMPORTE-USD         PIC 9(6)V99.

       FD SaldoHistFile.
       01 SaldoHistRecord.
         02 SALDHIST-NRO-TARJ         PIC 9(16).
         02 SALDHIST-FECHA            PIC X(10).
         02 SALDHIST-IMPORTE         PIC S9(6)V99.
         02 SALDHIST-IMPORTE-USD     PIC 9(6)V99.

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

       FD TarjetasHistFile.
       01 TarjetaHistRecord.
         02 TJHIST-NRO-TARJ      PIC 9(16).
         02 TJHIST-TITULAR       PIC X(30).
         02 TJHIST-DOCUMENTO     PIC 9(11).
         02 TJHIST-LIMITE        PIC 9(10)V99.
