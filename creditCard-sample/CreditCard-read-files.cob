       01 SaldoRecord.
         88 EOF-SALDO VALUE HIGH-VALUE.
         02 SALD-KEY.
          04 SALD-NRO-TARJ            PIC 9(16).
          04 SALD-FECHA               PIC X(10).
         02 SALD-IMPORTE             PIC S9(6)V99.
         02 SALD-IMPORTE-USD         PIC 9(6)V99.

       FD TarjetasFile.
       01 TarjetaRecord.
         88 EOF-TARJETA VALUE HIGH-VALUE.
         02 TJ-KEY.
          03 SeqTJ-NRO-TARJ        PIC 9(16).
         02 SeqTJ-TITULAR           PIC X(30).
         02 SeqTJ-DOCUMENTO         PIC 9(11).
         02 SeqTJ-LIMITE            PIC 9(10)V99.
         02 SeqTJ-COD-POSTAL        PIC X(08).
         02 SeqTJ-ENVIO             PIC X(01).
         02 SeqTJ-VENCIMIENTO       PIC 9(06).
         02 SeqTJ-PRODUCTO          PIC X(02).

       WORKING-STORAGE SECTION.
       01   SaldoStatus               PIC X(2).
