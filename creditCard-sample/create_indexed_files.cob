       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
          04 SALD-NRO-TARJ            PIC 9(16).
          04 SALD-FECHA               PIC X(10).
         02 SALD-IMPORTE             PIC S9(6)V99.
         02 SALD-IMPORTE-USD         PIC 9(6)V99.

       FD SeqSaldoFile.
       01 SeqSaldoRecord.
          88   EOF-SALDO VALUE HIGH-VALUES.
          02 SeqSALD-KEY.
            04 SeqSALD-NRO-TARJ        PIC 9(16).
            04 SeqSALD-FECHA           PIC X(10).
          02 SeqSALD-IMPORTE         PIC S9(6)V99.

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 SeqTJ-NRO-TARJ        PIC 9(16).
         02 SeqTJ-TITULAR           PIC X(30).
         02 SeqTJ-DOCUMENTO         PIC 9(11).
         02 SeqTJ-LIMITE            PIC 9(10)V99.
         02 SeqTJ-COD-POSTAL        PIC X(08).
         02 SeqTJ-ENVIO             PIC X(01).
         02 SeqTJ-VENCIMIENTO       PIC 9(06).
         02 SeqTJ-PRODUCTO          PIC X(02).

       FD SeqTarjetasFile.
       01 SeqTarjetaRecord.
          88   EOF-TARJETA VALUE HIGH-VALUES.
          02 SeqTJ-KEY.
            03 SeqTJ-NRO-TARJ        PIC 9(16).
          02 SeqTJ-TITULAR           PIC X(30).
          02 SeqTJ-DOCUMENTO         PIC 9(11).
          02 SeqTJ-LIMITE            PIC 9(10)V99.
          02 SeqTJ-ENVIO             PIC X(01).
            88 SeqTJ-ENVIO-VALIDO VALUES "P" "E".
          02 SeqTJ-VENCIMIENTO       PIC 9(06).
          02 SeqTJ-PRODUCTO          PIC X(02).

       FD RejectFile.
       01 RejectRecord.
         02 REJ-TIPO                 PIC X(10).
         02 REJ-KEY                  PIC X(16).
         02 REJ-MOTIVO               PIC X(40).

       WORKING-STORAGE SECTION.
