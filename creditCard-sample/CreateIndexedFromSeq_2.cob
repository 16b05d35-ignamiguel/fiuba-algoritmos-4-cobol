       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
          04 SALD-NRO-TARJ            PIC 9(16).
          04 SALD-FECHA               PIC X(10).
         02 SALD-IMPORTE             PIC S9(6)V99.
         02 SALD-IMPORTE-USD         PIC 9(6)V99.


       FD SeqSaldoFile.
       01 SeqSaldoRecord.
          88   EndOfFile VALUE HIGH-VALUES.
          02 SeqSALD-NRO-TARJ        PIC 9(16).
          02 SeqSALD-FECHA           PIC X(10).
          02 SeqSALD-IMPORTE         PIC S9(6)V99.

       FD RejectFile.
       01 RejectRecord.
         02 REJ-TIPO                 PIC X(10).
         02 REJ-KEY                  PIC X(16).
         02 REJ-MOTIVO               PIC X(40).

       WORKING-STORAGE SECTION.
