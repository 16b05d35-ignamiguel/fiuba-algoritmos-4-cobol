      *    A control file lists the acquirer feeds for the run and
      *    they are merged (by card number/cupon number) through a
      *    SORT instead of being hand-merged into CUPON1/2/3 first.
      *  - SALDOS.DAT balances are signed: a previous balance in
      *    credit (saldo a su favor) is netted against the card's
      *    total instead of being added to it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD CuponFile.
       01 Cupon_File_Record.
         88 EOF-CUPON VALUE HIGH-VALUE.
        03 C-NRO-TARJ            PIC 9(16).
        03 C-NRO-CUPON           PIC 9(5).
        03 C-FECHA-COMPRA.
          06 C-FILLER            PIC X(2).
       SD CuponSortFile.
       01 CuponSortRecord.
         88 EOF-CUPON-SORT VALUE HIGH-VALUE.
        03 CS-NRO-TARJ            PIC 9(16).
        03 CS-NRO-CUPON           PIC 9(5).
        03 CS-FECHA-COMPRA.
          06 CS-FILLER            PIC X(2).
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
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
           88 TJ-ENVIO-PAPEL VALUE "P".
           88 TJ-ENVIO-EMAIL VALUE "E".
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

      *> Same widened layout the sort batch, RecycleRechazos and
      *> the exception console share - the whole cupon rides along
      *> so a reject can be re-presented later.
       FD RejectedFile.
       01 RejectedRecord.
         03 REJ-NRO-TARJ          PIC 9(16).
         03 REJ-NRO-CUPON         PIC 9(5).
         03 REJ-FECHA-COMPRA      PIC X(10).
         03 REJ-IMPORTE           PIC 9(6)V99.

       FD LimTempFile.
       01 LimTempRecord.
         03 LTM-NRO-TARJ                 PIC 9(16).
         03 LTM-FECHA-DESDE              PIC 9(8).
         03 LTM-FECHA-HASTA              PIC 9(8).
         03 LTM-LIMITE                   PIC 9(10)V99.
       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ                PIC 9(16).
           03 PC-NRO-CUPON               PIC 9(5).
         02 PC-IMPORTE                   PIC 9(6)V99.
         02 PC-CUOTAS-TOT                PIC 9(2).
       01   WS-CreditCardValid       PIC X(1).
          88 CC-VALID VALUE HIGH-VALUE.
          88 CC-INVALID VALUE LOW-VALUE.
       01   WS-CC-Key                PIC 9(16).
       01   WS-Saldo-amount          PIC S9(10)V99.
       01   WS-total-amount          PIC S9(10)V99.
       01   WS-cupon-counter         PIC 9(2).
       01   WS-Limit-Flag            PIC X(1) VALUE "N".
               03 WS-CUPON-FEED-PATH   PIC X(60).

       01 Cupon_Record.
        03 WS-nro-tarjeta            PIC 9(16).
        03 WS-NRO-CUPON              PIC 9(5).
        03 WS-C1-FECHA-COMPRA.
          06 WS-FILLER            PIC X(2).
          88 EOF-CUOTAS-PEND VALUE "S".

       01 WS-TJ-KEY.
         03 WS-TJ-NRO-TARJ              PIC 9(16).

       01 WS-SALD-KEY.
          02 WS-SALD-NRO-TARJ            PIC 9(16).
          02 WS-SALD-FECHA               PIC X(10).

       PROCEDURE DIVISION.
       Print_Amounts.
           DISPLAY "------------------------------------".
           DISPLAY "Total de la tarjeta: " WS-total-amount.
           COMPUTE WS-total-amount = WS-total-amount + WS-Saldo-amount.
           DISPLAY "Saldo final: " WS-total-amount.

