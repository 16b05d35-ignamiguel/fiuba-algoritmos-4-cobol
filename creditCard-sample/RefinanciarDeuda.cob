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

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ        PIC 9(16).
           04 SALD-FECHA           PIC X(10).
         02 SALD-IMPORTE           PIC S9(6)V99.
         02 SALD-IMPORTE-USD       PIC 9(6)V99.

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ          PIC 9(16).
           03 PC-NRO-CUPON         PIC 9(5).
         02 PC-IMPORTE             PIC 9(6)V99.
         02 PC-CUOTAS-TOT          PIC 9(2).

       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         02 AUD-NRO-TARJ                 PIC 9(16).
         02 AUD-IMPORTE-ANTERIOR         PIC S9(10)V99.
         02 AUD-IMPORTE-NUEVO            PIC S9(10)V99.
         02 AUD-RUN                      PIC X(10).

       FD RefinFile.
       01 RefinRecord.
         03 RFN-NRO-TARJ                 PIC 9(16).
         03 RFN-FECHA                    PIC X(8).
         03 RFN-SALDO-ORIGINAL           PIC 9(10)V99.
         03 RFN-TASA                     PIC 9(2)V99.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-CUOTAS-INPUT              PIC 9(2).
       01   WS-TASA-INPUT                PIC 9(2)V99.
       01   WS-EOF-SALDO                 PIC X(1).
          88 EOF-SALDO-SW VALUE "S".
       01   WS-EOF-REFIN                 PIC X(1).
          88 EOF-REFIN VALUE "S".
       01   WS-SALDO-ACTUAL              PIC S9(10)V99.
       01   WS-FECHA-SALDO-N             PIC 9(8).
       01   WS-MEJOR-FECHA               PIC 9(8).
       01   WS-SALDO-KEY-ULT             PIC X(20).
      *-----------------------------------------------------------*
       Armar_Plan.
          PERFORM Buscar_Saldo_Actual.
          IF WS-SALDO-ACTUAL NOT > ZERO
             DISPLAY "** La tarjeta no registra saldo impago - "
                "nada que refinanciar"
          ELSE
