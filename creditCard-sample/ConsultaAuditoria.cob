
       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         02 AUD-NRO-TARJ                 PIC 9(16).
         02 AUD-IMPORTE-ANTERIOR         PIC S9(10)V99.
         02 AUD-IMPORTE-NUEVO            PIC S9(10)V99.
         02 AUD-RUN                      PIC X(10).

       FD SaldoHistFile.
       01 SaldoHistRecord.
         02 SALDHIST-NRO-TARJ            PIC 9(16).
         02 SALDHIST-FECHA               PIC X(10).
         02 SALDHIST-IMPORTE             PIC S9(6)V99.
         02 SALDHIST-IMPORTE-USD         PIC 9(6)V99.

       WORKING-STORAGE SECTION.

       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-EOF-AUDIT                 PIC X(1).
          88 EOF-AUDIT VALUE "S".
       01   WS-EOF-HIST                  PIC X(1).
