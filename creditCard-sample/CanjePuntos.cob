
       FD PuntosFile.
       01 PuntosRecord.
         02 PTS-NRO-TARJ                 PIC 9(16).
         02 PTS-SALDO                    PIC 9(8).
         02 PTS-ULT-GANADOS              PIC 9(6).


       FD AjustesPendFile.
       01 AjustePendRecord.
        03 AJU-NRO-TARJ                  PIC 9(16).
        03 AJU-NRO-CUPON                 PIC 9(5).
        03 AJU-FECHA                     PIC X(10).
        03 AJU-IMPORTE                   PIC 9(6)V99.

       FD CanjesFile.
       01 CanjeRecord.
         03 CAN-NRO-TARJ                 PIC 9(16).
         03 CAN-PUNTOS                   PIC 9(6).
         03 CAN-IMPORTE                  PIC 9(6)V99.
         03 CAN-FECHA                    PIC X(8).

       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-PUNTOS-INPUT              PIC 9(6).
       01   WS-VALOR-PUNTO               PIC 9(1)V99 VALUE 0.50.
       01   WS-IMPORTE-CREDITO           PIC 9(6)V99.
