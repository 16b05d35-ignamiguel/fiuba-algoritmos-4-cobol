
       FD CCRechazosFile.
       01 RejectedRecord.
         03 REJ-NRO-TARJ                 PIC 9(16).
         03 REJ-NRO-CUPON                PIC 9(5).
         03 REJ-FECHA-COMPRA             PIC X(10).
         03 REJ-IMPORTE                  PIC 9(6)V99.
       FD CCCargaFile.
       01 CCCargaRecord.
         02 CARGA-TIPO                   PIC X(10).
         02 CARGA-KEY                    PIC X(16).
         02 CARGA-MOTIVO                 PIC X(40).

       FD HuerfanasFile.
         03 HUE-IMPORTE                  PIC 9(6)V99.
         03 HUE-MOTIVO                   PIC X(20).
         03 HUE-INTENTOS                 PIC 9(2).
         03 HUE-TERMINAL                 PIC X(2).
         03 HUE-SECUENCIA                PIC X(4).

       FD VtasCargaFile.
       01 VtasCargaRecord.
         02 VCARGA-TIPO                  PIC X(11).
         02 VCARGA-KEY                   PIC X(23).
         02 VCARGA-STATUS                PIC X(2).

       FD BillRechazosFile.
