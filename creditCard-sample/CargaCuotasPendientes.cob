       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ                PIC 9(16).
           03 PC-NRO-CUPON               PIC 9(5).
         02 PC-IMPORTE                   PIC 9(6)V99.
         02 PC-CUOTAS-TOT                PIC 9(2).
