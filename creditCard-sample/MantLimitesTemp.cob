
       FD LimTempFile.
       01 LimTempRecord.
         03 LTM-NRO-TARJ                 PIC 9(16).
         03 LTM-FECHA-DESDE              PIC 9(8).
         03 LTM-FECHA-HASTA              PIC 9(8).
         03 LTM-LIMITE                   PIC 9(10)V99.

       FD LimTempTmpFile.
       01 LimTempTmpRecord               PIC X(44).

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

       WORKING-STORAGE SECTION.
       01   LimTempStatus                PIC X(2).

       01   WS-EOF-LIM                   PIC X(1).
          88 EOF-LIM VALUE "S".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-DESDE-INPUT               PIC 9(8).
       01   WS-HASTA-INPUT               PIC 9(8).
       01   WS-LIMITE-INPUT              PIC 9(10)V99.
