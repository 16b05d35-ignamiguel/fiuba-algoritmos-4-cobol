      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD RubrosFile.
       01 RubrosRecord.
       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

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

       FD CONSULTORES.
       01 REG-CONSULTORES.
           02 TIM-TAREA        PIC X(4).
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD EMPRESAS.
       01 REG-EMPRESAS.
