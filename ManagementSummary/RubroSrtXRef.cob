      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD ConsultoresFile.
       01 REG-CONSULTORES.
