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

       FD VentasFile.
       01 VentasRecord.
          04 Ventas-sucursal             PIC 9(2).
          04 Ventas-moneda               PIC 9(1).
          04 Ventas-fecha                PIC X(8).
      *> POS terminal within the sucursal and its capture sequence
      *> - a branch sells any number of times a day, each sale
      *> under its own key. Terminal 00 predates the registry.
          04 Ventas-terminal             PIC 9(2).
          04 Ventas-secuencia            PIC 9(4).
         02 Ventas-nro-card              PIC 9(4).
         02 Ventas-importe               PIC 9(6)V99.
         *> 0 = venta, 1 = devolucion del cliente.
         02 Ventas-tipo                  PIC 9(1).
           88 Ventas-tipo-venta            VALUE 0.
           88 Ventas-tipo-devolucion       VALUE 1.
         *> Cuotas the sale was made in - 0 or 1 = one payment.
         02 Ventas-cuotas                PIC 9(2).

       FD HoldFile.
       01 HoldRecord.
           03 Hold-comercio-num          PIC 9(6).
           03 Hold-sucursal              PIC 9(2).
           03 Hold-nro-card              PIC 9(4).
      *> The held sale's own date, terminal and sequence - two
      *> over-limit sales on one card are two holds, not one.
           03 Hold-fecha                 PIC X(8).
           03 Hold-terminal              PIC 9(2).
           03 Hold-secuencia             PIC 9(4).
         02 Hold-importe                 PIC 9(6)V99.
         02 Hold-estado                  PIC X(1).
         02 Hold-usuario                 PIC X(8).
           02 TIM-TAREA        PIC X(4).
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD SnapFile.
       01 SnapRecord                     PIC X(150).
