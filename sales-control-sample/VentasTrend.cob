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

       FD VentasHistFile.
       01 VentasHistRecord.
         02 VHIST-fecha                  PIC X(8).
         02 VHIST-nro-card               PIC 9(4).
         02 VHIST-importe                PIC 9(6)V99.
      *> Appended after the original layout so the years already
      *> archived read the same: the rest of the sale's key and
      *> its tipo (blank on lines archived before they existed).
         02 VHIST-terminal               PIC X(2).
         02 VHIST-secuencia              PIC X(4).
         02 VHIST-tipo                   PIC X(1).

       FD ComerciosFile.
       01 ComercioRecord.
      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD TrendReportFile.
       01 TrendReportRecord              PIC X(90).
                END-READ
                IF NOT EOF-HIST
                   MOVE VHIST-comercio-num TO WS-VENTA-COMERCIO
      *> An archived devolucion nets out like a live one; lines
      *> archived before the tipo travelled count as ventas.
                   IF VHIST-tipo = "1"
                      COMPUTE WS-VENTA-IMPORTE =
                         ZERO - VHIST-importe
                   ELSE
                      MOVE VHIST-importe TO WS-VENTA-IMPORTE
                   END-IF
                   MOVE VHIST-fecha(1:4) TO WS-VENTA-ANIO
                   MOVE VHIST-fecha(5:2) TO WS-VENTA-MES
                   PERFORM Acumular_Una_Venta
