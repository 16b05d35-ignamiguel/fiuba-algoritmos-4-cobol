      * the VENTAS-PARAMETROS period, counts sales per registered
      * terminal, and lists every ACTIVE terminal of the registry
      * with zero sales in the window on
      * TERMINALES-INACTIVAS.DAT. The monthly rent run
      * (AbonoTerminales) still charges those terminals but flags
      * them, so sales can decide whether to retrieve them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD TerminalesFile.
       01 TerminalRecord.
         02 Terminal-estado              PIC X(1).
           88 Terminal-activa            VALUE "A".
           88 Terminal-baja              VALUE "B".
         02 Terminal-tipo                PIC X(3).
         02 Terminal-fecha-alta          PIC 9(8).
         02 Terminal-fecha-baja          PIC 9(8).

       FD ParametrosFile.
       01 REG-PARAM-VENTAS.
