         03 HUE-IMPORTE                  PIC 9(6)V99.
         03 HUE-MOTIVO                   PIC X(20).
         03 HUE-INTENTOS                 PIC 9(2).
      *> Terminal and capture sequence of the orphaned sale - blank
      *> on orphans parked before the sales key carried them.
         03 HUE-TERMINAL                 PIC X(2).
         03 HUE-SECUENCIA                PIC X(4).
      *> Blank on orphans written before cuotas - one payment.
         03 HUE-CUOTAS                   PIC X(2).

       FD SpillFile.
       01 SpillRecord                    PIC X(59).

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

       WORKING-STORAGE SECTION.
       01   OrphanFS                     PIC X(2).
       01   WS-HUERFANAS-TABLE.
            02 WS-HUERFANA-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-HUE-IX.
               03 WS-HUE-DATA            PIC X(59).
               03 WS-HUE-POSTEADA        PIC X(1).

       01   CONTADOR-POSTEADAS           PIC 9(4) VALUE ZERO.
       01   WS-VENTA-GRABADA             PIC X(1).
          88 VENTA-GRABADA VALUE "S".
       01   CONTADOR-QUEDAN              PIC 9(4) VALUE ZERO.
       01   CONTADOR-EXCEDENTES          PIC 9(5) VALUE ZERO.

          MOVE HUE-FECHA TO Ventas-fecha.
          MOVE HUE-NRO-CARD TO Ventas-nro-card.
          MOVE HUE-IMPORTE TO Ventas-importe.
          MOVE 0 TO Ventas-tipo.
          IF HUE-CUOTAS NUMERIC AND HUE-CUOTAS > "01"
             MOVE HUE-CUOTAS TO Ventas-cuotas
          ELSE
             MOVE 1 TO Ventas-cuotas
          END-IF.
      *> An orphan that kept its terminal and sequence posts back
      *> under exactly that key - a collision means the sale is
      *> already there. An older orphan without them takes the
      *> first free sequence of terminal 00, as the loader does.
          IF HUE-SECUENCIA NUMERIC AND HUE-TERMINAL NUMERIC
             MOVE HUE-TERMINAL TO Ventas-terminal
             MOVE HUE-SECUENCIA TO Ventas-secuencia
             WRITE VentasRecord
                INVALID KEY
                   DISPLAY "** La venta " Ventas-key
                      " ya existe - se retira de huerfanas"
                   MOVE "S" TO WS-HUE-POSTEADA(WS-HUE-IX)
                NOT INVALID KEY
                   ADD 1 TO CONTADOR-POSTEADAS
                   MOVE "S" TO WS-HUE-POSTEADA(WS-HUE-IX)
             END-WRITE
          ELSE
             MOVE ZERO TO Ventas-terminal
             MOVE ZERO TO Ventas-secuencia
             MOVE "N" TO WS-VENTA-GRABADA
             PERFORM Grabar_Proxima_Secuencia
                UNTIL VENTA-GRABADA OR Ventas-secuencia = 9999
             IF VENTA-GRABADA
                ADD 1 TO CONTADOR-POSTEADAS
                MOVE "S" TO WS-HUE-POSTEADA(WS-HUE-IX)
             ELSE
                DISPLAY "** Sin secuencia libre para " Ventas-key
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Proxima_Secuencia.
          ADD 1 TO Ventas-secuencia.
          WRITE VentasRecord
             INVALID KEY CONTINUE
             NOT INVALID KEY SET VENTA-GRABADA TO TRUE
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
