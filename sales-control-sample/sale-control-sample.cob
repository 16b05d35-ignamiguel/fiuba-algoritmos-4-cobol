            88 Ventas-moneda-pesos       VALUE 0.
            88 Ventas-moneda-extranjera  VALUE 1.
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

       FD RubrosFile.
       01 RubrosRecord.
         03 LIB-NRO-CARD                 PIC 9(4).
         03 LIB-FECHA                    PIC X(8).
         03 LIB-IMPORTE                  PIC 9(6)V99.
      *> The released sale's terminal and sequence - blank on lines
      *> posted before the sales key carried them.
         03 LIB-TERMINAL                 PIC X(2).
         03 LIB-SECUENCIA                PIC X(4).

       FD TasasFile.
       01 TasaCambioRecord.
         03 HUE-IMPORTE                  PIC 9(6)V99.
         03 HUE-MOTIVO                   PIC X(20).
         03 HUE-INTENTOS                 PIC 9(2).
      *> Terminal and capture sequence of the orphaned sale, so the
      *> rematch posts it back under its original key.
         03 HUE-TERMINAL                 PIC 9(2).
         03 HUE-SECUENCIA                PIC 9(4).
         03 HUE-CUOTAS                   PIC 9(2).

       FD InactivoSalesFile.
       01 InactivoSaleRecord.
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
           88 Hold-pendiente             VALUE "P".
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.
      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE
            "SALES-REPORT".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "SALECONTROL-SAMPLE".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\sales_report.dat".
       01   SPL-RETENCION                PIC X(1) VALUE "D".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).
       01 WS-CTL-VENTAS-LEIDAS           PIC 9(8) VALUE ZERO.
       01 VentasFS                       PIC X(2).
          88 ventas_success               VALUE "00".
             03 WS-LIB-NRO-CARD          PIC 9(4).
             03 WS-LIB-FECHA             PIC X(8).
             03 WS-LIB-IMPORTE           PIC 9(6)V99.
             03 WS-LIB-TERMINAL          PIC X(2).
             03 WS-LIB-SECUENCIA         PIC X(4).
       01 WS-VENTA-LIBERADA              PIC X(1).
          88 VENTA-LIBERADA VALUE "S".

         END-PERFORM.
         PERFORM Print_Total_General.
         CLOSE OutputReportFile.
         CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
            SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
            SPL-PAGINAS, SPL-RESULTADO.
       EXIT SECTION.

      *   The variable fields are all re-MOVEd per line - blanking
                MOVE LIB-FECHA TO WS-LIB-FECHA(WS-LIBERADAS-COUNT)
                MOVE LIB-IMPORTE
                   TO WS-LIB-IMPORTE(WS-LIBERADAS-COUNT)
                MOVE LIB-TERMINAL
                   TO WS-LIB-TERMINAL(WS-LIBERADAS-COUNT)
                MOVE LIB-SECUENCIA
                   TO WS-LIB-SECUENCIA(WS-LIBERADAS-COUNT)
                READ LiberadasFile
                   AT END MOVE "10" TO LiberadasFS
                END-READ
                AND WS-LIB-NRO-CARD(WS-LIB-IX) = Ventas-nro-card
                AND WS-LIB-FECHA(WS-LIB-IX) = Ventas-fecha
                AND WS-LIB-IMPORTE(WS-LIB-IX) = Ventas-importe
      *> With several sales per card and day the terminal and
      *> sequence tell them apart; an older line without them
      *> still matches on the rest, as it always did.
                IF WS-LIB-SECUENCIA(WS-LIB-IX) NOT NUMERIC
                   SET VENTA-LIBERADA TO TRUE
                ELSE
                   IF WS-LIB-TERMINAL(WS-LIB-IX) = Ventas-terminal
                      AND WS-LIB-SECUENCIA(WS-LIB-IX)
                          = Ventas-secuencia
                      SET VENTA-LIBERADA TO TRUE
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

          MOVE Ventas-importe TO HUE-IMPORTE.
          MOVE "Comercio no encontrado" TO HUE-MOTIVO.
          MOVE ZERO TO HUE-INTENTOS.
          MOVE Ventas-terminal TO HUE-TERMINAL.
          MOVE Ventas-secuencia TO HUE-SECUENCIA.
          MOVE Ventas-cuotas TO HUE-CUOTAS.
          WRITE OrphanSaleRecord.

       Write_Inactivo_Sale.
          MOVE Ventas-sucursal TO Hold-sucursal.
          MOVE Ventas-nro-card TO Hold-nro-card.
          MOVE Ventas-fecha TO Hold-fecha.
          MOVE Ventas-terminal TO Hold-terminal.
          MOVE Ventas-secuencia TO Hold-secuencia.
          MOVE Ventas-importe TO Hold-importe.
          SET Hold-pendiente TO TRUE.
          MOVE SPACES TO Hold-usuario.
