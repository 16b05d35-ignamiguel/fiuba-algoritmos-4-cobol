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

       FD SeqVentasFile.
       01 SeqVentaRecord.
          02 SeqVentas-importe           PIC 9(6)V99.
          02 SeqVentas-terminal          PIC X(2).
          02 SeqVentas-tipo              PIC X(1).
      *> Capture sequence within the terminal and day, when the
      *> POS sends one; blank lets the load number the sales.
          02 SeqVentas-secuencia         PIC X(4).
      *> Cuotas the cardholder chose at the POS; blank on capture
      *> files older than cuotas means a single payment.
          02 SeqVentas-cuotas            PIC X(2).
      *> Per-terminal control view - each terminal's batch closes
      *> with a "CTL" line declaring its count and importe.
       01 SeqVentaControlRecord.
      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD SeqComercioFile.
       01 SeqTarjetaRecord.
          88   EOF-Comercio VALUE HIGH-VALUES.
          02 SEQC-BASE                   PIC X(63).
      *> Fiscal columns, optional - a line without them loads the
      *> comercio with no CUIT, to be completed in MantComercios.
          02 SEQC-CUIT                   PIC X(11).
          02 SEQC-COND-IVA               PIC X(2).
          02 SEQC-IIBB                   PIC X(13).

       FD LimiteVentaFile.
       01 LimiteVentaRecord.
       FD RejectFile.
       01 RejectRecord.
         02 REJ-TIPO                     PIC X(11).
         02 REJ-KEY                      PIC X(23).
         02 REJ-STATUS                   PIC X(2).

       WORKING-STORAGE SECTION.
       01   VentasStatus                 PIC X(2).
       01   ComercioStatus               PIC X(2).
       01   LimiteVentaStatus            PIC X(2).
       01   WS-VENTA-GRABADA             PIC X(1).
          88 VENTA-GRABADA VALUE "S".
       01   WS-SECUENCIA-ASIGNADA        PIC X(1).
          88 SECUENCIA-ASIGNADA VALUE "S".
       01   WS-CUIT-RESULTADO            PIC X(1).
          88 CUIT-VALIDO VALUE "S".

       PROCEDURE DIVISION.
       Begin.

          PERFORM UNTIL EOF-Comercio
          DISPLAY SeqTarjetaRecord
             MOVE SEQC-BASE TO ComercioRecord
      *> The load file predates the lifecycle - a loaded comercio
      *> starts activo, as it always effectively was.
             MOVE "A" TO Comercio-estado
             MOVE SPACES TO Comercio-cbu
      *> A CUIT that is present must pass chkcuit - "CU" in the
      *> rejects, and the comercio is not loaded.
             MOVE "S" TO WS-CUIT-RESULTADO
             MOVE ZERO TO Comercio-cuit
             IF SEQC-CUIT NOT = SPACES
                IF SEQC-CUIT IS NUMERIC
                   MOVE SEQC-CUIT TO Comercio-cuit
                   CALL 'chkcuit' USING Comercio-cuit,
                      WS-CUIT-RESULTADO
                ELSE
                   MOVE "N" TO WS-CUIT-RESULTADO
                END-IF
             END-IF
             MOVE SEQC-COND-IVA TO Comercio-cond-iva
             MOVE SEQC-IIBB TO Comercio-iibb
             IF NOT CUIT-VALIDO
                DISPLAY "Comercio CUIT invalido :- ", SEQC-CUIT
                MOVE "COMERCIO" TO REJ-TIPO
                MOVE Comercio-key TO REJ-KEY
                MOVE "CU" TO REJ-STATUS
                WRITE RejectRecord
             ELSE
                WRITE ComercioRecord
                INVALID KEY
                   DISPLAY "Comercio STATUS :- ", ComercioStatus
                   MOVE "COMERCIO" TO REJ-TIPO
                   MOVE Comercio-key TO REJ-KEY
                   MOVE ComercioStatus TO REJ-STATUS
                   WRITE RejectRecord
                END-WRITE
             END-IF
             READ SeqComercioFile
             AT END SET EOF-Comercio TO TRUE
             END-READ
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Una_Venta.
          MOVE SeqVentas-comercio-num TO Ventas-comercio-num.
          MOVE SeqVentas-sucursal TO Ventas-sucursal.
          MOVE SeqVentas-moneda TO Ventas-moneda.
          ELSE
             MOVE ZERO TO Ventas-terminal
          END-IF.
      *> A sequence the POS sent is the sale's identity; without one
      *> the load hands out the first free number of that terminal
      *> and day.
          IF SeqVentas-secuencia NUMERIC
             AND SeqVentas-secuencia NOT = "0000"
             MOVE SeqVentas-secuencia TO Ventas-secuencia
             MOVE "N" TO WS-SECUENCIA-ASIGNADA
          ELSE
             MOVE ZERO TO Ventas-secuencia
             SET SECUENCIA-ASIGNADA TO TRUE
          END-IF.
      *> Only "1" marks a devolucion - anything else (including
      *> the blank of older capture files) is an ordinary venta.
          IF SeqVentas-tipo = "1"
          ELSE
             MOVE 0 TO Ventas-tipo
          END-IF.
          IF SeqVentas-cuotas NUMERIC AND SeqVentas-cuotas > "01"
             AND Ventas-tipo-venta
             MOVE SeqVentas-cuotas TO Ventas-cuotas
          ELSE
             MOVE 1 TO Ventas-cuotas
          END-IF.
      *> A venta dated into a closed accounting period never
      *> loads - it rejects with its own motivo so the reloaded
      *> month cannot drift from the GL interface already sent.
          IF SeqVentas-fecha NUMERIC
             MOVE SeqVentas-fecha TO PERIODO-FECHA
             CALL 'chkperiodo' USING PERIODO-SUBSISTEMA,
                PERIODO-FECHA, PERIODO-RESULTADO
             IF PERIODO-RESULTADO = "C"
                MOVE "VENTA" TO REJ-TIPO
                MOVE Ventas-key TO REJ-KEY
                MOVE "PC" TO REJ-STATUS
                WRITE RejectRecord
                END-WRITE
                DISPLAY "** Venta en periodo cerrado: "
                   SeqVentas-fecha
                EXIT PARAGRAPH
             END-IF
          END-IF.
          IF SECUENCIA-ASIGNADA
             MOVE "N" TO WS-VENTA-GRABADA
             PERFORM Grabar_Proxima_Secuencia
                UNTIL VENTA-GRABADA OR Ventas-secuencia = 9999
             IF VENTA-GRABADA
                PERFORM Acumular_Terminal
             ELSE
                PERFORM Rechazar_Venta
             END-IF
          ELSE
             WRITE VentasRecord
                INVALID KEY
                   PERFORM Rechazar_Venta
                NOT INVALID KEY
                   PERFORM Acumular_Terminal
             END-WRITE
          END-IF.
      *-----------------------------------------------------------*
      *   Several sales of one terminal on one day no longer collide
      *   - a taken sequence just moves on to the next one. Only a
      *   terminal past 9999 sales in a day rejects.
      *-----------------------------------------------------------*
       Grabar_Proxima_Secuencia.
          ADD 1 TO Ventas-secuencia.
          WRITE VentasRecord
             INVALID KEY CONTINUE
             NOT INVALID KEY SET VENTA-GRABADA TO TRUE
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Rechazar_Venta.
          DISPLAY "Venta STATUS :- ", VentasStatus.
          MOVE "VENTA" TO REJ-TIPO.
          MOVE Ventas-key TO REJ-KEY.
          MOVE VentasStatus TO REJ-STATUS.
          WRITE RejectRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Acumular_Terminal.
          MOVE "N" TO WS-TRM-HALLADO.
