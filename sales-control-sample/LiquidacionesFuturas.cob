       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LiquidacionesFuturas.
      * AUTHOR:  nacho.
      * Future settlements per comercio - the sales in
      * ventas_indexed.dat that the last LiquidacionComercios run
      * (LIQUIDACION-CORTE.DAT) did not yet pay, grouped by the date
      * each one falls due under the comercio's plazo de
      * acreditacion (see fechapago). One block per comercio and
      * sucursal with a line per payment date, a subtotal, and the
      * total still to be settled, on LIQUIDACIONES-FUTURAS.DAT, for
      * the payments area and for the comercios that ask what is
      * coming and when. Amounts are gross of commission, net of
      * devoluciones. A sale in cuotas counts on the date of each
      * cuota still to come when the comercio is paid by cuota, and
      * whole less its financing discount when it is paid up front
      * (see cuotaventa).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT VentasFile ASSIGN TO "..\files\ventas_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Ventas-key
          FILE STATUS IS VentasFS.

          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioFS.

          SELECT CorteFile ASSIGN TO
          "..\files\LIQUIDACION-CORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CorteFS.

          SELECT ListadoFile ASSIGN TO
          "..\files\LIQUIDACIONES-FUTURAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD VentasFile.
       01 VentasRecord.
         02 Ventas-key.
          04 Ventas-comercio-num         PIC 9(6).
          04 Ventas-sucursal             PIC 9(2).
          04 Ventas-moneda               PIC 9(1).
          04 Ventas-fecha                PIC X(8).
          04 Ventas-terminal             PIC 9(2).
          04 Ventas-secuencia            PIC 9(4).
         02 Ventas-nro-card              PIC 9(4).
         02 Ventas-importe               PIC 9(6)V99.
         02 Ventas-tipo                  PIC 9(1).
           88 Ventas-tipo-venta            VALUE 0.
           88 Ventas-tipo-devolucion       VALUE 1.
         *> Cuotas the sale was made in - 0 or 1 = one payment.
         02 Ventas-cuotas                PIC 9(2).

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-key.
           03 Comercio-num               PIC 9(6).
           03 Comercio-sucursal          PIC 9(2).
         02 Comercio-razon-social        PIC X(30).
         02 Comercio-direccion           PIC X(20).
         02 Comercio-cod-rubro           PIC 9(4).
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado             PIC X(1).
           88 Comercio-alta-pend VALUE "P".
           88 Comercio-activo VALUE "A".
           88 Comercio-suspendido VALUE "S".
           88 Comercio-baja VALUE "B".
         02 Comercio-cbu                 PIC X(22).
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD CorteFile.
       01 CorteRecord.
         03 LQC-DESDE                    PIC 9(8).
         03 LQC-HASTA                    PIC 9(8).

       FD ListadoFile.
       01 ListadoRecord                  PIC X(90).

       WORKING-STORAGE SECTION.
       01   VentasFS                     PIC X(2).
          88 ventas_success VALUE "00".
       01   ComercioFS                   PIC X(2).
          88 comercio_success VALUE "00".
       01   CorteFS                      PIC X(2).
       01   WS-EOF-VENTAS                PIC X(1) VALUE "N".
          88 EOF-VENTAS VALUE "S".

       01   ws_comercio                  PIC 9(6) VALUE ZERO.
       01   ws_sucursal                  PIC 9(2) VALUE ZERO.
       01   WS-ULTIMO-CORTE              PIC 9(8) VALUE ZERO.
       01   WS-FECHA-PAGO                PIC 9(8).
       01   WS-RUBRO-COMERCIO            PIC 9(4).
       01   WS-NRO-CUOTA                 PIC 9(2).
       01   WS-IMPORTE-CUOTA             PIC 9(6)V99.
       01   WS-DESCUENTO-CUOTA           PIC 9(6)V99.
       01   WS-MODO-CUOTA                PIC X(1).
       01   WS-FIN-CUOTAS                PIC X(1).
          88 FIN-CUOTAS VALUE "S".

      *> Payment dates of the comercio in hand, kept in date order
      *> - sales come in key order, which is by moneda first.
      *> Cuotas spread a comercio over a year and more of dates.
       01   WS-MAX-FECHAS                PIC 9(3) VALUE 400.
       01   WS-FECHAS-COUNT              PIC 9(3) VALUE 0.
       01   WS-FECHAS-TABLE.
            02 WS-FUT-ENTRY OCCURS 400 TIMES
                            INDEXED BY WS-FUT-IX.
               03 WS-FUT-FECHA           PIC 9(8).
               03 WS-FUT-CANT            PIC 9(5).
               03 WS-FUT-BRUTO           PIC S9(10)V99.
       01   WS-POS                       PIC 9(3).
       01   WS-MOVER                     PIC 9(3).
       01   WS-SUBTOTAL                  PIC S9(10)V99.
       01   WS-TOTAL-FUTURO              PIC S9(12)V99 VALUE ZERO.
       01   CONTADOR-VENTAS              PIC 9(8) VALUE ZERO.
       01   CONTADOR-COMERCIOS           PIC 9(5) VALUE ZERO.

       01   WS-CURRENT-DATE-X.
          02 FILLER                      PIC X(8).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01 listado_titulo.
         02 FILLER                       PIC X(35) VALUE
         "LIQUIDACIONES FUTURAS A COMERCIOS -".
         02 FILLER                       PIC X(22) VALUE
         " ULTIMO CORTE ".
         02 lt_corte                     PIC 9(8).
         02 FILLER                       PIC X(25) VALUE SPACES.

       01 listado_comercio.
         02 lc_comercio                  PIC 9(6).
         02 FILLER                       PIC X(1) VALUE "/".
         02 lc_sucursal                  PIC 9(2).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 lc_razon_social              PIC X(30).
         02 FILLER                       PIC X(49) VALUE SPACES.

       01 listado_detalle.
         02 FILLER                       PIC X(5) VALUE SPACES.
         02 FILLER                       PIC X(11) VALUE
         "FECHA PAGO ".
         02 ld_fecha                     PIC 9(8).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_cantidad                  PIC ZZZZ9.
         02 FILLER                       PIC X(8) VALUE
         " PAGOS  ".
         02 ld_bruto                     PIC -(10)9.99.
         02 FILLER                       PIC X(37) VALUE SPACES.

       01 listado_subtotal.
         02 FILLER                       PIC X(39) VALUE
         "     A LIQUIDAR COMERCIO:".
         02 ls_bruto                     PIC -(10)9.99.
         02 FILLER                       PIC X(37) VALUE SPACES.

       01 listado_total.
         02 FILLER                       PIC X(37) VALUE
         "TOTAL A LIQUIDAR:".
         02 lx_total                     PIC -(12)9.99.
         02 FILLER                       PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "LIQ-FUTURAS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X.
          OPEN INPUT CorteFile.
          IF CorteFS = "00"
             READ CorteFile
                AT END MOVE ZERO TO LQC-HASTA
             END-READ
             MOVE LQC-HASTA TO WS-ULTIMO-CORTE
             CLOSE CorteFile
          END-IF.

          OPEN INPUT VentasFile.
          IF NOT ventas_success
             DISPLAY "** Error abriendo VentasFile - status " VentasFS
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN INPUT ComerciosFile.
          IF NOT comercio_success
             DISPLAY "** Error abriendo ComerciosFile - status "
                ComercioFS
             CLOSE VentasFile
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN OUTPUT ListadoFile.
          MOVE WS-ULTIMO-CORTE TO lt_corte.
          WRITE ListadoRecord FROM listado_titulo.

          MOVE LOW-VALUES TO Ventas-key.
          START VentasFile KEY IS NOT LESS THAN Ventas-key
             INVALID KEY SET EOF-VENTAS TO TRUE
          END-START.
          PERFORM UNTIL EOF-VENTAS
             READ VentasFile NEXT RECORD
                AT END SET EOF-VENTAS TO TRUE
             END-READ
             IF NOT EOF-VENTAS
                IF Ventas-comercio-num NOT = ws_comercio
                   OR Ventas-sucursal NOT = ws_sucursal
                   PERFORM Cerrar_Comercio
                   PERFORM Abrir_Comercio
                END-IF
                MOVE "N" TO WS-FIN-CUOTAS
                PERFORM Procesar_Cuota_Venta
                   VARYING WS-NRO-CUOTA FROM 1 BY 1
                   UNTIL FIN-CUOTAS
             END-IF
          END-PERFORM.
          PERFORM Cerrar_Comercio.

          MOVE WS-TOTAL-FUTURO TO lx_total.
          WRITE ListadoRecord FROM listado_total.
          CLOSE ListadoFile, ComerciosFile, VentasFile.

          DISPLAY "Liquidaciones futuras: " CONTADOR-VENTAS
             " ventas de " CONTADOR-COMERCIOS " comercios - total "
             WS-TOTAL-FUTURO.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-VENTAS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Abrir_Comercio.
          MOVE Ventas-comercio-num TO ws_comercio.
          MOVE Ventas-sucursal TO ws_sucursal.
          MOVE 0 TO WS-FECHAS-COUNT.
          MOVE ws_comercio TO Comercio-num.
          MOVE ws_sucursal TO Comercio-sucursal.
          READ ComerciosFile
             INVALID KEY
                MOVE "(COMERCIO NO REGISTRADO)"
                   TO Comercio-razon-social
                MOVE ZERO TO Comercio-cod-rubro
          END-READ.
          MOVE Comercio-cod-rubro TO WS-RUBRO-COMERCIO.
      *-----------------------------------------------------------*
      *   A comercio with nothing still to come prints nothing.
      *-----------------------------------------------------------*
       Cerrar_Comercio.
          IF WS-FECHAS-COUNT = 0
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO CONTADOR-COMERCIOS.
          MOVE ws_comercio TO lc_comercio.
          MOVE ws_sucursal TO lc_sucursal.
          MOVE Comercio-razon-social TO lc_razon_social.
          WRITE ListadoRecord FROM listado_comercio.
          MOVE ZERO TO WS-SUBTOTAL.
          PERFORM VARYING WS-FUT-IX FROM 1 BY 1
             UNTIL WS-FUT-IX > WS-FECHAS-COUNT
             MOVE WS-FUT-FECHA(WS-FUT-IX) TO ld_fecha
             MOVE WS-FUT-CANT(WS-FUT-IX) TO ld_cantidad
             MOVE WS-FUT-BRUTO(WS-FUT-IX) TO ld_bruto
             WRITE ListadoRecord FROM listado_detalle
             ADD WS-FUT-BRUTO(WS-FUT-IX) TO WS-SUBTOTAL
          END-PERFORM.
          MOVE WS-SUBTOTAL TO ls_bruto.
          WRITE ListadoRecord FROM listado_subtotal.
          ADD WS-SUBTOTAL TO WS-TOTAL-FUTURO.
      *-----------------------------------------------------------*
      *   Each cuota still to come is one more payment - a sale in
      *   one payment is a single cuota.
      *-----------------------------------------------------------*
       Procesar_Cuota_Venta.
          CALL 'cuotaventa' USING WS-RUBRO-COMERCIO, VentasRecord,
             WS-NRO-CUOTA, WS-FECHA-PAGO, WS-IMPORTE-CUOTA,
             WS-DESCUENTO-CUOTA, WS-MODO-CUOTA.
          IF WS-NRO-CUOTA > 1 AND WS-FECHA-PAGO = ZERO
             SET FIN-CUOTAS TO TRUE
             EXIT PARAGRAPH
          END-IF.
          IF WS-NRO-CUOTA = 99
             SET FIN-CUOTAS TO TRUE
          END-IF.
          IF WS-FECHA-PAGO > WS-ULTIMO-CORTE
             SUBTRACT WS-DESCUENTO-CUOTA FROM WS-IMPORTE-CUOTA
             PERFORM Acumular_Fecha
          END-IF.
      *-----------------------------------------------------------*
      *   Finds the sale's payment date in the table, opening a
      *   slot in date order when it is a new one. Past the table
      *   size the sale lands on the last date held.
      *-----------------------------------------------------------*
       Acumular_Fecha.
          ADD 1 TO CONTADOR-VENTAS.
          MOVE 1 TO WS-POS.
          PERFORM UNTIL WS-POS > WS-FECHAS-COUNT
             OR WS-FUT-FECHA(WS-POS) >= WS-FECHA-PAGO
             ADD 1 TO WS-POS
          END-PERFORM.
          IF WS-POS > WS-FECHAS-COUNT
             OR WS-FUT-FECHA(WS-POS) NOT = WS-FECHA-PAGO
             IF WS-FECHAS-COUNT < WS-MAX-FECHAS
                PERFORM VARYING WS-MOVER FROM WS-FECHAS-COUNT BY -1
                   UNTIL WS-MOVER < WS-POS
                   MOVE WS-FUT-ENTRY(WS-MOVER)
                      TO WS-FUT-ENTRY(WS-MOVER + 1)
                END-PERFORM
                ADD 1 TO WS-FECHAS-COUNT
                MOVE WS-FECHA-PAGO TO WS-FUT-FECHA(WS-POS)
                MOVE ZERO TO WS-FUT-CANT(WS-POS)
                MOVE ZERO TO WS-FUT-BRUTO(WS-POS)
             ELSE
                MOVE WS-FECHAS-COUNT TO WS-POS
             END-IF
          END-IF.
          ADD 1 TO WS-FUT-CANT(WS-POS).
          IF Ventas-tipo-devolucion
             SUBTRACT WS-IMPORTE-CUOTA FROM WS-FUT-BRUTO(WS-POS)
          ELSE
             ADD WS-IMPORTE-CUOTA TO WS-FUT-BRUTO(WS-POS)
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM LiquidacionesFuturas.
