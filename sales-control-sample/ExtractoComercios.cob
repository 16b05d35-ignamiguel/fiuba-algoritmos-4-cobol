      * Monthly statement per comercio, assembled like the
      * cardholder statement: opening position, every settlement of
      * the period with gross, commission, withholdings and net to
      * pay, the dispute debits applied, the POS terminal rent
      * charged (one line per terminal, flagged when the terminal
      * had no sales), the settlement advances recovered, and the
      * closing position.
      * Printed to EXTRACTO-COMERCIOS-LIST.DAT honoring the shared
      * PAGINACION.DAT control, and mirrored as a fixed-format
      * H/D/T extract (COMERCIO-EXTRACTO.DAT) for the comercios
      * that take it electronically. COMERCIO-POSICION.DAT carries
      * each comercio's position from statement to statement and
      * rotates on a clean finish.
      * The factura or nota de credito LiquidacionComercios issued
      * for the commission prints under the settlement with its
      * number and IVA, so the comercio can take the credit.
      * The financing discount taken on sales in cuotas paid up
      * front shows under the settlement, and the cuotas still to
      * be paid (COMERCIO-CUOTAS-FUTURAS.DAT, written by the same
      * settlement run) close the statement month by month - for
      * information, they are not part of the position.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DebitosFS.

          SELECT AbonosFile ASSIGN TO
          "..\files\COMERCIO-ABONOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AbonosFS.

          SELECT CuotasFuturasFile ASSIGN TO
          "..\files\COMERCIO-CUOTAS-FUTURAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CuotasFuturasFS.

          SELECT PosicionFile ASSIGN TO
          "..\files\COMERCIO-POSICION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
         03 LIQ-NETO                     PIC 9(8)V99.
         03 LIQ-RETENCIONES              PIC 9(8)V99.
         03 LIQ-NETO-PAGAR               PIC 9(8)V99.
         03 LIQ-ADELANTOS                PIC 9(8)V99.
      *> Commission document: F factura, C nota de credito.
         03 LIQ-DOC-TIPO                 PIC X(1).
         03 LIQ-DOC-SERIE                PIC X(1).
         03 LIQ-DOC-PTO                  PIC 9(4).
         03 LIQ-DOC-NRO                  PIC 9(8).
         03 LIQ-IVA-COMISION             PIC 9(8)V99.
      *> Financing discount on sales in cuotas paid up front -
      *> blank on settlements from before cuotas.
         03 LIQ-DESCUENTO-CUOTAS         PIC 9(8)V99.

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado              PIC X(1).
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD DebitosComercioFile.
       01 DebitoComercioRecord.
         03 DCM-NRO-CASO                 PIC 9(6).
         03 DCM-APLICADO                 PIC X(1).
         03 DCM-FECHA-APLICADO           PIC 9(8).
      *> Day the case was resolved against the comercio - the
      *> period the risk monitoring counts it in.
         03 DCM-FECHA-RESOLUCION         PIC 9(8).

       FD AbonosFile.
       01 AbonoRecord.
         03 ABT-COMERCIO                 PIC 9(6).
         03 ABT-SUCURSAL                 PIC 9(2).
         03 ABT-TERMINAL                 PIC 9(2).
         03 ABT-PERIODO                  PIC 9(6).
         03 ABT-TIPO                     PIC X(3).
         03 ABT-DIAS                     PIC 9(2).
         03 ABT-IMPORTE                  PIC 9(6)V99.
         03 ABT-SIN-VENTAS               PIC X(1).
         03 ABT-APLICADO                 PIC X(1).
         03 ABT-FECHA-APLICADO           PIC 9(8).

       FD CuotasFuturasFile.
       01 CuotaFuturaRecord.
         03 CFU-COMERCIO                 PIC 9(6).
         03 CFU-SUCURSAL                 PIC 9(2).
         03 CFU-PERIODO                  PIC 9(6).
         03 CFU-CANT                     PIC 9(5).
         03 CFU-IMPORTE                  PIC 9(10)V99.

       FD PosicionFile.
       01 PosicionRecord.
         03 ECM-D-COMISION               PIC 9(8)V99.
         03 ECM-D-RETENCIONES            PIC 9(8)V99.
         03 ECM-D-NETO                   PIC 9(8)V99.
      *> Cuotas still to be paid, one "C" line per month.
       01 ExtComCuotaRecord.
         03 ECM-C-TIPO                   PIC X(1).
         03 ECM-C-COMERCIO               PIC 9(6).
         03 ECM-C-SUCURSAL               PIC 9(2).
         03 ECM-C-PERIODO                PIC 9(6).
         03 ECM-C-CANT                   PIC 9(5).
         03 ECM-C-IMPORTE                PIC 9(10)V99.
       01 ExtComTrailerRecord.
         03 ECM-T-TIPO                   PIC X(1).
         03 ECM-T-COMERCIO               PIC 9(6).
          88 EOF-POS VALUE "S".
       01   WS-EOF-DEB                   PIC X(1).
          88 EOF-DEB VALUE "S".
       01   AbonosFS                     PIC X(2).
       01   CuotasFuturasFS              PIC X(2).
       01   WS-EOF-CFU                   PIC X(1).
          88 EOF-CFU VALUE "S".
       01   WS-TITULO-CUOTAS             PIC X(1).
          88 TITULO-CUOTAS-IMPRESO VALUE "S".
       01   WS-EOF-ABT                   PIC X(1).
          88 EOF-ABT VALUE "S".

       01   WS-Lines-Per-Page            PIC 9(3) VALUE 60.
       01   lines_written                PIC 9(3) VALUE 0.
         02 db_importe                   PIC Z(5)9.99.
         02 FILLER                       PIC X(44) VALUE SPACES.

       01 abono_linea.
         02 FILLER                       PIC X(28) VALUE
         "   ABONO TERMINAL POS ".
         02 ab_terminal                  PIC 9(2).
         02 FILLER                       PIC X(5) VALUE " PER ".
         02 ab_periodo                   PIC 9(6).
         02 FILLER                       PIC X(2) VALUE ": ".
         02 ab_importe                   PIC Z(5)9.99.
         02 ab_sin_ventas                PIC X(11).
         02 FILLER                       PIC X(27) VALUE SPACES.

       01 comprobante_linea.
         02 cm_tipo                      PIC X(28).
         02 cm_serie                     PIC X(1).
         02 FILLER                       PIC X(1) VALUE "-".
         02 cm_pto                       PIC 9(4).
         02 FILLER                       PIC X(1) VALUE "-".
         02 cm_nro                       PIC 9(8).
         02 FILLER                       PIC X(12) VALUE
         "   IVA 21%: ".
         02 cm_iva                       PIC Z(7)9.99.
         02 FILLER                       PIC X(24) VALUE SPACES.

       01 adelanto_linea.
         02 FILLER                       PIC X(28) VALUE
         "   ADELANTOS DESCONTADOS".
         02 FILLER                       PIC X(8) VALUE SPACES.
         02 al_importe                   PIC Z(7)9.99.
         02 FILLER                       PIC X(43) VALUE SPACES.

       01 descuento_cuotas_linea.
         02 FILLER                       PIC X(36) VALUE
         "   DESCUENTO FINANCIACION CUOTAS".
         02 dc_importe                   PIC Z(7)9.99.
         02 FILLER                       PIC X(43) VALUE SPACES.

       01 cuotas_titulo_linea.
         02 FILLER                       PIC X(40) VALUE
         "   CUOTAS A COBRAR EN PROXIMOS MESES:".
         02 FILLER                       PIC X(50) VALUE SPACES.

       01 cuota_futura_linea.
         02 FILLER                       PIC X(6) VALUE SPACES.
         02 cf_periodo                   PIC 9999/99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 cf_cant                      PIC ZZZZ9.
         02 FILLER                       PIC X(8) VALUE " cuotas ".
         02 cf_importe                   PIC Z(9)9.99.
         02 FILLER                       PIC X(49) VALUE SPACES.

       01 empty_line.
         02 FILLER                       PIC X(90) VALUE SPACES.

          MOVE LIQ-NETO-PAGAR TO dt_neto.
          WRITE ListadoRecord FROM detalle_linea.
          ADD 1 TO lines_written.
      *> Settlements from before the commission was invoiced carry
      *> no document.
          IF LIQ-DOC-TIPO = "F" OR LIQ-DOC-TIPO = "C"
             IF LIQ-DOC-TIPO = "F"
                MOVE "   FACTURA COMISION " TO cm_tipo
             ELSE
                MOVE "   NOTA DE CREDITO COMISION " TO cm_tipo
             END-IF
             MOVE LIQ-DOC-SERIE TO cm_serie
             MOVE LIQ-DOC-PTO TO cm_pto
             MOVE LIQ-DOC-NRO TO cm_nro
             MOVE LIQ-IVA-COMISION TO cm_iva
             WRITE ListadoRecord FROM comprobante_linea
             ADD 1 TO lines_written
          END-IF.
      *> Already out of the neto, like the commission.
          IF LIQ-DESCUENTO-CUOTAS NUMERIC
             AND LIQ-DESCUENTO-CUOTAS > ZERO
             MOVE LIQ-DESCUENTO-CUOTAS TO dc_importe
             WRITE ListadoRecord FROM descuento_cuotas_linea
             ADD 1 TO lines_written
          END-IF.

          MOVE "H" TO ECM-H-TIPO.
          MOVE LIQ-COMERCIO-NUM TO ECM-H-COMERCIO.
          MOVE LIQ-RETENCIONES TO ECM-D-RETENCIONES.
          MOVE LIQ-NETO-PAGAR TO ECM-D-NETO.
          WRITE ExtComDetailRecord.
          IF LIQ-DESCUENTO-CUOTAS NUMERIC
             AND LIQ-DESCUENTO-CUOTAS > ZERO
             MOVE "D" TO ECM-D-TIPO
             MOVE LIQ-COMERCIO-NUM TO ECM-D-COMERCIO
             MOVE LIQ-SUCURSAL TO ECM-D-SUCURSAL
             MOVE "DFC" TO ECM-D-CONCEPTO
             MOVE ZERO TO ECM-D-BRUTO
             MOVE ZERO TO ECM-D-COMISION
             MOVE ZERO TO ECM-D-RETENCIONES
             MOVE LIQ-DESCUENTO-CUOTAS TO ECM-D-NETO
             WRITE ExtComDetailRecord
          END-IF.

          PERFORM Listar_Debitos_Disputa.
          PERFORM Listar_Abonos.

      *> Advances were paid out ahead by AdelantoComercios and are
      *> already out of the neto - shown so the payment adds up.
          IF LIQ-ADELANTOS NUMERIC AND LIQ-ADELANTOS > ZERO
             MOVE LIQ-ADELANTOS TO al_importe
             WRITE ListadoRecord FROM adelanto_linea
             ADD 1 TO lines_written
             MOVE "D" TO ECM-D-TIPO
             MOVE LIQ-COMERCIO-NUM TO ECM-D-COMERCIO
             MOVE LIQ-SUCURSAL TO ECM-D-SUCURSAL
             MOVE "ADL" TO ECM-D-CONCEPTO
             MOVE ZERO TO ECM-D-BRUTO
             MOVE ZERO TO ECM-D-COMISION
             MOVE ZERO TO ECM-D-RETENCIONES
             MOVE LIQ-ADELANTOS TO ECM-D-NETO
             WRITE ExtComDetailRecord
          END-IF.

          PERFORM Listar_Cuotas_Futuras.

          COMPUTE WS-POSICION-FINAL =
             WS-POSICION-ANT + LIQ-NETO-PAGAR.
             CLOSE DebitosComercioFile
          END-IF.
      *-----------------------------------------------------------*
      *   The comercio's cuotas paid one by one that fall due after
      *   this settlement, one line per month.
      *-----------------------------------------------------------*
       Listar_Cuotas_Futuras.
          MOVE "N" TO WS-EOF-CFU.
          MOVE "N" TO WS-TITULO-CUOTAS.
          OPEN INPUT CuotasFuturasFile.
          IF CuotasFuturasFS NOT = "00"
             SET EOF-CFU TO TRUE
          END-IF.
          PERFORM UNTIL EOF-CFU
             READ CuotasFuturasFile
                AT END SET EOF-CFU TO TRUE
             END-READ
             IF NOT EOF-CFU
                IF CFU-COMERCIO = LIQ-COMERCIO-NUM
                   AND CFU-SUCURSAL = LIQ-SUCURSAL
                   IF NOT TITULO-CUOTAS-IMPRESO
                      WRITE ListadoRecord FROM cuotas_titulo_linea
                      ADD 1 TO lines_written
                      SET TITULO-CUOTAS-IMPRESO TO TRUE
                   END-IF
                   MOVE CFU-PERIODO TO cf_periodo
                   MOVE CFU-CANT TO cf_cant
                   MOVE CFU-IMPORTE TO cf_importe
                   WRITE ListadoRecord FROM cuota_futura_linea
                   ADD 1 TO lines_written
                   MOVE "C" TO ECM-C-TIPO
                   MOVE LIQ-COMERCIO-NUM TO ECM-C-COMERCIO
                   MOVE LIQ-SUCURSAL TO ECM-C-SUCURSAL
                   MOVE CFU-PERIODO TO ECM-C-PERIODO
                   MOVE CFU-CANT TO ECM-C-CANT
                   MOVE CFU-IMPORTE TO ECM-C-IMPORTE
                   WRITE ExtComCuotaRecord
                END-IF
             END-IF
          END-PERFORM.
          IF CuotasFuturasFS NOT = "35" AND CuotasFuturasFS NOT = "30"
             CLOSE CuotasFuturasFile
          END-IF.
      *-----------------------------------------------------------*
      *   Terminal rent the settlement netted this month, the same
      *   way as the dispute debits.
      *-----------------------------------------------------------*
       Listar_Abonos.
          MOVE "N" TO WS-EOF-ABT.
          OPEN INPUT AbonosFile.
          IF AbonosFS NOT = "00"
             SET EOF-ABT TO TRUE
          END-IF.
          PERFORM UNTIL EOF-ABT
             READ AbonosFile
                AT END SET EOF-ABT TO TRUE
             END-READ
             IF NOT EOF-ABT
                IF ABT-COMERCIO = LIQ-COMERCIO-NUM
                   AND ABT-SUCURSAL = LIQ-SUCURSAL
                   AND ABT-APLICADO = "S"
                   AND ABT-FECHA-APLICADO(1:6)
                       = WS-CURRENT-DATE-X(1:6)
                   MOVE ABT-TERMINAL TO ab_terminal
                   MOVE ABT-PERIODO TO ab_periodo
                   MOVE ABT-IMPORTE TO ab_importe
                   IF ABT-SIN-VENTAS = "S"
                      MOVE " SIN VENTAS" TO ab_sin_ventas
                   ELSE
                      MOVE SPACES TO ab_sin_ventas
                   END-IF
                   WRITE ListadoRecord FROM abono_linea
                   ADD 1 TO lines_written
                   MOVE "D" TO ECM-D-TIPO
                   MOVE LIQ-COMERCIO-NUM TO ECM-D-COMERCIO
                   MOVE LIQ-SUCURSAL TO ECM-D-SUCURSAL
                   MOVE "ABT" TO ECM-D-CONCEPTO
                   MOVE ZERO TO ECM-D-BRUTO
                   MOVE ZERO TO ECM-D-COMISION
                   MOVE ZERO TO ECM-D-RETENCIONES
                   MOVE ABT-IMPORTE TO ECM-D-NETO
                   WRITE ExtComDetailRecord
                END-IF
             END-IF
          END-PERFORM.
          IF AbonosFS NOT = "35" AND AbonosFS NOT = "30"
             CLOSE AbonosFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Posicion.
          MOVE ZERO TO WS-POSICION-ANT.
