      * produces the per-comercio settlement file the payments area
      * pays from plus a printed liquidation listing with razon
      * social, sale count, gross, commission and net.
      * Every withholding certificate carries the comercio's CUIT,
      * IVA condition and ingresos brutos number from the master; a
      * comercio whose CUIT fails chkcuit is flagged on the listing
      * so the certificate is corrected before it is handed over.
      * Settlement advances (COMERCIO-ADELANTOS.DAT, see
      * AdelantoComercios) are netted out of the comercio's payment
      * here - or out of the retained amount if it is suspended -
      * and what could not be covered waits for the next run.
      * A comercio RiesgoComercios put on the watch list
      * (COMERCIO-VIGILANCIA.DAT) is held exactly like a suspended
      * one: its settlement goes to COMERCIO-RETENIDOS.DAT instead
      * of the payment file until it drops off the list.
      * Each sale is paid on its own date under the comercio's plazo
      * de acreditacion (see fechapago): a run settles what fell due
      * since the previous run's cut-off (LIQUIDACION-CORTE.DAT) up
      * to today, and the rest waits for the run on or after its
      * date - LiquidacionesFuturas lists what is still to come.
      * The monthly POS terminal rent (COMERCIO-ABONOS.DAT, see
      * AbonoTerminales) nets out here like a dispute debit, one
      * listing line per terminal; a rent the settlement cannot
      * cover whole waits for the next one.
      * The commission is invoiced to the comercio: a factura for
      * the commission plus IVA 21%, or a nota de credito when the
      * devoluciones exceed the sales and the commission goes back.
      * Both are numbered on the comercios line of the consulting
      * NUMFACT.DAT (NUM-USO "M", its own punto de venta) and queued
      * in FACTURAS-EMITIDAS.DAT / NC-EMITIDAS.DAT for
      * AutorizacionCAE. The IVA on the factura is netted out of the
      * payment and the nota de credito is paid back with it; the
      * document number goes on the settlement for ExtractoComercios.
      * The liquidation listing is cataloged in the report spool
      * (see regspool) as soon as it is closed.
      * A sale in cuotas is settled under the comercio's cuotas mode
      * (see cuotaventa): paid whole on its date less the financing
      * discount, which comes off the net and is shown on its own
      * line and on the settlement (LIQ-DESCUENTO-CUOTAS), or paid
      * cuota by cuota, each one falling due a month after the one
      * before. The cuotas still to come are written per comercio
      * and month to COMERCIO-CUOTAS-FUTURAS.DAT for
      * ExtractoComercios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ContratosFS.

          *> Cuotas paid one by one still to fall due, per comercio
          *> and month - rewritten every run.
          SELECT CuotasFuturasFile ASSIGN TO
          "..\files\COMERCIO-CUOTAS-FUTURAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Settlements withheld because the comercio is
          *> suspendido - the money waits for the reinstatement.
          SELECT RetenidosFile ASSIGN TO
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DebitosFS.

          *> Terminal rent charged by AbonoTerminales - marked
          *> applied by the settlement that nets it.
          SELECT AbonosFile ASSIGN TO
          "..\files\COMERCIO-ABONOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AbonosFS.

          *> Comercios over the chargeback / devolucion thresholds.
          SELECT VigilanciaFile ASSIGN TO
          "..\files\COMERCIO-VIGILANCIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS VigilanciaFS.

          *> Cut-off of the last run: sales due after DESDE and up
          *> to HASTA were settled by it.
          SELECT CorteFile ASSIGN TO
          "..\files\LIQUIDACION-CORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CorteFS.

          *> Commission numbering and document queues shared with
          *> the consulting billing - see AutorizacionCAE.
          SELECT NumFactFile ASSIGN TO
          "..\TPALGO4PARTE2\NUMFACT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NumFactFS.

          SELECT OPTIONAL FactEmitidasFile ASSIGN TO
          "..\TPALGO4PARTE2\FACTURAS-EMITIDAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL NcEmitidasFile ASSIGN TO
          "..\TPALGO4PARTE2\NC-EMITIDAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Settlement advances still to be recovered.
          SELECT OPTIONAL AdelantosFile ASSIGN TO
          "..\files\COMERCIO-ADELANTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ADL-NRO
          ALTERNATE RECORD KEY IS ADL-COMERCIO-KEY WITH DUPLICATES
          FILE STATUS IS AdelantosFS.

       DATA DIVISION.
       FILE SECTION.

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
      *> Withholdings taken and the amount actually transferable.
         03 LIQ-RETENCIONES              PIC 9(8)V99.
         03 LIQ-NETO-PAGAR               PIC 9(8)V99.
      *> Advances netted - already paid out by AdelantoComercios.
         03 LIQ-ADELANTOS                PIC 9(8)V99.
      *> Commission document issued: F factura, C nota de credito,
      *> blank none (no commission this settlement).
         03 LIQ-DOC-TIPO                 PIC X(1).
         03 LIQ-DOC-SERIE                PIC X(1).
         03 LIQ-DOC-PTO                  PIC 9(4).
         03 LIQ-DOC-NRO                  PIC 9(8).
         03 LIQ-IVA-COMISION             PIC 9(8)V99.
      *> Financing discount on sales in cuotas paid up front.
         03 LIQ-DESCUENTO-CUOTAS         PIC 9(8)V99.

       FD ListadoFile.
       01 ListadoRecord                  PIC X(90).
         03 CER-PCT                      PIC 9(2)V99.
         03 CER-IMPORTE                  PIC 9(8)V99.
         03 CER-FECHA                    PIC 9(8).
         03 CER-CUIT                     PIC 9(11).
         03 CER-COND-IVA                 PIC X(2).
         03 CER-IIBB                     PIC X(13).

       FD CertSeqFile.
       01 CertSeqRecord.
         03 CON-TRAMO OCCURS 3 TIMES.
           05 CON-TOPE                   PIC 9(8)V99.
           05 CON-PCT                    PIC 9(2)V99.
      *> Settlement of sales in cuotas - read by cuotaventa.
         03 CON-MODO-CUOTAS              PIC X(1).
         03 CON-TASA-CUOTAS              PIC 9(2)V99.

       FD CuotasFuturasFile.
       01 CuotaFuturaRecord.
         03 CFU-COMERCIO                 PIC 9(6).
         03 CFU-SUCURSAL                 PIC 9(2).
         03 CFU-PERIODO                  PIC 9(6).
         03 CFU-CANT                     PIC 9(5).
         03 CFU-IMPORTE                  PIC 9(10)V99.

       FD RetenidosFile.
       01 RetenidoRecord.
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

       FD VigilanciaFile.
       01 VigilanciaRecord.
         03 VIG-COMERCIO                 PIC 9(6).
         03 VIG-PERIODO                  PIC 9(6).
         03 VIG-BRUTO                    PIC 9(10)V99.
         03 VIG-DEVOLUCIONES             PIC 9(10)V99.
         03 VIG-PCT-DEVOL                PIC 9(3)V99.
         03 VIG-CONTRACARGOS             PIC 9(10)V99.
         03 VIG-PCT-CONTRA               PIC 9(3)V99.
         03 VIG-MESES                    PIC 9(2).
         03 VIG-PROPUESTA                PIC X(1).

       FD CorteFile.
       01 CorteRecord.
         03 LQC-DESDE                    PIC 9(8).
         03 LQC-HASTA                    PIC 9(8).

       FD NumFactFile.
       01 NumFactRecord.
         03 NUM-SERIE                    PIC X(1).
         03 NUM-PTO-VENTA                PIC 9(4).
         03 NUM-ULTIMO                   PIC 9(8).
      *> Blank the consulting numbering, "M" the comercios one.
         03 NUM-USO                      PIC X(1).

       FD FactEmitidasFile.
       01 FactEmitidaRecord.
         03 EMI-EMPRESA                  PIC 9(3).
         03 EMI-CUIT                     PIC 9(11).
         03 EMI-SERIE                    PIC X(1).
         03 EMI-PTO-VENTA                PIC 9(4).
         03 EMI-NRO                      PIC 9(8).
         03 EMI-FECHA                    PIC 9(8).
         03 EMI-TOTAL                    PIC 9(9)V99.
         03 EMI-MONEDA                   PIC X(1).
         03 EMI-TASA                     PIC 9(4)V99.
         03 EMI-CAE-ESTADO               PIC X(1).
         03 EMI-CAE                      PIC X(14).
         03 EMI-CAE-VTO                  PIC 9(8).
         03 EMI-NETO                     PIC 9(9)V99.
         03 EMI-IVA                      PIC 9(9)V99.
         03 EMI-ORIGEN                   PIC X(1).
         03 EMI-COMERCIO                 PIC 9(6).
         03 EMI-SUCURSAL                 PIC 9(2).

       FD NcEmitidasFile.
       01 NcEmitidaRecord.
         03 NCE-NRO                      PIC 9(8).
         03 NCE-FACTURA-REF              PIC 9(8).
         03 NCE-TOTAL                    PIC 9(9)V99.
         03 NCE-EMPRESA                  PIC 9(3).
         03 NCE-CUIT                     PIC 9(11).
         03 NCE-SERIE                    PIC X(1).
         03 NCE-PTO-VENTA                PIC 9(4).
         03 NCE-FECHA                    PIC 9(8).
         03 NCE-NETO                     PIC 9(9)V99.
         03 NCE-IVA                      PIC 9(9)V99.
         03 NCE-MONEDA                   PIC X(1).
         03 NCE-TASA                     PIC 9(4)V99.
         03 NCE-CAE-ESTADO               PIC X(1).
         03 NCE-CAE                      PIC X(14).
         03 NCE-CAE-VTO                  PIC 9(8).
         03 NCE-ORIGEN                   PIC X(1).
         03 NCE-COMERCIO                 PIC 9(6).
         03 NCE-SUCURSAL                 PIC 9(2).

       FD AdelantosFile.
       01 AdelantoRecord.
         03 ADL-NRO                      PIC 9(6).
         03 ADL-COMERCIO-KEY.
           05 ADL-COMERCIO               PIC 9(6).
           05 ADL-SUCURSAL               PIC 9(2).
         03 ADL-FECHA                    PIC 9(8).
         03 ADL-IMPORTE                  PIC 9(8)V99.
         03 ADL-TASA                     PIC 9(2)V99.
         03 ADL-DESCUENTO                PIC 9(8)V99.
         03 ADL-NETO                     PIC 9(8)V99.
         03 ADL-ESTADO                   PIC X(1).
         03 ADL-NRO-ORDEN                PIC 9(8).
         03 ADL-SALDO                    PIC 9(8)V99.
         03 ADL-FECHA-LIQ                PIC 9(8).
         03 ADL-USUARIO                  PIC X(8).

       WORKING-STORAGE SECTION.
      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE
            "LIQUIDACION-COMERC".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "LIQUIDACIONCOMERCIOS".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\LIQUIDACION-COMERCIOS.DAT".
       01   SPL-RETENCION                PIC X(1) VALUE "M".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).
       01   VentasFS                     PIC X(2).
          88 ventas_success VALUE "00".
       01   ComercioFS                   PIC X(2).
               03 WS-EXE-IMPUESTO        PIC X(4).
       01   WS-ES-EXENTO                 PIC X(1).
          88 ES-EXENTO VALUE "S".
       01   WS-CUIT-RESULTADO            PIC X(1).
       01   VigilanciaFS                 PIC X(2).
       01   WS-EOF-VIGILANCIA            PIC X(1).
          88 EOF-VIGILANCIA VALUE "S".
       01   WS-MAX-VIGILANCIA            PIC 9(3) VALUE 200.
       01   WS-VIGILANCIA-COUNT          PIC 9(3) VALUE 0.
       01   WS-VIGILANCIA-TABLE.
            02 WS-VIG-COMERCIO           PIC 9(6)
                                         OCCURS 200 TIMES
                                         INDEXED BY WS-VIG-IX.
      *> "S" while the comercio in hand is suspended or on the
      *> watch list - its settlement is retained, not paid.
       01   WS-RETENER                   PIC X(1).
          88 LIQ-RETENIDA VALUE "S".
       01   WS-RET-IMPORTE               PIC 9(8)V99.
       01   WS-RET-COMERCIO              PIC 9(8)V99.
       01   WS-NETO-PAGAR                PIC 9(8)V99.
               03 WS-DEB-CASO            PIC 9(6).
               03 WS-DEB-APLICADO        PIC X(1).
               03 WS-DEB-FECHA-APL       PIC 9(8).
               03 WS-DEB-FECHA-RES       PIC 9(8).
       01   AbonosFS                     PIC X(2).
       01   WS-EOF-ABONOS                PIC X(1).
          88 EOF-ABONOS VALUE "S".
       01   WS-MAX-ABONOS                PIC 9(3) VALUE 500.
       01   WS-ABONOS-COUNT              PIC 9(3) VALUE 0.
       01   WS-ABONOS-TABLE.
            02 WS-ABONO-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-ABT-IX.
               03 WS-ABT-REGISTRO        PIC X(39).
               03 WS-ABT-DATOS REDEFINES WS-ABT-REGISTRO.
                 05 WS-ABT-COMERCIO      PIC 9(6).
                 05 WS-ABT-SUCURSAL      PIC 9(2).
                 05 WS-ABT-TERMINAL      PIC 9(2).
                 05 WS-ABT-PERIODO       PIC 9(6).
                 05 WS-ABT-TIPO          PIC X(3).
                 05 WS-ABT-DIAS          PIC 9(2).
                 05 WS-ABT-IMPORTE       PIC 9(6)V99.
                 05 WS-ABT-SIN-VENTAS    PIC X(1).
                 05 WS-ABT-APLICADO      PIC X(1).
                 05 WS-ABT-FECHA-APL     PIC 9(8).
       01   WS-TOTAL-NETO                PIC 9(10)V99 VALUE ZERO.
       01   CorteFS                      PIC X(2).
      *> Sales due after WS-CORTE-DESDE and on or before today are
      *> this run's; a rerun the same day keeps the same window.
       01   WS-CORTE-DESDE               PIC 9(8) VALUE ZERO.
       01   WS-RUBRO-COMERCIO            PIC 9(4) VALUE ZERO.
       01   WS-FECHA-PAGO                PIC 9(8).
       01   WS-FECHA-PAGO-R REDEFINES WS-FECHA-PAGO.
          03 WS-FECHA-PAGO-PERIODO       PIC 9(6).
          03 FILLER                      PIC 9(2).
       01   WS-CANT-DIFERIDAS            PIC 9(7) VALUE ZERO.
       01   WS-BRUTO-DIFERIDO            PIC S9(10)V99 VALUE ZERO.
      *> One sale's cuotas, asked of cuotaventa one at a time.
       01   WS-NRO-CUOTA                 PIC 9(2).
       01   WS-IMPORTE-CUOTA             PIC 9(6)V99.
       01   WS-DESCUENTO-CUOTA           PIC 9(6)V99.
       01   WS-MODO-CUOTA                PIC X(1).
       01   WS-FIN-CUOTAS                PIC X(1).
          88 FIN-CUOTAS VALUE "S".
       01   WS-DESCUENTO-CUOTAS          PIC 9(8)V99.
       01   WS-TOTAL-DESCUENTO-CUOTAS    PIC 9(10)V99 VALUE ZERO.
      *> The comercio's cuotas to come, by month of payment.
       01   WS-MAX-CFU                   PIC 9(2) VALUE 60.
       01   WS-CFU-COUNT                 PIC 9(2) VALUE 0.
       01   WS-CFU-TABLE.
            02 WS-CFU-ENTRY OCCURS 60 TIMES
                            INDEXED BY WS-CFU-IX.
               03 WS-CFU-PERIODO         PIC 9(6).
               03 WS-CFU-CANT            PIC 9(5).
               03 WS-CFU-IMPORTE         PIC 9(10)V99.
       01   WS-CFU-HALLADO               PIC X(1).
          88 CFU-HALLADO VALUE "S".
       01   AdelantosFS                  PIC X(2).
       01   WS-ADELANTOS-DISPONIBLE      PIC X(1) VALUE "N".
          88 ADELANTOS-DISPONIBLE VALUE "S".
       01   WS-EOF-ADL                   PIC X(1).
          88 EOF-ADL VALUE "S".
      *> What the advances may take (payment or retained amount)
      *> and what they did take.
       01   WS-TOPE-ADELANTOS            PIC 9(8)V99.
       01   WS-ADELANTOS-NETEADOS        PIC 9(8)V99.
       01   WS-ADL-APLICADO              PIC 9(8)V99.
       01   NumFactFS                    PIC X(2).
       01   WS-EOF-NUMFACT               PIC X(1).
          88 EOF-NUMFACT VALUE "S".
      *> The comercios numbering line; a NUMFACT.DAT without one
      *> starts it at A-0002. The consulting lines are kept as read.
       01   WS-NUM-HALLADA               PIC X(1) VALUE "N".
          88 NUM-HALLADA VALUE "S".
       01   WS-NUM-SERIE                 PIC X(1) VALUE "A".
       01   WS-NUM-PTO-VENTA             PIC 9(4) VALUE 2.
       01   WS-NUM-ULTIMO                PIC 9(8) VALUE ZERO.
       01   WS-NUM-OTROS-COUNT           PIC 9(2) VALUE 0.
       01   WS-NUM-OTROS-TABLE.
            02 WS-NUM-OTRO               PIC X(14)
                                         OCCURS 10 TIMES
                                         INDEXED BY WS-NUM-IX.
       01   WS-IVA-PCT                   PIC 9(2)V99 VALUE 21.00.
      *> Devoluciones over the sales - the commission on it is
      *> given back on a nota de credito.
       01   WS-BRUTO-DEVUELTO            PIC 9(8)V99.
       01   WS-COMISION-DOC              PIC 9(8)V99.
       01   WS-IVA-COMISION              PIC 9(8)V99.
       01   WS-DOC-TIPO                  PIC X(1).
          88 DOC-FACTURA VALUE "F".
          88 DOC-NOTA-CREDITO VALUE "C".
       01   WS-CANT-FACTURAS             PIC 9(5) VALUE ZERO.
       01   WS-CANT-NOTAS                PIC 9(5) VALUE ZERO.

       01 listado_titulo.
         02 FILLER                       PIC X(40) VALUE
         "LIQUIDACION A COMERCIOS".
         02 FILLER                       PIC X(21) VALUE
         "VENCIDAS HASTA EL ".
         02 lt_corte                     PIC 9(8).
         02 FILLER                       PIC X(21) VALUE SPACES.

       01 listado_detalle.
         02 ld_comercio                  PIC 9(6).
         "   ** RETENIDO POR SUSPENSION DEL COMERCIO".
         02 FILLER                       PIC X(48) VALUE SPACES.

       01 listado_vigilancia.
         02 FILLER                       PIC X(42) VALUE
         "   ** RETENIDO POR MONITOREO DE RIESGO".
         02 FILLER                       PIC X(48) VALUE SPACES.

       01 listado_cuit_invalido.
         02 FILLER                       PIC X(24) VALUE
         "   ** CUIT INVALIDO EN ".
         02 FILLER                       PIC X(30) VALUE
         "EL MAESTRO - CORREGIR CERTIF. ".
         02 lc_cuit                      PIC 9(11).
         02 FILLER                       PIC X(25) VALUE SPACES.

       01 listado_adelanto.
         02 FILLER                       PIC X(26) VALUE
         "   ADELANTO DESCONTADO NRO".
         02 la_adelanto                  PIC 9(6).
         02 FILLER                       PIC X(2) VALUE ": ".
         02 la_importe                   PIC Z(6)9.99.
         02 FILLER                       PIC X(46) VALUE SPACES.

       01 listado_debito.
         02 FILLER                       PIC X(26) VALUE
         "   DEBITO POR DISPUTA CASO".
         02 ld_debito                    PIC Z(5)9.99.
         02 FILLER                       PIC X(47) VALUE SPACES.

       01 listado_abono.
         02 FILLER                       PIC X(19) VALUE
         "   ABONO TERMINAL ".
         02 lb_terminal                  PIC 9(2).
         02 FILLER                       PIC X(5) VALUE " PER ".
         02 lb_periodo                   PIC 9(6).
         02 FILLER                       PIC X(2) VALUE ": ".
         02 lb_importe                   PIC Z(5)9.99.
         02 lb_sin_ventas                PIC X(11).
         02 FILLER                       PIC X(36) VALUE SPACES.

       01 listado_comprobante.
         02 lm_tipo                      PIC X(28).
         02 lm_serie                     PIC X(1).
         02 FILLER                       PIC X(1) VALUE "-".
         02 lm_pto                       PIC 9(4).
         02 FILLER                       PIC X(1) VALUE "-".
         02 lm_nro                       PIC 9(8).
         02 FILLER                       PIC X(7) VALUE "  NETO ".
         02 lm_neto                      PIC Z(6)9.99.
         02 FILLER                       PIC X(6) VALUE "  IVA ".
         02 lm_iva                       PIC Z(6)9.99.
         02 FILLER                       PIC X(14) VALUE SPACES.

       01 listado_diferidas.
         02 FILLER                       PIC X(30) VALUE
         "VENTAS CON PAGO POSTERIOR: ".
         02 lf_cantidad                  PIC Z(6)9.
         02 FILLER                       PIC X(10) VALUE
         "  BRUTO: ".
         02 lf_bruto                     PIC -(10)9.99.
         02 FILLER                       PIC X(28) VALUE SPACES.

       01 listado_descuento_cuotas.
         02 FILLER                       PIC X(34) VALUE
         "   DESCUENTO FINANCIACION CUOTAS: ".
         02 lq_descuento                 PIC Z(7)9.99.
         02 FILLER                       PIC X(45) VALUE SPACES.

       01 listado_total_descuentos.
         02 FILLER                       PIC X(34) VALUE
         "DESCUENTOS POR VENTAS EN CUOTAS: ".
         02 lq_total_descuento           PIC Z(9)9.99.
         02 FILLER                       PIC X(43) VALUE SPACES.

       01 listado_total.
         02 FILLER                       PIC X(25) VALUE
         "TOTAL A PAGAR COMERCIOS: ".
       Begin.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X.
          MOVE WS-CURRENT-DATE-X TO WS-FECHA-HOY-N.
          PERFORM Leer_Corte.
          PERFORM Open_files.
          PERFORM Load_Rubros.
          PERFORM Load_Contratos.
          PERFORM Load_Impuestos.
          PERFORM Load_Exenciones.
          PERFORM Cargar_Secuencia_Cert.
          PERFORM Cargar_Numeracion.
          PERFORM Load_Debitos_Disputa.
          PERFORM Load_Abonos.
          PERFORM Load_Vigilancia.
          PERFORM Procesar_Ventas.
          PERFORM Grabar_Debitos_Disputa.
          PERFORM Grabar_Abonos.
          PERFORM Grabar_Totales_Retencion.
          PERFORM Grabar_Secuencia_Cert.
          PERFORM Grabar_Numeracion.
          PERFORM Grabar_Corte.
          PERFORM Close_files.
          GOBACK.
      *-----------------------------------------------------------*
          OPEN INPUT RubrosFile.
          OPEN OUTPUT LiquidacionFile.
          OPEN OUTPUT ListadoFile.
          OPEN OUTPUT CuotasFuturasFile.
          OPEN EXTEND RetenidosFile.
          OPEN EXTEND CertificadosFile.
          OPEN EXTEND FactEmitidasFile.
          OPEN EXTEND NcEmitidasFile.
          OPEN I-O AdelantosFile.
          IF AdelantosFS = "00"
             SET ADELANTOS-DISPONIBLE TO TRUE
          ELSE
             IF AdelantosFS = "05"
                CLOSE AdelantosFile
             END-IF
          END-IF.
          MOVE WS-FECHA-HOY-N TO lt_corte.
          WRITE ListadoRecord FROM listado_titulo.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
                IF Ventas-comercio-num NOT = ws_comercio
                   OR Ventas-sucursal NOT = ws_sucursal
                   PERFORM Liquidar_Comercio_Anterior
                   PERFORM Grabar_Cuotas_Futuras
                   MOVE Ventas-comercio-num TO ws_comercio
                   MOVE Ventas-sucursal TO ws_sucursal
                   MOVE ZERO TO WS-CANT-VENTAS
                   MOVE ZERO TO WS-BRUTO
                   MOVE ZERO TO WS-DESCUENTO-CUOTAS
                   PERFORM Leer_Rubro_Comercio
                END-IF
                MOVE "N" TO WS-FIN-CUOTAS
                PERFORM Procesar_Cuota_Venta
                   VARYING WS-NRO-CUOTA FROM 1 BY 1
                   UNTIL FIN-CUOTAS
             END-IF
          END-PERFORM.
          PERFORM Liquidar_Comercio_Anterior.
          PERFORM Grabar_Cuotas_Futuras.
          MOVE WS-CANT-DIFERIDAS TO lf_cantidad.
          MOVE WS-BRUTO-DIFERIDO TO lf_bruto.
          WRITE ListadoRecord FROM listado_diferidas.
          IF WS-TOTAL-DESCUENTO-CUOTAS > ZERO
             MOVE WS-TOTAL-DESCUENTO-CUOTAS TO lq_total_descuento
             WRITE ListadoRecord FROM listado_total_descuentos
          END-IF.
          MOVE WS-TOTAL-NETO TO lt_total.
          WRITE ListadoRecord FROM listado_total.
      *-----------------------------------------------------------*
      *   A sale in one payment is a single cuota. The cuotas past
      *   the last come back without a payment date.
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
      *> Due before the window was settled by an earlier run; due
      *> after today waits for a later one.
          IF WS-FECHA-PAGO > WS-CORTE-DESDE
             AND WS-FECHA-PAGO NOT > WS-FECHA-HOY-N
             ADD 1 TO WS-CANT-VENTAS
      *> Commission is earned on what the comercio actually kept -
      *> devoluciones net out of the gross before pricing.
             IF Ventas-tipo-devolucion
                SUBTRACT WS-IMPORTE-CUOTA FROM WS-BRUTO
             ELSE
                ADD WS-IMPORTE-CUOTA TO WS-BRUTO
                ADD WS-DESCUENTO-CUOTA TO WS-DESCUENTO-CUOTAS
             END-IF
          ELSE
             IF WS-FECHA-PAGO > WS-FECHA-HOY-N
                ADD 1 TO WS-CANT-DIFERIDAS
                IF Ventas-tipo-devolucion
                   SUBTRACT WS-IMPORTE-CUOTA
                      FROM WS-BRUTO-DIFERIDO
                ELSE
                   ADD WS-IMPORTE-CUOTA TO WS-BRUTO-DIFERIDO
                END-IF
                IF WS-MODO-CUOTA = "C" AND NOT Ventas-tipo-devolucion
                   PERFORM Acumular_Cuota_Futura
                END-IF
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Acumular_Cuota_Futura.
          MOVE "N" TO WS-CFU-HALLADO.
          PERFORM VARYING WS-CFU-IX FROM 1 BY 1
             UNTIL WS-CFU-IX > WS-CFU-COUNT OR CFU-HALLADO
             IF WS-CFU-PERIODO(WS-CFU-IX) = WS-FECHA-PAGO-PERIODO
                ADD 1 TO WS-CFU-CANT(WS-CFU-IX)
                ADD WS-IMPORTE-CUOTA TO WS-CFU-IMPORTE(WS-CFU-IX)
                SET CFU-HALLADO TO TRUE
             END-IF
          END-PERFORM.
          IF NOT CFU-HALLADO AND WS-CFU-COUNT < WS-MAX-CFU
             ADD 1 TO WS-CFU-COUNT
             MOVE WS-FECHA-PAGO-PERIODO
                TO WS-CFU-PERIODO(WS-CFU-COUNT)
             MOVE 1 TO WS-CFU-CANT(WS-CFU-COUNT)
             MOVE WS-IMPORTE-CUOTA TO WS-CFU-IMPORTE(WS-CFU-COUNT)
          END-IF.
      *-----------------------------------------------------------*
      *   The comercio's cuotas to come, one line per month -
      *   retained or not, the schedule is the same.
      *-----------------------------------------------------------*
       Grabar_Cuotas_Futuras.
          IF ws_comercio > ZERO
             PERFORM VARYING WS-CFU-IX FROM 1 BY 1
                UNTIL WS-CFU-IX > WS-CFU-COUNT
                MOVE ws_comercio TO CFU-COMERCIO
                MOVE ws_sucursal TO CFU-SUCURSAL
                MOVE WS-CFU-PERIODO(WS-CFU-IX) TO CFU-PERIODO
                MOVE WS-CFU-CANT(WS-CFU-IX) TO CFU-CANT
                MOVE WS-CFU-IMPORTE(WS-CFU-IX) TO CFU-IMPORTE
                WRITE CuotaFuturaRecord
             END-PERFORM
          END-IF.
          MOVE 0 TO WS-CFU-COUNT.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Liquidar_Comercio_Anterior.
                   MOVE "(COMERCIO NO REGISTRADO)"
                      TO Comercio-razon-social
                   MOVE ZERO TO Comercio-cod-rubro
                   MOVE ZERO TO Comercio-cuit
                   MOVE SPACES TO Comercio-cond-iva
                   MOVE SPACES TO Comercio-iibb
             END-READ
             MOVE ZERO TO WS-BRUTO-DEVUELTO
             IF WS-BRUTO < ZERO
                COMPUTE WS-BRUTO-DEVUELTO = ZERO - WS-BRUTO
                MOVE ZERO TO WS-BRUTO
             END-IF
             PERFORM Buscar_Comision
             COMPUTE WS-COMISION ROUNDED =
                WS-BRUTO * WS-PCT-APLICADO / 100
             COMPUTE WS-NETO = WS-BRUTO - WS-COMISION
      *> The financing of sales in cuotas paid up front is ours -
      *> it comes off the net, never below zero.
             IF WS-DESCUENTO-CUOTAS > WS-NETO
                MOVE WS-NETO TO WS-DESCUENTO-CUOTAS
             END-IF
             SUBTRACT WS-DESCUENTO-CUOTAS FROM WS-NETO
             ADD WS-DESCUENTO-CUOTAS TO WS-TOTAL-DESCUENTO-CUOTAS
             PERFORM Emitir_Comprobante_Comision
             PERFORM Aplicar_Debitos_Disputa
             PERFORM Aplicar_Abonos
             PERFORM Verificar_Retencion
      *> Certificates are cut only when money actually moves - a
      *> retained comercio keeps its retained amount gross and
      *> the tax comes out of the real payment on reinstatement;
      *> numbering certificates now would double-count it.
             IF NOT LIQ-RETENIDA
                PERFORM Aplicar_Retenciones
                MOVE WS-NETO-PAGAR TO WS-TOPE-ADELANTOS
                PERFORM Aplicar_Adelantos
                SUBTRACT WS-ADELANTOS-NETEADOS FROM WS-NETO-PAGAR
             ELSE
                MOVE WS-NETO TO WS-TOPE-ADELANTOS
                PERFORM Aplicar_Adelantos
                SUBTRACT WS-ADELANTOS-NETEADOS FROM WS-NETO
             END-IF

             MOVE ws_comercio TO ld_comercio
             MOVE WS-COMISION TO ld_comision
             MOVE WS-NETO TO ld_neto
             WRITE ListadoRecord FROM listado_detalle
             IF WS-DESCUENTO-CUOTAS > ZERO
                MOVE WS-DESCUENTO-CUOTAS TO lq_descuento
                WRITE ListadoRecord FROM listado_descuento_cuotas
             END-IF
             IF DOC-FACTURA OR DOC-NOTA-CREDITO
                WRITE ListadoRecord FROM listado_comprobante
             END-IF

      *> A suspended or watched comercio's money is withheld, not
      *> paid - it never reaches the payment file and waits on the
      *> retention ledger until the contract desk reinstates them
      *> or the risk monitoring takes them off the list.
             IF LIQ-RETENIDA
                MOVE ws_comercio TO RET-COMERCIO-NUM
                MOVE ws_sucursal TO RET-SUCURSAL
                MOVE WS-NETO TO RET-NETO
                WRITE RetenidoRecord
                IF Comercio-suspendido
                   WRITE ListadoRecord FROM listado_retenido
                ELSE
                   WRITE ListadoRecord FROM listado_vigilancia
                END-IF
             ELSE
                ADD WS-NETO-PAGAR TO WS-TOTAL-NETO
                MOVE ws_comercio TO LIQ-COMERCIO-NUM
                MOVE WS-NETO TO LIQ-NETO
                MOVE WS-RET-COMERCIO TO LIQ-RETENCIONES
                MOVE WS-NETO-PAGAR TO LIQ-NETO-PAGAR
                MOVE WS-ADELANTOS-NETEADOS TO LIQ-ADELANTOS
                MOVE WS-DOC-TIPO TO LIQ-DOC-TIPO
                IF DOC-FACTURA OR DOC-NOTA-CREDITO
                   MOVE WS-NUM-SERIE TO LIQ-DOC-SERIE
                   MOVE WS-NUM-PTO-VENTA TO LIQ-DOC-PTO
                   MOVE WS-NUM-ULTIMO TO LIQ-DOC-NRO
                ELSE
                   MOVE SPACE TO LIQ-DOC-SERIE
                   MOVE ZERO TO LIQ-DOC-PTO
                   MOVE ZERO TO LIQ-DOC-NRO
                END-IF
                MOVE WS-IVA-COMISION TO LIQ-IVA-COMISION
                MOVE WS-DESCUENTO-CUOTAS TO LIQ-DESCUENTO-CUOTAS
                WRITE LiquidacionRecord
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   The comercio gets a fiscal document for the commission -
      *   retained or not, the commission was taken. The factura's
      *   IVA comes out of the payment; a nota de credito (returned
      *   commission plus its IVA) is added to it. Nothing to
      *   document when there was no commission either way.
      *-----------------------------------------------------------*
       Emitir_Comprobante_Comision.
          MOVE SPACE TO WS-DOC-TIPO.
          MOVE ZERO TO WS-IVA-COMISION.
          IF WS-COMISION > ZERO
             MOVE WS-COMISION TO WS-COMISION-DOC
             COMPUTE WS-IVA-COMISION ROUNDED =
                WS-COMISION-DOC * WS-IVA-PCT / 100
             IF WS-IVA-COMISION > WS-NETO
                MOVE ZERO TO WS-NETO
             ELSE
                SUBTRACT WS-IVA-COMISION FROM WS-NETO
             END-IF
             SET DOC-FACTURA TO TRUE
          ELSE
             IF WS-BRUTO-DEVUELTO > ZERO
                COMPUTE WS-COMISION-DOC ROUNDED =
                   WS-BRUTO-DEVUELTO * WS-PCT-APLICADO / 100
                IF WS-COMISION-DOC > ZERO
                   COMPUTE WS-IVA-COMISION ROUNDED =
                      WS-COMISION-DOC * WS-IVA-PCT / 100
                   COMPUTE WS-NETO =
                      WS-NETO + WS-COMISION-DOC + WS-IVA-COMISION
                   SET DOC-NOTA-CREDITO TO TRUE
                END-IF
             END-IF
          END-IF.
          IF NOT DOC-FACTURA AND NOT DOC-NOTA-CREDITO
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-NUM-ULTIMO.
          MOVE WS-NUM-SERIE TO lm_serie.
          MOVE WS-NUM-PTO-VENTA TO lm_pto.
          MOVE WS-NUM-ULTIMO TO lm_nro.
          MOVE WS-COMISION-DOC TO lm_neto.
          MOVE WS-IVA-COMISION TO lm_iva.
          IF DOC-FACTURA
             MOVE "   FACTURA COMISION " TO lm_tipo
             PERFORM Grabar_Factura_Comision
             ADD 1 TO WS-CANT-FACTURAS
          ELSE
             MOVE "   NOTA CREDITO COMISION " TO lm_tipo
             PERFORM Grabar_Nota_Comision
             ADD 1 TO WS-CANT-NOTAS
          END-IF.
      *-----------------------------------------------------------*
      *   Pesos, estado P - AutorizacionCAE asks for the CAE.
      *-----------------------------------------------------------*
       Grabar_Factura_Comision.
          MOVE ZERO TO EMI-EMPRESA.
          MOVE Comercio-cuit TO EMI-CUIT.
          MOVE WS-NUM-SERIE TO EMI-SERIE.
          MOVE WS-NUM-PTO-VENTA TO EMI-PTO-VENTA.
          MOVE WS-NUM-ULTIMO TO EMI-NRO.
          MOVE WS-FECHA-HOY-N TO EMI-FECHA.
          COMPUTE EMI-TOTAL = WS-COMISION-DOC + WS-IVA-COMISION.
          MOVE "P" TO EMI-MONEDA.
          MOVE ZERO TO EMI-TASA.
          MOVE "P" TO EMI-CAE-ESTADO.
          MOVE SPACES TO EMI-CAE.
          MOVE ZERO TO EMI-CAE-VTO.
          MOVE WS-COMISION-DOC TO EMI-NETO.
          MOVE WS-IVA-COMISION TO EMI-IVA.
          MOVE "M" TO EMI-ORIGEN.
          MOVE ws_comercio TO EMI-COMERCIO.
          MOVE ws_sucursal TO EMI-SUCURSAL.
          WRITE FactEmitidaRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Nota_Comision.
          MOVE WS-NUM-ULTIMO TO NCE-NRO.
          MOVE ZERO TO NCE-FACTURA-REF.
          COMPUTE NCE-TOTAL = WS-COMISION-DOC + WS-IVA-COMISION.
          MOVE ZERO TO NCE-EMPRESA.
          MOVE Comercio-cuit TO NCE-CUIT.
          MOVE WS-NUM-SERIE TO NCE-SERIE.
          MOVE WS-NUM-PTO-VENTA TO NCE-PTO-VENTA.
          MOVE WS-FECHA-HOY-N TO NCE-FECHA.
          MOVE WS-COMISION-DOC TO NCE-NETO.
          MOVE WS-IVA-COMISION TO NCE-IVA.
          MOVE "P" TO NCE-MONEDA.
          MOVE ZERO TO NCE-TASA.
          MOVE "P" TO NCE-CAE-ESTADO.
          MOVE SPACES TO NCE-CAE.
          MOVE ZERO TO NCE-CAE-VTO.
          MOVE "M" TO NCE-ORIGEN.
          MOVE ws_comercio TO NCE-COMERCIO.
          MOVE ws_sucursal TO NCE-SUCURSAL.
          WRITE NcEmitidaRecord.
      *-----------------------------------------------------------*
      *   The rubro decides the plazo unless the comercio has its
      *   own; an unregistered comercio is paid on the sale date.
      *-----------------------------------------------------------*
       Leer_Rubro_Comercio.
          MOVE ws_comercio TO Comercio-num.
          MOVE ws_sucursal TO Comercio-sucursal.
          READ ComerciosFile
             INVALID KEY MOVE ZERO TO Comercio-cod-rubro
          END-READ.
          MOVE Comercio-cod-rubro TO WS-RUBRO-COMERCIO.
      *-----------------------------------------------------------*
      *   First run ever settles everything already due.
      *-----------------------------------------------------------*
       Leer_Corte.
          MOVE ZERO TO WS-CORTE-DESDE.
          OPEN INPUT CorteFile.
          IF CorteFS = "00"
             READ CorteFile
                AT END MOVE ZERO TO LQC-DESDE LQC-HASTA
             END-READ
             IF LQC-HASTA = WS-FECHA-HOY-N
                MOVE LQC-DESDE TO WS-CORTE-DESDE
             ELSE
                MOVE LQC-HASTA TO WS-CORTE-DESDE
             END-IF
             CLOSE CorteFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Corte.
          OPEN OUTPUT CorteFile.
          MOVE WS-CORTE-DESDE TO LQC-DESDE.
          MOVE WS-FECHA-HOY-N TO LQC-HASTA.
          WRITE CorteRecord.
          CLOSE CorteFile.
      *-----------------------------------------------------------*
      *   The watch list holds every sucursal of the comercio -
      *   the ratios are worked out on the comercio as a whole.
      *-----------------------------------------------------------*
       Verificar_Retencion.
          MOVE "N" TO WS-RETENER.
          IF Comercio-suspendido
             SET LIQ-RETENIDA TO TRUE
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-VIG-IX FROM 1 BY 1
             UNTIL WS-VIG-IX > WS-VIGILANCIA-COUNT OR LIQ-RETENIDA
             IF WS-VIG-COMERCIO(WS-VIG-IX) = ws_comercio
                SET LIQ-RETENIDA TO TRUE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Resolved-against-merchant disputes net out of this
      *   comercio's payment, each one printed on the listing. A
      *   debit bigger than what is left to pay caps at the neto -
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Terminal rent goes like a dispute debit, terminal by
      *   terminal, and only whole - what does not fit waits.
      *-----------------------------------------------------------*
       Aplicar_Abonos.
          PERFORM VARYING WS-ABT-IX FROM 1 BY 1
             UNTIL WS-ABT-IX > WS-ABONOS-COUNT
             IF WS-ABT-APLICADO(WS-ABT-IX) = "N"
                AND WS-ABT-COMERCIO(WS-ABT-IX) = ws_comercio
                AND WS-ABT-SUCURSAL(WS-ABT-IX) = ws_sucursal
                IF WS-ABT-IMPORTE(WS-ABT-IX) <= WS-NETO
                   SUBTRACT WS-ABT-IMPORTE(WS-ABT-IX) FROM WS-NETO
                   MOVE "S" TO WS-ABT-APLICADO(WS-ABT-IX)
                   MOVE WS-FECHA-HOY-N
                      TO WS-ABT-FECHA-APL(WS-ABT-IX)
                   MOVE WS-ABT-TERMINAL(WS-ABT-IX) TO lb_terminal
                   MOVE WS-ABT-PERIODO(WS-ABT-IX) TO lb_periodo
                   MOVE WS-ABT-IMPORTE(WS-ABT-IX) TO lb_importe
                   IF WS-ABT-SIN-VENTAS(WS-ABT-IX) = "S"
                      MOVE " SIN VENTAS" TO lb_sin_ventas
                   ELSE
                      MOVE SPACES TO lb_sin_ventas
                   END-IF
                   WRITE ListadoRecord FROM listado_abono
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Oldest advance first (ADL-NRO order within the comercio).
      *   An advance bigger than what is left takes what there is
      *   and keeps the rest as saldo for the next settlement.
      *-----------------------------------------------------------*
       Aplicar_Adelantos.
          MOVE ZERO TO WS-ADELANTOS-NETEADOS.
          IF NOT ADELANTOS-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF-ADL.
          MOVE ws_comercio TO ADL-COMERCIO.
          MOVE ws_sucursal TO ADL-SUCURSAL.
          START AdelantosFile KEY IS EQUAL TO ADL-COMERCIO-KEY
             INVALID KEY SET EOF-ADL TO TRUE
          END-START.
          PERFORM UNTIL EOF-ADL
             READ AdelantosFile NEXT RECORD
                AT END SET EOF-ADL TO TRUE
             END-READ
             IF NOT EOF-ADL
                IF ADL-COMERCIO NOT = ws_comercio
                   OR ADL-SUCURSAL NOT = ws_sucursal
                   SET EOF-ADL TO TRUE
                ELSE
                   IF ADL-SALDO > ZERO
                      AND WS-TOPE-ADELANTOS > WS-ADELANTOS-NETEADOS
                      PERFORM Netear_Un_Adelanto
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Netear_Un_Adelanto.
          COMPUTE WS-ADL-APLICADO =
             WS-TOPE-ADELANTOS - WS-ADELANTOS-NETEADOS.
          IF ADL-SALDO < WS-ADL-APLICADO
             MOVE ADL-SALDO TO WS-ADL-APLICADO
          END-IF.
          SUBTRACT WS-ADL-APLICADO FROM ADL-SALDO.
          ADD WS-ADL-APLICADO TO WS-ADELANTOS-NETEADOS.
          IF ADL-SALDO = ZERO
             MOVE WS-FECHA-HOY-N TO ADL-FECHA-LIQ
          END-IF.
          REWRITE AdelantoRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el adelanto "
                   ADL-NRO
          END-REWRITE.
          MOVE ADL-NRO TO la_adelanto.
          MOVE WS-ADL-APLICADO TO la_importe.
          WRITE ListadoRecord FROM listado_adelanto.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Load_Debitos_Disputa.
          MOVE 0 TO WS-DEBITOS-COUNT.
                   TO WS-DEB-APLICADO(WS-DEBITOS-COUNT)
                MOVE DCM-FECHA-APLICADO
                   TO WS-DEB-FECHA-APL(WS-DEBITOS-COUNT)
                MOVE DCM-FECHA-RESOLUCION
                   TO WS-DEB-FECHA-RES(WS-DEBITOS-COUNT)
             END-IF
          END-PERFORM.
          IF DebitosFS NOT = "35" AND DebitosFS NOT = "30"
             CLOSE DebitosComercioFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Load_Abonos.
          MOVE 0 TO WS-ABONOS-COUNT.
          MOVE "N" TO WS-EOF-ABONOS.
          OPEN INPUT AbonosFile.
          IF AbonosFS NOT = "00"
             SET EOF-ABONOS TO TRUE
          END-IF.
          PERFORM UNTIL EOF-ABONOS
             READ AbonosFile
                AT END SET EOF-ABONOS TO TRUE
             END-READ
             IF NOT EOF-ABONOS
                AND WS-ABONOS-COUNT < WS-MAX-ABONOS
                ADD 1 TO WS-ABONOS-COUNT
                MOVE AbonoRecord TO WS-ABT-REGISTRO(WS-ABONOS-COUNT)
             END-IF
          END-PERFORM.
          IF AbonosFS NOT = "35" AND AbonosFS NOT = "30"
             CLOSE AbonosFile
          END-IF.
      *-----------------------------------------------------------*
      *   No watch list yet means nobody is held for risk.
      *-----------------------------------------------------------*
       Load_Vigilancia.
          MOVE 0 TO WS-VIGILANCIA-COUNT.
          MOVE "N" TO WS-EOF-VIGILANCIA.
          OPEN INPUT VigilanciaFile.
          IF VigilanciaFS NOT = "00"
             SET EOF-VIGILANCIA TO TRUE
          END-IF.
          PERFORM UNTIL EOF-VIGILANCIA
             READ VigilanciaFile
                AT END SET EOF-VIGILANCIA TO TRUE
             END-READ
             IF NOT EOF-VIGILANCIA
                AND WS-VIGILANCIA-COUNT < WS-MAX-VIGILANCIA
                ADD 1 TO WS-VIGILANCIA-COUNT
                MOVE VIG-COMERCIO
                   TO WS-VIG-COMERCIO(WS-VIGILANCIA-COUNT)
             END-IF
          END-PERFORM.
          IF VigilanciaFS NOT = "35" AND VigilanciaFS NOT = "30"
             CLOSE VigilanciaFile
          END-IF.
      *-----------------------------------------------------------*
      *   Rewritten whole - applied debits stay marked "S" as the
      *   audit trail; the unapplied wait for the next run.
      *-----------------------------------------------------------*
                MOVE WS-DEB-APLICADO(WS-DEB-IX) TO DCM-APLICADO
                MOVE WS-DEB-FECHA-APL(WS-DEB-IX)
                   TO DCM-FECHA-APLICADO
                MOVE WS-DEB-FECHA-RES(WS-DEB-IX)
                   TO DCM-FECHA-RESOLUCION
                WRITE DebitoComercioRecord
             END-PERFORM
             CLOSE DebitosComercioFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Abonos.
          IF WS-ABONOS-COUNT > 0
             OPEN OUTPUT AbonosFile
             PERFORM VARYING WS-ABT-IX FROM 1 BY 1
                UNTIL WS-ABT-IX > WS-ABONOS-COUNT
                MOVE WS-ABT-REGISTRO(WS-ABT-IX) TO AbonoRecord
                WRITE AbonoRecord
             END-PERFORM
             CLOSE AbonosFile
          END-IF.
      *-----------------------------------------------------------*
      *   Every in-force withholding rule takes its cut of the
      *   neto, unless this comercio holds an exemption for that
      *   tax. Each cut gets a numbered certificate the comercio
      *-----------------------------------------------------------*
       Aplicar_Retenciones.
          MOVE ZERO TO WS-RET-COMERCIO.
          CALL 'chkcuit' USING Comercio-cuit, WS-CUIT-RESULTADO.
          IF WS-CUIT-RESULTADO NOT = "S"
             MOVE Comercio-cuit TO lc_cuit
             WRITE ListadoRecord FROM listado_cuit_invalido
          END-IF.
          PERFORM VARYING WS-IMP-IX FROM 1 BY 1
             UNTIL WS-IMP-IX > WS-IMPUESTOS-COUNT
             IF WS-FECHA-HOY-N >= WS-IMP-DESDE(WS-IMP-IX)
             MOVE WS-IMP-PCT(WS-IMP-IX) TO CER-PCT
             MOVE WS-RET-IMPORTE TO CER-IMPORTE
             MOVE WS-FECHA-HOY-N TO CER-FECHA
             MOVE Comercio-cuit TO CER-CUIT
             MOVE Comercio-cond-iva TO CER-COND-IVA
             MOVE Comercio-iibb TO CER-IIBB
             WRITE CertificadoRecord
             MOVE WS-IMP-CODIGO(WS-IMP-IX) TO lr_impuesto
             MOVE WS-NRO-CERT TO lr_cert
          WRITE CertSeqRecord.
          CLOSE CertSeqFile.
      *-----------------------------------------------------------*
      *   Only the "M" line is ours; every other NUMFACT.DAT line
      *   belongs to the consulting billing and is written back.
      *-----------------------------------------------------------*
       Cargar_Numeracion.
          MOVE 0 TO WS-NUM-OTROS-COUNT.
          MOVE "N" TO WS-EOF-NUMFACT.
          OPEN INPUT NumFactFile.
          IF NumFactFS NOT = "00"
             SET EOF-NUMFACT TO TRUE
          END-IF.
          PERFORM UNTIL EOF-NUMFACT
             READ NumFactFile
                AT END SET EOF-NUMFACT TO TRUE
             END-READ
             IF NOT EOF-NUMFACT
                IF NUM-USO = "M" AND NOT NUM-HALLADA
                   SET NUM-HALLADA TO TRUE
                   MOVE NUM-SERIE TO WS-NUM-SERIE
                   MOVE NUM-PTO-VENTA TO WS-NUM-PTO-VENTA
                   MOVE NUM-ULTIMO TO WS-NUM-ULTIMO
                ELSE
                   IF WS-NUM-OTROS-COUNT < 10
                      ADD 1 TO WS-NUM-OTROS-COUNT
                      MOVE NumFactRecord
                         TO WS-NUM-OTRO(WS-NUM-OTROS-COUNT)
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          IF NumFactFS NOT = "35" AND NumFactFS NOT = "30"
             CLOSE NumFactFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Numeracion.
          OPEN OUTPUT NumFactFile.
          PERFORM VARYING WS-NUM-IX FROM 1 BY 1
             UNTIL WS-NUM-IX > WS-NUM-OTROS-COUNT
             MOVE WS-NUM-OTRO(WS-NUM-IX) TO NumFactRecord
             WRITE NumFactRecord
          END-PERFORM.
          MOVE WS-NUM-SERIE TO NUM-SERIE.
          MOVE WS-NUM-PTO-VENTA TO NUM-PTO-VENTA.
          MOVE WS-NUM-ULTIMO TO NUM-ULTIMO.
          MOVE "M" TO NUM-USO.
          WRITE NumFactRecord.
          CLOSE NumFactFile.
          DISPLAY "Facturas de comision emitidas: " WS-CANT-FACTURAS.
          DISPLAY "Notas de credito de comision:  " WS-CANT-NOTAS.
      *-----------------------------------------------------------*
      *   One totals line per tax per run - accounting sums the
      *   month's lines for the filings.
      *-----------------------------------------------------------*
       Close_files.
          CLOSE VentasFile, ComerciosFile, RubrosFile.
          CLOSE LiquidacionFile, ListadoFile.
          CLOSE CuotasFuturasFile.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.
          CLOSE RetenidosFile.
          CLOSE CertificadosFile.
          CLOSE FactEmitidasFile, NcEmitidasFile.
          IF ADELANTOS-DISPONIBLE
             CLOSE AdelantosFile
          END-IF.
       END PROGRAM LiquidacionComercios.
