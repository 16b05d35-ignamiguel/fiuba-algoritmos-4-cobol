      *    A control file lists the acquirer feeds for the run and
      *    they are merged (by card number/cupon number) through a
      *    SORT instead of being hand-merged into CUPON1/2/3 first.
      *  - Card numbers are full 16-digit PANs. A feed card number
      *    that fails its Luhn check digit (chkluhn) has its cupones
      *    routed to CC-RECHAZOS.DAT as DIGITO VERIFICADOR instead
      *    of being looked up and posted.
      *  - Per-card spending controls (CC-CONTROLES.DAT, kept by
      *    MantControles): a cupon whose comercio's rubro the
      *    holder blocked, or whose importe is over the card's
      *    per-transaction tope, goes to CC-RECHAZOS.DAT as
      *    CONTROL RUBRO / CONTROL TOPE - a forced post can't get
      *    around what AuthorizeCC declined at the desk.
      *  - Annual renewal fee (CC-CARGO-RENOVACION.DAT): at the
      *    close of the card's anniversary month the titular is
      *    billed the fee, plus the adicional rate per adicional,
      *    as movement type 5 on the statement and CC-EXTRACTO.
      *    A year of presented purchases over the threshold waives
      *    it; cards with no activity that month close anyway.
      *  - Statement taxes from the dated CC-IMPUESTOS.DAT table:
      *    IVA on interest and fees, sellos on the balance and the
      *    PAIS / ganancias perceptions on the period's dolar
      *    compras (in pesos, at the close's exchange rate). Each
      *    prints on its own line, goes to CC-EXTRACTO as movement
      *    type 6 and is totalled in CC-CONTROL-TOTALES.
      *  - Credit-life insurance (seguro de saldo deudor): cards
      *    enrolled in CC-SEGUROS.DAT (MantSeguros) pay the
      *    per-mille premium of CC-SEGURO-PARAM.DAT on the closing
      *    balance as movement type 7, and every premium billed is
      *    listed for the insurer in CC-SEGURO-REMESA.DAT.
      *  - Recurring charges (CC-DEBITOS-RECURRENTES.DAT, kept by
      *    MantRecurrentes): a compra from a comercio registered
      *    against the card must be within the subscription's
      *    dates, not over its fixed importe and not before its
      *    frequency is due - otherwise it goes to CC-RECHAZOS.DAT
      *    as RECURRENTE BAJA / VENCIDO / IMPORTE / PERIODO.
      *  - Every close that is not a reprint CALLs ArchivoExtractos,
      *    which copies the CC-EXTRACTO.DAT blocks into the statement
      *    archive CC-EXTRACTO-HIST.DAT before the next close
      *    overwrites them.
      *  - The extract itemizes what the close bills on its own:
      *    financing interest and the late/over-limit fees as type
      *    8 lines, and the fee and interest inside the period's
      *    adelantos as informative type 9 lines, so the annual
      *    certificate (CertificadoAnual) can add them up.
      *  - Open-to-buy holds (CC-RETENCIONES.DAT, written by
      *    AuthorizeCC): a compra that matches its authorization
      *    releases the hold; one whose sale was reversed at the
      *    desk goes to CC-SIN-AUTORIZACION.DAT as AUTORIZ
      *    REVERSADA; and holds older than the presentation window
      *    expire, listed for the acquirers on
      *    CC-RETENCIONES-VENCIDAS.DAT as never presented.
      *  - The statement shows its due date next to the pago minimo:
      *    the closing date plus the days below, moved to the next
      *    business day when it falls on a weekend or a feriado of
      *    the shared calendar (diahabil).
      *  - CC-SETTLEMENT.DAT is registered for transmission
      *    (regsalida) as soon as it is closed, with its line count,
      *    the total to draft and a control hash.
      *  - The close can run as partitions by card-number range
      *    (CC-PARTICIONES.DAT). A first launch prepares the merged
      *    cupon stream and photographs SALDOS; each later launch
      *    takes the next pending partition and writes its own
      *    checkpoint, report, extract, settlement and control
      *    pieces (.Pnn) in card order; the launch after the last
      *    partition unites the pieces into cc_report.dat,
      *    CC-EXTRACTO.DAT, CC-SETTLEMENT.DAT and
      *    CC-CONTROL-TOTALES.DAT, proves the partitions add up to
      *    the prepared lote, and finishes the close. Progress is
      *    kept in CC-PARTICIONES-ESTADO.DAT. No partition file
      *    means the close runs whole, as always.
      *  - cc_report.dat is cataloged in the report spool
      *    (regspool) once it is whole - after a whole close, a
      *    reprint (as its own report) or the partition union -
      *    so a later run no longer loses the earlier printout.
      *  - Every incoming PAG-REF-BANCO is checked against the
      *    applied-pagos journal of earlier closes and against the
      *    rest of PAGOS.DAT. A repeat parks in
      *    CC-PAGOS-DUPLICADOS.DAT as a suspected duplicate instead
      *    of being credited; one ConsultaSuspenso released as
      *    genuine goes through once.
      *  - CC-COMISIONES.DAT carries a third fee, the cargo por pago
      *    devuelto that a payment reversal (reversapago) bills
      *    with the reversed importe as pending cuotas; the close
      *    itself does not assess it.
      *  - Balances are signed. A credit balance (pagos or notas de
      *    credito over what was owed) is carried in SALDOS.DAT as
      *    a negative SALD-IMPORTE instead of being stored as zero,
      *    so it comes off the next statement; the statement and
      *    CC-EXTRACTO.DAT carry it signed and it asks no pago
      *    minimo and no debit. ReintegroSaldos refunds them.
      *  - Accounts closed at the desk (BajaCuenta, CC-BAJAS.DAT)
      *    keep closing although their cards are cancelled: the
      *    final statement (even with no movement), the cuotas it
      *    accelerated, pagos and the cupones bought up to the
      *    baja date post; a cupon bought after it goes to
      *    CC-RECHAZOS.DAT as CUENTA DADA DE BAJA. No points accrue
      *    and no renewal fee is billed. The final statement says
      *    so and moves the baja from F to S (seguimiento).
      *  - Card products (CC-PRODUCTOS.DAT, kept by MantProductos):
      *    the statement is priced with the product of the card -
      *    its financing, pago minimo and adelanto rates, late and
      *    over-limit fees, renewal fee and points multiplier, each
      *    falling back to the general value when the product
      *    leaves it at zero. A cambio de producto pending in
      *    CC-CAMBIOS-PRODUCTO.DAT (MantTarjetas) prices the first
      *    close of the card's cycle with the new product; at the
      *    end of that close it is written to TARJETAS.DAT (limit
      *    cut to the product's maximum, journaled) and the pending
      *    row is removed. A reprint ignores pending changes.
      *  - The card number on cc_report.dat and on the
      *    CC-SIN-AUTORIZACION.DAT listing is masked (maskpan) -
      *    first six and last four digits only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          *> so a disputed statement can be traced back to the run
          *> and the before/after amounts instead of just the
          *> current balance.
          SELECT SaldoAuditFile ASSIGN TO WS-SALDO-AUDIT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditStatus.

          *> web portal - header/detail/trailer per cardholder, same
          *> cupon detail and totals, so portal and paper can never
          *> disagree.
          SELECT ExtractoFile ASSIGN TO WS-EXTRACTO-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Statement closing date for this run.
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Cupones swept out of the batch for a blocked/canceled card.
          SELECT RejectedFile ASSIGN TO WS-RECHAZOS-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Fixed-format settlement file for the bank's ACH portal.
          SELECT SettlementFile ASSIGN TO WS-SETTLEMENT-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Card list for a report-only rerun - when this file has

          *> Last WS-CC-Key fully processed - lets a rerun skip the
          *> cards a prior run already finished.
          SELECT CheckpointFile ASSIGN TO WS-CHECKPOINT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CheckpointStatus.

          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuthTmpStatus.

          SELECT SinAutorizacionFile ASSIGN TO WS-SIN-AUTORIZ-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Open-to-buy holds AuthorizeCC puts on every approval -
          *> released here as the cupones post, expired after the
          *> presentation window.
          SELECT OPTIONAL RetencionesFile ASSIGN TO
          "..\files\CC-RETENCIONES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RET-CODIGO
          ALTERNATE RECORD KEY IS RET-NRO-TARJ WITH DUPLICATES
          FILE STATUS IS RetencionesStatus.

          *> Holds that expired with no cupon - the authorizations
          *> the acquirers never presented.
          SELECT VencidasFile ASSIGN TO
          "..\files\CC-RETENCIONES-VENCIDAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Cycle calendar - which cycle closes on which date. The
          *> Cupones read this run for a card whose cycle is not
          *> closing tonight - carried to that cycle's run as one
          *> more acquirer-style feed.
          SELECT DeferredFile ASSIGN TO WS-DIFERIDOS-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Commerce master the sales side maintains - looked up
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioStatus.

          *> Cardholder spending controls - blocked rubros and a
          *> per-transaction tope, kept by MantControles. A card
          *> with no record has no controls.
          SELECT OPTIONAL ControlesFile ASSIGN TO
          "..\files\CC-CONTROLES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CTR-NRO-TARJ
          FILE STATUS IS ControlesStatus.

          *> Exchange-rate windows by date - a dolar cupon converts
          *> at the rate in force on its own purchase date, like the
          *> windowed LimiteVentaFile on the sales side. The single
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PuntosRubrosStatus.

          *> Card products and the product changes waiting for the
          *> card's next close.
          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

          SELECT OPTIONAL CambiosProductoFile ASSIGN TO
          "..\files\CC-CAMBIOS-PRODUCTO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CPR-NRO-TARJ
          FILE STATUS IS CambiosProductoStatus.

          SELECT OPTIONAL PuntosFile ASSIGN TO
          "..\files\CC-PUNTOS.DAT"
          ORGANIZATION IS INDEXED
          RECORD KEY IS PTS-NRO-TARJ
          FILE STATUS IS PuntosStatus.

          *> Accounts closed at the desk (BajaCuenta) - their
          *> cancelled cards still owe a final statement.
          SELECT OPTIONAL BajasFile ASSIGN TO
          "..\files\CC-BAJAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BAJ-NRO-TARJ
          FILE STATUS IS BajasStatus.

          *> Payments that match no card on the master - instead
          *> of bouncing forever in PAGOS.DAT, the money parks
          *> here for the research desk (ConsultaSuspenso) to
          "..\files\CC-PAGOS-SUSPENSO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Pagos whose bank reference was already applied by an
          *> earlier close, or repeats within the same PAGOS.DAT -
          *> parked instead of credited twice. ConsultaSuspenso
          *> releases the genuine ones (estado L), which the next
          *> close lets through once and marks A.
          SELECT OPTIONAL DuplicadosFile ASSIGN TO
          "..\files\CC-PAGOS-DUPLICADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DuplicadosStatus.

          SELECT DuplicadosTmpFile ASSIGN TO
          "..\files\pagos-duplicados.tmp"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Flat fees assessed at close: pago fuera de termino
          *> (paid less than last statement's minimo) and exceso
          *> de limite. Zero or missing file = no fee charged.
          *> The cargo por pago devuelto is read by reversapago.
          SELECT ComisionesFile ASSIGN TO
          "..\files\CC-COMISIONES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MinimosStatus.

          SELECT MinimosTmpFile ASSIGN TO WS-MINIMOS-TMP-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Promotions by comercio/rubro with a validity window -
          *> Every compra posted this run, with its comercio, date
          *> and peso importe - the ventas/cupones reconciliation
          *> crosses this against ventas_indexed.dat.
          SELECT PresentadosFile ASSIGN TO WS-PRESENTADOS-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PresentadosStatus.

          *> Annual renewal fee - titular and adicional amounts and
          *> the yearly spend that waives it. No file = no fee.
          SELECT RenovParamFile ASSIGN TO
          "..\files\CC-CARGO-RENOVACION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RenovParamStatus.

          *> Statement taxes by validity window - the window that
          *> covers the closing date sets the IVA, sellos and
          *> perception rates. No file or no window = no tax.
          SELECT ImpuestosFile ASSIGN TO "..\files\CC-IMPUESTOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ImpuestosStatus.

          *> Credit-life insurance: the enrollments kept by
          *> MantSeguros, the per-mille premium rate (no file or a
          *> zero rate = no premium billed) and the monthly premium
          *> remittance handed to the insurer.
          SELECT OPTIONAL SegurosFile ASSIGN TO
          "..\files\CC-SEGUROS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SGR-NRO-TARJ
          FILE STATUS IS SegurosStatus.

          SELECT SeguroParamFile ASSIGN TO
          "..\files\CC-SEGURO-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SeguroParamStatus.

          SELECT RemesaSeguroFile ASSIGN TO WS-REMESA-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Adicional-to-titular links kept by MantTarjetas - the
          *> adicionales' renewal bills on the titular's statement.
          *> Recurring charges the holder subscribed with a comercio,
          *> kept by MantRecurrentes - the close stamps the date of
          *> the last charge accepted on each one.
          SELECT OPTIONAL RecurrentesFile ASSIGN TO
          "..\files\CC-DEBITOS-RECURRENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RCR-KEY
          FILE STATUS IS RecurrentesStatus.

          SELECT AdicionalesFile ASSIGN TO
          "..\files\CC-ADICIONALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AdicionalesStatus.

          *> The card master itself, walked once for the cards whose
          *> anniversary falls this close but that had no activity.
          SELECT TarjetasMaestroFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS TJM-NRO-TARJ
          ALTERNATE RECORD KEY IS TJM-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetasMaestroStatus.

          *> Before-the-run photo of the SALDOS.DAT total, taken
          *> and checked by SaldoProof around this very batch - it
          *> is cleared here first so a leftover photo from a
          *> independent balance proof (SaldoProof) checks the file's
          *> before/after delta against these numbers before the
          *> settlement file leaves the building.
          SELECT ControlTotalesFile ASSIGN TO WS-CONTROL-TOT-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Customer payments taken at the bank - posted as credits
          *> Pagos past the table cap park here for one pass and
          *> are copied back on the rewrite - the cap never
          *> destroys a customer payment.
          SELECT PagosSpillFile ASSIGN TO WS-PAGOS-SPILL-PATH
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Journal of the pagos each real close applied, stamped
          *> reading the live PAGOS.DAT, so the reprinted page shows
          *> the same "Su pago en cuenta" lines and the same
          *> interest base as the original statement.
          SELECT PagosAplicFile ASSIGN TO WS-PAGOS-APLIC-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagosAplicStatus.

          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaginacionStatus.

          *> Partitioned close: the card-number ranges (one line per
          *> partition, numbered from 01, contiguous and covering
          *> every card number) and tonight's progress through them.
          *> Every output a partition writes goes to a piece of its
          *> own (the paths above, with a .Pnn suffix), so two
          *> partitions never append to the same sequential file.
          SELECT ParticionesFile ASSIGN TO
          "..\files\CC-PARTICIONES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParticionesStatus.

          SELECT PartEstadoFile ASSIGN TO
          "..\files\CC-PARTICIONES-ESTADO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PartEstadoStatus.

          *> The union reads every piece through PiezaFile and writes
          *> the assembled file through UnionFile.
          SELECT PiezaFile ASSIGN TO WS-PIEZA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PiezaStatus.

          SELECT OPTIONAL UnionFile ASSIGN TO WS-UNION-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS UnionStatus.

       DATA DIVISION.
       FILE SECTION.

       FD CuponFile.
       01 Cupon_File_Record.
         88 EOF-CUPON VALUE HIGH-VALUE.
        03 C-NRO-TARJ                   PIC 9(16).
        03 C-NRO-CUPON                  PIC 9(5).
        03 C-FECHA-COMPRA.
          06 C-FILLER                   PIC X(2).
       SD CuponSortFile.
       01 CuponSortRecord.
         88 EOF-CUPON-SORT VALUE HIGH-VALUE.
        03 CS-NRO-TARJ                   PIC 9(16).
        03 CS-NRO-CUPON                  PIC 9(5).
        03 CS-FECHA-COMPRA.
          06 CS-FILLER                  PIC X(2).
       FD MergedCuponFile.
       01 MergedCuponRecord.
         88 EOF-MERGED-CUPON VALUE HIGH-VALUE.
        03 MC-NRO-TARJ                   PIC 9(16).
        03 MC-NRO-CUPON                  PIC 9(5).
        03 MC-FECHA-COMPRA.
          06 MC-FILLER                  PIC X(2).
       01 SaldoRecord.
         88 EOF-SALDO VALUE HIGH-VALUE.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         02 AUD-NRO-TARJ                 PIC 9(16).
         02 AUD-IMPORTE-ANTERIOR         PIC S9(10)V99.
         02 AUD-IMPORTE-NUEVO            PIC S9(10)V99.
         02 AUD-RUN                      PIC X(10).

       SD WorkFile.
          88 EOF-WorkFile VALUE HIGH-VALUE.
          02 sort-holder                 PIC X(30).
          02 sort-doc_num                PIC 9(11).
          02 sort-cc-num                 PIC 9(16).
          *>02 sort-saldo                PIC Z(3),Z(2)9V99.
          02 sort-saldo                  PIC S9(6)V99.
          02 sort-nro-cupon              PIC 9(5).
          02 sort-limite                 PIC 9(10)V99.
          02 sort-duplicate              PIC X(1).
          02 sort-tipo                   PIC 9(1).
            88 sort-tipo-compra VALUE 0.
            88 sort-tipo-nota-credito VALUE 1.
            88 sort-tipo-pago VALUE 2.
            88 sort-tipo-sin-mov VALUE 3.
            88 sort-tipo-adelanto VALUE 4.
            88 sort-tipo-renovacion VALUE 5.
          02 sort-fecha.
             06 FILLER                   PIC X(2).
             06 sort-fecha-DAY           PIC X(2).
      *> opening balance, same for every line of the group.
          02 sort-moneda                 PIC 9(1).
          02 sort-saldo-usd              PIC 9(6)V99.
      *> Adelanto pricing already inside sort-importe, kept apart
      *> so the close can itemize it for the extract.
          02 sort-fee-adelanto           PIC 9(6)V99.
          02 sort-int-adelanto           PIC 9(6)V99.
      *> Product the card is priced with this close - the pending
      *> one when a cambio de producto takes effect tonight.
          02 sort-producto               PIC X(2).

      *> Widened past the original 60 columns so the cupon grid can
      *> carry the applied exchange rate and the merchant name; the
      *> card is unblocked; REJ-INTENTOS counts those attempts.
       FD RejectedFile.
       01 RejectedRecord.
         03 REJ-NRO-TARJ                 PIC 9(16).
         03 REJ-NRO-CUPON                PIC 9(5).
         03 REJ-FECHA-COMPRA             PIC X(10).
         03 REJ-IMPORTE                  PIC 9(6)V99.

       FD SettlementFile.
       01 SettlementRecord.
         03 STL-NRO-TARJ                 PIC 9(16).
         03 STL-IMPORTE                  PIC 9(10)V99.

       FD ReprintListFile.
       01 ReprintListRecord.
         03 RPT-NRO-TARJ                 PIC 9(16).

       FD CheckpointFile.
       01 CheckpointRecord.
         03 CKP-NRO-TARJ                 PIC 9(16).
      *> What the run had put out up to that card - a restarted
      *> partition carries these on instead of starting its pieces'
      *> counts (and the SALDOS delta its proof needs) from zero.
         03 CKP-APLICADO                 PIC S9(12)V99.
         03 CKP-TARJETAS                 PIC 9(8).
         03 CKP-STL-CANT                 PIC 9(8).
         03 CKP-STL-TOTAL                PIC 9(13)V99.

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ                PIC 9(16).
           03 PC-NRO-CUPON               PIC 9(5).
         02 PC-IMPORTE                   PIC 9(6)V99.
         02 PC-CUOTAS-TOT                PIC 9(2).
       01 ExtractoHeaderRecord.
         03 EXT-H-TIPO                   PIC X(1).
         03 EXT-H-DOCUMENTO              PIC 9(11).
         03 EXT-H-NRO-TARJ               PIC 9(16).
         03 EXT-H-TITULAR                PIC X(30).
         03 EXT-H-FECHA-CIERRE           PIC X(10).
         03 EXT-H-SALDO-ANTERIOR         PIC S9(10)V99.
       01 ExtractoDetailRecord.
         03 EXT-D-TIPO                   PIC X(1).
         03 EXT-D-DOCUMENTO              PIC 9(11).
         03 EXT-D-NRO-TARJ               PIC 9(16).
         03 EXT-D-NRO-CUPON              PIC 9(5).
         03 EXT-D-FECHA                  PIC X(10).
         03 EXT-D-IMPORTE                PIC 9(6)V99.
      *> Same codes as sort-tipo: 0 compra, 1 nota de credito,
      *> 2 pago, 3 sin movimientos, 4 adelanto, 5 renovacion,
      *> 6 impuesto (one line per tax, named in the comercio
      *> nombre), 7 seguro de saldo deudor, 8 interes or cargo
      *> billed at the close and 9 the fee/interest already
      *> included in the period's adelantos (informative only).
         03 EXT-D-TIPO-MOV               PIC 9(1).
         03 EXT-D-DUPLICADO              PIC X(1).
         03 EXT-D-COMERCIO               PIC 9(6).
       01 ExtractoTrailerRecord.
         03 EXT-T-TIPO                   PIC X(1).
         03 EXT-T-DOCUMENTO              PIC 9(11).
         03 EXT-T-NRO-TARJ               PIC 9(16).
         03 EXT-T-SALDO-FINAL            PIC S9(10)V99.
         03 EXT-T-PAGO-MINIMO            PIC 9(10)V99.
         03 EXT-T-ADELANTOS              PIC 9(10)V99.
         03 EXT-T-SALDO-USD              PIC 9(6)V99.
       FD AuthLogFile.
       01 AuthLogRecord.
         03 AUT-CODIGO                   PIC 9(6).
         03 AUT-NRO-TARJ                 PIC 9(16).
         03 AUT-IMPORTE                  PIC 9(8)V99.
         03 AUT-FECHA                    PIC X(8).
      *> Comercio the operator keyed - lets a compromised merchant's
      *> authorizations be traced back to the cards.
         03 AUT-COMERCIO                 PIC 9(6).

       FD AuthTmpFile.
       01 AuthTmpRecord.
         03 TMP-AUT-CODIGO               PIC 9(6).
         03 TMP-AUT-NRO-TARJ             PIC 9(16).
         03 TMP-AUT-IMPORTE              PIC 9(8)V99.
         03 TMP-AUT-FECHA                PIC X(8).
         03 TMP-AUT-COMERCIO             PIC 9(6).

       FD SinAutorizacionFile.
       01 SinAutorizacionRecord.
      *> Listing for the desk - the card goes out masked (maskpan).
         03 SINAUT-NRO-TARJ              PIC X(16).
         03 SINAUT-NRO-CUPON             PIC 9(5).
         03 SINAUT-IMPORTE               PIC 9(6)V99.
         03 SINAUT-AUTORIZACION          PIC 9(6).
         03 SINAUT-MOTIVO                PIC X(20).

       FD RetencionesFile.
       01 RetencionRecord.
         03 RET-CODIGO                   PIC 9(6).
         03 RET-NRO-TARJ                 PIC 9(16).
         03 RET-IMPORTE                  PIC 9(8)V99.
         03 RET-FECHA                    PIC 9(8).
         03 RET-COMERCIO                 PIC 9(6).
         03 RET-ESTADO                   PIC X(1).
           88 RET-VIGENTE VALUE "V".
           88 RET-REVERSADA VALUE "R".
         03 RET-FECHA-REVERSA            PIC 9(8).
         03 RET-USUARIO-REVERSA          PIC X(8).

       FD VencidasFile.
       01 VencidaRecord.
         03 VEN-COMERCIO                 PIC 9(6).
         03 VEN-CODIGO                   PIC 9(6).
         03 VEN-NRO-TARJ                 PIC 9(16).
         03 VEN-IMPORTE                  PIC 9(8)V99.
         03 VEN-FECHA-AUTORIZ            PIC 9(8).
         03 VEN-FECHA-CIERRE             PIC 9(8).
         03 VEN-MOTIVO                   PIC X(20).

       FD CiclosFile.
       01 CicloRecord.
         03 CIC-CODIGO                   PIC 9(2).

       FD DeferredFile.
       01 DeferredRecord.
        03 DIF-NRO-TARJ                  PIC 9(16).
        03 DIF-NRO-CUPON                 PIC 9(5).
        03 DIF-FECHA-COMPRA              PIC X(10).
        03 DIF-IMPORTE                   PIC 9(6)V99.
      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD ControlesFile.
       01 ControlRecord.
         02 CTR-NRO-TARJ                 PIC 9(16).
         02 CTR-TOPE-OPERACION           PIC 9(8)V99.
         02 CTR-TOPE-USD                 PIC 9(6)V99.
         02 CTR-CANT-RUBROS              PIC 9(2).
         02 CTR-RUBRO-BLOQ OCCURS 10 TIMES
                                         PIC 9(4).

       FD TasasFile.
       01 TasaCambioRecord.
         03 PTR-RUBRO                    PIC 9(4).
         03 PTR-PUNTOS-X-100             PIC 9(3).

       FD ProductosFile.
       01 ProductoRecord.
         02 PRD-CODIGO                   PIC X(02).
         02 PRD-NOMBRE                   PIC X(15).
         02 PRD-TASA-FINANCIACION        PIC 9(2)V99.
         02 PRD-PORC-PAGO-MINIMO         PIC 9(2)V99.
         02 PRD-TASA-ADELANTO            PIC 9(2)V99.
         02 PRD-PORC-FEE-ADELANTO        PIC 9(2)V99.
         02 PRD-CARGO-MORA               PIC 9(6)V99.
         02 PRD-CARGO-SOBRELIMITE        PIC 9(6)V99.
         02 PRD-CARGO-RENOVACION         PIC 9(6)V99.
         02 PRD-MULT-PUNTOS              PIC 9V99.
         02 PRD-LIMITE-MAXIMO            PIC 9(10)V99.
         02 PRD-DISENO                   PIC X(04).

       FD CambiosProductoFile.
       01 CambioProductoRecord.
         02 CPR-NRO-TARJ                 PIC 9(16).
         02 CPR-PRODUCTO-ANT             PIC X(02).
         02 CPR-PRODUCTO-NUEVO           PIC X(02).
         02 CPR-FECHA                    PIC 9(08).
         02 CPR-USUARIO                  PIC X(08).

       FD PuntosFile.
       01 PuntosRecord.
         02 PTS-NRO-TARJ                 PIC 9(16).
         02 PTS-SALDO                    PIC 9(8).
         02 PTS-ULT-GANADOS              PIC 9(6).

       FD BajasFile.
       01 BajaRecord.
         02 BAJ-NRO-TARJ                 PIC 9(16).
         02 BAJ-NRO-TITULAR              PIC 9(16).
         02 BAJ-FECHA                    PIC 9(8).
         02 BAJ-ESTADO                   PIC X(1).
           88 BAJ-RESUMEN-PENDIENTE      VALUE "F".
           88 BAJ-EN-SEGUIMIENTO         VALUE "S".
           88 BAJ-LIBRE-DEUDA            VALUE "L".
         02 BAJ-PUNTOS                   PIC X(1).
         02 BAJ-PUNTOS-CANT              PIC 9(8).
         02 BAJ-CUOTAS-ACELERADAS        PIC 9(8)V99.
         02 BAJ-FECHA-RESUMEN            PIC X(10).
         02 BAJ-FECHA-CARTA              PIC 9(8).
         02 BAJ-USUARIO                  PIC X(8).

       FD SuspensoFile.
       01 SuspensoRecord.
         03 SUS-NRO-TARJ                 PIC 9(16).
         03 SUS-FECHA                    PIC X(10).
         03 SUS-IMPORTE                  PIC 9(6)V99.
         03 SUS-REF-BANCO                PIC X(10).
         03 SUS-ESTADO                   PIC X(1).
         03 SUS-MONEDA                   PIC 9(1).

       FD DuplicadosFile.
       01 DuplicadoRecord.
         03 DUP-NRO-TARJ                 PIC 9(16).
         03 DUP-FECHA                    PIC X(10).
         03 DUP-IMPORTE                  PIC 9(6)V99.
         03 DUP-REF-BANCO                PIC X(10).
         03 DUP-MONEDA                   PIC 9(1).
         03 DUP-FECHA-INGRESO            PIC X(8).
      *> DEB = debito automatico ("DA" reference), PAG = the bank's
      *> payment feed - the same split ConciliacionBancaria uses.
         03 DUP-ORIGEN                   PIC X(3).
         03 DUP-TIPO                     PIC X(1).
           88 DUP-YA-APLICADO            VALUE "A".
           88 DUP-REPETIDO-ARCHIVO       VALUE "R".
         03 DUP-RUN-ORIGINAL             PIC X(10).
         03 DUP-ESTADO                   PIC X(1).
           88 DUP-PENDIENTE              VALUE "P".
           88 DUP-LIBERADO               VALUE "L".
           88 DUP-APLICADO               VALUE "A".
           88 DUP-DESCARTADO             VALUE "X".
         03 DUP-FECHA-RESOL              PIC X(8).

       FD DuplicadosTmpFile.
       01 DuplicadoTmpRecord             PIC X(76).

       FD ComisionesFile.
       01 ComisionesRecord.
         03 COM-CARGO-MORA               PIC 9(6)V99.
         03 COM-CARGO-SOBRELIMITE        PIC 9(6)V99.
         03 COM-CARGO-PAGO-DEVUELTO      PIC 9(6)V99.

       FD MinimosFile.
       01 MinimoRecord.
         03 MIN-NRO-TARJ                 PIC 9(16).
         03 MIN-PAGO-MINIMO              PIC 9(10)V99.

       FD MinimosTmpFile.
       01 MinimoTmpRecord                PIC X(28).

       FD PromosFile.
       01 PromoRecord.

       FD LimTempFile.
       01 LimTempRecord.
         03 LTM-NRO-TARJ                 PIC 9(16).
         03 LTM-FECHA-DESDE              PIC 9(8).
         03 LTM-FECHA-HASTA              PIC 9(8).
         03 LTM-LIMITE                   PIC 9(10)V99.
         03 PRES-IMPORTE                 PIC 9(6)V99.
         03 PRES-CARD-TAIL               PIC 9(4).
         03 PRES-NRO-CUPON               PIC 9(5).
      *> Full card number - the renewal-fee waiver adds up a year
      *> of a card's purchases from here. ReconcileVentasCupones
      *> marks the matched ones and keeps them for that year.
         03 PRES-NRO-TARJ                PIC 9(16).
         03 PRES-CONCILIADO              PIC X(1).

       FD RenovParamFile.
       01 RenovParamRecord.
         03 RNP-IMPORTE-TITULAR          PIC 9(6)V99.
         03 RNP-IMPORTE-ADICIONAL        PIC 9(6)V99.
         03 RNP-UMBRAL-CONSUMO           PIC 9(10)V99.

       FD ImpuestosFile.
       01 ImpuestoRecord.
         03 IMP-FECHA-DESDE              PIC 9(8).
         03 IMP-FECHA-HASTA              PIC 9(8).
         03 IMP-PORC-IVA                 PIC 9(2)V99.
         03 IMP-PORC-SELLOS              PIC 9(2)V99.
         03 IMP-PORC-PERC-PAIS           PIC 9(3)V99.
         03 IMP-PORC-PERC-GANANCIAS      PIC 9(3)V99.

       FD SegurosFile.
       01 SeguroRecord.
         02 SGR-NRO-TARJ                 PIC 9(16).
         02 SGR-FECHA-ALTA               PIC X(8).
         02 SGR-FECHA-BAJA               PIC X(8).
         02 SGR-ESTADO                   PIC X(1).
           88 SGR-ACTIVO                 VALUE "A".

       FD SeguroParamFile.
       01 SeguroParamRecord.
         03 SGP-TASA-POR-MIL             PIC 9(2)V999.

       FD RemesaSeguroFile.
       01 RemesaSeguroRecord.
         03 RMS-NRO-TARJ                 PIC 9(16).
         03 RMS-DOCUMENTO                PIC 9(11).
         03 RMS-FECHA-CIERRE             PIC X(10).
         03 RMS-SALDO-ASEGURADO          PIC 9(10)V99.
         03 RMS-PRIMA                    PIC 9(8)V99.

       FD RecurrentesFile.
       01 RecurrenteRecord.
         02 RCR-KEY.
           03 RCR-NRO-TARJ               PIC 9(16).
           03 RCR-COMERCIO               PIC 9(6).
         02 RCR-DESCRIPCION              PIC X(20).
      *> Zero importe = variable amount, any importe is accepted.
         02 RCR-IMPORTE                  PIC 9(6)V99.
      *> Months between charges.
         02 RCR-FRECUENCIA               PIC 9(2).
         02 RCR-FECHA-DESDE              PIC 9(8).
      *> Zero = no end date.
         02 RCR-FECHA-HASTA              PIC 9(8).
         02 RCR-ULT-CARGO                PIC 9(8).
         02 RCR-ULT-CARGO-R REDEFINES RCR-ULT-CARGO.
           03 RCR-ULT-ANIO               PIC 9(4).
           03 RCR-ULT-MES                PIC 9(2).
           03 RCR-ULT-DIA                PIC 9(2).
         02 RCR-ESTADO                   PIC X(1).
           88 RCR-ACTIVO                 VALUE "A".
           88 RCR-CANCELADO              VALUE "C".
           88 RCR-MIGRADO                VALUE "M".
         02 RCR-FECHA-BAJA               PIC X(8).

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ                 PIC 9(16).
         03 ADI-NRO-TITULAR              PIC 9(16).
         03 ADI-FECHA-ALTA               PIC X(8).

       FD TarjetasMaestroFile.
       01 TarjetaMaestroRecord.
         02 TJM-NRO-TARJ                 PIC 9(16).
         02 TJM-TITULAR                  PIC X(30).
         02 TJM-DOCUMENTO                PIC 9(11).
         02 TJM-LIMITE                   PIC 9(10)V99.
         02 TJM-ESTADO                   PIC X(01).
         02 TJM-CICLO                    PIC 9(02).
         02 TJM-CALLE                    PIC X(30).
         02 TJM-LOCALIDAD                PIC X(20).
         02 TJM-COD-POSTAL               PIC X(08).
         02 TJM-ENVIO                    PIC X(01).
         02 TJM-VENCIMIENTO              PIC 9(06).
         02 TJM-PRODUCTO                 PIC X(02).

       FD PruebaFile.
       01 PruebaRecord.
         03 CTLT-AJUSTE-FAVOR            PIC 9(10)V99.
      *> Late-payment and over-limit fees the close assessed.
         03 CTLT-CARGOS                  PIC 9(10)V99.
      *> Statement taxes charged, one total per tax.
         03 CTLT-IVA                     PIC 9(10)V99.
         03 CTLT-SELLOS                  PIC 9(10)V99.
         03 CTLT-PERC-PAIS               PIC 9(10)V99.
         03 CTLT-PERC-GANANCIAS          PIC 9(10)V99.
      *> Credit-life insurance premiums billed.
         03 CTLT-PRIMAS-SEGURO           PIC 9(10)V99.
      *> SALDOS delta a restarted partition had already applied
      *> before its checkpoint - zero on a close that ran through.
         03 CTLT-APLICADO-REINICIO       PIC S9(12)V99.

       FD PagosFile.
       01 PagoRecord.
         03 PAG-NRO-TARJ                 PIC 9(16).
         03 PAG-FECHA.
           06 PAG-FILLER                 PIC X(2).
           06 PAG-DAY                    PIC X(2).
         03 PAG-MONEDA                   PIC 9(1).

       FD PagosSpillFile.
       01 PagoSpillRecord                PIC X(45).

       FD PagosAplicFile.
       01 PagoAplicRecord.
         03 PAGAP-NRO-TARJ               PIC 9(16).
         03 PAGAP-FECHA                  PIC X(10).
         03 PAGAP-IMPORTE                PIC 9(6)V99.
         03 PAGAP-REF-BANCO              PIC X(10).
         03 PAGAP-RUN                    PIC X(10).
         03 PAGAP-MONEDA                 PIC 9(1).

       FD ParticionesFile.
       01 ParticionRecord.
         03 PRT-NUMERO                   PIC 9(2).
         03 PRT-DESDE                    PIC 9(16).
         03 PRT-HASTA                    PIC 9(16).

      *> One row per partition plus row 00, the lote itself: the
      *> closing date it was prepared for, P preparado / U unido
      *> and the cupones the prepared stream holds. Partition rows
      *> go P pendiente -> C en curso -> T terminada and carry what
      *> the partition put out, for the union to prove against.
       FD PartEstadoFile.
       01 PartEstadoRecord.
         03 PES-FECHA-CIERRE             PIC X(10).
         03 PES-PARTICION                PIC 9(2).
         03 PES-ESTADO                   PIC X(1).
         03 PES-DESDE                    PIC 9(16).
         03 PES-HASTA                    PIC 9(16).
         03 PES-FECHA                    PIC 9(8).
         03 PES-HORA                     PIC X(6).
         03 PES-REINICIOS                PIC 9(2).
         03 PES-CUPONES                  PIC 9(8).
         03 PES-IMPORTE                  PIC S9(12)V99.
         03 PES-TARJETAS                 PIC 9(8).
         03 PES-STL-CANT                 PIC 9(8).
         03 PES-STL-TOTAL                PIC 9(13)V99.

      *> A piece line, seen as whichever layout the union is
      *> assembling at the moment.
       FD PiezaFile.
       01 PiezaRecord                    PIC X(300).
       01 PiezaSettlementRecord.
         03 PZS-NRO-TARJ                 PIC 9(16).
         03 PZS-IMPORTE                  PIC 9(10)V99.
       01 PiezaExtractoRecord.
         03 PZE-TIPO                     PIC X(1).
         03 PZE-DOCUMENTO                PIC 9(11).
         03 PZE-NRO-TARJ                 PIC 9(16).
       01 PiezaDiferidoRecord.
         03 FILLER                       PIC X(31).
         03 PZD-IMPORTE                  PIC 9(6)V99.
       01 PiezaPagoAplicRecord.
         03 PZP-NRO-TARJ                 PIC 9(16).
         03 PZP-FECHA                    PIC X(10).
         03 PZP-IMPORTE                  PIC 9(6)V99.
         03 PZP-REF-BANCO                PIC X(10).
         03 PZP-RUN                      PIC X(10).
         03 PZP-MONEDA                   PIC 9(1).
       01 PiezaControlRecord.
         03 PZC-IMPORTE-PROCESADO        PIC S9(12)V99.
         03 PZC-INTERESES                PIC 9(10)V99.
         03 PZC-PAGOS-APLICADOS          PIC 9(10)V99.
         03 PZC-AJUSTE-FAVOR             PIC 9(10)V99.
         03 PZC-CARGOS                   PIC 9(10)V99.
         03 PZC-IVA                      PIC 9(10)V99.
         03 PZC-SELLOS                   PIC 9(10)V99.
         03 PZC-PERC-PAIS                PIC 9(10)V99.
         03 PZC-PERC-GANANCIAS           PIC 9(10)V99.
         03 PZC-PRIMAS-SEGURO            PIC 9(10)V99.
         03 PZC-APLICADO-REINICIO        PIC S9(12)V99.

       FD UnionFile.
       01 UnionRecord                    PIC X(300).

       WORKING-STORAGE SECTION.
       *> WS prefix stands for "working storage"
       01   AuditStatus                  PIC X(2).
       01   WS-EOF-AUDIT                 PIC X(1).
          88 EOF-AUDIT VALUE "S".
       01   WS-SALDO-REPRINT             PIC S9(10)V99.
       01   WS-SALDO-REPRINT-HALLADO     PIC X(1).
          88 SALDO-REPRINT-HALLADO VALUE "S".
       01   SaldoStatus                  PIC X(2).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.
      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "CC-SETTLEMENT".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-SETTLEMENT.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).
      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE "CC-REPORT".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "CREDITCARD-SAMPLE".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\cc_report.dat".
       01   SPL-RETENCION                PIC X(1) VALUE "M".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).
       01   WS-REPORT-PATH               PIC X(60) VALUE
            "..\files\cc_report.dat".
      *> Every file a partition writes is a piece of its own - a
      *> partition points these at its .Pnn pieces; the whole close
      *> and the union use them as they are.
       01   WS-EXTRACTO-PATH             PIC X(60) VALUE
            "..\files\CC-EXTRACTO.DAT".
       01   WS-SETTLEMENT-PATH           PIC X(60) VALUE
            "..\files\CC-SETTLEMENT.DAT".
       01   WS-CONTROL-TOT-PATH          PIC X(60) VALUE
            "..\files\CC-CONTROL-TOTALES.DAT".
       01   WS-CHECKPOINT-PATH           PIC X(60) VALUE
            "..\files\CC-CHECKPOINT.DAT".
       01   WS-MINIMOS-TMP-PATH          PIC X(60) VALUE
            "..\files\minimos.tmp".
       01   WS-REMESA-PATH               PIC X(60) VALUE
            "..\files\CC-SEGURO-REMESA.DAT".
       01   WS-DIFERIDOS-PATH            PIC X(60) VALUE
            "..\files\CC-CUPONES-DIFERIDOS.DAT".
       01   WS-RECHAZOS-PATH             PIC X(60) VALUE
            "..\files\CC-RECHAZOS.DAT".
       01   WS-SIN-AUTORIZ-PATH          PIC X(60) VALUE
            "..\files\CC-SIN-AUTORIZACION.DAT".
       01   WS-PRESENTADOS-PATH          PIC X(60) VALUE
            "..\files\CC-CUPONES-PRESENTADOS.DAT".
       01   WS-PAGOS-APLIC-PATH          PIC X(60) VALUE
            "..\files\CC-PAGOS-APLICADOS.DAT".
       01   WS-SALDO-AUDIT-PATH          PIC X(60) VALUE
            "..\files\SALDOS-AUDITORIA.DAT".
       01   WS-PAGOS-SPILL-PATH          PIC X(60) VALUE
            "..\files\pagos.tmp".

      *> Partitioned close - see Determinar_Modo_Particion.
       01   ParticionesStatus            PIC X(2).
       01   PartEstadoStatus             PIC X(2).
       01   PiezaStatus                  PIC X(2).
       01   UnionStatus                  PIC X(2).
       01   WS-MODO-PARTICION            PIC X(1) VALUE "N".
          88 PART-ENTERO                 VALUE "N".
          88 PART-PREPARA                VALUE "P".
          88 PART-TRAMO                  VALUE "T".
          88 PART-UNION                  VALUE "U".
          88 PART-NADA                   VALUE "X".
          88 PART-ERROR                  VALUE "E".
       01   WS-PRT-MAX                   PIC 9(2) VALUE 20.
       01   WS-PRT-COUNT                 PIC 9(2) VALUE 0.
       01   WS-PRT-TABLE.
            02 WS-PRT-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-PRT-IX.
               03 WS-PRT-DESDE           PIC 9(16).
               03 WS-PRT-HASTA           PIC 9(16).
               03 WS-PRT-ESTADO          PIC X(1).
               03 WS-PRT-FECHA           PIC 9(8).
               03 WS-PRT-HORA            PIC X(6).
               03 WS-PRT-REINICIOS       PIC 9(2).
               03 WS-PRT-CUPONES         PIC 9(8).
               03 WS-PRT-IMPORTE         PIC S9(12)V99.
               03 WS-PRT-TARJETAS        PIC 9(8).
               03 WS-PRT-STL-CANT        PIC 9(8).
               03 WS-PRT-STL-TOTAL       PIC 9(13)V99.
       01   WS-PRT-VALIDAS               PIC X(1).
          88 PARTICIONES-VALIDAS VALUE "S".
       01   WS-PRT-SIGUIENTE             PIC 9(17).
       01   WS-PRT-HAY-ESTADO            PIC X(1).
          88 HAY-ESTADO-PART VALUE "S".
       01   WS-PRT-COINCIDE              PIC X(1).
          88 ESTADO-COINCIDE VALUE "S".
       01   WS-PRT-FILAS                 PIC 9(2).
       01   WS-PRT-CAB-FECHA             PIC X(10).
       01   WS-PRT-CAB-ESTADO            PIC X(1).
       01   WS-PRT-CAB-CUPONES           PIC 9(8).
       01   WS-EOF-PART                  PIC X(1).
          88 EOF-PART VALUE "S".
      *> The partition this launch took, and its .Pnn suffix.
       01   WS-PRT-ACTUAL                PIC 9(2) VALUE 0.
       01   WS-PRT-NRO                   PIC 9(2).
       01   WS-PRT-SUFIJO                PIC X(4).
       01   WS-PRT-EN-RANGO              PIC X(1) VALUE "S".
          88 EN-PARTICION VALUE "S".
       01   WS-CTL-FUERA-PARTICION       PIC 9(8) VALUE 0.
       01   WS-PRT-TARJ-EMITIDAS         PIC 9(8) VALUE 0.
       01   WS-PRT-APLICADO              PIC S9(12)V99 VALUE 0.
       01   WS-PRT-APLICADO-PREVIO       PIC S9(12)V99 VALUE 0.
      *> Union: what the pieces hold as they are assembled, and
      *> what the partitions said they put out.
       01   WS-PIEZA-PATH                PIC X(60).
       01   WS-UNION-PATH                PIC X(60).
       01   WS-UNI-STEM                  PIC X(40).
       01   WS-UNI-TIPO                  PIC X(1).
       01   WS-EOF-PIEZA                 PIC X(1).
          88 EOF-PIEZA VALUE "S".
       01   WS-UNI-HALLADO               PIC X(1).
          88 UNI-HALLADO VALUE "S".
       01   WS-UNI-CUADRA                PIC X(1).
          88 UNION-CUADRA VALUE "S".
       01   WS-UNI-TARJ                  PIC 9(16).
       01   WS-UNI-ULT-TARJ              PIC 9(16).
       01   WS-UNI-FALTANTES             PIC 9(3) VALUE 0.
       01   WS-UNI-DESORDEN              PIC 9(8) VALUE 0.
       01   WS-UNI-TARJETAS              PIC 9(8) VALUE 0.
       01   WS-UNI-STL-CANT              PIC 9(8) VALUE 0.
       01   WS-UNI-STL-TOTAL             PIC 9(13)V99 VALUE 0.
       01   WS-SUM-CUPONES               PIC 9(8) VALUE 0.
       01   WS-SUM-IMPORTE               PIC S9(12)V99 VALUE 0.
       01   WS-SUM-TARJETAS              PIC 9(8) VALUE 0.
       01   WS-SUM-STL-CANT              PIC 9(8) VALUE 0.
       01   WS-SUM-STL-TOTAL             PIC 9(13)V99 VALUE 0.
       01   ReprintStatus                PIC X(2).
       01   WS-MODO-REIMPRESION          PIC X(1) VALUE "N".
          88 MODO-REIMPRESION VALUE "S".
       01   WS-REPRINT-TABLE.
            02 WS-REPRINT-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-RPT-IX.
               03 WS-REPRINT-NRO-TARJ    PIC 9(16).
       01   WS-TARJ-LISTADA              PIC X(1).
          88 TARJ-LISTADA VALUE "S".
       01   CheckpointStatus             PIC X(2).
       01   WS-Last-Checkpoint           PIC 9(16) VALUE 0.
       01   PendingCuotasStatus          PIC X(2).
          88 PendingCuotasOK VALUE "00".
       01   WS-EOF-CUOTAS-PEND           PIC X(1).
       01   WS-PAGOS-TABLE.
            02 WS-PAGO-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-PAGO-IX.
               03 WS-PAGO-NRO-TARJ       PIC 9(16).
               03 WS-PAGO-FECHA          PIC X(10).
               03 WS-PAGO-IMPORTE        PIC 9(6)V99.
               03 WS-PAGO-REF-BANCO      PIC X(10).
               03 WS-PAGO-APLICADO       PIC X(1).
               03 WS-PAGO-MONEDA         PIC 9(1).
      *> Set when the pago is parked as a suspected duplicate
      *> (WS-PAGO-APLICADO "D"): A already applied by the close of
      *> WS-PAGO-DUP-RUN, R repeated within this same PAGOS.DAT.
               03 WS-PAGO-DUP-TIPO       PIC X(1).
               03 WS-PAGO-DUP-RUN        PIC X(10).
       01   DuplicadosStatus             PIC X(2).
       01   WS-EOF-DUP                   PIC X(1).
          88 EOF-DUP VALUE "S".
       01   WS-CTL-PAGOS-DUPLICADOS      PIC 9(5) VALUE 0.
       01   WS-CTL-PAGOS-DUP-LIBERADOS   PIC 9(5) VALUE 0.
       01   WS-PAGO-IX2                  PIC 9(3).
      *> Duplicates ConsultaSuspenso released as genuine - each one
      *> lets exactly one matching pago through, and is marked A
      *> only once that pago was actually credited.
       01   WS-MAX-LIBERADOS             PIC 9(3) VALUE 100.
       01   WS-LIBERADOS-COUNT           PIC 9(3) VALUE 0.
       01   WS-LIBERADOS-USADOS          PIC 9(3) VALUE 0.
       01   WS-LIBERADOS-TABLE.
            02 WS-LIB-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-LIB-IX.
               03 WS-LIB-NRO-TARJ        PIC 9(16).
               03 WS-LIB-IMPORTE         PIC 9(6)V99.
               03 WS-LIB-REF-BANCO       PIC X(10).
               03 WS-LIB-PAGO            PIC 9(3).
       01   WS-LIB-HALLADO               PIC X(1).
          88 LIB-HALLADO VALUE "S".
       01   PaginacionStatus             PIC X(2).
       01   WS-Lines-Per-Page            PIC 9(3) VALUE 60.
       01   Report_lines_written         PIC 9(3) VALUE 0.
            02 WS-AUT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-AUT-IX.
               03 WS-AUT-CODIGO          PIC 9(6).
               03 WS-AUT-NRO-TARJ        PIC 9(16).
       01   WS-AUT-HALLADA               PIC X(1).
          88 AUT-HALLADA VALUE "S".
       01   WS-AUT-REVERSADA             PIC X(1).
          88 AUT-REVERSADA VALUE "S".
       01   RetencionesStatus            PIC X(2).
       01   WS-RETENCIONES-DISPONIBLE    PIC X(1) VALUE "N".
          88 RETENCIONES-DISPONIBLE VALUE "S".
       01   WS-EOF-RETENCIONES           PIC X(1).
          88 EOF-RETENCIONES VALUE "S".
       01   CONT-RETENCIONES-LIBERADAS   PIC 9(6) VALUE 0.
       01   CONT-RETENCIONES-VENCIDAS    PIC 9(6) VALUE 0.
       01   WS-IMPORTE-RET-VENCIDO       PIC 9(10)V99 VALUE 0.
       01   WS-CTL-SIN-AUTORIZACION      PIC 9(6) VALUE 0.
       01   CiclosStatus                 PIC X(2).
       01   WS-MAX-CICLOS                PIC 9(2) VALUE 12.
               03 WS-CICLO-FECHA         PIC X(10).
       01   WS-CICLO-EN-CIERRE           PIC X(1).
          88 CICLO-EN-CIERRE VALUE "S".
      *> Card products - see Load_Productos and Fijar_Producto.
       01   ProductosStatus              PIC X(2).
       01   CambiosProductoStatus        PIC X(2).
       01   WS-MAX-PRODUCTOS             PIC 9(2) VALUE 20.
       01   WS-PRODUCTOS-COUNT           PIC 9(2) VALUE 0.
       01   WS-PRODUCTOS-TABLE.
            02 WS-PRD-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-PRD-IX.
               03 WS-PRD-CODIGO          PIC X(2).
               03 WS-PRD-TASA-FINANC     PIC 9(2)V99.
               03 WS-PRD-PORC-MINIMO     PIC 9(2)V99.
               03 WS-PRD-TASA-ADELANTO   PIC 9(2)V99.
               03 WS-PRD-FEE-ADELANTO    PIC 9(2)V99.
               03 WS-PRD-CARGO-MORA      PIC 9(6)V99.
               03 WS-PRD-CARGO-SOBRE     PIC 9(6)V99.
               03 WS-PRD-RENOVACION      PIC 9(6)V99.
               03 WS-PRD-MULT-PUNTOS     PIC 9V99.
               03 WS-PRD-LIMITE-MAX      PIC 9(10)V99.
       01   WS-MAX-CAMBIOS-PRD           PIC 9(4) VALUE 2000.
       01   WS-CAMBIOS-PRD-COUNT         PIC 9(4) VALUE 0.
       01   WS-CAMBIOS-PRD-TABLE.
            02 WS-CPR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-CPR-IX.
               03 WS-CPR-TARJ            PIC 9(16).
               03 WS-CPR-NUEVO           PIC X(2).
               03 WS-CPR-ESTADO          PIC X(1).
                  88 CPR-PENDIENTE VALUE "P".
                  88 CPR-APLICADO VALUE "A".
                  88 CPR-DESCARTADO VALUE "D".
               03 WS-CPR-VISTA           PIC X(1).
                  88 CPR-VISTA VALUE "S".
       01   WS-PRODUCTO-BUSCADO          PIC X(2).
      *> What the card being closed is priced with: its product's
      *> value, or the general one where the product has none.
       01   WS-VIG-TASA-FINANCIACION     PIC 9(2)V99.
       01   WS-VIG-PORC-PAGO-MINIMO      PIC 9(2)V99.
       01   WS-VIG-TASA-ADELANTO         PIC 9(2)V99.
       01   WS-VIG-PORC-FEE-ADELANTO     PIC 9(2)V99.
       01   WS-VIG-CARGO-MORA            PIC 9(6)V99.
       01   WS-VIG-CARGO-SOBRELIMITE     PIC 9(6)V99.
       01   WS-VIG-RENOV-TITULAR         PIC 9(6)V99.
       01   WS-VIG-MULT-PUNTOS           PIC 9V99.
       01   WS-VIG-LIMITE-MAXIMO         PIC 9(10)V99.
       01   CONT-CAMBIOS-PRD-APLICADOS   PIC 9(6) VALUE 0.
       01   CONT-CAMBIOS-PRD-DESCARTADOS PIC 9(6) VALUE 0.
       01   JRN-ARCHIVO                  PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).
       01   WS-CTL-CUPONES-DIFERIDOS     PIC 9(6) VALUE 0.
       01   WS-IMPORTE-DIFERIDO          PIC 9(10)V99 VALUE 0.
       01   WS-FEED-PATH-DIFERIDOS       PIC X(60) VALUE
       01   WS-DIA-MAX                   PIC 9(2).
       01   WS-CIERRE-AAAAMMDD           PIC 9(8) VALUE 0.
       01   WS-CIERRE-INT                PIC 9(8).
       01   WS-DIAS-VENCIMIENTO          PIC 9(2) VALUE 10.
       01   WS-VENC-INT                  PIC 9(8).
       01   WS-VENCIMIENTO.
          02 WS-VENC-ANIO                PIC 9(4).
          02 WS-VENC-MES                 PIC 9(2).
          02 WS-VENC-DIA                 PIC 9(2).
       01   WS-VENCIMIENTO-N REDEFINES WS-VENCIMIENTO PIC 9(8).
      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).
       01   WS-CUPON-INT                 PIC 9(8).
       01   WS-FECHA-CUPON-VALIDA        PIC X(1).
          88 FECHA-CUPON-VALIDA VALUE "S".
       01   PERIODO-RESULTADO            PIC X(1).
       01   WS-CTL-RECHAZOS-FECHA        PIC 9(6) VALUE 0.
       01   WS-CTL-RECHAZOS-TARJETA      PIC 9(6) VALUE 0.
      *> Spending controls of the card being closed - loaded once
      *> per card by Cargar_Control_Tarjeta.
       01   ControlesStatus              PIC X(2).
          88 ControlesOK VALUE "00".
       01   WS-CONTROLES-DISPONIBLE      PIC X(1) VALUE "N".
          88 CONTROLES-DISPONIBLE VALUE "S".
       01   WS-TARJ-CON-CONTROL          PIC X(1) VALUE "N".
          88 TARJ-CON-CONTROL VALUE "S".
       01   WS-CONTROL-CUPON-OK          PIC X(1).
          88 CONTROL-CUPON-OK VALUE "S".
       01   WS-MOTIVO-CONTROL            PIC X(20).
       01   WS-CTR-IX                    PIC 9(2).
       01   WS-CTL-RECHAZOS-CONTROL      PIC 9(6) VALUE 0.
      *> Recurring-charge registry - a cupon matched to an active
      *> subscription has its last-charge date stamped once posted.
       01   RecurrentesStatus            PIC X(2).
       01   WS-RECURRENTES-DISPONIBLE    PIC X(1) VALUE "N".
          88 RECURRENTES-DISPONIBLE VALUE "S".
       01   WS-CUPON-RECURRENTE          PIC X(1) VALUE "N".
          88 CUPON-RECURRENTE VALUE "S".
       01   WS-RCR-MESES                 PIC S9(6).
       01   WS-CTL-CARGOS-RECURRENTES    PIC 9(6) VALUE 0.
      *> Cards already handled via the cupon stream - the dormant
      *> pass only synthesizes statements for cards NOT in here
      *> (carried balance or pending pago, but no cupones).
       01   WS-VISTAS-TABLE.
            02 WS-VISTA-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-VIS-IX.
               03 WS-VISTA-TARJ          PIC 9(16).
       01   WS-TARJ-VISTA                PIC X(1).
          88 TARJ-VISTA VALUE "S".
       01   WS-VISTAS-DESBORDE           PIC X(1) VALUE "N".
          88 CC-REASON-CANCELADA VALUE "3".
          88 CC-REASON-VENCIDA VALUE "4".
          88 CC-REASON-PENDIENTE VALUE "5".
          88 CC-REASON-DIGITO VALUE "6".
       01   WS-CC-Key                    PIC 9(16).
      *> Luhn check on the feed's card number - see chkluhn.
       01   WS-LUHN-RESULTADO            PIC X(1).
          88 LUHN-OK VALUE "S".
       01   WS-LUHN-DIGITO               PIC 9(1).
       01   WS-Saldo-amount              PIC S9(10)V99.
       01   WS-total-amount              PIC S9(10)V99.
       01   WS-cupon-counter             PIC 9(2).
       01   WS-Card-Limite                PIC 9(10)V99.
       01   WS-LIMTEMP-TABLE.
            02 WS-LIMTEMP-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-LTM-IX.
               03 WS-LTM-TARJ             PIC 9(16).
               03 WS-LTM-DESDE            PIC 9(8).
               03 WS-LTM-HASTA            PIC 9(8).
               03 WS-LTM-LIMITE           PIC 9(10)V99.
       01   WS-MINIMOS-TABLE.
            02 WS-MINIMO-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-MIN-IX.
               03 WS-MIN-TARJ             PIC 9(16).
               03 WS-MIN-IMPORTE          PIC 9(10)V99.
       01   WS-MINIMO-ANT                 PIC 9(10)V99.
       01   WS-EOF-MIN                    PIC X(1).
       01   PuntosRubrosStatus            PIC X(2).
       01   PuntosStatus                  PIC X(2).
          88 PuntosOK VALUE "00".
      *> Closed accounts - see Verificar_Cuenta_En_Baja.
       01   BajasStatus                   PIC X(2).
       01   WS-BAJAS-DISPONIBLE           PIC X(1) VALUE "N".
          88 BAJAS-DISPONIBLE VALUE "S".
       01   WS-CUENTA-EN-BAJA             PIC X(1) VALUE "N".
          88 CUENTA-EN-BAJA VALUE "S".
       01   WS-BAJA-INT                   PIC 9(8).
       01   WS-EOF-BAJAS                  PIC X(1).
          88 EOF-BAJAS VALUE "S".
       01   CONT-RESUMENES-FINALES        PIC 9(5) VALUE 0.
       01   WS-MAX-BAJAS-F                PIC 9(4) VALUE 500.
       01   WS-BAJAS-F-COUNT              PIC 9(4) VALUE 0.
       01   WS-BAJAS-F-TABLE.
            02 WS-BAJA-F-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-BJF-IX.
               03 WS-BAJA-F-TARJ          PIC 9(16).
       01   WS-MAX-PTS-RUBROS             PIC 9(2) VALUE 50.
       01   WS-PTS-RUBROS-COUNT           PIC 9(2) VALUE 0.
       01   WS-PTS-RUBROS-TABLE.
       01   WS-CTL-PUNTOS                 PIC 9(8) VALUE 0.
       01   WS-PUNTOS-MOSTRAR             PIC 9(8).
       01   WS-PTS-ULT-MOSTRAR            PIC 9(6).
       01   WS-PAGO-TARJ-CHK              PIC 9(16).
       01   WS-CTL-CARGOS-CANT            PIC 9(6) VALUE 0.
       01   PromosStatus                  PIC X(2).
       01   WS-MAX-PROMOS                 PIC 9(2) VALUE 30.
       01   WS-INT-ADELANTO               PIC 9(8)V99.
       01   WS-DIAS-ADELANTO              PIC S9(5).
       01   WS-Adelantos-Grupo            PIC 9(10)V99 VALUE 0.
       01   WS-Fee-Adelantos-Grupo        PIC 9(8)V99 VALUE 0.
       01   WS-Int-Adelantos-Grupo        PIC 9(8)V99 VALUE 0.
      *> Dollar track of the statement - dolar cupones post here
      *> in original currency; conversion only happens when the
      *> holder pays.
       01   WS-CTL-ADELANTOS              PIC 9(6) VALUE 0.
       01   WS-CTL-IMP-ADELANTOS          PIC 9(10)V99 VALUE 0.

      *> Annual renewal fee - see Load_Renovacion and
      *> Evaluar_Cargo_Renovacion.
       01   PresentadosStatus             PIC X(2).
       01   RenovParamStatus              PIC X(2).
       01   AdicionalesStatus             PIC X(2).
       01   TarjetasMaestroStatus         PIC X(2).
       01   WS-RENOV-CARGADA              PIC X(1) VALUE "N".
          88 RENOV-CARGADA VALUE "S".
       01   WS-RENOV-TITULAR              PIC 9(6)V99 VALUE 0.
       01   WS-RENOV-ADICIONAL            PIC 9(6)V99 VALUE 0.
       01   WS-RENOV-UMBRAL               PIC 9(10)V99 VALUE 0.
       01   WS-RENOV-DESDE                PIC 9(8).
       01   WS-RENOV-IMPORTE              PIC 9(6)V99.
       01   WS-RENOV-LEYENDA              PIC X(20).
       01   WS-CONSUMO-CUENTA             PIC 9(10)V99.
       01   WS-EOF-PRES                   PIC X(1).
          88 EOF-PRES VALUE "S".
       01   WS-EOF-ADIC                   PIC X(1).
          88 EOF-ADIC VALUE "S".
       01   WS-EOF-TJM                    PIC X(1).
          88 EOF-TJM VALUE "S".
       01   WS-MAX-ADIC                   PIC 9(4) VALUE 1000.
       01   WS-ADIC-COUNT                 PIC 9(4) VALUE 0.
       01   WS-ADIC-TABLE.
            02 WS-ADIC-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-ADI-IX.
               03 WS-ADI-TARJ             PIC 9(16).
               03 WS-ADI-TITULAR          PIC 9(16).
       01   WS-ES-ADICIONAL               PIC X(1).
          88 ES-ADICIONAL VALUE "S".
      *> A year of presented purchases per card, loaded at start
      *> and kept current as this run presents more.
       01   WS-MAX-CONSUMOS               PIC 9(4) VALUE 3000.
       01   WS-CONSUMOS-COUNT             PIC 9(4) VALUE 0.
       01   WS-CONSUMOS-TABLE.
            02 WS-CONS-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-CONS-IX.
               03 WS-CONS-TARJ            PIC 9(16).
               03 WS-CONS-IMPORTE         PIC 9(10)V99.
       01   WS-CONSUMOS-DESBORDE          PIC X(1) VALUE "N".
          88 CONSUMOS-DESBORDE VALUE "S".
       01   WS-CONS-BUSCADA               PIC 9(16).
       01   WS-CONS-IMPORTE-NUEVO         PIC 9(6)V99.
       01   WS-CONS-HALLADO               PIC 9(10)V99.
       01   WS-CONS-ENCONTRADO            PIC X(1).
          88 CONS-ENCONTRADO VALUE "S".
      *> Anniversary cards found on the master, processed only
      *> after the master is closed again (checkcc reads it too).
       01   WS-MAX-ANIV                   PIC 9(4) VALUE 2000.
       01   WS-ANIV-COUNT                 PIC 9(4) VALUE 0.
       01   WS-ANIV-TABLE.
            02 WS-ANIV-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-ANIV-IX.
               03 WS-ANIV-TARJ            PIC 9(16).
       01   WS-CTL-RENOVACIONES           PIC 9(6) VALUE 0.
       01   WS-CTL-IMP-RENOVACION         PIC 9(10)V99 VALUE 0.
       01   WS-CTL-RENOV-BONIFICADAS      PIC 9(6) VALUE 0.

      *> Statement taxes - see Load_Impuestos and Calcular_Impuestos.
       01   ImpuestosStatus               PIC X(2).
       01   WS-IMPUESTOS-VIGENTES         PIC X(1) VALUE "N".
          88 IMPUESTOS-VIGENTES VALUE "S".
       01   WS-PORC-IVA                   PIC 9(2)V99 VALUE 0.
       01   WS-PORC-SELLOS                PIC 9(2)V99 VALUE 0.
       01   WS-PORC-PERC-PAIS             PIC 9(3)V99 VALUE 0.
       01   WS-PORC-PERC-GANANCIAS        PIC 9(3)V99 VALUE 0.
       01   WS-Cargos-Grupo               PIC 9(8)V99 VALUE 0.
       01   WS-Renov-Grupo                PIC 9(8)V99 VALUE 0.
       01   WS-USD-Compras-Grupo          PIC 9(8)V99 VALUE 0.
       01   WS-Base-IVA                   PIC 9(10)V99.
       01   WS-Base-Sellos                PIC 9(10)V99.
       01   WS-Base-Percepcion            PIC 9(10)V99.
       01   WS-IVA                        PIC 9(8)V99.
       01   WS-Sellos                     PIC 9(8)V99.
       01   WS-Perc-Pais                  PIC 9(8)V99.
       01   WS-Perc-Ganancias             PIC 9(8)V99.
       01   WS-Impuesto-Importe           PIC 9(8)V99.
       01   WS-Impuesto-Leyenda           PIC X(20).
       01   WS-Impuesto-Tipo              PIC 9(1).
       01   WS-CTL-IVA                    PIC 9(10)V99 VALUE 0.
       01   WS-CTL-SELLOS                 PIC 9(10)V99 VALUE 0.
       01   WS-CTL-PERC-PAIS              PIC 9(10)V99 VALUE 0.
       01   WS-CTL-PERC-GANANCIAS         PIC 9(10)V99 VALUE 0.

      *> Credit-life insurance - see Load_Seguros and
      *> Evaluar_Seguro_Saldo.
       01   SegurosStatus                 PIC X(2).
       01   SeguroParamStatus             PIC X(2).
       01   WS-SEGURO-TASA                PIC 9(2)V999 VALUE 0.
       01   WS-MAX-SEGUROS                PIC 9(4) VALUE 2000.
       01   WS-SEGUROS-COUNT              PIC 9(4) VALUE 0.
       01   WS-SEGUROS-TABLE.
            02 WS-SEGURO-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SGR-IX.
               03 WS-SGR-TARJ             PIC 9(16).
       01   WS-EOF-SGR                    PIC X(1).
          88 EOF-SGR VALUE "S".
       01   WS-ES-ASEGURADA               PIC X(1).
          88 ES-ASEGURADA VALUE "S".
       01   WS-Prima-Seguro               PIC 9(8)V99.
       01   WS-CTL-PRIMAS                 PIC 9(6) VALUE 0.
       01   WS-CTL-IMP-PRIMAS             PIC 9(10)V99 VALUE 0.

      *> Batch control totals - records/importe read vs posted.
      *> Leidos and procesados are NOT expected to be the raw same
      *> count: duplicates are read but never posted, and cuotas
       01   WS-CTL-PAGOS-RECIBIDOS     PIC 9(6) VALUE 0.
       01   WS-CTL-IMPORTE-PAGOS       PIC 9(10)V99 VALUE 0.
      *> Credit remainders floored to zero when storing SALDOS - the
      *> balance proof adds this back to its expected delta. Credit
      *> balances are carried signed now, so this stays zero; the
      *> field remains for the control-totals layout.
       01   WS-CTL-AJUSTE-FAVOR        PIC 9(10)V99 VALUE 0.
       01   WS-CTL-PAGOS-SIN-APLICAR   PIC 9(6) VALUE 0.
       01   WS-CTL-IMPORTE-PAGOS-APL   PIC 9(10)V99 VALUE 0.

       01 Cupon_Record.
        03 WS-nro-tarjeta                PIC 9(16).
        03 WS-NRO-CUPON                  PIC 9(5).
        03 WS-FECHA-COMPRA.
          06 WS-FILLER                   PIC X(2).
       01 WS-CUOTA-IMPORTE               PIC 9(6)V99.

       01 WS-TJ-KEY.
         03 WS-TJ-NRO-TARJ               PIC 9(16).

       01 WS-SALD-KEY.
          02 WS-SALD-NRO-TARJ            PIC 9(16).
          02 WS-SALD-FECHA               PIC X(10).

       01 TarjetaRecord.
         88 EOF-TARJETA VALUE HIGH-VALUE.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR                   PIC X(30).
         02 TJ-DOCUMENTO                 PIC 9(11).
         02 TJ-LIMITE                    PIC 9(10)V99.
           88 TJ-ENVIO-PAPEL VALUE "P".
           88 TJ-ENVIO-EMAIL VALUE "E".
         02 TJ-VENCIMIENTO               PIC 9(06).
         02 TJ-PRODUCTO                  PIC X(02).

       01 ReportLine.
          02 FILLER                      PIC X(58).
      *> Card/document of the group being printed - backed up at the
      *> group break like ws-titular, because by the time the footer
      *> runs the sort record already holds the NEXT holder's data.
       01 ws-cc-num-actual               PIC 9(16).
       01 ws-doc-actual                  PIC 9(11).
      *> Delivery flag of the group being printed - an e-statement
      *> holder still posts, settles and lands in the extract, but
       01 Report_holder_details_2.
         02 FILLER                       PIC X(16)
                                         VALUE "Nro de tarjeta: ".
         02 cc_holder_num                PIC X(16).
         02 FILLER                       PIC X(28).

       01 Report_holder_details_3.
         02 FILLER                       PIC X(17)
                                         VALUE "Saldo anterior: $".
         02 cc_debt                      PIC -Z(5)9.99.
         02 FILLER                       PIC X(34).

       01 Grid_border.
           03 FILLER                     PIC X(60) VALUE ALL "-".
         02 FILLER                       PIC X(25).

       01 aux_subtotal                   PIC S9(10)V99.
      *> What actually lands in SALDOS.DAT - a credit balance
      *> (pagos over charges) is carried negative and gets its own
      *> "SALDO A FAVOR" note on the statement.
       01 WS-SALDO-A-GRABAR              PIC S9(10)V99.

       01 Report_footer_details_2.
         02 FILLER                       PIC X(14) VALUE
         02 footer_interes               PIC Z(8)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_iva.
         02 FILLER                       PIC X(25) VALUE
         "IVA s/intereses y cargos:".
         02 FILLER                       PIC X(1) VALUE "$".
         02 footer_iva                   PIC Z(7)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_sellos.
         02 FILLER                       PIC X(25) VALUE
         "Impuesto de sellos:      ".
         02 FILLER                       PIC X(1) VALUE "$".
         02 footer_sellos                PIC Z(7)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_perc_pais.
         02 FILLER                       PIC X(25) VALUE
         "Percepcion imp. PAIS:    ".
         02 FILLER                       PIC X(1) VALUE "$".
         02 footer_perc_pais             PIC Z(7)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_perc_ganancias.
         02 FILLER                       PIC X(25) VALUE
         "Percepcion ganancias:    ".
         02 FILLER                       PIC X(1) VALUE "$".
         02 footer_perc_ganancias        PIC Z(7)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_seguro.
         02 FILLER                       PIC X(25) VALUE
         "Seguro saldo deudor:     ".
         02 FILLER                       PIC X(1) VALUE "$".
         02 footer_seguro                PIC Z(7)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_saldo_favor.
         02 FILLER                       PIC X(33) VALUE
         "** SALDO A FAVOR DEL TITULAR: $".
         02 footer_saldo_favor           PIC Z(9)9.99.
         02 FILLER                       PIC X(24).

       01 Report_footer_baja.
         02 FILLER                       PIC X(46) VALUE
         "** RESUMEN FINAL - CUENTA DADA DE BAJA EL ".
         02 footer_baja_dia              PIC X(2).
         02 FILLER                       PIC X(1) VALUE "/".
         02 footer_baja_mes              PIC X(2).
         02 FILLER                       PIC X(1) VALUE "/".
         02 footer_baja_anio             PIC X(4).
         02 FILLER                       PIC X(14).

       01 Report_footer_pago_minimo.
         02 FILLER                       PIC X(14) VALUE
         "Pago minimo: $".
         02 footer_pago_minimo           PIC Z(9)9.99.
         02 FILLER                       PIC X(3).
         02 FILLER                       PIC X(13) VALUE
         "Vencimiento: ".
         02 footer_venc_dia              PIC 9(2).
         02 FILLER                       PIC X(1) VALUE "/".
         02 footer_venc_mes              PIC 9(2).
         02 FILLER                       PIC X(1) VALUE "/".
         02 footer_venc_anio             PIC 9(4).
         02 FILLER                       PIC X(7).

      *  Grand total across the whole batch, for the daily management
      *  summary to pull out of cc_report.dat.

       PROCEDURE DIVISION.
       Begin.
          PERFORM Load_Reprint_List.
          PERFORM Load_Parametros.
          PERFORM Determinar_Modo_Particion.

          EVALUATE TRUE
             WHEN PART-PREPARA
                MOVE "CIERRE-PREPARA" TO JOBLOG-PASO
             WHEN PART-TRAMO
                MOVE SPACES TO JOBLOG-PASO
                STRING "CIERRE-PARTIC-" WS-PRT-ACTUAL
                   DELIMITED BY SIZE INTO JOBLOG-PASO
             WHEN PART-UNION
                MOVE "CIERRE-UNION" TO JOBLOG-PASO
             WHEN OTHER
                MOVE "CIERRE-TARJETAS" TO JOBLOG-PASO
          END-EVALUATE.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          IF PART-ERROR OR PART-NADA
             MOVE "F" TO JOBLOG-EVENTO
             IF PART-ERROR
                MOVE "ERROR" TO JOBLOG-ESTADO
             ELSE
                MOVE "OK" TO JOBLOG-ESTADO
             END-IF
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             IF PART-ERROR
                MOVE 16 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF
             GOBACK
          END-IF.

          PERFORM Load_Paginacion.
          PERFORM Load_Checkpoint.
          PERFORM Load_Pagos.
          PERFORM Load_Promos.
          PERFORM Load_Comisiones.
          PERFORM Load_Puntos_Rubros.
          PERFORM Load_Productos.
          PERFORM Load_Cambios_Producto.
          PERFORM Load_Minimos.
          PERFORM Load_Renovacion.
          PERFORM Load_Impuestos.
          PERFORM Load_Seguros.

          IF PART-UNION
             PERFORM Unir_Particiones
             GOBACK
          END-IF.

      *> A partition reads the stream its prepare launch merged -
      *> the feeds are released once per close, not once per
      *> partition.
          IF NOT PART-TRAMO
             SORT CuponSortFile ON ASCENDING KEY CS-NRO-TARJ
                                   ASCENDING KEY CS-NRO-CUPON
                              INPUT PROCEDURE IS Load_Cupon_Feeds
                              OUTPUT PROCEDURE IS Merge_Cupon_Feeds
          END-IF.

          IF PART-PREPARA
             PERFORM Preparar_Particiones
             GOBACK
          END-IF.

      *-----------------------------------------------------------*
      *   SaldoFile/SaldoAuditFile are read in Input_Process
      *   Balance proof, first half: clear any stale photo/control
      *   file and photograph the SALDOS.DAT total before this run
      *   touches it. The second half runs after the control totals
      *   are written, below. A partitioned close takes the photo
      *   once, at prepare, and proves it at the union.
      *-----------------------------------------------------------*
          IF NOT MODO-REIMPRESION AND NOT PART-TRAMO
             OPEN OUTPUT PruebaFile
             CLOSE PruebaFile
             OPEN OUTPUT ControlTotalesFile

          PERFORM Open_Saldo_Files.

      *> A partition's pieces go in card order, so the union can
      *> lay them end to end and a checkpoint restart skips
      *> exactly the cards already put out.
          IF PART-TRAMO
             SORT WorkFile ON ASCENDING KEY sort-cc-num
                              INPUT PROCEDURE IS Input_Process
                              OUTPUT PROCEDURE IS Output_Process
          ELSE
             SORT WorkFile ON ASCENDING KEY sort-holder
                              INPUT PROCEDURE IS Input_Process
                              OUTPUT PROCEDURE IS Output_Process
          END-IF.

          PERFORM Close_Saldo_Files.

      *> Pagos, minimos, the authorization log, expired holds, the
      *> statement archive and the balance proof are the union's -
      *> a partition only leaves its pieces and its summary.
          IF PART-TRAMO
             PERFORM Print_Control_Totals
             PERFORM Terminar_Particion
             GOBACK
          END-IF.

          PERFORM Save_Pagos.

          PERFORM Print_Control_Totals.
          PERFORM Grabar_Minimos.
          PERFORM Grabar_Lotes_Aplicados.
          PERFORM Depurar_Autorizaciones.
          PERFORM Vencer_Retenciones.
          PERFORM Aplicar_Cambios_Producto.
          PERFORM Clear_Checkpoint.

      *> CC-EXTRACTO.DAT is rewritten by the next close - its blocks
      *> go to the statement archive while they are still here.
          IF NOT MODO-REIMPRESION
             CALL "ArchivoExtractos"
             IF RETURN-CODE NOT = 0
                DISPLAY "** No se pudo archivar CC-EXTRACTO.DAT - "
                   "correr ArchivoExtractos antes del proximo cierre"
             END-IF
          END-IF.

      *-----------------------------------------------------------*
      *   Balance proof, second half: the file must have moved by
      *   exactly what the control totals say was applied. A
          MOVE WS-FECHA-ARMADA-N TO WS-CIERRE-AAAAMMDD.
          COMPUTE WS-CIERRE-INT =
             FUNCTION INTEGER-OF-DATE(WS-CIERRE-AAAAMMDD).
          PERFORM Calcular_Vencimiento.
      *-----------------------------------------------------------*
      *   One due date for the whole close - the same for every
      *   statement of the run.
      *-----------------------------------------------------------*
       Calcular_Vencimiento.
          COMPUTE WS-VENC-INT = WS-CIERRE-INT + WS-DIAS-VENCIMIENTO.
          COMPUTE WS-VENCIMIENTO-N =
             FUNCTION DATE-OF-INTEGER(WS-VENC-INT).
          MOVE "S" TO CAL-FUNCION.
          MOVE WS-VENCIMIENTO-N TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-VENCIMIENTO-N
          END-IF.
          MOVE WS-VENC-DIA TO footer_venc_dia.
          MOVE WS-VENC-MES TO footer_venc_mes.
          MOVE WS-VENC-ANIO TO footer_venc_anio.
      *-----------------------------------------------------------*
      *   Defaults to 60 if PAGINACION.DAT is missing or empty.
      *-----------------------------------------------------------*
             END-IF
             CLOSE CheckpointFile
          END-IF.
      *> A restarted partition keeps extending its pieces, so what
      *> they already hold stays counted.
          IF PART-TRAMO AND WS-Last-Checkpoint > 0
             AND CKP-APLICADO NUMERIC
             MOVE CKP-APLICADO TO WS-PRT-APLICADO
             MOVE CKP-APLICADO TO WS-PRT-APLICADO-PREVIO
             MOVE CKP-TARJETAS TO WS-PRT-TARJ-EMITIDAS
             MOVE CKP-STL-CANT TO RSA-REGISTROS
             MOVE CKP-STL-TOTAL TO RSA-TOTAL
             DISPLAY "Particion " WS-PRT-ACTUAL " retomada despues "
                "de la tarjeta " WS-Last-Checkpoint
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Save_Checkpoint.
          IF NOT MODO-REIMPRESION
             OPEN OUTPUT CheckpointFile
             MOVE WS-CC-Key TO CKP-NRO-TARJ
             MOVE WS-PRT-APLICADO TO CKP-APLICADO
             MOVE WS-PRT-TARJ-EMITIDAS TO CKP-TARJETAS
             MOVE RSA-REGISTROS TO CKP-STL-CANT
             MOVE RSA-TOTAL TO CKP-STL-TOTAL
             WRITE CheckpointRecord
             CLOSE CheckpointFile
          END-IF.
      *> the checkpoint only matters for restarting a run that died.
          IF NOT MODO-REIMPRESION
             OPEN OUTPUT CheckpointFile
             INITIALIZE CheckpointRecord
             WRITE CheckpointRecord
             CLOSE CheckpointFile
          END-IF.
                      MOVE AUT-NRO-TARJ TO TMP-AUT-NRO-TARJ
                      MOVE AUT-IMPORTE TO TMP-AUT-IMPORTE
                      MOVE AUT-FECHA TO TMP-AUT-FECHA
                      MOVE AUT-COMERCIO TO TMP-AUT-COMERCIO
                      WRITE AuthTmpRecord
                   ELSE
                      ADD 1 TO CONT-AUTS-DEPURADAS
                MOVE TMP-AUT-NRO-TARJ TO AUT-NRO-TARJ
                MOVE TMP-AUT-IMPORTE TO AUT-IMPORTE
                MOVE TMP-AUT-FECHA TO AUT-FECHA
                MOVE TMP-AUT-COMERCIO TO AUT-COMERCIO
                WRITE AuthLogRecord
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
       Verificar_Autorizacion.
          MOVE "N" TO WS-AUT-HALLADA.
          MOVE "N" TO WS-AUT-REVERSADA.
          IF WS-AUTORIZACION > ZERO
             PERFORM VARYING WS-AUT-IX FROM 1 BY 1
                UNTIL WS-AUT-IX > WS-AUTS-COUNT OR AUT-HALLADA
                END-IF
             END-PERFORM
          END-IF.
          IF AUT-HALLADA AND RETENCIONES-DISPONIBLE
             PERFORM Liberar_Retencion
          END-IF.
          IF NOT AUT-HALLADA
             CALL 'maskpan' USING BY CONTENT WS-nro-tarjeta,
                BY REFERENCE SINAUT-NRO-TARJ
             MOVE WS-NRO-CUPON TO SINAUT-NRO-CUPON
             MOVE WS-IMPORTE TO SINAUT-IMPORTE
             MOVE WS-AUTORIZACION TO SINAUT-AUTORIZACION
             EVALUATE TRUE
                WHEN WS-AUTORIZACION = ZERO
                   MOVE "SIN NRO AUTORIZ" TO SINAUT-MOTIVO
                WHEN AUT-REVERSADA
                   MOVE "AUTORIZ REVERSADA" TO SINAUT-MOTIVO
                WHEN OTHER
                   MOVE "AUTORIZ NO EMITIDA" TO SINAUT-MOTIVO
             END-EVALUATE
             IF NOT MODO-REIMPRESION
                WRITE SinAutorizacionRecord
             END-IF
             ADD 1 TO WS-CTL-SIN-AUTORIZACION
          END-IF.
      *-----------------------------------------------------------*
      *   The cupon is here, so the approval's hold comes off - the
      *   importe now sits in the balance instead. A hold the desk
      *   reversed means the sale was voided: the cupon still posts
      *   like any unmatched one, but on the exception report.
      *-----------------------------------------------------------*
       Liberar_Retencion.
          MOVE WS-AUTORIZACION TO RET-CODIGO.
          READ RetencionesFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          IF RET-NRO-TARJ NOT = WS-nro-tarjeta
             EXIT PARAGRAPH
          END-IF.
          IF RET-REVERSADA
             MOVE "N" TO WS-AUT-HALLADA
             SET AUT-REVERSADA TO TRUE
          ELSE
             DELETE RetencionesFile RECORD
                INVALID KEY CONTINUE
             END-DELETE
             ADD 1 TO CONT-RETENCIONES-LIBERADAS
          END-IF.
      *-----------------------------------------------------------*
      *   Same cut as the authorization log: a hold older than the
      *   presentation window can no longer meet its cupon. A live
      *   one is reported as never presented; a reversed one just
      *   leaves the file, the sale was voided on purpose.
      *-----------------------------------------------------------*
       Vencer_Retenciones.
          IF MODO-REIMPRESION
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO CONT-RETENCIONES-VENCIDAS.
          MOVE 0 TO WS-IMPORTE-RET-VENCIDO.
          OPEN I-O RetencionesFile.
          IF RetencionesStatus NOT = "00"
             IF RetencionesStatus = "05"
                CLOSE RetencionesFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND VencidasFile.
          MOVE "N" TO WS-EOF-RETENCIONES.
          MOVE LOW-VALUES TO RET-CODIGO.
          START RetencionesFile KEY IS NOT LESS THAN RET-CODIGO
             INVALID KEY SET EOF-RETENCIONES TO TRUE
          END-START.
          PERFORM UNTIL EOF-RETENCIONES
             READ RetencionesFile NEXT RECORD
                AT END SET EOF-RETENCIONES TO TRUE
             END-READ
             IF NOT EOF-RETENCIONES
                AND RET-FECHA < WS-AUT-FECHA-CORTE
                IF RET-VIGENTE
                   MOVE RET-COMERCIO TO VEN-COMERCIO
                   MOVE RET-CODIGO TO VEN-CODIGO
                   MOVE RET-NRO-TARJ TO VEN-NRO-TARJ
                   MOVE RET-IMPORTE TO VEN-IMPORTE
                   MOVE RET-FECHA TO VEN-FECHA-AUTORIZ
                   MOVE WS-CIERRE-AAAAMMDD TO VEN-FECHA-CIERRE
                   MOVE "NO PRESENTADA" TO VEN-MOTIVO
                   WRITE VencidaRecord
                   ADD 1 TO CONT-RETENCIONES-VENCIDAS
                   ADD RET-IMPORTE TO WS-IMPORTE-RET-VENCIDO
                END-IF
                DELETE RetencionesFile RECORD
                   INVALID KEY CONTINUE
                END-DELETE
             END-IF
          END-PERFORM.
          CLOSE VencidasFile.
          CLOSE RetencionesFile.
          IF CONT-RETENCIONES-LIBERADAS > 0
             DISPLAY "Retenciones liberadas por cupon: "
                CONT-RETENCIONES-LIBERADAS
          END-IF.
          IF CONT-RETENCIONES-VENCIDAS > 0
             DISPLAY "** Retenciones vencidas sin presentar: "
                CONT-RETENCIONES-VENCIDAS " por "
                WS-IMPORTE-RET-VENCIDO
                " - ver CC-RETENCIONES-VENCIDAS.DAT **"
          END-IF.
      *-----------------------------------------------------------*
      *   An applied pago is consumed - PAGOS.DAT is rewritten with
      *   only what could not be applied this run, so a payment can
      *   never credit the same card twice. A reprint run leaves
          IF NOT MODO-REIMPRESION
             OPEN OUTPUT PagosFile
             OPEN EXTEND SuspensoFile
             PERFORM Actualizar_Duplicados_Liberados
             OPEN EXTEND DuplicadosFile
             PERFORM VARYING WS-PAGO-IX FROM 1 BY 1
                UNTIL WS-PAGO-IX > WS-PAGOS-COUNT
                IF WS-PAGO-APLICADO(WS-PAGO-IX) = "N"
                   PERFORM Reencolar_O_Suspender_Pago
                END-IF
                IF WS-PAGO-APLICADO(WS-PAGO-IX) = "D"
                   PERFORM Grabar_Pago_Duplicado
                END-IF
             END-PERFORM
             CLOSE SuspensoFile
             CLOSE DuplicadosFile
             IF WS-CTL-PAGOS-EXCEDENTES > 0
                MOVE "N" TO WS-EOF-PAGOS-SPILL
                OPEN INPUT PagosSpillFile
             CLOSE PagosFile
          END-IF.
      *-----------------------------------------------------------*
      *   A suspected duplicate leaves PAGOS.DAT for the research
      *   desk, pending.
      *-----------------------------------------------------------*
       Grabar_Pago_Duplicado.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE WS-PAGO-NRO-TARJ(WS-PAGO-IX) TO DUP-NRO-TARJ.
          MOVE WS-PAGO-FECHA(WS-PAGO-IX) TO DUP-FECHA.
          MOVE WS-PAGO-IMPORTE(WS-PAGO-IX) TO DUP-IMPORTE.
          MOVE WS-PAGO-REF-BANCO(WS-PAGO-IX) TO DUP-REF-BANCO.
          MOVE WS-PAGO-MONEDA(WS-PAGO-IX) TO DUP-MONEDA.
          MOVE WS-CURRENT-DATE-FIELDS(1:8) TO DUP-FECHA-INGRESO.
          IF WS-PAGO-REF-BANCO(WS-PAGO-IX)(1:2) = "DA"
             MOVE "DEB" TO DUP-ORIGEN
          ELSE
             MOVE "PAG" TO DUP-ORIGEN
          END-IF.
          MOVE WS-PAGO-DUP-TIPO(WS-PAGO-IX) TO DUP-TIPO.
          MOVE WS-PAGO-DUP-RUN(WS-PAGO-IX) TO DUP-RUN-ORIGINAL.
          MOVE "P" TO DUP-ESTADO.
          MOVE SPACES TO DUP-FECHA-RESOL.
          WRITE DuplicadoRecord.
      *-----------------------------------------------------------*
      *   A release whose pago was credited tonight is used up -
      *   one pass copies the file and marks it A; a release whose
      *   pago still waits (no activity on the card) stays L.
      *-----------------------------------------------------------*
       Actualizar_Duplicados_Liberados.
          IF WS-LIBERADOS-USADOS = 0
             EXIT PARAGRAPH
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE "N" TO WS-EOF-DUP.
          OPEN INPUT DuplicadosFile.
          IF DuplicadosStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT DuplicadosTmpFile.
          PERFORM UNTIL EOF-DUP
             READ DuplicadosFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP
                IF DUP-LIBERADO
                   PERFORM Consumir_Liberado
                END-IF
                MOVE DuplicadoRecord TO DuplicadoTmpRecord
                WRITE DuplicadoTmpRecord
             END-IF
          END-PERFORM.
          CLOSE DuplicadosFile.
          CLOSE DuplicadosTmpFile.
          MOVE "N" TO WS-EOF-DUP.
          OPEN INPUT DuplicadosTmpFile.
          OPEN OUTPUT DuplicadosFile.
          PERFORM UNTIL EOF-DUP
             READ DuplicadosTmpFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP
                MOVE DuplicadoTmpRecord TO DuplicadoRecord
                WRITE DuplicadoRecord
             END-IF
          END-PERFORM.
          CLOSE DuplicadosTmpFile.
          CLOSE DuplicadosFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consumir_Liberado.
          MOVE "N" TO WS-LIB-HALLADO.
          PERFORM VARYING WS-LIB-IX FROM 1 BY 1
             UNTIL WS-LIB-IX > WS-LIBERADOS-COUNT OR LIB-HALLADO
             IF WS-LIB-PAGO(WS-LIB-IX) > ZERO
                AND WS-LIB-REF-BANCO(WS-LIB-IX) = DUP-REF-BANCO
                AND WS-LIB-NRO-TARJ(WS-LIB-IX) = DUP-NRO-TARJ
                AND WS-LIB-IMPORTE(WS-LIB-IX) = DUP-IMPORTE
                SET LIB-HALLADO TO TRUE
                IF WS-PAGO-APLICADO(WS-LIB-PAGO(WS-LIB-IX)) = "S"
                   MOVE "A" TO DUP-ESTADO
                   MOVE WS-CURRENT-DATE-FIELDS(1:8)
                      TO DUP-FECHA-RESOL
                END-IF
      *> One release per pago - the next L copy is another's.
                MOVE ZERO TO WS-LIB-PAGO(WS-LIB-IX)
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   An unapplied pago whose card number exists simply waits
      *   in PAGOS.DAT for a run that closes that card. One whose
      *   card the master has never heard of will wait forever -
                END-IF
             END-PERFORM
             COMPUTE WS-Puntos-Calc ROUNDED =
                WS-C1-IMPORTE / 100 * WS-PTS-TASA * WS-VIG-MULT-PUNTOS
             ADD WS-Puntos-Calc TO WS-Puntos-Tarjeta
             ADD WS-Puntos-Calc TO WS-CTL-PUNTOS
          END-IF.
      *-----------------------------------------------------------*
       Grabar_Puntos_Tarjeta.
          IF MODO-REIMPRESION OR NOT PuntosOK
             OR WS-Puntos-Tarjeta = ZERO OR CUENTA-EN-BAJA
             CONTINUE
          ELSE
             MOVE WS-CC-Key TO PTS-NRO-TARJ
             CLOSE ComisionesFile
          END-IF.
      *-----------------------------------------------------------*
      *   Card products. No file, or a card whose product is not
      *   on it, closes with the general rates and fees.
      *-----------------------------------------------------------*
       Load_Productos.
          MOVE 0 TO WS-PRODUCTOS-COUNT.
          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             READ ProductosFile NEXT RECORD
                AT END CONTINUE
             END-READ
             PERFORM UNTIL ProductosStatus NOT = "00"
                    OR WS-PRODUCTOS-COUNT = WS-MAX-PRODUCTOS
                ADD 1 TO WS-PRODUCTOS-COUNT
                SET WS-PRD-IX TO WS-PRODUCTOS-COUNT
                MOVE PRD-CODIGO TO WS-PRD-CODIGO(WS-PRD-IX)
                MOVE PRD-TASA-FINANCIACION
                   TO WS-PRD-TASA-FINANC(WS-PRD-IX)
                MOVE PRD-PORC-PAGO-MINIMO
                   TO WS-PRD-PORC-MINIMO(WS-PRD-IX)
                MOVE PRD-TASA-ADELANTO
                   TO WS-PRD-TASA-ADELANTO(WS-PRD-IX)
                MOVE PRD-PORC-FEE-ADELANTO
                   TO WS-PRD-FEE-ADELANTO(WS-PRD-IX)
                MOVE PRD-CARGO-MORA TO WS-PRD-CARGO-MORA(WS-PRD-IX)
                MOVE PRD-CARGO-SOBRELIMITE
                   TO WS-PRD-CARGO-SOBRE(WS-PRD-IX)
                MOVE PRD-CARGO-RENOVACION
                   TO WS-PRD-RENOVACION(WS-PRD-IX)
                MOVE PRD-MULT-PUNTOS TO WS-PRD-MULT-PUNTOS(WS-PRD-IX)
                MOVE PRD-LIMITE-MAXIMO
                   TO WS-PRD-LIMITE-MAX(WS-PRD-IX)
                READ ProductosFile NEXT RECORD
                   AT END MOVE "10" TO ProductosStatus
                END-READ
             END-PERFORM
             IF ProductosStatus = "00"
                DISPLAY "** TABLA DE PRODUCTOS LLENA - los productos "
                   "despues del " WS-MAX-PRODUCTOS " cierran con "
                   "los valores generales **"
             END-IF
             CLOSE ProductosFile
          END-IF.
      *-----------------------------------------------------------*
      *   Product changes waiting for the card's next close. A
      *   reprint re-runs a close whose changes were already
      *   applied to TARJETAS.DAT - it never sees the pending ones.
      *-----------------------------------------------------------*
       Load_Cambios_Producto.
          MOVE 0 TO WS-CAMBIOS-PRD-COUNT.
          IF MODO-REIMPRESION
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT CambiosProductoFile.
          IF CambiosProductoStatus = "00"
             READ CambiosProductoFile NEXT RECORD
                AT END CONTINUE
             END-READ
             PERFORM UNTIL CambiosProductoStatus NOT = "00"
                    OR WS-CAMBIOS-PRD-COUNT = WS-MAX-CAMBIOS-PRD
                ADD 1 TO WS-CAMBIOS-PRD-COUNT
                SET WS-CPR-IX TO WS-CAMBIOS-PRD-COUNT
                MOVE CPR-NRO-TARJ TO WS-CPR-TARJ(WS-CPR-IX)
                MOVE CPR-PRODUCTO-NUEVO TO WS-CPR-NUEVO(WS-CPR-IX)
                SET CPR-PENDIENTE(WS-CPR-IX) TO TRUE
                MOVE "N" TO WS-CPR-VISTA(WS-CPR-IX)
                READ CambiosProductoFile NEXT RECORD
                   AT END MOVE "10" TO CambiosProductoStatus
                END-READ
             END-PERFORM
      *> The rest stay in the file and take effect at a later
      *> close of their cycle.
             IF CambiosProductoStatus = "00"
                DISPLAY "** TABLA DE CAMBIOS DE PRODUCTO LLENA - "
                   "los cambios despues del " WS-MAX-CAMBIOS-PRD
                   " quedan para el proximo cierre **"
             END-IF
             CLOSE CambiosProductoFile
          END-IF.
      *-----------------------------------------------------------*
      *   The card (TJ-) closes with its pending product when it
      *   has one, otherwise with its own.
      *-----------------------------------------------------------*
       Producto_De_Cierre.
          MOVE TJ-PRODUCTO TO WS-PRODUCTO-BUSCADO.
          PERFORM VARYING WS-CPR-IX FROM 1 BY 1
             UNTIL WS-CPR-IX > WS-CAMBIOS-PRD-COUNT
             IF WS-CPR-TARJ(WS-CPR-IX) = TJ-NRO-TARJ
                MOVE WS-CPR-NUEVO(WS-CPR-IX) TO WS-PRODUCTO-BUSCADO
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Sets the WS-VIG- values for WS-PRODUCTO-BUSCADO: the
      *   general parameter first, then whatever the product
      *   carries in its place.
      *-----------------------------------------------------------*
       Fijar_Producto.
          MOVE PAR-TASA-FINANCIACION TO WS-VIG-TASA-FINANCIACION.
          MOVE PAR-PORC-PAGO-MINIMO TO WS-VIG-PORC-PAGO-MINIMO.
          MOVE PAR-TASA-ADELANTO TO WS-VIG-TASA-ADELANTO.
          MOVE PAR-PORC-FEE-ADELANTO TO WS-VIG-PORC-FEE-ADELANTO.
          MOVE WS-CARGO-MORA TO WS-VIG-CARGO-MORA.
          MOVE WS-CARGO-SOBRELIMITE TO WS-VIG-CARGO-SOBRELIMITE.
          MOVE WS-RENOV-TITULAR TO WS-VIG-RENOV-TITULAR.
          MOVE 1 TO WS-VIG-MULT-PUNTOS.
          MOVE ZERO TO WS-VIG-LIMITE-MAXIMO.
          IF WS-PRODUCTO-BUSCADO = SPACES
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-PRD-IX FROM 1 BY 1
             UNTIL WS-PRD-IX > WS-PRODUCTOS-COUNT
             IF WS-PRD-CODIGO(WS-PRD-IX) = WS-PRODUCTO-BUSCADO
                PERFORM Fijar_Valores_Producto
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Fijar_Valores_Producto.
          IF WS-PRD-TASA-FINANC(WS-PRD-IX) > ZERO
             MOVE WS-PRD-TASA-FINANC(WS-PRD-IX)
                TO WS-VIG-TASA-FINANCIACION
          END-IF.
          IF WS-PRD-PORC-MINIMO(WS-PRD-IX) > ZERO
             MOVE WS-PRD-PORC-MINIMO(WS-PRD-IX)
                TO WS-VIG-PORC-PAGO-MINIMO
          END-IF.
          IF WS-PRD-TASA-ADELANTO(WS-PRD-IX) > ZERO
             MOVE WS-PRD-TASA-ADELANTO(WS-PRD-IX)
                TO WS-VIG-TASA-ADELANTO
          END-IF.
          IF WS-PRD-FEE-ADELANTO(WS-PRD-IX) > ZERO
             MOVE WS-PRD-FEE-ADELANTO(WS-PRD-IX)
                TO WS-VIG-PORC-FEE-ADELANTO
          END-IF.
          IF WS-PRD-CARGO-MORA(WS-PRD-IX) > ZERO
             MOVE WS-PRD-CARGO-MORA(WS-PRD-IX) TO WS-VIG-CARGO-MORA
          END-IF.
          IF WS-PRD-CARGO-SOBRE(WS-PRD-IX) > ZERO
             MOVE WS-PRD-CARGO-SOBRE(WS-PRD-IX)
                TO WS-VIG-CARGO-SOBRELIMITE
          END-IF.
          IF WS-PRD-RENOVACION(WS-PRD-IX) > ZERO
             MOVE WS-PRD-RENOVACION(WS-PRD-IX)
                TO WS-VIG-RENOV-TITULAR
          END-IF.
          IF WS-PRD-MULT-PUNTOS(WS-PRD-IX) > ZERO
             MOVE WS-PRD-MULT-PUNTOS(WS-PRD-IX) TO WS-VIG-MULT-PUNTOS
          END-IF.
          MOVE WS-PRD-LIMITE-MAX(WS-PRD-IX) TO WS-VIG-LIMITE-MAXIMO.
      *-----------------------------------------------------------*
      *   After a completed close (whole, or the partition union)
      *   the pending product changes of the cards whose cycle
      *   closed tonight go to TARJETAS.DAT - the product, and the
      *   limit cut to the new product's maximum - journaled like
      *   any desk rewrite; their pending rows are removed. Rows
      *   of cancelled or vanished cards are dropped. The rest
      *   wait for their own cycle.
      *-----------------------------------------------------------*
       Aplicar_Cambios_Producto.
          IF MODO-REIMPRESION OR WS-CAMBIOS-PRD-COUNT = ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF-TJM.
          OPEN I-O TarjetasMaestroFile.
          IF TarjetasMaestroStatus NOT = "00"
             DISPLAY "** TARJETAS.DAT no disponible - status "
                TarjetasMaestroStatus
                " - los cambios de producto quedan pendientes"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-TJM
             READ TarjetasMaestroFile NEXT RECORD
                AT END SET EOF-TJM TO TRUE
             END-READ
             IF NOT EOF-TJM
                PERFORM VARYING WS-CPR-IX FROM 1 BY 1
                   UNTIL WS-CPR-IX > WS-CAMBIOS-PRD-COUNT
                   IF WS-CPR-TARJ(WS-CPR-IX) = TJM-NRO-TARJ
                      PERFORM Aplicar_Cambio_Tarjeta
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM.
          CLOSE TarjetasMaestroFile.

          OPEN I-O CambiosProductoFile.
          IF CambiosProductoStatus NOT = "00"
             DISPLAY "** CC-CAMBIOS-PRODUCTO.DAT no disponible - "
                "status " CambiosProductoStatus
                " - borrar a mano los cambios ya aplicados"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-CPR-IX FROM 1 BY 1
             UNTIL WS-CPR-IX > WS-CAMBIOS-PRD-COUNT
             IF CPR-PENDIENTE(WS-CPR-IX)
                PERFORM Descartar_Cambio_Sin_Tarjeta
             END-IF
             IF NOT CPR-PENDIENTE(WS-CPR-IX)
                MOVE WS-CPR-TARJ(WS-CPR-IX) TO CPR-NRO-TARJ
                DELETE CambiosProductoFile
                   INVALID KEY CONTINUE
                END-DELETE
             END-IF
          END-PERFORM.
          CLOSE CambiosProductoFile.
          DISPLAY "Cambios de producto aplicados:   "
             CONT-CAMBIOS-PRD-APLICADOS.
          DISPLAY "Cambios de producto descartados: "
             CONT-CAMBIOS-PRD-DESCARTADOS.
      *-----------------------------------------------------------*
      *   A pending row whose card was never met walking the
      *   master points at a card that no longer exists.
      *-----------------------------------------------------------*
       Descartar_Cambio_Sin_Tarjeta.
          IF NOT CPR-VISTA(WS-CPR-IX)
             DISPLAY "** Cambio de producto de la tarjeta "
                WS-CPR-TARJ(WS-CPR-IX) " descartado - la tarjeta "
                "no existe"
             SET CPR-DESCARTADO(WS-CPR-IX) TO TRUE
             ADD 1 TO CONT-CAMBIOS-PRD-DESCARTADOS
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Aplicar_Cambio_Tarjeta.
          MOVE "S" TO WS-CPR-VISTA(WS-CPR-IX).
          IF TJM-ESTADO = "C"
             DISPLAY "** Cambio de producto de la tarjeta "
                TJM-NRO-TARJ " descartado - tarjeta cancelada"
             SET CPR-DESCARTADO(WS-CPR-IX) TO TRUE
             ADD 1 TO CONT-CAMBIOS-PRD-DESCARTADOS
             EXIT PARAGRAPH
          END-IF.
          PERFORM Verificar_Ciclo_Maestro.
          IF NOT CICLO-EN-CIERRE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CPR-NUEVO(WS-CPR-IX) TO WS-PRODUCTO-BUSCADO.
          PERFORM Fijar_Producto.
          MOVE WS-CPR-NUEVO(WS-CPR-IX) TO TJM-PRODUCTO.
          IF WS-VIG-LIMITE-MAXIMO > ZERO
             AND TJM-LIMITE > WS-VIG-LIMITE-MAXIMO
             DISPLAY "Tarjeta " TJM-NRO-TARJ " - limite "
                TJM-LIMITE " reducido al maximo del producto "
                WS-VIG-LIMITE-MAXIMO
             MOVE WS-VIG-LIMITE-MAXIMO TO TJM-LIMITE
          END-IF.
          REWRITE TarjetaMaestroRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la tarjeta "
                   TJM-NRO-TARJ " - el cambio queda pendiente"
                EXIT PARAGRAPH
          END-REWRITE.
          MOVE "R" TO JRN-OPERACION.
          MOVE TarjetaMaestroRecord TO JRN-REGISTRO.
          CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
             JRN-REGISTRO.
          SET CPR-APLICADO(WS-CPR-IX) TO TRUE.
          ADD 1 TO CONT-CAMBIOS-PRD-APLICADOS.
      *-----------------------------------------------------------*
      *   Verificar_Ciclo_Calendario for the master record (TJM-).
      *-----------------------------------------------------------*
       Verificar_Ciclo_Maestro.
          IF WS-CICLOS-COUNT = ZERO OR TJM-CICLO = ZERO
             MOVE "S" TO WS-CICLO-EN-CIERRE
          ELSE
             MOVE "N" TO WS-CICLO-EN-CIERRE
             PERFORM VARYING WS-CICLO-IX FROM 1 BY 1
                UNTIL WS-CICLO-IX > WS-CICLOS-COUNT
                IF WS-CICLO-CODIGO(WS-CICLO-IX) = TJM-CICLO
                   AND WS-CICLO-FECHA(WS-CICLO-IX) = PAR-FECHA-CIERRE
                   MOVE "S" TO WS-CICLO-EN-CIERRE
                END-IF
             END-PERFORM
          END-IF.
      *-----------------------------------------------------------*
      *   Last close's pago minimo per card - what each holder
      *   was contractually asked to pay this period.
      *-----------------------------------------------------------*
      *   re-assesses - the original run already did.
      *-----------------------------------------------------------*
       Evaluar_Cargos.
          MOVE ZERO TO WS-Cargos-Grupo.
          IF MODO-REIMPRESION
             CONTINUE
          ELSE
             PERFORM Buscar_Minimo_Anterior
             IF WS-VIG-CARGO-MORA > ZERO AND WS-MINIMO-ANT > ZERO
                AND WS-Pagos-Grupo < WS-MINIMO-ANT
                ADD WS-VIG-CARGO-MORA TO aux_subtotal
                ADD WS-VIG-CARGO-MORA TO WS-CTL-CARGOS
                ADD WS-VIG-CARGO-MORA TO WS-Cargos-Grupo
                ADD 1 TO WS-CTL-CARGOS-CANT
                MOVE WS-VIG-CARGO-MORA TO footer_cargo_mora
                IF NOT ENVIO-EMAIL-ACTUAL
                   WRITE ReportRecord FROM Report_footer_cargo_mora
                END-IF
                MOVE WS-VIG-CARGO-MORA TO WS-Impuesto-Importe
                MOVE "CARGO MORA" TO WS-Impuesto-Leyenda
                MOVE 8 TO WS-Impuesto-Tipo
                PERFORM Escribir_Extracto_Impuesto
             END-IF
             PERFORM Buscar_Limite_Temporal
             IF WS-VIG-CARGO-SOBRELIMITE > ZERO
                AND aux_subtotal > WS-Limite-Vigente
                ADD WS-VIG-CARGO-SOBRELIMITE TO aux_subtotal
                ADD WS-VIG-CARGO-SOBRELIMITE TO WS-CTL-CARGOS
                ADD WS-VIG-CARGO-SOBRELIMITE TO WS-Cargos-Grupo
                ADD 1 TO WS-CTL-CARGOS-CANT
                MOVE WS-VIG-CARGO-SOBRELIMITE TO footer_cargo_sobre
                IF NOT ENVIO-EMAIL-ACTUAL
                   WRITE ReportRecord FROM Report_footer_cargo_sobre
                END-IF
                MOVE WS-VIG-CARGO-SOBRELIMITE TO WS-Impuesto-Importe
                MOVE "CARGO EXCESO LIMITE" TO WS-Impuesto-Leyenda
                MOVE 8 TO WS-Impuesto-Tipo
                PERFORM Escribir_Extracto_Impuesto
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Annual renewal fee. No parameter file = no fee billed,
      *   as before. The adicional links and a year of presented
      *   purchases are only loaded when there is a fee to bill.
      *-----------------------------------------------------------*
       Load_Renovacion.
          MOVE "N" TO WS-RENOV-CARGADA.
          OPEN INPUT RenovParamFile.
          IF RenovParamStatus = "00"
             READ RenovParamFile
                AT END CONTINUE
             END-READ
             IF RenovParamStatus = "00"
                SET RENOV-CARGADA TO TRUE
                MOVE RNP-IMPORTE-TITULAR TO WS-RENOV-TITULAR
                MOVE RNP-IMPORTE-ADICIONAL TO WS-RENOV-ADICIONAL
                MOVE RNP-UMBRAL-CONSUMO TO WS-RENOV-UMBRAL
             END-IF
             CLOSE RenovParamFile
          END-IF.
          IF RENOV-CARGADA
             PERFORM Load_Adicionales
             PERFORM Load_Consumos_Anuales
          END-IF.
      *-----------------------------------------------------------*
      *   Statement tax rates: the first window of CC-IMPUESTOS.DAT
      *   that covers the closing date. No file, or no window for
      *   this close, leaves every rate at zero - no tax charged.
      *-----------------------------------------------------------*
       Load_Impuestos.
          MOVE "N" TO WS-IMPUESTOS-VIGENTES.
          OPEN INPUT ImpuestosFile.
          IF ImpuestosStatus = "00"
             READ ImpuestosFile
                AT END MOVE "10" TO ImpuestosStatus
             END-READ
             PERFORM UNTIL ImpuestosStatus NOT = "00"
                    OR IMPUESTOS-VIGENTES
                IF WS-CIERRE-AAAAMMDD >= IMP-FECHA-DESDE
                   AND WS-CIERRE-AAAAMMDD <= IMP-FECHA-HASTA
                   SET IMPUESTOS-VIGENTES TO TRUE
                   MOVE IMP-PORC-IVA TO WS-PORC-IVA
                   MOVE IMP-PORC-SELLOS TO WS-PORC-SELLOS
                   MOVE IMP-PORC-PERC-PAIS TO WS-PORC-PERC-PAIS
                   MOVE IMP-PORC-PERC-GANANCIAS
                      TO WS-PORC-PERC-GANANCIAS
                ELSE
                   READ ImpuestosFile
                      AT END MOVE "10" TO ImpuestosStatus
                   END-READ
                END-IF
             END-PERFORM
             CLOSE ImpuestosFile
          END-IF.
          IF NOT IMPUESTOS-VIGENTES
             DISPLAY "Sin tasas de impuestos vigentes al cierre - "
                "no se liquidan impuestos"
          END-IF.
      *-----------------------------------------------------------*
      *   Credit-life insurance: the premium rate, and - only when
      *   there is one - the cards actively enrolled.
      *-----------------------------------------------------------*
       Load_Seguros.
          MOVE ZERO TO WS-SEGURO-TASA.
          MOVE 0 TO WS-SEGUROS-COUNT.
          OPEN INPUT SeguroParamFile.
          IF SeguroParamStatus = "00"
             READ SeguroParamFile
                AT END CONTINUE
             END-READ
             IF SeguroParamStatus = "00" AND SGP-TASA-POR-MIL NUMERIC
                MOVE SGP-TASA-POR-MIL TO WS-SEGURO-TASA
             END-IF
             CLOSE SeguroParamFile
          END-IF.
          IF WS-SEGURO-TASA > ZERO
             MOVE "N" TO WS-EOF-SGR
             OPEN INPUT SegurosFile
             IF SegurosStatus NOT = "00"
                SET EOF-SGR TO TRUE
             END-IF
             PERFORM UNTIL EOF-SGR
                READ SegurosFile NEXT RECORD
                   AT END SET EOF-SGR TO TRUE
                END-READ
                IF NOT EOF-SGR AND SGR-ACTIVO
                   IF WS-SEGUROS-COUNT < WS-MAX-SEGUROS
                      ADD 1 TO WS-SEGUROS-COUNT
                      MOVE SGR-NRO-TARJ
                         TO WS-SGR-TARJ(WS-SEGUROS-COUNT)
                   ELSE
                      DISPLAY "** Tabla de seguros llena - "
                         SGR-NRO-TARJ " sin prima este cierre"
                   END-IF
                END-IF
             END-PERFORM
             CLOSE SegurosFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Load_Adicionales.
          MOVE 0 TO WS-ADIC-COUNT.
          MOVE "N" TO WS-EOF-ADIC.
          OPEN INPUT AdicionalesFile.
          IF AdicionalesStatus NOT = "00"
             SET EOF-ADIC TO TRUE
          END-IF.
          PERFORM UNTIL EOF-ADIC
             READ AdicionalesFile
                AT END SET EOF-ADIC TO TRUE
             END-READ
             IF NOT EOF-ADIC AND WS-ADIC-COUNT < WS-MAX-ADIC
                ADD 1 TO WS-ADIC-COUNT
                MOVE ADI-NRO-TARJ TO WS-ADI-TARJ(WS-ADIC-COUNT)
                MOVE ADI-NRO-TITULAR TO WS-ADI-TITULAR(WS-ADIC-COUNT)
             END-IF
          END-PERFORM.
          IF AdicionalesStatus NOT = "35"
             AND AdicionalesStatus NOT = "30"
             CLOSE AdicionalesFile
          END-IF.
      *-----------------------------------------------------------*
      *   Purchases presented in the twelve months up to this
      *   close, per card. Lines written before the file carried
      *   the full card number can't be attributed and are skipped.
      *-----------------------------------------------------------*
       Load_Consumos_Anuales.
          MOVE 0 TO WS-CONSUMOS-COUNT.
          COMPUTE WS-RENOV-DESDE = WS-CIERRE-AAAAMMDD - 10000.
          MOVE "N" TO WS-EOF-PRES.
          OPEN INPUT PresentadosFile.
          IF PresentadosStatus NOT = "00"
             SET EOF-PRES TO TRUE
          END-IF.
          PERFORM UNTIL EOF-PRES
             READ PresentadosFile
                AT END SET EOF-PRES TO TRUE
             END-READ
             IF NOT EOF-PRES AND PRES-NRO-TARJ NUMERIC
                AND PRES-FECHA > WS-RENOV-DESDE
                AND PRES-FECHA <= WS-CIERRE-AAAAMMDD
                MOVE PRES-NRO-TARJ TO WS-CONS-BUSCADA
                MOVE PRES-IMPORTE TO WS-CONS-IMPORTE-NUEVO
                PERFORM Sumar_Consumo
             END-IF
          END-PERFORM.
          IF PresentadosStatus NOT = "35"
             AND PresentadosStatus NOT = "30"
             CLOSE PresentadosFile
          END-IF.
          IF CONSUMOS-DESBORDE
             DISPLAY "** Tabla de consumos anuales desbordada - "
                "las renovaciones de las tarjetas que no entraron "
                "se cobran sin bonificacion **"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Sumar_Consumo.
          MOVE "N" TO WS-CONS-ENCONTRADO.
          PERFORM VARYING WS-CONS-IX FROM 1 BY 1
             UNTIL WS-CONS-IX > WS-CONSUMOS-COUNT OR CONS-ENCONTRADO
             IF WS-CONS-TARJ(WS-CONS-IX) = WS-CONS-BUSCADA
                ADD WS-CONS-IMPORTE-NUEVO
                   TO WS-CONS-IMPORTE(WS-CONS-IX)
                SET CONS-ENCONTRADO TO TRUE
             END-IF
          END-PERFORM.
          IF NOT CONS-ENCONTRADO
             IF WS-CONSUMOS-COUNT < WS-MAX-CONSUMOS
                ADD 1 TO WS-CONSUMOS-COUNT
                MOVE WS-CONS-BUSCADA TO WS-CONS-TARJ(WS-CONSUMOS-COUNT)
                MOVE WS-CONS-IMPORTE-NUEVO
                   TO WS-CONS-IMPORTE(WS-CONSUMOS-COUNT)
             ELSE
                SET CONSUMOS-DESBORDE TO TRUE
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Consumo.
          MOVE ZERO TO WS-CONS-HALLADO.
          PERFORM VARYING WS-CONS-IX FROM 1 BY 1
             UNTIL WS-CONS-IX > WS-CONSUMOS-COUNT
             IF WS-CONS-TARJ(WS-CONS-IX) = WS-CONS-BUSCADA
                MOVE WS-CONS-IMPORTE(WS-CONS-IX) TO WS-CONS-HALLADO
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Es_Adicional.
          MOVE "N" TO WS-ES-ADICIONAL.
          PERFORM VARYING WS-ADI-IX FROM 1 BY 1
             UNTIL WS-ADI-IX > WS-ADIC-COUNT OR ES-ADICIONAL
             IF WS-ADI-TARJ(WS-ADI-IX) = WS-CC-Key
                SET ES-ADICIONAL TO TRUE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Promotions table. Missing file = no promotions, every
      *   cuota bills plain, as always.
      *-----------------------------------------------------------*
       Load_Promos.
          MOVE 0 TO WS-PROMOS-COUNT.
          OPEN INPUT PromosFile.
          IF PromosStatus = "00"
             READ PromosFile NEXT RECORD
                AT END CONTINUE
             END-READ
             PERFORM UNTIL PromosStatus NOT = "00"
                    OR WS-PROMOS-COUNT = WS-MAX-PROMOS
                ADD 1 TO WS-PROMOS-COUNT
                MOVE PRM-COMERCIO
                   TO WS-PRM-COMERCIO(WS-PROMOS-COUNT)
                MOVE PRM-RUBRO TO WS-PRM-RUBRO(WS-PROMOS-COUNT)
                MOVE PRM-DESDE TO WS-PRM-DESDE(WS-PROMOS-COUNT)
                MOVE PRM-HASTA TO WS-PRM-HASTA(WS-PROMOS-COUNT)
                MOVE PRM-CUOTAS TO WS-PRM-CUOTAS(WS-PROMOS-COUNT)
                MOVE PRM-NOMBRE TO WS-PRM-NOMBRE(WS-PROMOS-COUNT)
                READ PromosFile NEXT RECORD
                   AT END MOVE "10" TO PromosStatus
                END-READ
             END-PERFORM
             CLOSE PromosFile
          END-IF.
      *-----------------------------------------------------------*
      *   Does this installment purchase ride a promotion? Match
      *   by comercio (or by the comercio's rubro when the promo
      *   is rubro-wide), purchase date inside the window, and the
      *   exact plan length marketing signed.
      *-----------------------------------------------------------*
       Buscar_Promocion.
          MOVE "N" TO WS-PROMO-FLAG.
          MOVE SPACES TO WS-PROMO-NOMBRE.
          MOVE WS-YEAR TO WS-FA-ANIO.
                MOVE PAG-MONEDA
                   TO WS-PAGO-MONEDA(WS-PAGOS-COUNT)
                MOVE "N" TO WS-PAGO-APLICADO(WS-PAGOS-COUNT)
                MOVE SPACE TO WS-PAGO-DUP-TIPO(WS-PAGOS-COUNT)
                ADD 1 TO WS-CTL-PAGOS-RECIBIDOS
      *> The peso control figure stays pure pesos - a dolar pago
      *> settles the dollar balance, never SALDOS' peso column.
             DISPLAY "** Pagos fuera de cupo (esperan la proxima "
                "corrida): " WS-CTL-PAGOS-EXCEDENTES
          END-IF.
          PERFORM Detectar_Pagos_Duplicados.
      *-----------------------------------------------------------*
      *   A bank reference is one payment. One that an earlier
      *   close already applied (the journal, any run date but
      *   this one - this run's own rows are a restart's) or that
      *   appears earlier in this same feed is a suspected
      *   duplicate: it is kept out of every card's credits and
      *   Save_Pagos parks it. The first copy in the feed is the
      *   one that goes through. A blank reference cannot be
      *   checked and passes as always.
      *-----------------------------------------------------------*
       Detectar_Pagos_Duplicados.
          PERFORM Cargar_Duplicados_Liberados.
          OPEN INPUT PagosAplicFile.
          IF PagosAplicStatus = "00"
             READ PagosAplicFile NEXT RECORD
                AT END CONTINUE
             END-READ
             PERFORM UNTIL PagosAplicStatus NOT = "00"
                IF PAGAP-RUN NOT = PAR-FECHA-CIERRE
                   AND PAGAP-REF-BANCO NOT = SPACES
                   PERFORM VARYING WS-PAGO-IX FROM 1 BY 1
                      UNTIL WS-PAGO-IX > WS-PAGOS-COUNT
                      IF WS-PAGO-APLICADO(WS-PAGO-IX) = "N"
                         AND WS-PAGO-DUP-TIPO(WS-PAGO-IX) = SPACE
                         AND WS-PAGO-REF-BANCO(WS-PAGO-IX)
                            = PAGAP-REF-BANCO
                         MOVE "A" TO WS-PAGO-DUP-TIPO(WS-PAGO-IX)
                         MOVE PAGAP-RUN
                            TO WS-PAGO-DUP-RUN(WS-PAGO-IX)
                         PERFORM Marcar_Pago_Duplicado
                      END-IF
                   END-PERFORM
                END-IF
                READ PagosAplicFile NEXT RECORD
                   AT END MOVE "10" TO PagosAplicStatus
                END-READ
             END-PERFORM
             CLOSE PagosAplicFile
          END-IF.
          PERFORM VARYING WS-PAGO-IX FROM 2 BY 1
             UNTIL WS-PAGO-IX > WS-PAGOS-COUNT
             IF WS-PAGO-APLICADO(WS-PAGO-IX) = "N"
                AND WS-PAGO-DUP-TIPO(WS-PAGO-IX) = SPACE
                AND WS-PAGO-REF-BANCO(WS-PAGO-IX) NOT = SPACES
                PERFORM VARYING WS-PAGO-IX2 FROM 1 BY 1
                   UNTIL WS-PAGO-IX2 NOT < WS-PAGO-IX
                      OR WS-PAGO-APLICADO(WS-PAGO-IX) NOT = "N"
                   IF WS-PAGO-REF-BANCO(WS-PAGO-IX2)
                      = WS-PAGO-REF-BANCO(WS-PAGO-IX)
                      MOVE "R" TO WS-PAGO-DUP-TIPO(WS-PAGO-IX)
                      MOVE SPACES TO WS-PAGO-DUP-RUN(WS-PAGO-IX)
                      PERFORM Marcar_Pago_Duplicado
      *> Released or not, this copy has been judged once.
                      SET WS-PAGO-IX2 TO WS-PAGO-IX
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   A released duplicate matching this pago lets it through,
      *   once; otherwise it is parked.
      *-----------------------------------------------------------*
       Marcar_Pago_Duplicado.
          MOVE "N" TO WS-LIB-HALLADO.
          PERFORM VARYING WS-LIB-IX FROM 1 BY 1
             UNTIL WS-LIB-IX > WS-LIBERADOS-COUNT OR LIB-HALLADO
             IF WS-LIB-PAGO(WS-LIB-IX) = ZERO
                AND WS-LIB-REF-BANCO(WS-LIB-IX)
                   = WS-PAGO-REF-BANCO(WS-PAGO-IX)
                AND WS-LIB-NRO-TARJ(WS-LIB-IX)
                   = WS-PAGO-NRO-TARJ(WS-PAGO-IX)
                AND WS-LIB-IMPORTE(WS-LIB-IX)
                   = WS-PAGO-IMPORTE(WS-PAGO-IX)
                SET WS-LIB-PAGO(WS-LIB-IX) TO WS-PAGO-IX
                ADD 1 TO WS-LIBERADOS-USADOS
                SET LIB-HALLADO TO TRUE
             END-IF
          END-PERFORM.
          IF LIB-HALLADO
             ADD 1 TO WS-CTL-PAGOS-DUP-LIBERADOS
          ELSE
             MOVE "D" TO WS-PAGO-APLICADO(WS-PAGO-IX)
             ADD 1 TO WS-CTL-PAGOS-DUPLICADOS
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Duplicados_Liberados.
          MOVE 0 TO WS-LIBERADOS-COUNT.
          MOVE 0 TO WS-LIBERADOS-USADOS.
          MOVE "N" TO WS-EOF-DUP.
          OPEN INPUT DuplicadosFile.
          IF DuplicadosStatus NOT = "00"
             SET EOF-DUP TO TRUE
          END-IF.
          PERFORM UNTIL EOF-DUP
             READ DuplicadosFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP AND DUP-LIBERADO
                AND WS-LIBERADOS-COUNT < WS-MAX-LIBERADOS
                ADD 1 TO WS-LIBERADOS-COUNT
                MOVE DUP-NRO-TARJ
                   TO WS-LIB-NRO-TARJ(WS-LIBERADOS-COUNT)
                MOVE DUP-IMPORTE
                   TO WS-LIB-IMPORTE(WS-LIBERADOS-COUNT)
                MOVE DUP-REF-BANCO
                   TO WS-LIB-REF-BANCO(WS-LIBERADOS-COUNT)
                MOVE ZERO TO WS-LIB-PAGO(WS-LIBERADOS-COUNT)
             END-IF
          END-PERFORM.
          IF DuplicadosStatus = "00" OR DuplicadosStatus = "10"
             CLOSE DuplicadosFile
          END-IF.
      *-----------------------------------------------------------*
      *   The applied-pagos journal, filtered to this run date -
      *   exactly what the original close credited each card.
          PERFORM Close_All_Files.

       Output_Process SECTION.
      *> A partition's pieces were created empty when it was taken;
      *> a restart adds to what they already hold.
         IF PART-TRAMO
            OPEN EXTEND ReportFile
            OPEN EXTEND SettlementFile
            OPEN EXTEND ExtractoFile
            OPEN EXTEND MinimosTmpFile
            OPEN EXTEND RemesaSeguroFile
         ELSE
            OPEN OUTPUT ReportFile
            IF NOT MODO-REIMPRESION
               OPEN OUTPUT SettlementFile
               OPEN OUTPUT ExtractoFile
               OPEN OUTPUT MinimosTmpFile
               OPEN OUTPUT RemesaSeguroFile
            END-IF
         END-IF.
         *> Set Report_page_num to zero
         *>INITIALIZE Report_page_num.
           *> Print holder's details
           MOVE sort-holder TO cc_holder_name
           MOVE sort-doc_num TO cc_holder_doc
           CALL 'maskpan' USING BY CONTENT sort-cc-num,
              BY REFERENCE cc_holder_num
           MOVE sort-saldo TO cc_debt
           IF NOT ENVIO-EMAIL-ACTUAL
              WRITE ReportRecord FROM Report_holder_details_1
          *> Backup credit limit (same for every cupon in this group)
          MOVE sort-limite TO WS-Card-Limite

          *> Rates and fees of the product the card closes with
          MOVE sort-producto TO WS-PRODUCTO-BUSCADO
          PERFORM Fijar_Producto

           IF NOT MODO-REIMPRESION
              PERFORM Escribir_Extracto_Header
              ADD 1 TO WS-PRT-TARJ-EMITIDAS
           END-IF

           PERFORM Print_grid_headers
           INITIALIZE WS-total-amount
           MOVE ZERO TO WS-Pagos-Grupo
           MOVE ZERO TO WS-Adelantos-Grupo
           MOVE ZERO TO WS-Fee-Adelantos-Grupo
           MOVE ZERO TO WS-Int-Adelantos-Grupo
           MOVE sort-saldo-usd TO WS-Saldo-USD-Ant
           MOVE ZERO TO WS-USD-Movs
           MOVE ZERO TO WS-USD-Compras-Grupo
           MOVE ZERO TO WS-Renov-Grupo

           PERFORM UNTIL sort-holder <> ws-titular
              OR (PART-TRAMO AND sort-cc-num <> ws-cc-num-actual)
             IF Report_lines_written >= WS-Lines-Per-Page
                PERFORM Print_grid_footer
                ADD 1 TO Report_page_num
                   SUBTRACT sort-importe FROM WS-USD-Movs
                WHEN sort-moneda = 1
                   ADD sort-importe TO WS-USD-Movs
                   IF sort-tipo-compra
                      ADD sort-importe TO WS-USD-Compras-Grupo
                   END-IF
                WHEN sort-tipo-nota-credito OR sort-tipo-pago
                   SUBTRACT sort-importe FROM WS-total-amount
                   IF sort-tipo-pago
                   ADD sort-importe TO WS-total-amount
                   IF sort-tipo-adelanto
                      ADD sort-importe TO WS-Adelantos-Grupo
                      ADD sort-fee-adelanto TO WS-Fee-Adelantos-Grupo
                      ADD sort-int-adelanto TO WS-Int-Adelantos-Grupo
                   END-IF
                   IF sort-tipo-renovacion
                      ADD sort-importe TO WS-Renov-Grupo
                   END-IF
             END-EVALUATE

      *> summary scrapes.
      *> No grand total on a reprint - it would only cover the
      *> reprinted cards and must never be scraped as the night's.
      *> A partition's piece has none either - the union writes
      *> the one grand total for the whole lote.
         IF NOT MODO-REIMPRESION AND NOT PART-TRAMO
            MOVE WS-CTL-IMPORTE-PROCESADO TO grand_total_amount
            WRITE ReportRecord FROM Report_grand_total_line
         END-IF.
         CLOSE ReportFile.
         IF MODO-REIMPRESION
            MOVE "CC-REPORT-REIMPR" TO SPL-REPORTE
            MOVE "D" TO SPL-RETENCION
         END-IF.
         IF NOT PART-TRAMO
            CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
               SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
               SPL-PAGINAS, SPL-RESULTADO
         END-IF.
         IF NOT MODO-REIMPRESION
            CLOSE SettlementFile
            CLOSE ExtractoFile
            CLOSE MinimosTmpFile
            CLOSE RemesaSeguroFile
            IF NOT PART-TRAMO
               CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
                  RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
                  RSA-GENERACION, RSA-LINEAS, RSA-HASH,
                  RSA-RESULTADO
            END-IF
         END-IF.
       EXIT SECTION.

          IF sort-tipo-adelanto
             MOVE "ADE" TO grid_tipo_marker
          END-IF.
          IF sort-tipo-renovacion
             MOVE "REN" TO grid_tipo_marker
          END-IF.
          IF sort-moneda = 1
             MOVE "USD" TO grid_tipo_marker
          END-IF.
              IF NOT ENVIO-EMAIL-ACTUAL
                 WRITE ReportRecord FROM Report_footer_adelantos
              END-IF
              IF NOT MODO-REIMPRESION
                 PERFORM Escribir_Extracto_Adelantos
              END-IF
           END-IF.

           *> Get debt from backup
           INITIALIZE WS-total-amount.
           COMPUTE WS-total-amount = WS-Saldo-amount
           END-COMPUTE.

           ADD WS-total-amount TO aux_subtotal.

      *> A carried balance finances at the product's rate
      *> (PAR-TASA-FINANCIACION when it has none) - the
      *> interest joins aux_subtotal before "Saldo final" so it
      *> reaches SALDOS.DAT and the audit journal through the same
      *> Update_Saldo below as any other balance change. The base
           IF WS-Base-Interes < ZERO
              MOVE ZERO TO WS-Base-Interes
           END-IF.
           IF WS-Base-Interes > ZERO
              AND WS-VIG-TASA-FINANCIACION > ZERO
              COMPUTE WS-Interes-Financiacion ROUNDED =
                 WS-Base-Interes * WS-VIG-TASA-FINANCIACION / 100
              ADD WS-Interes-Financiacion TO aux_subtotal
              ADD WS-Interes-Financiacion TO WS-CTL-INTERES-FINANC
              MOVE WS-Interes-Financiacion TO footer_interes
              IF NOT ENVIO-EMAIL-ACTUAL
                 WRITE ReportRecord FROM Report_footer_interes
              END-IF
              IF NOT MODO-REIMPRESION
                 MOVE WS-Interes-Financiacion TO WS-Impuesto-Importe
                 MOVE "INTERES FINANCIACION" TO WS-Impuesto-Leyenda
                 MOVE 8 TO WS-Impuesto-Tipo
                 PERFORM Escribir_Extracto_Impuesto
              END-IF
           END-IF.

           PERFORM Evaluar_Cargos.
           PERFORM Calcular_Impuestos.
           PERFORM Evaluar_Seguro_Saldo.

           MOVE aux_subtotal TO footer_total.
           IF NOT ENVIO-EMAIL-ACTUAL
              WRITE ReportRecord FROM Report_footer_details_2
           END-IF.

      *> A credit balance owes nothing: it is carried negative in
      *> SALDOS.DAT to come off the next statement, the statement
      *> says so, nothing is drafted and no pago minimo is asked
      *> for.
           MOVE aux_subtotal TO WS-SALDO-A-GRABAR.
           IF aux_subtotal < ZERO
              COMPUTE footer_saldo_favor = ZERO - aux_subtotal
              IF NOT ENVIO-EMAIL-ACTUAL
                 WRITE ReportRecord FROM Report_footer_saldo_favor
              END-IF
           END-IF.

           IF WS-SALDO-A-GRABAR NOT > ZERO
              MOVE ZERO TO WS-Pago-Minimo
           ELSE
              IF WS-VIG-PORC-PAGO-MINIMO > ZERO
                 COMPUTE WS-Pago-Minimo ROUNDED =
                    WS-SALDO-A-GRABAR * WS-VIG-PORC-PAGO-MINIMO / 100
              ELSE
                 MOVE WS-SALDO-A-GRABAR TO WS-Pago-Minimo
              END-IF
           END-IF.
           MOVE WS-Pago-Minimo TO footer_pago_minimo.
           IF NOT ENVIO-EMAIL-ACTUAL
           END-IF.

           PERFORM Mostrar_Puntos.
           PERFORM Mostrar_Resumen_Final.
           PERFORM Cerrar_Seccion_Dolares.

           IF NOT MODO-REIMPRESION
           *> One settlement line per card, amount to draft matches
           *> the "Saldo final" total just printed above.
              MOVE ws-cc-num-actual TO STL-NRO-TARJ
              IF WS-SALDO-A-GRABAR < ZERO
                 MOVE ZERO TO STL-IMPORTE
              ELSE
                 MOVE WS-SALDO-A-GRABAR TO STL-IMPORTE
              END-IF
              WRITE SettlementRecord
              ADD 1 TO RSA-REGISTROS
              ADD STL-IMPORTE TO RSA-TOTAL
           END-IF.

           PERFORM Buscar_Limite_Temporal.
           END-IF.

      *-----------------------------------------------------------*
      *   Statement taxes at the rates Load_Impuestos found for
      *   this close. IVA falls on the financing interest and the
      *   fees (cargos and renewal); sellos on the balance as it
      *   stands before any tax; the two perceptions on the dolar
      *   compras of the period, taken to pesos at the rate in
      *   force on the closing date. Every tax is charged in pesos
      *   and joins aux_subtotal before "Saldo final", so it
      *   reaches SALDOS, the settlement and the balance proof
      *   like the interest above it.
      *-----------------------------------------------------------*
       Calcular_Impuestos.
          MOVE ZERO TO WS-IVA.
          MOVE ZERO TO WS-Sellos.
          MOVE ZERO TO WS-Perc-Pais.
          MOVE ZERO TO WS-Perc-Ganancias.
          IF NOT IMPUESTOS-VIGENTES
             EXIT PARAGRAPH
          END-IF.
          MOVE 6 TO WS-Impuesto-Tipo.

          MOVE ZERO TO WS-Base-Sellos.
          IF aux_subtotal > ZERO
             MOVE aux_subtotal TO WS-Base-Sellos
          END-IF.
          COMPUTE WS-Base-IVA = WS-Interes-Financiacion
             + WS-Cargos-Grupo + WS-Renov-Grupo.
          MOVE ZERO TO WS-Base-Percepcion.
          IF WS-USD-Compras-Grupo > ZERO
             MOVE WS-CIERRE-AAAAMMDD TO WS-FECHA-AAAAMMDD
             PERFORM Buscar_Tasa_Cambio
             COMPUTE WS-Base-Percepcion ROUNDED =
                WS-USD-Compras-Grupo * WS-TASA-APLICADA
          END-IF.

          COMPUTE WS-IVA ROUNDED =
             WS-Base-IVA * WS-PORC-IVA / 100.
          COMPUTE WS-Sellos ROUNDED =
             WS-Base-Sellos * WS-PORC-SELLOS / 100.
          COMPUTE WS-Perc-Pais ROUNDED =
             WS-Base-Percepcion * WS-PORC-PERC-PAIS / 100.
          COMPUTE WS-Perc-Ganancias ROUNDED =
             WS-Base-Percepcion * WS-PORC-PERC-GANANCIAS / 100.

          IF WS-IVA > ZERO
             ADD WS-IVA TO aux_subtotal
             MOVE WS-IVA TO footer_iva
             IF NOT ENVIO-EMAIL-ACTUAL
                WRITE ReportRecord FROM Report_footer_iva
             END-IF
             IF NOT MODO-REIMPRESION
                ADD WS-IVA TO WS-CTL-IVA
                MOVE WS-IVA TO WS-Impuesto-Importe
                MOVE "IVA" TO WS-Impuesto-Leyenda
                PERFORM Escribir_Extracto_Impuesto
             END-IF
          END-IF.
          IF WS-Sellos > ZERO
             ADD WS-Sellos TO aux_subtotal
             MOVE WS-Sellos TO footer_sellos
             IF NOT ENVIO-EMAIL-ACTUAL
                WRITE ReportRecord FROM Report_footer_sellos
             END-IF
             IF NOT MODO-REIMPRESION
                ADD WS-Sellos TO WS-CTL-SELLOS
                MOVE WS-Sellos TO WS-Impuesto-Importe
                MOVE "IMPUESTO DE SELLOS" TO WS-Impuesto-Leyenda
                PERFORM Escribir_Extracto_Impuesto
             END-IF
          END-IF.
          IF WS-Perc-Pais > ZERO
             ADD WS-Perc-Pais TO aux_subtotal
             MOVE WS-Perc-Pais TO footer_perc_pais
             IF NOT ENVIO-EMAIL-ACTUAL
                WRITE ReportRecord FROM Report_footer_perc_pais
             END-IF
             IF NOT MODO-REIMPRESION
                ADD WS-Perc-Pais TO WS-CTL-PERC-PAIS
                MOVE WS-Perc-Pais TO WS-Impuesto-Importe
                MOVE "PERCEPCION PAIS" TO WS-Impuesto-Leyenda
                PERFORM Escribir_Extracto_Impuesto
             END-IF
          END-IF.
          IF WS-Perc-Ganancias > ZERO
             ADD WS-Perc-Ganancias TO aux_subtotal
             MOVE WS-Perc-Ganancias TO footer_perc_ganancias
             IF NOT ENVIO-EMAIL-ACTUAL
                WRITE ReportRecord FROM Report_footer_perc_ganancias
             END-IF
             IF NOT MODO-REIMPRESION
                ADD WS-Perc-Ganancias TO WS-CTL-PERC-GANANCIAS
                MOVE WS-Perc-Ganancias TO WS-Impuesto-Importe
                MOVE "PERCEPCION GANANCIAS" TO WS-Impuesto-Leyenda
                PERFORM Escribir_Extracto_Impuesto
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Credit-life premium: an enrolled card pays the per-mille
      *   rate on its closing balance, taxes included. It joins
      *   aux_subtotal like the taxes, rides CC-EXTRACTO as type 7
      *   and is listed for the insurer's monthly remittance.
      *-----------------------------------------------------------*
       Evaluar_Seguro_Saldo.
          MOVE ZERO TO WS-Prima-Seguro.
          IF WS-SEGUROS-COUNT = ZERO OR aux_subtotal NOT > ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-ES-ASEGURADA.
          PERFORM VARYING WS-SGR-IX FROM 1 BY 1
             UNTIL WS-SGR-IX > WS-SEGUROS-COUNT OR ES-ASEGURADA
             IF WS-SGR-TARJ(WS-SGR-IX) = ws-cc-num-actual
                SET ES-ASEGURADA TO TRUE
             END-IF
          END-PERFORM.
          IF NOT ES-ASEGURADA
             EXIT PARAGRAPH
          END-IF.

          COMPUTE WS-Prima-Seguro ROUNDED =
             aux_subtotal * WS-SEGURO-TASA / 1000.
          IF WS-Prima-Seguro = ZERO
             EXIT PARAGRAPH
          END-IF.
          IF NOT MODO-REIMPRESION
             MOVE ws-cc-num-actual TO RMS-NRO-TARJ
             MOVE ws-doc-actual TO RMS-DOCUMENTO
             MOVE PAR-FECHA-CIERRE TO RMS-FECHA-CIERRE
             MOVE aux_subtotal TO RMS-SALDO-ASEGURADO
             MOVE WS-Prima-Seguro TO RMS-PRIMA
             WRITE RemesaSeguroRecord
          END-IF.
          ADD WS-Prima-Seguro TO aux_subtotal.
          MOVE WS-Prima-Seguro TO footer_seguro.
          IF NOT ENVIO-EMAIL-ACTUAL
             WRITE ReportRecord FROM Report_footer_seguro
          END-IF.
          IF NOT MODO-REIMPRESION
             ADD 1 TO WS-CTL-PRIMAS
             ADD WS-Prima-Seguro TO WS-CTL-IMP-PRIMAS
             MOVE WS-Prima-Seguro TO WS-Impuesto-Importe
             MOVE "SEGURO SALDO DEUDOR" TO WS-Impuesto-Leyenda
             MOVE 7 TO WS-Impuesto-Tipo
             PERFORM Escribir_Extracto_Impuesto
          END-IF.
      *-----------------------------------------------------------*
      *   The adelanto fee and interest were folded into the
      *   adelantos' posted importe - these type 9 lines only say
      *   how much of it they were, for the annual certificate.
      *-----------------------------------------------------------*
       Escribir_Extracto_Adelantos.
          MOVE 9 TO WS-Impuesto-Tipo.
          IF WS-Int-Adelantos-Grupo > ZERO
             MOVE WS-Int-Adelantos-Grupo TO WS-Impuesto-Importe
             MOVE "INTERES ADELANTOS" TO WS-Impuesto-Leyenda
             PERFORM Escribir_Extracto_Impuesto
          END-IF.
          IF WS-Fee-Adelantos-Grupo > ZERO
             MOVE WS-Fee-Adelantos-Grupo TO WS-Impuesto-Importe
             MOVE "COMISION ADELANTOS" TO WS-Impuesto-Leyenda
             PERFORM Escribir_Extracto_Impuesto
          END-IF.
      *-----------------------------------------------------------*
      *   A tax (type 6), the insurance premium (type 7), interest
      *   or a fee billed at the close (type 8) or the adelanto
      *   breakdown (type 9) rides CC-EXTRACTO as a detail line of
      *   its own, dated the close and named in the comercio
      *   nombre - it has no cupon or comercio behind it.
      *-----------------------------------------------------------*
       Escribir_Extracto_Impuesto.
          MOVE "D" TO EXT-D-TIPO.
          MOVE ws-doc-actual TO EXT-D-DOCUMENTO.
          MOVE ws-cc-num-actual TO EXT-D-NRO-TARJ.
          MOVE ZERO TO EXT-D-NRO-CUPON.
          MOVE PAR-FECHA-CIERRE TO EXT-D-FECHA.
          MOVE WS-Impuesto-Importe TO EXT-D-IMPORTE.
          MOVE WS-Impuesto-Tipo TO EXT-D-TIPO-MOV.
          MOVE "N" TO EXT-D-DUPLICADO.
          MOVE ZERO TO EXT-D-COMERCIO.
          MOVE WS-Impuesto-Leyenda TO EXT-D-COMERCIO-NOMBRE.
          MOVE ZERO TO EXT-D-MONEDA.
          WRITE ExtractoDetailRecord.
      *-----------------------------------------------------------*
      *   The statement the input phase marked as an account's
      *   final one (CC-BAJAS.DAT resumen date = this close) says
      *   so - a reprint of it too.
      *-----------------------------------------------------------*
       Mostrar_Resumen_Final.
          OPEN INPUT BajasFile.
          IF BajasStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-cc-num-actual TO BAJ-NRO-TARJ.
          READ BajasFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF BAJ-FECHA-RESUMEN = PAR-FECHA-CIERRE
                   AND NOT BAJ-RESUMEN-PENDIENTE
                   MOVE BAJ-FECHA(7:2) TO footer_baja_dia
                   MOVE BAJ-FECHA(5:2) TO footer_baja_mes
                   MOVE BAJ-FECHA(1:4) TO footer_baja_anio
                   IF NOT ENVIO-EMAIL-ACTUAL
                      WRITE ReportRecord FROM Report_footer_baja
                   END-IF
                END-IF
          END-READ.
          CLOSE BajasFile.
      *-----------------------------------------------------------*
      *   Points box - the master was already brought up to date
      *   by the input phase, so the balance read here includes
      *   this period's earnings.
                INVALID KEY
                   DISPLAY "** No se pudo actualizar SALDOS.DAT - "
                      "status " SaldoStatus
                NOT INVALID KEY
                   IF PART-TRAMO
                      COMPUTE WS-PRT-APLICADO = WS-PRT-APLICADO
                         + WS-SALDO-A-GRABAR - AUD-IMPORTE-ANTERIOR
                   END-IF
             END-REWRITE

             MOVE WS-SALDO-A-GRABAR TO AUD-IMPORTE-NUEVO
             DISPLAY "** CC-PUNTOS.DAT no disponible - status "
                PuntosStatus " - el periodo no acredita puntos"
          END-IF.
          MOVE "N" TO WS-BAJAS-DISPONIBLE.
          OPEN I-O BajasFile.
          IF BajasStatus = "00" OR BajasStatus = "05"
             SET BAJAS-DISPONIBLE TO TRUE
          END-IF.
      *> A partition's piece is bare detail - the union puts the
      *> one header and trailer around the whole deferred feed.
          IF PART-TRAMO
             OPEN EXTEND DeferredFile
          END-IF.
          IF NOT MODO-REIMPRESION AND NOT PART-TRAMO
             OPEN OUTPUT DeferredFile
             MOVE "HDR" TO DHDR-MARCA
             MOVE "DIF" TO DHDR-LOTE-PREFIJO
                "status " ComercioStatus
                " - los resumenes salen sin nombre de comercio"
          END-IF.
          OPEN INPUT ControlesFile.
          IF ControlesOK
             SET CONTROLES-DISPONIBLE TO TRUE
          ELSE
             MOVE "N" TO WS-CONTROLES-DISPONIBLE
          END-IF.
          IF MODO-REIMPRESION
             OPEN INPUT RecurrentesFile
          ELSE
             OPEN I-O RecurrentesFile
          END-IF.
          IF RecurrentesStatus = "00" OR RecurrentesStatus = "05"
             SET RECURRENTES-DISPONIBLE TO TRUE
          ELSE
             MOVE "N" TO WS-RECURRENTES-DISPONIBLE
          END-IF.
      *> A reprint posts nothing, so it releases no holds either.
          MOVE "N" TO WS-RETENCIONES-DISPONIBLE.
          IF NOT MODO-REIMPRESION
             OPEN I-O RetencionesFile
             IF RetencionesStatus = "00"
                SET RETENCIONES-DISPONIBLE TO TRUE
             ELSE
                IF RetencionesStatus = "05"
                   CLOSE RetencionesFile
                END-IF
             END-IF
          END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
          READ MergedCuponFile NEXT RECORD
             AT END SET EOF-MERGED-CUPON TO TRUE
          END-READ.
      *> A partition was never handed the feeds - it counts what it
      *> reads of the prepared stream instead.
          IF PART-TRAMO AND NOT EOF-MERGED-CUPON
             ADD 1 TO WS-CTL-CUPONES-LEIDOS
             ADD MC-IMPORTE TO WS-CTL-IMPORTE-LEIDO
          END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         PERFORM UNTIL EOF-MERGED-CUPON
             MOVE MC-NRO-TARJ TO WS-CC-Key

             PERFORM Verificar_Particion
             PERFORM Anotar_Tarjeta_Vista
             PERFORM Buscar_Tarjeta_En_Lista
             EVALUATE TRUE
                WHEN NOT EN-PARTICION
                   PERFORM Saltar_Fuera_De_Particion
                WHEN MODO-REIMPRESION AND NOT TARJ-LISTADA
                   PERFORM Move_to_Next_CC
                WHEN WS-CC-Key <= WS-Last-Checkpoint

          END-PERFORM.
      *-----------------------------------------------------------*
      *   Whether WS-CC-Key falls in the partition this launch
      *   took - always, on a close that runs whole.
      *-----------------------------------------------------------*
       Verificar_Particion.
          MOVE "S" TO WS-PRT-EN-RANGO.
          IF PART-TRAMO
             IF WS-CC-Key < WS-PRT-DESDE(WS-PRT-ACTUAL)
                OR WS-CC-Key > WS-PRT-HASTA(WS-PRT-ACTUAL)
                MOVE "N" TO WS-PRT-EN-RANGO
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Another partition's card - its cupones are that
      *   partition's to count, not discards of this one.
      *-----------------------------------------------------------*
       Saltar_Fuera_De_Particion.
        PERFORM UNTIL EOF-MERGED-CUPON OR MC-NRO-TARJ <> WS-CC-Key
             ADD 1 TO WS-CTL-FUERA-PARTICION
             PERFORM Read_Merged_Cupons
        END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Anotar_Tarjeta_Vista.
          IF WS-VISTAS-COUNT < WS-MAX-VISTAS
             DISPLAY "** Tabla de tarjetas vistas desbordada - se "
                "omite el cierre de tarjetas sin cupones **"
          ELSE
      *> A partition runs in card order, so its restart can still
      *> close the dormant cards past its checkpoint.
             IF WS-Last-Checkpoint > 0 AND NOT PART-TRAMO
                DISPLAY "** Reinicio por checkpoint - el cierre de "
                   "tarjetas sin cupones se omite; correrlo en la "
                   "proxima corrida limpia **"
             ELSE
                PERFORM Dormidas_Por_Saldo
                PERFORM Dormidas_Por_Pago
                PERFORM Dormidas_Por_Baja
                IF RENOV-CARGADA
                   PERFORM Dormidas_Por_Renovacion
                END-IF
                IF CONT-DORMIDAS > 0
                   DISPLAY "Tarjetas sin cupones cerradas: "
                      CONT-DORMIDAS
                END-IF
                IF CONT-RESUMENES-FINALES > 0
                   DISPLAY "Resumenes finales de cuentas de baja: "
                      CONT-RESUMENES-FINALES
                END-IF
             END-IF
          END-IF.
      *-----------------------------------------------------------*
             END-READ
             IF NOT EOF-DORMIDAS
                IF SALD-FECHA = PAR-FECHA-CIERRE
                   AND SALD-IMPORTE NOT = ZERO
                   MOVE SALD-NRO-TARJ TO WS-CC-Key
                   PERFORM Buscar_Tarjeta_Vista
                   IF NOT TARJ-VISTA
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   A closed account owes its final statement on its cycle
      *   even with nothing left to bill. The F bajas the stream
      *   never touched are collected first - closing each one
      *   rewrites its CC-BAJAS.DAT record.
      *-----------------------------------------------------------*
       Dormidas_Por_Baja.
          IF NOT BAJAS-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-BAJAS-F-COUNT.
          MOVE "N" TO WS-EOF-BAJAS.
          MOVE ZERO TO BAJ-NRO-TARJ.
          START BajasFile KEY IS NOT LESS THAN BAJ-NRO-TARJ
             INVALID KEY SET EOF-BAJAS TO TRUE
          END-START.
          PERFORM UNTIL EOF-BAJAS
             READ BajasFile NEXT RECORD
                AT END SET EOF-BAJAS TO TRUE
             END-READ
             IF NOT EOF-BAJAS AND BAJ-RESUMEN-PENDIENTE
                MOVE BAJ-NRO-TARJ TO WS-CC-Key
                PERFORM Buscar_Tarjeta_Vista
                IF NOT TARJ-VISTA
                   IF WS-BAJAS-F-COUNT < WS-MAX-BAJAS-F
                      ADD 1 TO WS-BAJAS-F-COUNT
                      MOVE BAJ-NRO-TARJ
                         TO WS-BAJA-F-TARJ(WS-BAJAS-F-COUNT)
                   ELSE
                      DISPLAY "** Tabla de bajas llena - tarjeta "
                         BAJ-NRO-TARJ " sin resumen final hoy"
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-BJF-IX FROM 1 BY 1
             UNTIL WS-BJF-IX > WS-BAJAS-F-COUNT
             MOVE WS-BAJA-F-TARJ(WS-BJF-IX) TO WS-CC-Key
             PERFORM Procesar_Una_Dormida
          END-PERFORM.
      *-----------------------------------------------------------*
      *   One synthesized group for the dormant card: the marker
      *   line, then the same pending-cuota and pago treatment any
      *   card gets - the footer does the interest and minimum.
      *-----------------------------------------------------------*
       Procesar_Una_Dormida.
          PERFORM Verificar_Particion.
          IF NOT EN-PARTICION
             EXIT PARAGRAPH
          END-IF.
          IF PART-TRAMO AND WS-CC-Key <= WS-Last-Checkpoint
             EXIT PARAGRAPH
          END-IF.
          PERFORM Anotar_Tarjeta_Vista.
          IF MODO-REIMPRESION
             PERFORM Buscar_Tarjeta_En_Lista
                   MOVE SPACES TO sort-comercio-nombre
                   MOVE 0 TO sort-cuota-nro
                   MOVE 0 TO sort-cuota-tot
                   MOVE 0 TO sort-fee-adelanto
                   MOVE 0 TO sort-int-adelanto
                   RELEASE SortRecord
                   PERFORM Process_Pending_Cuotas_For_CC
                   PERFORM Process_Pagos_For_CC
                   PERFORM Evaluar_Cargo_Renovacion
                   PERFORM Marcar_Resumen_Final
                END-IF
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   A card with no balance, no pago and no cupones still owes
      *   its renewal fee on its anniversary. The master is walked
      *   once for those cards, then closed before they are
      *   processed - checkcc reads the same file for each one.
      *   Adicionales are billed through their titular.
      *-----------------------------------------------------------*
       Dormidas_Por_Renovacion.
          MOVE 0 TO WS-ANIV-COUNT.
          MOVE "N" TO WS-EOF-TJM.
          OPEN INPUT TarjetasMaestroFile.
          IF TarjetasMaestroStatus NOT = "00"
             DISPLAY "** TARJETAS.DAT no disponible - status "
                TarjetasMaestroStatus
                " - se omite la renovacion de tarjetas sin uso"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-TJM
             READ TarjetasMaestroFile NEXT RECORD
                AT END SET EOF-TJM TO TRUE
             END-READ
             IF NOT EOF-TJM
                AND TJM-VENCIMIENTO NUMERIC
                AND TJM-VENCIMIENTO > ZERO
                AND TJM-VENCIMIENTO(5:2) = WS-CIERRE-AAAAMMDD(5:2)
                AND TJM-ESTADO NOT = "C"
                MOVE TJM-NRO-TARJ TO WS-CC-Key
                PERFORM Buscar_Tarjeta_Vista
                PERFORM Buscar_Es_Adicional
                IF NOT TARJ-VISTA AND NOT ES-ADICIONAL
                   IF WS-ANIV-COUNT < WS-MAX-ANIV
                      ADD 1 TO WS-ANIV-COUNT
                      MOVE TJM-NRO-TARJ TO WS-ANIV-TARJ(WS-ANIV-COUNT)
                   ELSE
                      DISPLAY "** Tabla de aniversarios llena - "
                         "tarjeta " TJM-NRO-TARJ " sin renovar"
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          CLOSE TarjetasMaestroFile.
          PERFORM VARYING WS-ANIV-IX FROM 1 BY 1
             UNTIL WS-ANIV-IX > WS-ANIV-COUNT
             MOVE WS-ANIV-TARJ(WS-ANIV-IX) TO WS-CC-Key
             PERFORM Procesar_Una_Dormida
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Once a year, at the close of the card's anniversary
      *   month (the month of TJ-VENCIMIENTO, AAAAMM), the titular
      *   is billed the renewal fee and the adicional rate once per
      *   adicional on the account - all on the titular's
      *   statement, as movement type 5. The whole account's
      *   purchases over the last twelve months, as presented,
      *   waive it when they pass the threshold. An adicional's
      *   own statement never carries it.
      *-----------------------------------------------------------*
       Evaluar_Cargo_Renovacion.
          IF NOT RENOV-CARGADA OR CUENTA-EN-BAJA
             EXIT PARAGRAPH
          END-IF.
          IF TJ-VENCIMIENTO NOT NUMERIC OR TJ-VENCIMIENTO = ZERO
             EXIT PARAGRAPH
          END-IF.
          IF TJ-VENCIMIENTO(5:2) NOT = WS-CIERRE-AAAAMMDD(5:2)
             EXIT PARAGRAPH
          END-IF.
          PERFORM Buscar_Es_Adicional.
          IF ES-ADICIONAL
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-CC-Key TO WS-CONS-BUSCADA.
          PERFORM Buscar_Consumo.
          MOVE WS-CONS-HALLADO TO WS-CONSUMO-CUENTA.
          PERFORM VARYING WS-ADI-IX FROM 1 BY 1
             UNTIL WS-ADI-IX > WS-ADIC-COUNT
             IF WS-ADI-TITULAR(WS-ADI-IX) = WS-CC-Key
                MOVE WS-ADI-TARJ(WS-ADI-IX) TO WS-CONS-BUSCADA
                PERFORM Buscar_Consumo
                ADD WS-CONS-HALLADO TO WS-CONSUMO-CUENTA
             END-IF
          END-PERFORM.
          IF WS-RENOV-UMBRAL > ZERO
             AND WS-CONSUMO-CUENTA > WS-RENOV-UMBRAL
             DISPLAY "Cargo de renovacion bonificado - consumos "
                "del ano: " WS-CONSUMO-CUENTA
             IF NOT MODO-REIMPRESION
                ADD 1 TO WS-CTL-RENOV-BONIFICADAS
             END-IF
             EXIT PARAGRAPH
          END-IF.

          IF WS-VIG-RENOV-TITULAR > ZERO
             MOVE WS-VIG-RENOV-TITULAR TO WS-RENOV-IMPORTE
             MOVE "CARGO DE RENOVACION" TO WS-RENOV-LEYENDA
             PERFORM Postear_Cargo_Renovacion
          END-IF.
          IF WS-RENOV-ADICIONAL > ZERO
             PERFORM VARYING WS-ADI-IX FROM 1 BY 1
                UNTIL WS-ADI-IX > WS-ADIC-COUNT
                IF WS-ADI-TITULAR(WS-ADI-IX) = WS-CC-Key
                   MOVE WS-RENOV-ADICIONAL TO WS-RENOV-IMPORTE
                   MOVE SPACES TO WS-RENOV-LEYENDA
                   STRING "RENOV ADICIONAL "
                      WS-ADI-TARJ(WS-ADI-IX)(13:4)
                      DELIMITED BY SIZE INTO WS-RENOV-LEYENDA
                   PERFORM Postear_Cargo_Renovacion
                END-IF
             END-PERFORM
          END-IF.
      *-----------------------------------------------------------*
      *   The fee rides the sort like a cuota does, and counts as
      *   a cargo for the balance proof.
      *-----------------------------------------------------------*
       Postear_Cargo_Renovacion.
          MOVE 0 TO sort-nro-cupon.
          MOVE PAR-FECHA-CIERRE TO sort-fecha.
          MOVE WS-RENOV-IMPORTE TO sort-importe.
          MOVE "N" TO sort-duplicate.
          MOVE 5 TO sort-tipo.
          MOVE 0 TO sort-moneda.
          MOVE SPACES TO sort-ref-banco.
          MOVE 0 TO sort-tasa-cambio.
          MOVE 0 TO sort-comercio.
          MOVE WS-RENOV-LEYENDA TO sort-comercio-nombre.
          MOVE 0 TO sort-cuota-nro.
          MOVE 0 TO sort-cuota-tot.
          MOVE 0 TO sort-fee-adelanto.
          MOVE 0 TO sort-int-adelanto.
          RELEASE SortRecord.
          ADD WS-RENOV-IMPORTE TO WS-total-amount.
          IF NOT MODO-REIMPRESION
             ADD WS-RENOV-IMPORTE TO WS-CTL-CARGOS
             ADD 1 TO WS-CTL-CARGOS-CANT
             ADD WS-RENOV-IMPORTE TO WS-CTL-IMP-RENOVACION
             ADD 1 TO WS-CTL-RENOVACIONES
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Process-CreditCard.
      *> A card number that fails its check digit is a keying or
      *> feed error - it is never looked up, so a typo that happens
      *> to match another holder's card can't post to it.
          PERFORM Verificar_Digito_Tarjeta.
          IF NOT LUHN-OK
             MOVE "6" TO WS-CC-REASON
             DISPLAY "** CUPONES RECHAZADOS - DIGITO VERIFICADOR "
                     "INVALIDO: " WS-CC-Key
             PERFORM Reject_All_Cupons_For_CC
             EXIT PARAGRAPH
          END-IF.
          PERFORM Check_CreditCard.

          IF CC-VALID
                   IF CICLO-EN-CIERRE
                      PERFORM Copy_CreditCard_Details
                      PERFORM Copy_Saldo
                      PERFORM Cargar_Control_Tarjeta
                      PERFORM Process_All_Cupons_For_CC
                      PERFORM Process_Pending_Cuotas_For_CC
                      PERFORM Process_Pagos_For_CC
                      PERFORM Evaluar_Cargo_Renovacion
                      PERFORM Grabar_Puntos_Tarjeta
                      PERFORM Marcar_Resumen_Final
                   ELSE
                      DISPLAY "Ciclo " TJ-CICLO " no cierra hoy - "
                              "se difieren cupones de " WS-CC-Key
       Print_Amounts.
           DISPLAY "------------------------------------".
           DISPLAY "Total de la tarjeta: " WS-total-amount.
           COMPUTE WS-total-amount = WS-total-amount + WS-Saldo-amount.
           DISPLAY "Saldo final: " WS-total-amount.
           DISPLAY "------------------------------------".
            MOVE ZERO TO sort-cuota-nro
            MOVE ZERO TO sort-cuota-tot

            MOVE "N" TO WS-CUPON-RECURRENTE
            PERFORM Validar_Fecha_Cupon
            IF FECHA-CUPON-VALIDA
               PERFORM Validar_Control_Cupon
               IF CONTROL-CUPON-OK
                  PERFORM Validar_Recurrente
               END-IF
            END-IF
            EVALUATE TRUE
               WHEN NOT FECHA-CUPON-VALIDA
                  PERFORM Rechazar_Cupon_Por_Fecha
                  PERFORM Read_Merged_Cupons
                  ADD 1 TO WS-cupon-counter
               WHEN NOT CONTROL-CUPON-OK
                  PERFORM Rechazar_Cupon_Por_Control
                  PERFORM Read_Merged_Cupons
                  ADD 1 TO WS-cupon-counter
               WHEN OTHER
                  PERFORM Process_One_Merged_Cupon
            END-EVALUATE

         END-PERFORM.
      *-----------------------------------------------------------*
            *> the sort round-trip is done, so a conversion applied
            *> only after RELEASE never reaches the report, SALDOS or
            *> the settlement draft.
            MOVE ZERO TO WS-FEE-ADELANTO
            MOVE ZERO TO WS-INT-ADELANTO
            IF CC-CUPON-DUPLICADO
              DISPLAY "** CUPON DUPLICADO - NO SE SUMA AL TOTAL: "
                      WS-NRO-CUPON
               PERFORM Verificar_Autorizacion
               IF NOT MODO-REIMPRESION
                  PERFORM Grabar_Cupon_Presentado
                  IF CUPON-RECURRENTE
                     PERFORM Registrar_Cargo_Recurrente
                  END-IF
               END-IF
            END-IF

      *   Cash advance pricing: the acquisition fee plus interest
      *   from the adelanto's own date (Validar_Fecha_Cupon left
      *   WS-CUPON-INT standing) to the closing date, at the
      *   monthly adelanto rate prorated by thirtieths - both the
      *   card product's, or PAR-TASA-ADELANTO / PAR-PORC-FEE-
      *   ADELANTO where it has none. Both ride the posted
      *   importe, so the float stops being free.
      *-----------------------------------------------------------*
       Calcular_Cargo_Adelanto.
          COMPUTE WS-FEE-ADELANTO ROUNDED =
             WS-C1-IMPORTE * WS-VIG-PORC-FEE-ADELANTO / 100.
          COMPUTE WS-DIAS-ADELANTO = WS-CIERRE-INT - WS-CUPON-INT.
          IF WS-DIAS-ADELANTO < 1
             MOVE 1 TO WS-DIAS-ADELANTO
          END-IF.
          COMPUTE WS-INT-ADELANTO ROUNDED =
             WS-C1-IMPORTE * WS-VIG-TASA-ADELANTO / 100
             * WS-DIAS-ADELANTO / 30.
          COMPUTE WS-C1-IMPORTE =
             WS-C1-IMPORTE + WS-FEE-ADELANTO + WS-INT-ADELANTO.
          END-IF.
          ADD 1 TO WS-CTL-RECHAZOS-FECHA.
      *-----------------------------------------------------------*
      *   The holder's own controls on this card. No record (or no
      *   controls file at all) means nothing is restricted.
      *-----------------------------------------------------------*
       Cargar_Control_Tarjeta.
          MOVE "N" TO WS-TARJ-CON-CONTROL.
          IF CONTROLES-DISPONIBLE
             MOVE WS-CC-Key TO CTR-NRO-TARJ
             READ ControlesFile
                INVALID KEY CONTINUE
                NOT INVALID KEY SET TARJ-CON-CONTROL TO TRUE
             END-READ
          END-IF.
      *-----------------------------------------------------------*
      *   Same two rules AuthorizeCC applies at the desk: the
      *   comercio's rubro must not be on the card's blocked list,
      *   and a single cupon must not exceed the card's tope for
      *   its currency. A nota de credito gives money back and is
      *   never held by a control.
      *-----------------------------------------------------------*
       Validar_Control_Cupon.
          SET CONTROL-CUPON-OK TO TRUE.
          MOVE SPACES TO WS-MOTIVO-CONTROL.
      *> A closed account only owes what was bought before the
      *> baja - anything later was never authorized on it.
          IF CUENTA-EN-BAJA AND NOT WS-TIPO-NOTA-CREDITO
             AND WS-CUPON-INT > WS-BAJA-INT
             MOVE "N" TO WS-CONTROL-CUPON-OK
             MOVE "CUENTA DADA DE BAJA" TO WS-MOTIVO-CONTROL
             EXIT PARAGRAPH
          END-IF.
          IF NOT TARJ-CON-CONTROL OR WS-TIPO-NOTA-CREDITO
             EXIT PARAGRAPH
          END-IF.
          IF MC-MONEDA-DOLAR
             IF CTR-TOPE-USD > ZERO AND WS-IMPORTE > CTR-TOPE-USD
                MOVE "N" TO WS-CONTROL-CUPON-OK
                MOVE "CONTROL TOPE" TO WS-MOTIVO-CONTROL
             END-IF
          ELSE
             IF CTR-TOPE-OPERACION > ZERO
                AND WS-IMPORTE > CTR-TOPE-OPERACION
                MOVE "N" TO WS-CONTROL-CUPON-OK
                MOVE "CONTROL TOPE" TO WS-MOTIVO-CONTROL
             END-IF
          END-IF.
          IF CONTROL-CUPON-OK AND CTR-CANT-RUBROS > ZERO
             AND WS-COMERCIO > ZERO AND COMERCIOS-DISPONIBLE
             MOVE WS-COMERCIO TO Comercio-num
             MOVE ZERO TO Comercio-sucursal
             READ ComerciosFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   PERFORM VARYING WS-CTR-IX FROM 1 BY 1
                      UNTIL WS-CTR-IX > CTR-CANT-RUBROS
                         OR WS-CTR-IX > 10
                      IF CTR-RUBRO-BLOQ(WS-CTR-IX) = Comercio-cod-rubro
                         MOVE "N" TO WS-CONTROL-CUPON-OK
                         MOVE "CONTROL RUBRO" TO WS-MOTIVO-CONTROL
                      END-IF
                   END-PERFORM
             END-READ
          END-IF.
      *-----------------------------------------------------------*
      *   A compra from a comercio the holder has a recurring
      *   charge with must match the subscription: still active,
      *   inside its dates, not over a fixed importe and not
      *   charged again before the frequency comes round. Comercios
      *   with no subscription on the card pass untouched. A
      *   reprint re-reads cupones already stamped, so it skips
      *   the frequency rule.
      *-----------------------------------------------------------*
       Validar_Recurrente.
          MOVE "N" TO WS-CUPON-RECURRENTE.
          IF NOT RECURRENTES-DISPONIBLE OR NOT WS-TIPO-COMPRA
             OR WS-COMERCIO = ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CC-Key TO RCR-NRO-TARJ.
          MOVE WS-COMERCIO TO RCR-COMERCIO.
          READ RecurrentesFile
             INVALID KEY EXIT PARAGRAPH
          END-READ.
          EVALUATE TRUE
             WHEN NOT RCR-ACTIVO
                MOVE "N" TO WS-CONTROL-CUPON-OK
                MOVE "RECURRENTE BAJA" TO WS-MOTIVO-CONTROL
             WHEN WS-FECHA-ARMADA-N < RCR-FECHA-DESDE
             WHEN RCR-FECHA-HASTA > ZERO
                  AND WS-FECHA-ARMADA-N > RCR-FECHA-HASTA
                MOVE "N" TO WS-CONTROL-CUPON-OK
                MOVE "RECURRENTE VENCIDO" TO WS-MOTIVO-CONTROL
             WHEN RCR-IMPORTE > ZERO AND WS-IMPORTE > RCR-IMPORTE
                MOVE "N" TO WS-CONTROL-CUPON-OK
                MOVE "RECURRENTE IMPORTE" TO WS-MOTIVO-CONTROL
             WHEN OTHER
                SET CUPON-RECURRENTE TO TRUE
          END-EVALUATE.
          IF CUPON-RECURRENTE AND RCR-ULT-CARGO > ZERO
             AND NOT MODO-REIMPRESION
             COMPUTE WS-RCR-MESES =
                (WS-ANIO-N * 12 + WS-MES-N)
                - (RCR-ULT-ANIO * 12 + RCR-ULT-MES)
             IF WS-RCR-MESES < RCR-FRECUENCIA
                MOVE "N" TO WS-CUPON-RECURRENTE
                MOVE "N" TO WS-CONTROL-CUPON-OK
                MOVE "RECURRENTE PERIODO" TO WS-MOTIVO-CONTROL
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Registrar_Cargo_Recurrente.
          MOVE WS-CC-Key TO RCR-NRO-TARJ.
          MOVE WS-COMERCIO TO RCR-COMERCIO.
          READ RecurrentesFile
             INVALID KEY EXIT PARAGRAPH
          END-READ.
          MOVE WS-FECHA-ARMADA-N TO RCR-ULT-CARGO.
          REWRITE RecurrenteRecord
             INVALID KEY
                DISPLAY "** ERROR ACTUALIZANDO RECURRENTE "
                        RCR-NRO-TARJ " " RCR-COMERCIO
          END-REWRITE.
          ADD 1 TO WS-CTL-CARGOS-RECURRENTES.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Rechazar_Cupon_Por_Control.
          DISPLAY "** CUPON RECHAZADO POR CONTROL DEL TITULAR: "
                  WS-NRO-CUPON " - " WS-MOTIVO-CONTROL.
          MOVE WS-nro-tarjeta TO REJ-NRO-TARJ.
          MOVE WS-NRO-CUPON TO REJ-NRO-CUPON.
          MOVE WS-FECHA-COMPRA TO REJ-FECHA-COMPRA.
          MOVE WS-IMPORTE TO REJ-IMPORTE.
          MOVE WS-MONEDA TO REJ-MONEDA.
          MOVE WS-CUOTAS TO REJ-CUOTAS.
          MOVE WS-TIPO TO REJ-TIPO.
          MOVE WS-COMERCIO TO REJ-COMERCIO.
          MOVE WS-AUTORIZACION TO REJ-AUTORIZACION.
          MOVE WS-MOTIVO-CONTROL TO REJ-MOTIVO.
          MOVE WS-INTENTOS-ENTRADA TO REJ-INTENTOS.
          IF NOT MODO-REIMPRESION
             WRITE RejectedRecord
          END-IF.
          ADD 1 TO WS-CTL-RECHAZOS-CONTROL.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Add_Pending_Cuota.
          MOVE WS-CC-Key TO PC-NRO-TARJ.
               COMPUTE sort-cuota-nro =
                  PC-CUOTAS-TOT - PC-CUOTAS-REST + 1.
               MOVE PC-CUOTAS-TOT TO sort-cuota-tot.
               MOVE 0 TO sort-fee-adelanto.
               MOVE 0 TO sort-int-adelanto.

               RELEASE SortRecord.

         PERFORM VARYING WS-PAGO-IX FROM 1 BY 1
            UNTIL WS-PAGO-IX > WS-PAGOS-COUNT
            IF WS-PAGO-NRO-TARJ(WS-PAGO-IX) = WS-CC-Key
               AND WS-PAGO-APLICADO(WS-PAGO-IX) NOT = "D"
               MOVE 0 TO sort-nro-cupon
               MOVE WS-PAGO-FECHA(WS-PAGO-IX) TO sort-fecha
               MOVE WS-PAGO-IMPORTE(WS-PAGO-IX) TO sort-importe
               MOVE SPACES TO sort-comercio-nombre
               MOVE 0 TO sort-cuota-nro
               MOVE 0 TO sort-cuota-tot
               MOVE 0 TO sort-fee-adelanto
               MOVE 0 TO sort-int-adelanto

               RELEASE SortRecord

            MOVE WS-TIPO TO sort-tipo
         END-IF.
         MOVE WS-MONEDA TO sort-moneda.
         MOVE WS-FEE-ADELANTO TO sort-fee-adelanto.
         MOVE WS-INT-ADELANTO TO sort-int-adelanto.
         MOVE SPACES TO sort-ref-banco.
         MOVE WS-TASA-APLICADA TO sort-tasa-cambio.
         MOVE WS-COMERCIO TO sort-comercio.
         MOVE WS-DAY TO WS-FA-DIA.
         MOVE WS-FECHA-ARMADA-N TO PRES-FECHA.
         MOVE WS-C1-IMPORTE TO PRES-IMPORTE.
         MOVE WS-nro-tarjeta(13:4) TO PRES-CARD-TAIL.
         MOVE WS-NRO-CUPON TO PRES-NRO-CUPON.
         MOVE WS-CC-Key TO PRES-NRO-TARJ.
         MOVE "N" TO PRES-CONCILIADO.
         WRITE PresentadoRecord.
         IF RENOV-CARGADA
            MOVE WS-CC-Key TO WS-CONS-BUSCADA
            MOVE WS-C1-IMPORTE TO WS-CONS-IMPORTE-NUEVO
            PERFORM Sumar_Consumo
         END-IF.
      *-----------------------------------------------------------*
      *   Merchant lookup against the commerce master the sales
      *   side maintains - a cupon for an unknown comercio still
            MOVE MC-COMERCIO TO REJ-COMERCIO
            MOVE MC-AUTORIZACION TO REJ-AUTORIZACION
            EVALUATE TRUE
               WHEN CC-REASON-DIGITO
                  MOVE "DIGITO VERIFICADOR" TO REJ-MOTIVO
               WHEN CC-REASON-BLOQUEADA
                  MOVE "TARJETA BLOQUEADA" TO REJ-MOTIVO
               WHEN CC-REASON-VENCIDA
        END-PERFORM.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Verificar_Digito_Tarjeta.
          CALL 'chkluhn' USING BY CONTENT WS-CC-Key,
             BY REFERENCE WS-LUHN-RESULTADO,
             BY REFERENCE WS-LUHN-DIGITO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Check_CreditCard.
        *> Call subroutine "checkcc"
        BY REFERENCE WS-CreditCardValid,
        BY REFERENCE TarjetaRecord,
        BY REFERENCE WS-CC-REASON.
        PERFORM Verificar_Cuenta_En_Baja.

      *-----------------------------------------------------------*
      *   A cancelled card whose account was closed at the desk
      *   (CC-BAJAS.DAT, estado F or S) is still owed its final
      *   statement and the ones after it until the balance is
      *   settled - it closes as if it were in good standing.
      *   A baja already settled (L) is cancelled like any other.
      *-----------------------------------------------------------*
       Verificar_Cuenta_En_Baja.
          MOVE "N" TO WS-CUENTA-EN-BAJA.
          IF NOT BAJAS-DISPONIBLE OR NOT CC-VALID
             OR NOT CC-REASON-CANCELADA
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CC-Key TO BAJ-NRO-TARJ.
          READ BajasFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          IF BAJ-RESUMEN-PENDIENTE OR BAJ-EN-SEGUIMIENTO
             SET CUENTA-EN-BAJA TO TRUE
             MOVE "0" TO WS-CC-REASON
             COMPUTE WS-BAJA-INT =
                FUNCTION INTEGER-OF-DATE(BAJ-FECHA)
          END-IF.
      *-----------------------------------------------------------*
      *   The statement just built is the account's final one -
      *   from here SeguimientoBajas follows it to zero.
      *-----------------------------------------------------------*
       Marcar_Resumen_Final.
          IF NOT CUENTA-EN-BAJA OR MODO-REIMPRESION
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CC-Key TO BAJ-NRO-TARJ.
          READ BajasFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          IF BAJ-RESUMEN-PENDIENTE
             MOVE "S" TO BAJ-ESTADO
             MOVE PAR-FECHA-CIERRE TO BAJ-FECHA-RESUMEN
             REWRITE BajaRecord
                INVALID KEY
                   DISPLAY "** No se pudo marcar el resumen final "
                      "de " WS-CC-Key " en CC-BAJAS.DAT"
                NOT INVALID KEY
                   ADD 1 TO CONT-RESUMENES-FINALES
             END-REWRITE
          END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        MOVE TJ-NRO-TARJ TO sort-cc-num.
        MOVE TJ-LIMITE TO sort-limite.
        MOVE TJ-ENVIO TO sort-envio.
        PERFORM Producto_De_Cierre.
        MOVE WS-PRODUCTO-BUSCADO TO sort-producto.
        PERFORM Fijar_Producto.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         CLOSE MergedCuponFile.
         CLOSE RejectedFile.
         CLOSE PuntosFile.
         IF BAJAS-DISPONIBLE
            CLOSE BajasFile
         END-IF.
         CLOSE SinAutorizacionFile.
         CLOSE PendingCuotasFile.
         CLOSE ComerciosFile.
         CLOSE ControlesFile.
         IF RECURRENTES-DISPONIBLE
            CLOSE RecurrentesFile
         END-IF.
         IF RETENCIONES-DISPONIBLE
            CLOSE RetencionesFile
         END-IF.
         IF NOT MODO-REIMPRESION
            CLOSE PresentadosFile
            CLOSE PagosAplicFile
         END-IF.
         IF PART-TRAMO
            CLOSE DeferredFile
         END-IF.
         IF NOT MODO-REIMPRESION AND NOT PART-TRAMO
            MOVE "TRL" TO DCTL-MARCA
            MOVE WS-CTL-CUPONES-DIFERIDOS TO DCTL-TRL-CANT
            MOVE WS-IMPORTE-DIFERIDO TO DCTL-TRL-IMPORTE
         COMPUTE WS-CTL-CUPONES-ESPERADOS =
            WS-CTL-CUPONES-PROCESADOS + WS-CTL-CUPONES-DUPLICADOS
            + WS-CTL-RECHAZOS-FECHA + WS-CTL-CUPONES-DIFERIDOS
            + WS-CTL-RECHAZOS-TARJETA + WS-CTL-CUPONES-DESCARTADOS
            + WS-CTL-RECHAZOS-CONTROL + WS-CTL-FUERA-PARTICION.
         DISPLAY "======================================".
         DISPLAY "CONTROL DE LOTE".
         DISPLAY "Cupones leidos:          " WS-CTL-CUPONES-LEIDOS.
         DISPLAY "Rechazados por fecha:    " WS-CTL-RECHAZOS-FECHA.
         DISPLAY "Cupones diferidos:       " WS-CTL-CUPONES-DIFERIDOS.
         DISPLAY "Rechazados por tarjeta:  " WS-CTL-RECHAZOS-TARJETA.
         DISPLAY "Rechazados por control:  " WS-CTL-RECHAZOS-CONTROL.
         DISPLAY "Cargos recurrentes:      " WS-CTL-CARGOS-RECURRENTES.
         DISPLAY "Descartados (sin tarjeta/checkpoint/reimpresion): "
                 WS-CTL-CUPONES-DESCARTADOS.
         IF PART-TRAMO
            DISPLAY "Particion " WS-PRT-ACTUAL
                    " - de otras particiones: "
                    WS-CTL-FUERA-PARTICION
         END-IF.
         IF WS-CTL-SIN-AUTORIZACION > 0
            DISPLAY "** Cupones sin autorizacion: "
                    WS-CTL-SIN-AUTORIZACION
            DISPLAY "Planes promocionales:    " WS-CTL-CUOTAS-PROMO
                    " por " WS-CTL-IMP-PROMO
         END-IF.
         IF WS-CTL-RENOVACIONES > 0 OR WS-CTL-RENOV-BONIFICADAS > 0
            DISPLAY "Cargos de renovacion:    " WS-CTL-RENOVACIONES
                    " por " WS-CTL-IMP-RENOVACION
                    " (bonificados: " WS-CTL-RENOV-BONIFICADAS ")"
         END-IF.
         IF IMPUESTOS-VIGENTES
            DISPLAY "IVA:                     " WS-CTL-IVA
            DISPLAY "Impuesto de sellos:      " WS-CTL-SELLOS
            DISPLAY "Percepcion imp. PAIS:    " WS-CTL-PERC-PAIS
            DISPLAY "Percepcion ganancias:    " WS-CTL-PERC-GANANCIAS
         END-IF.
         IF WS-CTL-PRIMAS > 0
            DISPLAY "Primas seguro saldo:     " WS-CTL-PRIMAS
                    " por " WS-CTL-IMP-PRIMAS
                    " - ver CC-SEGURO-REMESA.DAT"
         END-IF.
         IF WS-CTL-ADELANTOS > 0
            DISPLAY "Adelantos posteados:     " WS-CTL-ADELANTOS
                    " por " WS-CTL-IMP-ADELANTOS
                    " - ver CC-PAGOS-SUSPENSO.DAT **"
         END-IF.
         DISPLAY "Importe pagos:           " WS-CTL-IMPORTE-PAGOS.
         IF WS-CTL-PAGOS-DUPLICADOS > 0
            DISPLAY "** Pagos duplicados sospechosos (no "
                    "aplicados): " WS-CTL-PAGOS-DUPLICADOS
                    " - ver CC-PAGOS-DUPLICADOS.DAT **"
         END-IF.
         IF WS-CTL-PAGOS-DUP-LIBERADOS > 0
            DISPLAY "Duplicados liberados aplicados: "
                    WS-CTL-PAGOS-DUP-LIBERADOS
         END-IF.
      *> A pago left unapplied means its card had no cupon activity
      *> this run - it never entered the sort and must be re-fed.
         IF WS-CTL-PAGOS-SIN-APLICAR > 0
                    " - reingresar en PAGOS.DAT **"
         END-IF.
      *> Leidos must equal procesados + duplicados + rechazados
      *> (por fecha, tarjeta y control) + diferidos + descartados on a
      *> clean run - cuotas repuestas are excluded from both sides
      *> since they were not read this run. A mismatch here, and
      *> only here, means the batch did not finish.
         END-IF.
         DISPLAY "======================================".
         IF NOT MODO-REIMPRESION
            PERFORM Grabar_Control_Totales
         END-IF.
      *-----------------------------------------------------------*
      *   The whole close's, a partition's piece or the union's
      *   sum of the pieces - WS-CONTROL-TOT-PATH says which.
      *-----------------------------------------------------------*
       Grabar_Control_Totales.
          OPEN OUTPUT ControlTotalesFile.
          MOVE WS-CTL-IMPORTE-PROCESADO TO CTLT-IMPORTE-PROCESADO.
          MOVE WS-CTL-INTERES-FINANC TO CTLT-INTERESES.
          MOVE WS-CTL-IMPORTE-PAGOS-APL TO CTLT-PAGOS-APLICADOS.
          MOVE WS-CTL-AJUSTE-FAVOR TO CTLT-AJUSTE-FAVOR.
          MOVE WS-CTL-CARGOS TO CTLT-CARGOS.
          MOVE WS-CTL-IVA TO CTLT-IVA.
          MOVE WS-CTL-SELLOS TO CTLT-SELLOS.
          MOVE WS-CTL-PERC-PAIS TO CTLT-PERC-PAIS.
          MOVE WS-CTL-PERC-GANANCIAS TO CTLT-PERC-GANANCIAS.
          MOVE WS-CTL-IMP-PRIMAS TO CTLT-PRIMAS-SEGURO.
          MOVE WS-PRT-APLICADO-PREVIO TO CTLT-APLICADO-REINICIO.
          WRITE ControlTotalesRecord.
          CLOSE ControlTotalesFile.
      *-----------------------------------------------------------*
      *   Partitioned close. With CC-PARTICIONES.DAT on file each
      *   launch of this program does the next thing tonight's
      *   close needs:
      *     - state not for this closing date: PREPARE - merge the
      *       feeds once, photograph SALDOS, every partition P;
      *     - a partition still P: take the lowest and close its
      *       card range; none P but one C (its launch died):
      *       restart that one from its own checkpoint;
      *     - every partition T: UNITE the pieces and finish;
      *     - already united: nothing to do.
      *   Launches may run side by side - each takes a different
      *   partition. A reprint always runs whole.
      *-----------------------------------------------------------*
       Determinar_Modo_Particion.
          MOVE "N" TO WS-MODO-PARTICION.
          IF MODO-REIMPRESION
             EXIT PARAGRAPH
          END-IF.
          PERFORM Cargar_Particiones.
          IF WS-PRT-COUNT = 0
             EXIT PARAGRAPH
          END-IF.
          IF NOT PARTICIONES-VALIDAS
             DISPLAY "** CC-PARTICIONES.DAT invalido - los rangos "
                "van numerados desde 01, contiguos y cubriendo "
                "todos los numeros de tarjeta **"
             SET PART-ERROR TO TRUE
             EXIT PARAGRAPH
          END-IF.
          PERFORM Cargar_Estado_Particiones.
          IF NOT HAY-ESTADO-PART
             OR WS-PRT-CAB-FECHA NOT = PAR-FECHA-CIERRE
             IF HAY-ESTADO-PART AND WS-PRT-CAB-ESTADO NOT = "U"
                DISPLAY "** El cierre particionado del "
                   WS-PRT-CAB-FECHA " nunca se unio - terminarlo "
                   "antes de preparar el del " PAR-FECHA-CIERRE
                   " **"
                SET PART-ERROR TO TRUE
             ELSE
                SET PART-PREPARA TO TRUE
             END-IF
             EXIT PARAGRAPH
          END-IF.
          IF NOT ESTADO-COINCIDE
             DISPLAY "** CC-PARTICIONES.DAT cambio despues de "
                "preparar el cierre del " PAR-FECHA-CIERRE
                " - no coincide con CC-PARTICIONES-ESTADO.DAT **"
             SET PART-ERROR TO TRUE
             EXIT PARAGRAPH
          END-IF.
          IF WS-PRT-CAB-ESTADO = "U"
             DISPLAY "Cierre particionado del " PAR-FECHA-CIERRE
                " ya unido - nada que hacer"
             SET PART-NADA TO TRUE
             EXIT PARAGRAPH
          END-IF.
          PERFORM Tomar_Particion.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Particiones.
          MOVE 0 TO WS-PRT-COUNT.
          SET PARTICIONES-VALIDAS TO TRUE.
          MOVE 0 TO WS-PRT-SIGUIENTE.
          MOVE "N" TO WS-EOF-PART.
          OPEN INPUT ParticionesFile.
          IF ParticionesStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-PART
             READ ParticionesFile
                AT END SET EOF-PART TO TRUE
             END-READ
             IF NOT EOF-PART
                PERFORM Validar_Particion
             END-IF
          END-PERFORM.
          CLOSE ParticionesFile.
          IF WS-PRT-COUNT > 0
             AND WS-PRT-SIGUIENTE NOT = 10000000000000000
             DISPLAY "** Las particiones no llegan hasta la tarjeta "
                "9999999999999999"
             MOVE "N" TO WS-PRT-VALIDAS
          END-IF.
      *-----------------------------------------------------------*
      *   Each range starts right after the previous one ends, so
      *   every card number belongs to exactly one partition.
      *-----------------------------------------------------------*
       Validar_Particion.
          IF WS-PRT-COUNT = WS-PRT-MAX
             DISPLAY "** Mas de " WS-PRT-MAX " particiones"
             MOVE "N" TO WS-PRT-VALIDAS
             SET EOF-PART TO TRUE
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-PRT-COUNT.
          IF PRT-NUMERO NOT NUMERIC
             OR PRT-DESDE NOT NUMERIC
             OR PRT-HASTA NOT NUMERIC
             DISPLAY "** Particion mal definida: " ParticionRecord
             MOVE "N" TO WS-PRT-VALIDAS
             SET EOF-PART TO TRUE
             EXIT PARAGRAPH
          END-IF.
          IF PRT-NUMERO NOT = WS-PRT-COUNT
             OR PRT-DESDE NOT = WS-PRT-SIGUIENTE
             OR PRT-HASTA < PRT-DESDE
             DISPLAY "** Particion mal definida: " ParticionRecord
             MOVE "N" TO WS-PRT-VALIDAS
             SET EOF-PART TO TRUE
             EXIT PARAGRAPH
          END-IF.
          MOVE PRT-DESDE TO WS-PRT-DESDE(WS-PRT-COUNT).
          MOVE PRT-HASTA TO WS-PRT-HASTA(WS-PRT-COUNT).
          COMPUTE WS-PRT-SIGUIENTE = PRT-HASTA + 1.
      *-----------------------------------------------------------*
      *   Read again before every change - another launch may
      *   have moved a partition since this one last looked.
      *-----------------------------------------------------------*
       Cargar_Estado_Particiones.
          MOVE "N" TO WS-PRT-HAY-ESTADO.
          SET ESTADO-COINCIDE TO TRUE.
          MOVE 0 TO WS-PRT-FILAS.
          MOVE SPACES TO WS-PRT-CAB-FECHA.
          MOVE SPACES TO WS-PRT-CAB-ESTADO.
          MOVE 0 TO WS-PRT-CAB-CUPONES.
          MOVE "N" TO WS-EOF-PART.
          OPEN INPUT PartEstadoFile.
          IF PartEstadoStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-PART
             READ PartEstadoFile
                AT END SET EOF-PART TO TRUE
             END-READ
             IF NOT EOF-PART
                PERFORM Cargar_Fila_Estado
             END-IF
          END-PERFORM.
          CLOSE PartEstadoFile.
          IF WS-PRT-FILAS NOT = WS-PRT-COUNT
             MOVE "N" TO WS-PRT-COINCIDE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Fila_Estado.
          IF PES-PARTICION = 0
             SET HAY-ESTADO-PART TO TRUE
             MOVE PES-FECHA-CIERRE TO WS-PRT-CAB-FECHA
             MOVE PES-ESTADO TO WS-PRT-CAB-ESTADO
             MOVE PES-CUPONES TO WS-PRT-CAB-CUPONES
             EXIT PARAGRAPH
          END-IF.
          IF PES-PARTICION > WS-PRT-COUNT
             MOVE "N" TO WS-PRT-COINCIDE
             EXIT PARAGRAPH
          END-IF.
          SET WS-PRT-IX TO PES-PARTICION.
          IF PES-DESDE NOT = WS-PRT-DESDE(WS-PRT-IX)
             OR PES-HASTA NOT = WS-PRT-HASTA(WS-PRT-IX)
             MOVE "N" TO WS-PRT-COINCIDE
          END-IF.
          ADD 1 TO WS-PRT-FILAS.
          MOVE PES-ESTADO TO WS-PRT-ESTADO(WS-PRT-IX).
          MOVE PES-FECHA TO WS-PRT-FECHA(WS-PRT-IX).
          MOVE PES-HORA TO WS-PRT-HORA(WS-PRT-IX).
          MOVE PES-REINICIOS TO WS-PRT-REINICIOS(WS-PRT-IX).
          MOVE PES-CUPONES TO WS-PRT-CUPONES(WS-PRT-IX).
          MOVE PES-IMPORTE TO WS-PRT-IMPORTE(WS-PRT-IX).
          MOVE PES-TARJETAS TO WS-PRT-TARJETAS(WS-PRT-IX).
          MOVE PES-STL-CANT TO WS-PRT-STL-CANT(WS-PRT-IX).
          MOVE PES-STL-TOTAL TO WS-PRT-STL-TOTAL(WS-PRT-IX).
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Estado_Particiones.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          OPEN OUTPUT PartEstadoFile.
          INITIALIZE PartEstadoRecord.
          MOVE WS-PRT-CAB-FECHA TO PES-FECHA-CIERRE.
          MOVE 0 TO PES-PARTICION.
          MOVE WS-PRT-CAB-ESTADO TO PES-ESTADO.
          MOVE WS-CURRENT-DATE TO PES-FECHA.
          MOVE WS-CURRENT-DATE-FIELDS(9:6) TO PES-HORA.
          MOVE WS-PRT-CAB-CUPONES TO PES-CUPONES.
          WRITE PartEstadoRecord.
          PERFORM VARYING WS-PRT-IX FROM 1 BY 1
             UNTIL WS-PRT-IX > WS-PRT-COUNT
             INITIALIZE PartEstadoRecord
             MOVE WS-PRT-CAB-FECHA TO PES-FECHA-CIERRE
             SET PES-PARTICION TO WS-PRT-IX
             MOVE WS-PRT-ESTADO(WS-PRT-IX) TO PES-ESTADO
             MOVE WS-PRT-DESDE(WS-PRT-IX) TO PES-DESDE
             MOVE WS-PRT-HASTA(WS-PRT-IX) TO PES-HASTA
             MOVE WS-PRT-FECHA(WS-PRT-IX) TO PES-FECHA
             MOVE WS-PRT-HORA(WS-PRT-IX) TO PES-HORA
             MOVE WS-PRT-REINICIOS(WS-PRT-IX) TO PES-REINICIOS
             MOVE WS-PRT-CUPONES(WS-PRT-IX) TO PES-CUPONES
             MOVE WS-PRT-IMPORTE(WS-PRT-IX) TO PES-IMPORTE
             MOVE WS-PRT-TARJETAS(WS-PRT-IX) TO PES-TARJETAS
             MOVE WS-PRT-STL-CANT(WS-PRT-IX) TO PES-STL-CANT
             MOVE WS-PRT-STL-TOTAL(WS-PRT-IX) TO PES-STL-TOTAL
             WRITE PartEstadoRecord
          END-PERFORM.
          CLOSE PartEstadoFile.
      *-----------------------------------------------------------*
      *   The lowest pending partition; with none pending, the
      *   lowest one a dead launch left en curso. Run no more
      *   launches at once than there are partitions - a C is only
      *   taken up again once nothing is left pending.
      *-----------------------------------------------------------*
       Tomar_Particion.
          MOVE 0 TO WS-PRT-ACTUAL.
          PERFORM VARYING WS-PRT-IX FROM 1 BY 1
             UNTIL WS-PRT-IX > WS-PRT-COUNT OR WS-PRT-ACTUAL > 0
             IF WS-PRT-ESTADO(WS-PRT-IX) = "P"
                SET WS-PRT-ACTUAL TO WS-PRT-IX
             END-IF
          END-PERFORM.
          IF WS-PRT-ACTUAL = 0
             PERFORM VARYING WS-PRT-IX FROM 1 BY 1
                UNTIL WS-PRT-IX > WS-PRT-COUNT OR WS-PRT-ACTUAL > 0
                IF WS-PRT-ESTADO(WS-PRT-IX) = "C"
                   SET WS-PRT-ACTUAL TO WS-PRT-IX
                   ADD 1 TO WS-PRT-REINICIOS(WS-PRT-IX)
                   DISPLAY "** La particion " WS-PRT-ACTUAL
                      " quedo en curso - se retoma desde su "
                      "checkpoint **"
                END-IF
             END-PERFORM
          END-IF.
          IF WS-PRT-ACTUAL = 0
             SET PART-UNION TO TRUE
             EXIT PARAGRAPH
          END-IF.
          SET PART-TRAMO TO TRUE.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          SET WS-PRT-IX TO WS-PRT-ACTUAL.
          MOVE "C" TO WS-PRT-ESTADO(WS-PRT-IX).
          MOVE WS-CURRENT-DATE TO WS-PRT-FECHA(WS-PRT-IX).
          MOVE WS-CURRENT-DATE-FIELDS(9:6) TO WS-PRT-HORA(WS-PRT-IX).
          PERFORM Grabar_Estado_Particiones.
          MOVE WS-PRT-ACTUAL TO WS-PRT-NRO.
          PERFORM Armar_Rutas_Particion.
          DISPLAY "Particion " WS-PRT-ACTUAL " de " WS-PRT-COUNT
             " - tarjetas " WS-PRT-DESDE(WS-PRT-IX) " a "
             WS-PRT-HASTA(WS-PRT-IX).
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Armar_Sufijo.
          MOVE SPACES TO WS-PRT-SUFIJO.
          STRING ".P" WS-PRT-NRO DELIMITED BY SIZE
             INTO WS-PRT-SUFIJO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Armar_Ruta_Pieza.
          MOVE SPACES TO WS-PIEZA-PATH.
          STRING WS-UNI-STEM DELIMITED BY SPACE
             WS-PRT-SUFIJO DELIMITED BY SIZE
             INTO WS-PIEZA-PATH.
      *-----------------------------------------------------------*
      *   Every file partition WS-PRT-NRO writes, as its piece.
      *-----------------------------------------------------------*
       Armar_Rutas_Particion.
          PERFORM Armar_Sufijo.
          MOVE "..\files\cc_report" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-REPORT-PATH.
          MOVE "..\files\CC-EXTRACTO" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-EXTRACTO-PATH.
          MOVE "..\files\CC-SETTLEMENT" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-SETTLEMENT-PATH.
          MOVE "..\files\CC-CONTROL-TOTALES" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-CONTROL-TOT-PATH.
          MOVE "..\files\CC-CHECKPOINT" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-CHECKPOINT-PATH.
          MOVE "..\files\minimos" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-MINIMOS-TMP-PATH.
          MOVE "..\files\CC-SEGURO-REMESA" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-REMESA-PATH.
          MOVE "..\files\CC-CUPONES-DIFERIDOS" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-DIFERIDOS-PATH.
          MOVE "..\files\CC-RECHAZOS" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-RECHAZOS-PATH.
          MOVE "..\files\CC-SIN-AUTORIZACION" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-SIN-AUTORIZ-PATH.
          MOVE "..\files\CC-CUPONES-PRESENTADOS" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-PRESENTADOS-PATH.
          MOVE "..\files\CC-PAGOS-APLICADOS" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-PAGOS-APLIC-PATH.
          MOVE "..\files\SALDOS-AUDITORIA" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-SALDO-AUDIT-PATH.
          MOVE "..\files\pagos" TO WS-UNI-STEM.
          PERFORM Armar_Ruta_Pieza.
          MOVE WS-PIEZA-PATH TO WS-PAGOS-SPILL-PATH.
      *-----------------------------------------------------------*
      *   Empty pieces and a clear checkpoint, made at prepare - a
      *   partition only ever extends its own, so a restart keeps
      *   what the dead launch already put out.
      *-----------------------------------------------------------*
       Iniciar_Piezas_Particion.
          OPEN OUTPUT ReportFile.
          CLOSE ReportFile.
          OPEN OUTPUT ExtractoFile.
          CLOSE ExtractoFile.
          OPEN OUTPUT SettlementFile.
          CLOSE SettlementFile.
          OPEN OUTPUT ControlTotalesFile.
          CLOSE ControlTotalesFile.
          OPEN OUTPUT MinimosTmpFile.
          CLOSE MinimosTmpFile.
          OPEN OUTPUT RemesaSeguroFile.
          CLOSE RemesaSeguroFile.
          OPEN OUTPUT DeferredFile.
          CLOSE DeferredFile.
          OPEN OUTPUT RejectedFile.
          CLOSE RejectedFile.
          OPEN OUTPUT SinAutorizacionFile.
          CLOSE SinAutorizacionFile.
          OPEN OUTPUT PresentadosFile.
          CLOSE PresentadosFile.
          OPEN OUTPUT PagosAplicFile.
          CLOSE PagosAplicFile.
          OPEN OUTPUT SaldoAuditFile.
          CLOSE SaldoAuditFile.
          PERFORM Clear_Checkpoint.
      *-----------------------------------------------------------*
      *   The feeds are merged (the SORT in Begin has run) - the
      *   photo is taken, the lote ids registered and every
      *   partition left pending with empty pieces.
      *-----------------------------------------------------------*
       Preparar_Particiones.
          OPEN OUTPUT PruebaFile.
          CLOSE PruebaFile.
          OPEN OUTPUT ControlTotalesFile.
          CLOSE ControlTotalesFile.
          CALL "SaldoProof".
          IF RETURN-CODE NOT = 0
             DISPLAY "** No se pudo fotografiar SALDOS.DAT - el "
                "cierre particionado no queda preparado"
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
          END-IF.

          PERFORM VARYING WS-PRT-NRO FROM 1 BY 1
             UNTIL WS-PRT-NRO > WS-PRT-COUNT
             PERFORM Armar_Rutas_Particion
             PERFORM Iniciar_Piezas_Particion
             SET WS-PRT-IX TO WS-PRT-NRO
             MOVE "P" TO WS-PRT-ESTADO(WS-PRT-IX)
             MOVE 0 TO WS-PRT-FECHA(WS-PRT-IX)
             MOVE SPACES TO WS-PRT-HORA(WS-PRT-IX)
             MOVE 0 TO WS-PRT-REINICIOS(WS-PRT-IX)
             MOVE 0 TO WS-PRT-CUPONES(WS-PRT-IX)
             MOVE 0 TO WS-PRT-IMPORTE(WS-PRT-IX)
             MOVE 0 TO WS-PRT-TARJETAS(WS-PRT-IX)
             MOVE 0 TO WS-PRT-STL-CANT(WS-PRT-IX)
             MOVE 0 TO WS-PRT-STL-TOTAL(WS-PRT-IX)
          END-PERFORM.

          PERFORM Grabar_Lotes_Aplicados.
          MOVE PAR-FECHA-CIERRE TO WS-PRT-CAB-FECHA.
          MOVE "P" TO WS-PRT-CAB-ESTADO.
          MOVE WS-CTL-CUPONES-LEIDOS TO WS-PRT-CAB-CUPONES.
          PERFORM Grabar_Estado_Particiones.

          DISPLAY "Cierre del " PAR-FECHA-CIERRE " preparado en "
             WS-PRT-COUNT " particiones - cupones: "
             WS-CTL-CUPONES-LEIDOS " por " WS-CTL-IMPORTE-LEIDO.
          IF WS-CTL-FEEDS-CUARENTENA > 0
             DISPLAY "** Feeds en cuarentena:  " WS-CTL-FEEDS-CUARENTENA
                    " - ver CC-FEEDS-CUARENTENA.DAT **"
          END-IF.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE WS-CTL-CUPONES-LEIDOS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
      *-----------------------------------------------------------*
      *   The partition's pieces are closed - its summary goes on
      *   the state row for the union to prove against.
      *-----------------------------------------------------------*
       Terminar_Particion.
          PERFORM Cargar_Estado_Particiones.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          SET WS-PRT-IX TO WS-PRT-ACTUAL.
          MOVE "T" TO WS-PRT-ESTADO(WS-PRT-IX).
          MOVE WS-CURRENT-DATE TO WS-PRT-FECHA(WS-PRT-IX).
          MOVE WS-CURRENT-DATE-FIELDS(9:6) TO WS-PRT-HORA(WS-PRT-IX).
          COMPUTE WS-PRT-CUPONES(WS-PRT-IX) =
             WS-CTL-CUPONES-LEIDOS - WS-CTL-FUERA-PARTICION.
          MOVE WS-CTL-IMPORTE-PROCESADO TO WS-PRT-IMPORTE(WS-PRT-IX).
          MOVE WS-PRT-TARJ-EMITIDAS TO WS-PRT-TARJETAS(WS-PRT-IX).
          MOVE RSA-REGISTROS TO WS-PRT-STL-CANT(WS-PRT-IX).
          MOVE RSA-TOTAL TO WS-PRT-STL-TOTAL(WS-PRT-IX).
          PERFORM Grabar_Estado_Particiones.
          DISPLAY "Particion " WS-PRT-ACTUAL " terminada - "
             WS-PRT-TARJETAS(WS-PRT-IX) " resumenes, "
             WS-PRT-STL-CANT(WS-PRT-IX) " lineas de settlement".

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE WS-CTL-CUPONES-PROCESADOS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
      *-----------------------------------------------------------*
      *   Every partition is T. The pieces go end to end in
      *   partition order - each is in card order and the ranges
      *   ascend, so the assembled files are in card order - and
      *   nothing is finished (pagos, minimos, authorization log,
      *   archive, transmission, balance proof) unless the pieces
      *   add up to what the partitions reported and the
      *   partitions add up to the prepared lote.
      *-----------------------------------------------------------*
       Unir_Particiones.
          SET UNION-CUADRA TO TRUE.
          PERFORM Sumar_Resumenes_Particion.

          MOVE "..\files\cc_report.dat" TO WS-UNION-PATH.
          OPEN OUTPUT UnionFile.
          MOVE "..\files\cc_report" TO WS-UNI-STEM.
          MOVE "X" TO WS-UNI-TIPO.
          PERFORM Agregar_Piezas.
          MOVE WS-SUM-IMPORTE TO grand_total_amount.
          WRITE UnionRecord FROM Report_grand_total_line.
          CLOSE UnionFile.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.

          MOVE "..\files\CC-EXTRACTO.DAT" TO WS-UNION-PATH.
          OPEN OUTPUT UnionFile.
          MOVE "..\files\CC-EXTRACTO" TO WS-UNI-STEM.
          MOVE "E" TO WS-UNI-TIPO.
          MOVE 0 TO WS-UNI-ULT-TARJ.
          PERFORM Agregar_Piezas.
          CLOSE UnionFile.

          MOVE "..\files\CC-SETTLEMENT.DAT" TO WS-UNION-PATH.
          OPEN OUTPUT UnionFile.
          MOVE "..\files\CC-SETTLEMENT" TO WS-UNI-STEM.
          MOVE "S" TO WS-UNI-TIPO.
          MOVE 0 TO WS-UNI-ULT-TARJ.
          PERFORM Agregar_Piezas.
          CLOSE UnionFile.

          PERFORM Sumar_Controles_Particion.
          PERFORM Verificar_Union.
          IF NOT UNION-CUADRA
             DISPLAY "** LAS PARTICIONES NO CUADRAN - NO ENTREGAR "
                "CC-SETTLEMENT.DAT; corregido el problema, el "
                "proximo arranque repite la union **"
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             MOVE WS-SUM-CUPONES TO JOBLOG-REGISTROS
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
          END-IF.

          MOVE "..\files\CC-SEGURO-REMESA.DAT" TO WS-UNION-PATH.
          OPEN OUTPUT UnionFile.
          MOVE "..\files\CC-SEGURO-REMESA" TO WS-UNI-STEM.
          MOVE "X" TO WS-UNI-TIPO.
          PERFORM Agregar_Piezas.
          CLOSE UnionFile.

          MOVE WS-MINIMOS-TMP-PATH TO WS-UNION-PATH.
          OPEN OUTPUT UnionFile.
          MOVE "..\files\minimos" TO WS-UNI-STEM.
          PERFORM Agregar_Piezas.
          CLOSE UnionFile.
          PERFORM Grabar_Minimos.

          PERFORM Unir_Diferidos.

          MOVE WS-RECHAZOS-PATH TO WS-UNION-PATH.
          MOVE "..\files\CC-RECHAZOS" TO WS-UNI-STEM.
          PERFORM Agregar_Diario.
          MOVE WS-SIN-AUTORIZ-PATH TO WS-UNION-PATH.
          MOVE "..\files\CC-SIN-AUTORIZACION" TO WS-UNI-STEM.
          PERFORM Agregar_Diario.
          MOVE WS-PRESENTADOS-PATH TO WS-UNION-PATH.
          MOVE "..\files\CC-CUPONES-PRESENTADOS" TO WS-UNI-STEM.
          PERFORM Agregar_Diario.
          MOVE WS-SALDO-AUDIT-PATH TO WS-UNION-PATH.
          MOVE "..\files\SALDOS-AUDITORIA" TO WS-UNI-STEM.
          PERFORM Agregar_Diario.
      *> The applied-pagos pieces also say which pagos tonight's
      *> partitions consumed - Save_Pagos leaves only the rest.
          MOVE WS-PAGOS-APLIC-PATH TO WS-UNION-PATH.
          MOVE "..\files\CC-PAGOS-APLICADOS" TO WS-UNI-STEM.
          MOVE "P" TO WS-UNI-TIPO.
          OPEN EXTEND UnionFile.
          PERFORM Agregar_Piezas.
          CLOSE UnionFile.

          PERFORM Save_Pagos.
          PERFORM Depurar_Autorizaciones.
          PERFORM Vencer_Retenciones.
          PERFORM Aplicar_Cambios_Producto.

          CALL "ArchivoExtractos".
          IF RETURN-CODE NOT = 0
             DISPLAY "** No se pudo archivar CC-EXTRACTO.DAT - "
                "correr ArchivoExtractos antes del proximo cierre"
          END-IF.
          MOVE WS-UNI-STL-CANT TO RSA-REGISTROS.
          MOVE WS-UNI-STL-TOTAL TO RSA-TOTAL.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
             RSA-GENERACION, RSA-LINEAS, RSA-HASH,
             RSA-RESULTADO.

          MOVE "OK" TO JOBLOG-ESTADO.
          CALL "SaldoProof".
          IF RETURN-CODE NOT = 0
             DISPLAY "** LA PRUEBA DE SALDOS NO CUADRA - NO "
                "ENTREGAR CC-SETTLEMENT.DAT **"
             MOVE "ERROR" TO JOBLOG-ESTADO
          END-IF.

      *> The photo is consumed either way - the close is over.
          MOVE "U" TO WS-PRT-CAB-ESTADO.
          PERFORM Grabar_Estado_Particiones.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE WS-SUM-CUPONES TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          IF JOBLOG-ESTADO = "OK"
             MOVE 0 TO RETURN-CODE
          ELSE
             MOVE 16 TO RETURN-CODE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Sumar_Resumenes_Particion.
          MOVE 0 TO WS-SUM-CUPONES.
          MOVE 0 TO WS-SUM-IMPORTE.
          MOVE 0 TO WS-SUM-TARJETAS.
          MOVE 0 TO WS-SUM-STL-CANT.
          MOVE 0 TO WS-SUM-STL-TOTAL.
          PERFORM VARYING WS-PRT-IX FROM 1 BY 1
             UNTIL WS-PRT-IX > WS-PRT-COUNT
             ADD WS-PRT-CUPONES(WS-PRT-IX) TO WS-SUM-CUPONES
             ADD WS-PRT-IMPORTE(WS-PRT-IX) TO WS-SUM-IMPORTE
             ADD WS-PRT-TARJETAS(WS-PRT-IX) TO WS-SUM-TARJETAS
             ADD WS-PRT-STL-CANT(WS-PRT-IX) TO WS-SUM-STL-CANT
             ADD WS-PRT-STL-TOTAL(WS-PRT-IX) TO WS-SUM-STL-TOTAL
             SET WS-PRT-NRO TO WS-PRT-IX
             DISPLAY "Particion " WS-PRT-NRO ": cupones "
                WS-PRT-CUPONES(WS-PRT-IX) " resumenes "
                WS-PRT-TARJETAS(WS-PRT-IX) " settlement "
                WS-PRT-STL-CANT(WS-PRT-IX) " reinicios "
                WS-PRT-REINICIOS(WS-PRT-IX)
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Lays the WS-UNI-STEM pieces, in partition order, onto the
      *   file already open - counting on the way whatever the
      *   proof needs from that kind of piece.
      *-----------------------------------------------------------*
       Agregar_Piezas.
          PERFORM VARYING WS-PRT-NRO FROM 1 BY 1
             UNTIL WS-PRT-NRO > WS-PRT-COUNT
             PERFORM Armar_Sufijo
             PERFORM Armar_Ruta_Pieza
             PERFORM Agregar_Una_Pieza
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Una_Pieza.
          MOVE "N" TO WS-EOF-PIEZA.
          OPEN INPUT PiezaFile.
          IF PiezaStatus NOT = "00"
             DISPLAY "** Falta la pieza " WS-PIEZA-PATH
             ADD 1 TO WS-UNI-FALTANTES
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-PIEZA
             READ PiezaFile
                AT END SET EOF-PIEZA TO TRUE
             END-READ
             IF NOT EOF-PIEZA
                EVALUATE WS-UNI-TIPO
                   WHEN "E"
                      IF PZE-TIPO = "H"
                         ADD 1 TO WS-UNI-TARJETAS
                         MOVE PZE-NRO-TARJ TO WS-UNI-TARJ
                         PERFORM Verificar_Orden_Tarjeta
                      END-IF
                   WHEN "S"
                      ADD 1 TO WS-UNI-STL-CANT
                      ADD PZS-IMPORTE TO WS-UNI-STL-TOTAL
                      MOVE PZS-NRO-TARJ TO WS-UNI-TARJ
                      PERFORM Verificar_Orden_Tarjeta
                   WHEN "D"
                      ADD 1 TO WS-CTL-CUPONES-DIFERIDOS
                      ADD PZD-IMPORTE TO WS-IMPORTE-DIFERIDO
                   WHEN "P"
                      PERFORM Marcar_Pago_Aplicado
                END-EVALUATE
                IF WS-UNI-TIPO = "D"
                   MOVE PiezaRecord TO DeferredRecord
                   WRITE DeferredRecord
                ELSE
                   WRITE UnionRecord FROM PiezaRecord
                END-IF
             END-IF
          END-PERFORM.
          CLOSE PiezaFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Verificar_Orden_Tarjeta.
          IF WS-UNI-TARJ < WS-UNI-ULT-TARJ
             ADD 1 TO WS-UNI-DESORDEN
          END-IF.
          MOVE WS-UNI-TARJ TO WS-UNI-ULT-TARJ.
      *-----------------------------------------------------------*
      *   Journals that carry across runs - the pieces are added
      *   to the end, never written over.
      *-----------------------------------------------------------*
       Agregar_Diario.
          MOVE "X" TO WS-UNI-TIPO.
          OPEN EXTEND UnionFile.
          PERFORM Agregar_Piezas.
          CLOSE UnionFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Marcar_Pago_Aplicado.
          IF PZP-RUN NOT = PAR-FECHA-CIERRE
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-UNI-HALLADO.
          PERFORM VARYING WS-PAGO-IX FROM 1 BY 1
             UNTIL WS-PAGO-IX > WS-PAGOS-COUNT OR UNI-HALLADO
             IF WS-PAGO-APLICADO(WS-PAGO-IX) = "N"
                AND WS-PAGO-NRO-TARJ(WS-PAGO-IX) = PZP-NRO-TARJ
                AND WS-PAGO-FECHA(WS-PAGO-IX) = PZP-FECHA
                AND WS-PAGO-IMPORTE(WS-PAGO-IX) = PZP-IMPORTE
                AND WS-PAGO-REF-BANCO(WS-PAGO-IX) = PZP-REF-BANCO
                AND WS-PAGO-MONEDA(WS-PAGO-IX) = PZP-MONEDA
                MOVE "S" TO WS-PAGO-APLICADO(WS-PAGO-IX)
                SET UNI-HALLADO TO TRUE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   The control pieces, summed into the one
      *   CC-CONTROL-TOTALES.DAT the balance proof and the GL
      *   read.
      *-----------------------------------------------------------*
       Sumar_Controles_Particion.
          MOVE 0 TO WS-CTL-IMPORTE-PROCESADO.
          MOVE 0 TO WS-CTL-INTERES-FINANC.
          MOVE 0 TO WS-CTL-IMPORTE-PAGOS-APL.
          MOVE 0 TO WS-CTL-AJUSTE-FAVOR.
          MOVE 0 TO WS-CTL-CARGOS.
          MOVE 0 TO WS-CTL-IVA.
          MOVE 0 TO WS-CTL-SELLOS.
          MOVE 0 TO WS-CTL-PERC-PAIS.
          MOVE 0 TO WS-CTL-PERC-GANANCIAS.
          MOVE 0 TO WS-CTL-IMP-PRIMAS.
          MOVE 0 TO WS-PRT-APLICADO-PREVIO.
          MOVE "..\files\CC-CONTROL-TOTALES" TO WS-UNI-STEM.
          PERFORM VARYING WS-PRT-NRO FROM 1 BY 1
             UNTIL WS-PRT-NRO > WS-PRT-COUNT
             PERFORM Armar_Sufijo
             PERFORM Armar_Ruta_Pieza
             PERFORM Sumar_Un_Control
          END-PERFORM.
          PERFORM Grabar_Control_Totales.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Sumar_Un_Control.
          OPEN INPUT PiezaFile.
          IF PiezaStatus NOT = "00"
             DISPLAY "** Falta la pieza " WS-PIEZA-PATH
             ADD 1 TO WS-UNI-FALTANTES
             EXIT PARAGRAPH
          END-IF.
          READ PiezaFile
             AT END CONTINUE
          END-READ.
          IF PiezaStatus = "00"
             ADD PZC-IMPORTE-PROCESADO TO WS-CTL-IMPORTE-PROCESADO
             ADD PZC-INTERESES TO WS-CTL-INTERES-FINANC
             ADD PZC-PAGOS-APLICADOS TO WS-CTL-IMPORTE-PAGOS-APL
             ADD PZC-AJUSTE-FAVOR TO WS-CTL-AJUSTE-FAVOR
             ADD PZC-CARGOS TO WS-CTL-CARGOS
             ADD PZC-IVA TO WS-CTL-IVA
             ADD PZC-SELLOS TO WS-CTL-SELLOS
             ADD PZC-PERC-PAIS TO WS-CTL-PERC-PAIS
             ADD PZC-PERC-GANANCIAS TO WS-CTL-PERC-GANANCIAS
             ADD PZC-PRIMAS-SEGURO TO WS-CTL-IMP-PRIMAS
             IF PZC-APLICADO-REINICIO NUMERIC
                ADD PZC-APLICADO-REINICIO TO WS-PRT-APLICADO-PREVIO
             END-IF
          ELSE
             DISPLAY "** Pieza vacia " WS-PIEZA-PATH
             ADD 1 TO WS-UNI-FALTANTES
          END-IF.
          CLOSE PiezaFile.
      *-----------------------------------------------------------*
      *   One deferred feed for the whole lote - one header, the
      *   partitions' cupones, one trailer - listed once.
      *-----------------------------------------------------------*
       Unir_Diferidos.
          MOVE 0 TO WS-CTL-CUPONES-DIFERIDOS.
          MOVE 0 TO WS-IMPORTE-DIFERIDO.
          OPEN OUTPUT DeferredFile.
          MOVE "HDR" TO DHDR-MARCA.
          MOVE "DIF" TO DHDR-LOTE-PREFIJO.
          MOVE WS-CIERRE-AAAAMMDD TO DHDR-LOTE-FECHA.
          WRITE DeferredHeaderRecord.
          MOVE "..\files\CC-CUPONES-DIFERIDOS" TO WS-UNI-STEM.
          MOVE "D" TO WS-UNI-TIPO.
          PERFORM Agregar_Piezas.
          MOVE "TRL" TO DCTL-MARCA.
          MOVE WS-CTL-CUPONES-DIFERIDOS TO DCTL-TRL-CANT.
          MOVE WS-IMPORTE-DIFERIDO TO DCTL-TRL-IMPORTE.
          WRITE DeferredControlRecord.
          CLOSE DeferredFile.
          IF WS-CTL-CUPONES-DIFERIDOS > 0
             PERFORM Listar_Feed_Diferidos
          END-IF.
      *-----------------------------------------------------------*
      *   The partitions must add up to the prepared lote - every
      *   merged cupon read by exactly one partition - and the
      *   assembled files to what the partitions reported, in card
      *   order, with every piece present.
      *-----------------------------------------------------------*
       Verificar_Union.
          DISPLAY "======================================".
          DISPLAY "UNION DE PARTICIONES - CIERRE " PAR-FECHA-CIERRE.
          DISPLAY "Cupones del lote preparado: " WS-PRT-CAB-CUPONES.
          DISPLAY "Cupones de las particiones: " WS-SUM-CUPONES.
          IF WS-SUM-CUPONES NOT = WS-PRT-CAB-CUPONES
             DISPLAY "** Las particiones no leyeron el lote entero"
             MOVE "N" TO WS-UNI-CUADRA
          END-IF.
          DISPLAY "Resumenes en CC-EXTRACTO.DAT: " WS-UNI-TARJETAS
             " (particiones: " WS-SUM-TARJETAS ")".
          IF WS-UNI-TARJETAS NOT = WS-SUM-TARJETAS
             DISPLAY "** CC-EXTRACTO.DAT no suma las particiones"
             MOVE "N" TO WS-UNI-CUADRA
          END-IF.
          DISPLAY "Lineas en CC-SETTLEMENT.DAT: " WS-UNI-STL-CANT
             " por " WS-UNI-STL-TOTAL.
          DISPLAY "Settlement de particiones:   " WS-SUM-STL-CANT
             " por " WS-SUM-STL-TOTAL.
          IF WS-UNI-STL-CANT NOT = WS-SUM-STL-CANT
             OR WS-UNI-STL-TOTAL NOT = WS-SUM-STL-TOTAL
             DISPLAY "** CC-SETTLEMENT.DAT no suma las particiones"
             MOVE "N" TO WS-UNI-CUADRA
          END-IF.
          DISPLAY "Importe procesado (control): "
             WS-CTL-IMPORTE-PROCESADO.
          DISPLAY "Importe procesado (particiones): " WS-SUM-IMPORTE.
          IF WS-CTL-IMPORTE-PROCESADO NOT = WS-SUM-IMPORTE
             DISPLAY "** CC-CONTROL-TOTALES.DAT no suma las "
                "particiones"
             MOVE "N" TO WS-UNI-CUADRA
          END-IF.
          IF WS-UNI-DESORDEN > 0
             DISPLAY "** Tarjetas fuera de orden: " WS-UNI-DESORDEN
             MOVE "N" TO WS-UNI-CUADRA
          END-IF.
          IF WS-UNI-FALTANTES > 0
             DISPLAY "** Piezas faltantes: " WS-UNI-FALTANTES
             MOVE "N" TO WS-UNI-CUADRA
          END-IF.
          IF UNION-CUADRA
             DISPLAY "UNION COMPLETA - las particiones suman el lote"
          END-IF.
          DISPLAY "======================================".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM CreditCard-Sample.
