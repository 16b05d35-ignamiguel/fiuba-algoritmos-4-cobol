       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConciliacionBancaria.
      * AUTHOR:  nacho.
      * Daily bank reconciliation across the three subsystems. The
      * bank's account statement (EXTRACTO-BANCARIO.DAT, header with
      * the opening balance, one line per movement, trailer with the
      * closing balance) is crossed against what our own files say
      * moved through the account: cardholder payments and the
      * direct debits AplicarDebitos credits (PAGOS.DAT, the debits
      * by their "DA" reference), merchant transfers
      * (ORDENES-PAGO.DAT, by order number), client payments
      * CtasCorrientes applies (PAGOS-EMPRESAS.DAT, by CUIT), the
      * CC-SETTLEMENT.DAT drafts (by card number, going out of the
      * account) and the manual entries treasury keys in
      * CONCILIACION-AJUSTES.DAT for bank charges and the like. A
      * movement matches its source on reference, amount and
      * direction.
      * Our side is taken by date - whatever is dated after the
      * previous run's cut-off (CONCILIACION-CORTE.DAT) and up to
      * today - so the run goes in the night plan ahead of the
      * statement close and CtasCorrientes, which consume PAGOS.DAT
      * and PAGOS-EMPRESAS.DAT. The settlement drafts carry no date
      * and load once per new settlement file. A movement keyed
      * after its date passed the cut-off enters as an ajuste.
      * Unmatched items on both sides persist in
      * CONCILIACION-PENDIENTES.DAT and keep aging run after run;
      * the report (CONCILIACION-BANCARIA.DAT) lists them and ties
      * the book balance to the bank balance. A difference, or a
      * statement whose opening balance is not the previous
      * closing one, returns RETURN-CODE 4. A rerun the same day
      * starts again from the state before the first run
      * (CONCILIACION-PENDIENTES.ANT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> Treasury drops the bank's statement here every morning.
          SELECT ExtractoFile ASSIGN TO
          "..\files\EXTRACTO-BANCARIO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExtractoFS.

          SELECT PagosFile ASSIGN TO "..\files\PAGOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagosFS.

          SELECT OrdenesFile ASSIGN TO "..\files\ORDENES-PAGO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OrdenesFS.

          SELECT PagosEmpresasFile ASSIGN TO
          "..\TPALGO4PARTE2\PAGOS-EMPRESAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagosEmpFS.

          SELECT SettlementFile ASSIGN TO "..\files\CC-SETTLEMENT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SettlementFS.

          *> Book entries treasury keys by hand - bank charges, taxes
          *> on movements, anything with no source file of its own.
          SELECT AjustesFile ASSIGN TO
          "..\files\CONCILIACION-AJUSTES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AjustesFS.

          *> Items still open on either side - read at the start,
          *> rewritten at the end. The .ANT copy is the state before
          *> today's first run, for a same-day rerun.
          SELECT PendienteFile ASSIGN TO
          "..\files\CONCILIACION-PENDIENTES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PendienteFS.

          SELECT PendienteAntFile ASSIGN TO
          "..\files\CONCILIACION-PENDIENTES.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PendienteAntFS.

          SELECT CorteFile ASSIGN TO
          "..\files\CONCILIACION-CORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CorteFS.

          SELECT ReporteFile ASSIGN TO
          "..\files\CONCILIACION-BANCARIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ExtractoFile.
       01 ExtBcoHeaderRecord.
         03 EXB-H-TIPO                   PIC X(1).
         03 EXB-H-CUENTA                 PIC X(22).
         03 EXB-H-FECHA                  PIC 9(8).
         03 EXB-H-SALDO-INICIAL          PIC S9(12)V99.
       01 ExtBcoMovRecord.
         03 EXB-M-TIPO                   PIC X(1).
         03 EXB-M-FECHA                  PIC 9(8).
      *> C credito (entra plata), D debito (sale plata).
         03 EXB-M-SIGNO                  PIC X(1).
         03 EXB-M-REFERENCIA             PIC X(16).
         03 EXB-M-IMPORTE                PIC 9(10)V99.
         03 EXB-M-CONCEPTO               PIC X(20).
       01 ExtBcoTrailerRecord.
         03 EXB-T-TIPO                   PIC X(1).
         03 EXB-T-CANT                   PIC 9(6).
         03 EXB-T-SALDO-FINAL            PIC S9(12)V99.

       FD PagosFile.
       01 PagoRecord.
         03 PAG-NRO-TARJ                 PIC 9(16).
         03 PAG-FECHA.
           06 PAG-FILLER                 PIC X(2).
           06 PAG-DAY                    PIC X(2).
           06 PAG-MONTH                  PIC X(2).
           06 PAG-YEAR                   PIC X(4).
         03 PAG-IMPORTE                  PIC 9(6)V99.
         03 PAG-REF-BANCO                PIC X(10).
         03 PAG-MONEDA                   PIC 9(1).

       FD OrdenesFile.
       01 OrdenPagoRecord.
         03 OPG-NRO                      PIC 9(8).
         03 OPG-CBU                      PIC X(22).
         03 OPG-IMPORTE                  PIC 9(10)V99.
         03 OPG-COMERCIO                 PIC 9(6).
         03 OPG-SUCURSAL                 PIC 9(2).
         03 OPG-FECHA                    PIC 9(8).

       FD PagosEmpresasFile.
       01 PagoEmpresaRecord.
         03 PAGEMP-CUIT                  PIC 9(11).
         03 PAGEMP-FECHA                 PIC 9(8).
         03 PAGEMP-IMPORTE               PIC 9(9)V99.

       FD SettlementFile.
       01 SettlementRecord.
         03 STL-NRO-TARJ                 PIC 9(16).
         03 STL-IMPORTE                  PIC 9(10)V99.

       FD AjustesFile.
       01 AjusteRecord.
         03 AJB-FECHA                    PIC 9(8).
         03 AJB-SIGNO                    PIC X(1).
         03 AJB-REFERENCIA               PIC X(16).
         03 AJB-IMPORTE                  PIC 9(10)V99.
         03 AJB-CONCEPTO                 PIC X(20).

       FD PendienteFile.
       01 PendienteRecord.
      *> L libros (nuestro lado), B banco.
         03 PEN-LADO                     PIC X(1).
         03 PEN-ORIGEN                   PIC X(3).
         03 PEN-SIGNO                    PIC X(1).
         03 PEN-FECHA                    PIC 9(8).
         03 PEN-REFERENCIA               PIC X(16).
         03 PEN-IMPORTE                  PIC 9(10)V99.
         03 PEN-CONCEPTO                 PIC X(20).

       FD PendienteAntFile.
       01 PendienteAntRecord             PIC X(61).

      *> Window, balances and settlement signature of the last run,
      *> each with the value it started from (the -ANT fields) so a
      *> rerun the same day starts from the same place.
       FD CorteFile.
       01 CorteRecord.
         03 CBC-DESDE                    PIC 9(8).
         03 CBC-HASTA                    PIC 9(8).
         03 CBC-SALDO-LIBROS-ANT         PIC S9(12)V99.
         03 CBC-SALDO-LIBROS             PIC S9(12)V99.
         03 CBC-EXTRACTO-ANT             PIC 9(8).
         03 CBC-EXTRACTO                 PIC 9(8).
         03 CBC-SALDO-BANCO-ANT          PIC S9(12)V99.
         03 CBC-SALDO-BANCO              PIC S9(12)V99.
         03 CBC-STL-CANT-ANT             PIC 9(5).
         03 CBC-STL-TOTAL-ANT            PIC 9(12)V99.
         03 CBC-STL-CANT                 PIC 9(5).
         03 CBC-STL-TOTAL                PIC 9(12)V99.

       FD ReporteFile.
       01 ReporteRecord                  PIC X(100).

       WORKING-STORAGE SECTION.
       01   ExtractoFS                   PIC X(2).
       01   PagosFS                      PIC X(2).
       01   OrdenesFS                    PIC X(2).
       01   PagosEmpFS                   PIC X(2).
       01   SettlementFS                 PIC X(2).
       01   AjustesFS                    PIC X(2).
       01   PendienteFS                  PIC X(2).
       01   PendienteAntFS               PIC X(2).
       01   CorteFS                      PIC X(2).

       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
       01   HOY-INT                      PIC 9(8).
       01   ITEM-INT                     PIC 9(8).
       01   WS-DIAS                      PIC S9(5).

       01   WS-REPROCESO                 PIC X(1) VALUE "N".
          88 ES-REPROCESO VALUE "S".
      *> Book items dated after WS-DESDE and up to today are new.
       01   WS-DESDE                     PIC 9(8) VALUE ZERO.
       01   WS-SALDO-LIBROS-BASE         PIC S9(12)V99 VALUE ZERO.
       01   WS-SALDO-LIBROS              PIC S9(12)V99 VALUE ZERO.
       01   WS-EXTRACTO-BASE             PIC 9(8) VALUE ZERO.
       01   WS-EXTRACTO-FECHA            PIC 9(8) VALUE ZERO.
       01   WS-SALDO-BANCO-BASE          PIC S9(12)V99 VALUE ZERO.
       01   WS-SALDO-BANCO               PIC S9(12)V99 VALUE ZERO.
       01   WS-SALDO-BANCO-CALC          PIC S9(12)V99 VALUE ZERO.
       01   WS-SALDO-INICIAL-BCO         PIC S9(12)V99 VALUE ZERO.
       01   WS-STL-CANT-BASE             PIC 9(5) VALUE ZERO.
       01   WS-STL-TOTAL-BASE            PIC 9(12)V99 VALUE ZERO.
       01   WS-STL-CANT                  PIC 9(5) VALUE ZERO.
       01   WS-STL-TOTAL                 PIC 9(12)V99 VALUE ZERO.

       01   WS-EXTRACTO-NUEVO            PIC X(1) VALUE "N".
          88 EXTRACTO-NUEVO VALUE "S".
       01   WS-TRAILER-LEIDO             PIC X(1) VALUE "N".
          88 TRAILER-LEIDO VALUE "S".
       01   WS-SALDO-CORTADO             PIC X(1) VALUE "N".
          88 SALDO-CORTADO VALUE "S".
       01   WS-TRAILER-DISTINTO          PIC X(1) VALUE "N".
          88 TRAILER-DISTINTO VALUE "S".

      *> Every open item of both sides - the carryover first, then
      *> what this run loads, so older items match first.
       01   WS-MAX-PARTIDAS              PIC 9(4) VALUE 3000.
       01   WS-PARTIDAS-COUNT            PIC 9(4) VALUE 0.
       01   WS-PARTIDAS-TABLE.
            02 WS-PAR-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-PAR-IX WS-PAR-JX.
               03 WS-PAR-LADO            PIC X(1).
                  88 WS-PAR-LIBROS VALUE "L".
                  88 WS-PAR-BANCO VALUE "B".
               03 WS-PAR-ORIGEN          PIC X(3).
               03 WS-PAR-SIGNO           PIC X(1).
                  88 WS-PAR-CREDITO VALUE "C".
                  88 WS-PAR-DEBITO VALUE "D".
               03 WS-PAR-FECHA           PIC 9(8).
               03 WS-PAR-REFERENCIA      PIC X(16).
               03 WS-PAR-IMPORTE         PIC 9(10)V99.
               03 WS-PAR-CONCEPTO        PIC X(20).
               03 WS-PAR-ESTADO          PIC X(1).
                  88 WS-PAR-ABIERTA VALUE "A".
                  88 WS-PAR-CONCILIADA VALUE "C".
       01   WS-TABLA-LLENA               PIC X(1) VALUE "N".
          88 TABLA-LLENA VALUE "S".

      *> The item being added.
       01   WS-NVA-LADO                  PIC X(1).
       01   WS-NVA-ORIGEN                PIC X(3).
       01   WS-NVA-SIGNO                 PIC X(1).
       01   WS-NVA-FECHA                 PIC 9(8).
       01   WS-NVA-REFERENCIA            PIC X(16).
       01   WS-NVA-IMPORTE               PIC 9(10)V99.
       01   WS-NVA-CONCEPTO              PIC X(20).
       01   WS-FECHA-PAGO-X              PIC X(8).
       01   WS-FECHA-PAGO-N REDEFINES WS-FECHA-PAGO-X
                                         PIC 9(8).
       01   WS-REF-ORDEN                 PIC 9(8).
       01   WS-REF-CUIT                  PIC 9(11).
       01   WS-REF-TARJ                  PIC 9(16).

       01   CONT-NUEVAS-LIBROS           PIC 9(5) VALUE ZERO.
       01   CONT-NUEVAS-BANCO            PIC 9(5) VALUE ZERO.
       01   CONT-CONCILIADAS             PIC 9(5) VALUE ZERO.
       01   IMP-CONCILIADO               PIC 9(12)V99 VALUE ZERO.
       01   CONT-ABIERTAS-LIBROS         PIC 9(5) VALUE ZERO.
       01   CONT-ABIERTAS-BANCO          PIC 9(5) VALUE ZERO.
       01   LIB-PEND-INGRESOS            PIC 9(12)V99 VALUE ZERO.
       01   LIB-PEND-EGRESOS             PIC 9(12)V99 VALUE ZERO.
       01   BCO-PEND-CREDITOS            PIC 9(12)V99 VALUE ZERO.
       01   BCO-PEND-DEBITOS             PIC 9(12)V99 VALUE ZERO.
       01   WS-SALDO-BANCO-AJUST         PIC S9(12)V99.
       01   WS-SALDO-LIBROS-AJUST        PIC S9(12)V99.
       01   WS-DIFERENCIA                PIC S9(12)V99.

       01 rep_titulo.
         02 FILLER                       PIC X(31) VALUE
         "CONCILIACION BANCARIA  -  al ".
         02 rpt_fecha                    PIC 9(8).
         02 FILLER                       PIC X(14) VALUE
         "   extracto: ".
         02 rpt_extracto                 PIC 9(8).
         02 FILLER                       PIC X(39) VALUE SPACES.

       01 rep_seccion.
         02 rps_texto                    PIC X(60).
         02 FILLER                       PIC X(40) VALUE SPACES.

       01 rep_detalle.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rpd_origen                   PIC X(3).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rpd_fecha                    PIC 9(8).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rpd_referencia               PIC X(16).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rpd_importe                  PIC -Z(9)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rpd_dias                     PIC ZZZZ9.
         02 FILLER                       PIC X(5) VALUE " dias".
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rpd_concepto                 PIC X(20).
         02 FILLER                       PIC X(17) VALUE SPACES.

       01 rep_importe.
         02 rpi_etiqueta                 PIC X(50).
         02 rpi_importe                  PIC -Z(11)9.99.
         02 FILLER                       PIC X(33) VALUE SPACES.

       01 rep_cantidad.
         02 rpc_etiqueta                 PIC X(50).
         02 rpc_cantidad                 PIC ZZZZ9.
         02 FILLER                       PIC X(45) VALUE SPACES.

       01 rep_vacia                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          COMPUTE HOY-INT =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
          MOVE 0 TO RETURN-CODE.
          PERFORM Leer_Corte.
          PERFORM Cargar_Pendientes.
          PERFORM Cargar_Extracto.
          PERFORM Cargar_Pagos_Tarjeta.
          PERFORM Cargar_Ordenes_Pago.
          PERFORM Cargar_Cobranzas_Clientes.
          PERFORM Cargar_Settlement.
          PERFORM Cargar_Ajustes.
          IF TABLA-LLENA
             DISPLAY "** Mas de " WS-MAX-PARTIDAS " partidas "
                "abiertas - la conciliacion no se graba; depurar "
                "CONCILIACION-PENDIENTES.DAT"
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          PERFORM Conciliar.
          OPEN OUTPUT ReporteFile.
          PERFORM Emitir_Reporte.
          CLOSE ReporteFile.
          PERFORM Grabar_Pendientes.
          PERFORM Grabar_Corte.
          DISPLAY "Conciliacion bancaria al " WS-FECHA-HOY.
          DISPLAY "Movimientos conciliados:     " CONT-CONCILIADAS.
          DISPLAY "Abiertos en libros:          "
             CONT-ABIERTAS-LIBROS.
          DISPLAY "Abiertos en banco:           "
             CONT-ABIERTAS-BANCO.
          IF WS-DIFERENCIA NOT = ZERO OR SALDO-CORTADO
             OR TRAILER-DISTINTO
             DISPLAY "** La conciliacion no cierra - ver "
                "CONCILIACION-BANCARIA.DAT"
             MOVE 4 TO RETURN-CODE
          END-IF.
          GOBACK.
      *-----------------------------------------------------------*
      *   First run ever: no window, no balances - the first
      *   statement's opening balance becomes the book balance.
      *-----------------------------------------------------------*
       Leer_Corte.
          OPEN INPUT CorteFile.
          IF CorteFS = "00"
             READ CorteFile
                AT END MOVE "10" TO CorteFS
             END-READ
             IF CorteFS = "00"
                IF CBC-HASTA = WS-FECHA-HOY
                   SET ES-REPROCESO TO TRUE
                   MOVE CBC-DESDE TO WS-DESDE
                   MOVE CBC-SALDO-LIBROS-ANT TO WS-SALDO-LIBROS-BASE
                   MOVE CBC-EXTRACTO-ANT TO WS-EXTRACTO-BASE
                   MOVE CBC-SALDO-BANCO-ANT TO WS-SALDO-BANCO-BASE
                   MOVE CBC-STL-CANT-ANT TO WS-STL-CANT-BASE
                   MOVE CBC-STL-TOTAL-ANT TO WS-STL-TOTAL-BASE
                ELSE
                   MOVE CBC-HASTA TO WS-DESDE
                   MOVE CBC-SALDO-LIBROS TO WS-SALDO-LIBROS-BASE
                   MOVE CBC-EXTRACTO TO WS-EXTRACTO-BASE
                   MOVE CBC-SALDO-BANCO TO WS-SALDO-BANCO-BASE
                   MOVE CBC-STL-CANT TO WS-STL-CANT-BASE
                   MOVE CBC-STL-TOTAL TO WS-STL-TOTAL-BASE
                END-IF
             END-IF
             CLOSE CorteFile
          END-IF.
          MOVE WS-SALDO-LIBROS-BASE TO WS-SALDO-LIBROS.
          MOVE WS-EXTRACTO-BASE TO WS-EXTRACTO-FECHA.
          MOVE WS-SALDO-BANCO-BASE TO WS-SALDO-BANCO.
          MOVE WS-STL-CANT-BASE TO WS-STL-CANT.
          MOVE WS-STL-TOTAL-BASE TO WS-STL-TOTAL.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Corte.
          OPEN OUTPUT CorteFile.
          MOVE WS-DESDE TO CBC-DESDE.
          MOVE WS-FECHA-HOY TO CBC-HASTA.
          MOVE WS-SALDO-LIBROS-BASE TO CBC-SALDO-LIBROS-ANT.
          MOVE WS-SALDO-LIBROS TO CBC-SALDO-LIBROS.
          MOVE WS-EXTRACTO-BASE TO CBC-EXTRACTO-ANT.
          MOVE WS-EXTRACTO-FECHA TO CBC-EXTRACTO.
          MOVE WS-SALDO-BANCO-BASE TO CBC-SALDO-BANCO-ANT.
          MOVE WS-SALDO-BANCO TO CBC-SALDO-BANCO.
          MOVE WS-STL-CANT-BASE TO CBC-STL-CANT-ANT.
          MOVE WS-STL-TOTAL-BASE TO CBC-STL-TOTAL-ANT.
          MOVE WS-STL-CANT TO CBC-STL-CANT.
          MOVE WS-STL-TOTAL TO CBC-STL-TOTAL.
          WRITE CorteRecord.
          CLOSE CorteFile.
      *-----------------------------------------------------------*
      *   The first run of the day keeps a copy of what it starts
      *   from; a rerun starts from that copy instead.
      *-----------------------------------------------------------*
       Cargar_Pendientes.
          MOVE "N" TO WS-EOF.
          IF ES-REPROCESO
             OPEN INPUT PendienteAntFile
             IF PendienteAntFS NOT = "00"
                SET FIN-ARCHIVO TO TRUE
             END-IF
             PERFORM UNTIL FIN-ARCHIVO
                READ PendienteAntFile
                   AT END SET FIN-ARCHIVO TO TRUE
                END-READ
                IF NOT FIN-ARCHIVO
                   MOVE PendienteAntRecord TO PendienteRecord
                   PERFORM Cargar_Una_Pendiente
                END-IF
             END-PERFORM
             IF PendienteAntFS = "00" OR PendienteAntFS = "10"
                CLOSE PendienteAntFile
             END-IF
          ELSE
             OPEN OUTPUT PendienteAntFile
             OPEN INPUT PendienteFile
             IF PendienteFS NOT = "00"
                SET FIN-ARCHIVO TO TRUE
             END-IF
             PERFORM UNTIL FIN-ARCHIVO
                READ PendienteFile
                   AT END SET FIN-ARCHIVO TO TRUE
                END-READ
                IF NOT FIN-ARCHIVO
                   MOVE PendienteRecord TO PendienteAntRecord
                   WRITE PendienteAntRecord
                   PERFORM Cargar_Una_Pendiente
                END-IF
             END-PERFORM
             IF PendienteFS = "00" OR PendienteFS = "10"
                CLOSE PendienteFile
             END-IF
             CLOSE PendienteAntFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Una_Pendiente.
          MOVE PEN-LADO TO WS-NVA-LADO.
          MOVE PEN-ORIGEN TO WS-NVA-ORIGEN.
          MOVE PEN-SIGNO TO WS-NVA-SIGNO.
          MOVE PEN-FECHA TO WS-NVA-FECHA.
          MOVE PEN-REFERENCIA TO WS-NVA-REFERENCIA.
          MOVE PEN-IMPORTE TO WS-NVA-IMPORTE.
          MOVE PEN-CONCEPTO TO WS-NVA-CONCEPTO.
          PERFORM Agregar_Partida.
      *-----------------------------------------------------------*
      *   A statement already reconciled (same or older date than
      *   the last one) loads nothing. The opening balance must be
      *   the previous statement's closing one - otherwise a day's
      *   statement is missing and the tie-out cannot hold.
      *-----------------------------------------------------------*
       Cargar_Extracto.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ExtractoFile.
          IF ExtractoFS NOT = "00"
             DISPLAY "** EXTRACTO-BANCARIO.DAT no disponible - status "
                ExtractoFS " - solo se cargan los movimientos propios"
             EXIT PARAGRAPH
          END-IF.
          READ ExtractoFile
             AT END SET FIN-ARCHIVO TO TRUE
          END-READ.
          IF FIN-ARCHIVO OR EXB-H-TIPO NOT = "H"
             DISPLAY "** Extracto bancario sin encabezado - no se "
                "carga"
             CLOSE ExtractoFile
             EXIT PARAGRAPH
          END-IF.
          IF EXB-H-FECHA NOT > WS-EXTRACTO-BASE
             DISPLAY "Extracto del " EXB-H-FECHA " ya conciliado - "
                "sin movimientos bancarios nuevos"
             CLOSE ExtractoFile
             EXIT PARAGRAPH
          END-IF.
          SET EXTRACTO-NUEVO TO TRUE.
          MOVE EXB-H-FECHA TO WS-EXTRACTO-FECHA.
          MOVE EXB-H-SALDO-INICIAL TO WS-SALDO-INICIAL-BCO.
          IF WS-EXTRACTO-BASE = ZERO
             ADD WS-SALDO-INICIAL-BCO TO WS-SALDO-LIBROS-BASE
             ADD WS-SALDO-INICIAL-BCO TO WS-SALDO-LIBROS
          ELSE
             IF WS-SALDO-INICIAL-BCO NOT = WS-SALDO-BANCO-BASE
                SET SALDO-CORTADO TO TRUE
             END-IF
          END-IF.
          MOVE WS-SALDO-INICIAL-BCO TO WS-SALDO-BANCO-CALC.
          PERFORM UNTIL FIN-ARCHIVO
             READ ExtractoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                EVALUATE EXB-M-TIPO
                   WHEN "M"
                      PERFORM Cargar_Movimiento_Banco
                   WHEN "T"
                      SET TRAILER-LEIDO TO TRUE
                      MOVE EXB-T-SALDO-FINAL TO WS-SALDO-BANCO
                END-EVALUATE
             END-IF
          END-PERFORM.
          CLOSE ExtractoFile.
          IF TRAILER-LEIDO
             IF WS-SALDO-BANCO NOT = WS-SALDO-BANCO-CALC
                SET TRAILER-DISTINTO TO TRUE
             END-IF
          ELSE
             MOVE WS-SALDO-BANCO-CALC TO WS-SALDO-BANCO
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Movimiento_Banco.
          MOVE "B" TO WS-NVA-LADO.
          MOVE "BCO" TO WS-NVA-ORIGEN.
          MOVE EXB-M-SIGNO TO WS-NVA-SIGNO.
          MOVE EXB-M-FECHA TO WS-NVA-FECHA.
          MOVE EXB-M-REFERENCIA TO WS-NVA-REFERENCIA.
          MOVE EXB-M-IMPORTE TO WS-NVA-IMPORTE.
          MOVE EXB-M-CONCEPTO TO WS-NVA-CONCEPTO.
          PERFORM Agregar_Partida.
          ADD 1 TO CONT-NUEVAS-BANCO.
          IF EXB-M-SIGNO = "D"
             SUBTRACT EXB-M-IMPORTE FROM WS-SALDO-BANCO-CALC
          ELSE
             ADD EXB-M-IMPORTE TO WS-SALDO-BANCO-CALC
          END-IF.
      *-----------------------------------------------------------*
      *   Window payments and the direct debits AplicarDebitos
      *   credited ("DA" + order number) share PAGOS.DAT. Dollar
      *   payments go through the dollar account, not this one.
      *-----------------------------------------------------------*
       Cargar_Pagos_Tarjeta.
          MOVE "N" TO WS-EOF.
          OPEN INPUT PagosFile.
          IF PagosFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ PagosFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND PAG-MONEDA NOT = 1
                STRING PAG-YEAR PAG-MONTH PAG-DAY
                   DELIMITED BY SIZE INTO WS-FECHA-PAGO-X
                IF WS-FECHA-PAGO-X IS NUMERIC
                   AND WS-FECHA-PAGO-N > WS-DESDE
                   AND WS-FECHA-PAGO-N NOT > WS-FECHA-HOY
                   MOVE "L" TO WS-NVA-LADO
                   MOVE "C" TO WS-NVA-SIGNO
                   MOVE WS-FECHA-PAGO-N TO WS-NVA-FECHA
                   MOVE PAG-REF-BANCO TO WS-NVA-REFERENCIA
                   MOVE PAG-IMPORTE TO WS-NVA-IMPORTE
                   IF PAG-REF-BANCO(1:2) = "DA"
                      MOVE "DEB" TO WS-NVA-ORIGEN
                      MOVE "DEBITO AUTOMATICO" TO WS-NVA-CONCEPTO
                   ELSE
                      MOVE "PAG" TO WS-NVA-ORIGEN
                      MOVE "PAGO TARJETA" TO WS-NVA-CONCEPTO
                   END-IF
                   PERFORM Agregar_Partida_Libros
                END-IF
             END-IF
          END-PERFORM.
          IF PagosFS = "00" OR PagosFS = "10"
             CLOSE PagosFile
          END-IF.
      *-----------------------------------------------------------*
      *   Merchant transfers leave the account on their fecha
      *   valor; the bank reports them under our order number.
      *-----------------------------------------------------------*
       Cargar_Ordenes_Pago.
          MOVE "N" TO WS-EOF.
          OPEN INPUT OrdenesFile.
          IF OrdenesFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OrdenesFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                AND OPG-FECHA > WS-DESDE
                AND OPG-FECHA NOT > WS-FECHA-HOY
                MOVE "L" TO WS-NVA-LADO
                MOVE "OPG" TO WS-NVA-ORIGEN
                MOVE "D" TO WS-NVA-SIGNO
                MOVE OPG-FECHA TO WS-NVA-FECHA
                MOVE OPG-NRO TO WS-REF-ORDEN
                MOVE WS-REF-ORDEN TO WS-NVA-REFERENCIA
                MOVE OPG-IMPORTE TO WS-NVA-IMPORTE
                MOVE SPACES TO WS-NVA-CONCEPTO
                STRING "TRANSF. COM. " OPG-COMERCIO
                   DELIMITED BY SIZE INTO WS-NVA-CONCEPTO
                PERFORM Agregar_Partida_Libros
             END-IF
          END-PERFORM.
          IF OrdenesFS = "00" OR OrdenesFS = "10"
             CLOSE OrdenesFile
          END-IF.
      *-----------------------------------------------------------*
      *   Client payments arrive by CUIT - the bank shows the
      *   payer's CUIT as the reference.
      *-----------------------------------------------------------*
       Cargar_Cobranzas_Clientes.
          MOVE "N" TO WS-EOF.
          OPEN INPUT PagosEmpresasFile.
          IF PagosEmpFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ PagosEmpresasFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                AND PAGEMP-FECHA > WS-DESDE
                AND PAGEMP-FECHA NOT > WS-FECHA-HOY
                MOVE "L" TO WS-NVA-LADO
                MOVE "COB" TO WS-NVA-ORIGEN
                MOVE "C" TO WS-NVA-SIGNO
                MOVE PAGEMP-FECHA TO WS-NVA-FECHA
                MOVE PAGEMP-CUIT TO WS-REF-CUIT
                MOVE WS-REF-CUIT TO WS-NVA-REFERENCIA
                MOVE PAGEMP-IMPORTE TO WS-NVA-IMPORTE
                MOVE "COBRO CLIENTE" TO WS-NVA-CONCEPTO
                PERFORM Agregar_Partida_Libros
             END-IF
          END-PERFORM.
          IF PagosEmpFS = "00" OR PagosEmpFS = "10"
             CLOSE PagosEmpresasFile
          END-IF.
      *-----------------------------------------------------------*
      *   CC-SETTLEMENT.DAT is re-read until the next close
      *   replaces it and carries no date, so it is loaded only
      *   when its signature (count and total) changed since the
      *   last load; its drafts take today's date.
      *-----------------------------------------------------------*
       Cargar_Settlement.
          MOVE ZERO TO WS-STL-CANT.
          MOVE ZERO TO WS-STL-TOTAL.
          MOVE "N" TO WS-EOF.
          OPEN INPUT SettlementFile.
          IF SettlementFS NOT = "00"
             MOVE WS-STL-CANT-BASE TO WS-STL-CANT
             MOVE WS-STL-TOTAL-BASE TO WS-STL-TOTAL
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ SettlementFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                ADD 1 TO WS-STL-CANT
                ADD STL-IMPORTE TO WS-STL-TOTAL
             END-IF
          END-PERFORM.
          CLOSE SettlementFile.
          IF WS-STL-CANT = WS-STL-CANT-BASE
             AND WS-STL-TOTAL = WS-STL-TOTAL-BASE
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF.
          OPEN INPUT SettlementFile.
          PERFORM UNTIL FIN-ARCHIVO
             READ SettlementFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND STL-IMPORTE > ZERO
                MOVE "L" TO WS-NVA-LADO
                MOVE "STL" TO WS-NVA-ORIGEN
                MOVE "D" TO WS-NVA-SIGNO
                MOVE WS-FECHA-HOY TO WS-NVA-FECHA
                MOVE STL-NRO-TARJ TO WS-REF-TARJ
                MOVE WS-REF-TARJ TO WS-NVA-REFERENCIA
                MOVE STL-IMPORTE TO WS-NVA-IMPORTE
                MOVE "SETTLEMENT TARJETA" TO WS-NVA-CONCEPTO
                PERFORM Agregar_Partida_Libros
             END-IF
          END-PERFORM.
          CLOSE SettlementFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Ajustes.
          MOVE "N" TO WS-EOF.
          OPEN INPUT AjustesFile.
          IF AjustesFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ AjustesFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                AND AJB-FECHA > WS-DESDE
                AND AJB-FECHA NOT > WS-FECHA-HOY
                AND (AJB-SIGNO = "C" OR AJB-SIGNO = "D")
                MOVE "L" TO WS-NVA-LADO
                MOVE "AJU" TO WS-NVA-ORIGEN
                MOVE AJB-SIGNO TO WS-NVA-SIGNO
                MOVE AJB-FECHA TO WS-NVA-FECHA
                MOVE AJB-REFERENCIA TO WS-NVA-REFERENCIA
                MOVE AJB-IMPORTE TO WS-NVA-IMPORTE
                MOVE AJB-CONCEPTO TO WS-NVA-CONCEPTO
                PERFORM Agregar_Partida_Libros
             END-IF
          END-PERFORM.
          IF AjustesFS = "00" OR AjustesFS = "10"
             CLOSE AjustesFile
          END-IF.
      *-----------------------------------------------------------*
      *   A new book movement moves the book balance whether or
      *   not the bank has it yet.
      *-----------------------------------------------------------*
       Agregar_Partida_Libros.
          PERFORM Agregar_Partida.
          ADD 1 TO CONT-NUEVAS-LIBROS.
          IF WS-NVA-SIGNO = "D"
             SUBTRACT WS-NVA-IMPORTE FROM WS-SALDO-LIBROS
          ELSE
             ADD WS-NVA-IMPORTE TO WS-SALDO-LIBROS
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Partida.
          IF WS-PARTIDAS-COUNT = WS-MAX-PARTIDAS
             SET TABLA-LLENA TO TRUE
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-PARTIDAS-COUNT.
          MOVE WS-NVA-LADO TO WS-PAR-LADO(WS-PARTIDAS-COUNT).
          MOVE WS-NVA-ORIGEN TO WS-PAR-ORIGEN(WS-PARTIDAS-COUNT).
          MOVE WS-NVA-SIGNO TO WS-PAR-SIGNO(WS-PARTIDAS-COUNT).
          MOVE WS-NVA-FECHA TO WS-PAR-FECHA(WS-PARTIDAS-COUNT).
          MOVE WS-NVA-REFERENCIA
             TO WS-PAR-REFERENCIA(WS-PARTIDAS-COUNT).
          MOVE WS-NVA-IMPORTE TO WS-PAR-IMPORTE(WS-PARTIDAS-COUNT).
          MOVE WS-NVA-CONCEPTO
             TO WS-PAR-CONCEPTO(WS-PARTIDAS-COUNT).
          MOVE "A" TO WS-PAR-ESTADO(WS-PARTIDAS-COUNT).
      *-----------------------------------------------------------*
      *   Each open bank movement takes the oldest open book item
      *   with the same reference, amount and direction.
      *-----------------------------------------------------------*
       Conciliar.
          PERFORM VARYING WS-PAR-IX FROM 1 BY 1
             UNTIL WS-PAR-IX > WS-PARTIDAS-COUNT
             IF WS-PAR-BANCO(WS-PAR-IX)
                AND WS-PAR-ABIERTA(WS-PAR-IX)
                PERFORM Buscar_Partida_Libros
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Partida_Libros.
          PERFORM VARYING WS-PAR-JX FROM 1 BY 1
             UNTIL WS-PAR-JX > WS-PARTIDAS-COUNT
                OR WS-PAR-CONCILIADA(WS-PAR-IX)
             IF WS-PAR-LIBROS(WS-PAR-JX)
                AND WS-PAR-ABIERTA(WS-PAR-JX)
                AND WS-PAR-SIGNO(WS-PAR-JX) = WS-PAR-SIGNO(WS-PAR-IX)
                AND WS-PAR-IMPORTE(WS-PAR-JX) =
                   WS-PAR-IMPORTE(WS-PAR-IX)
                AND WS-PAR-REFERENCIA(WS-PAR-JX) =
                   WS-PAR-REFERENCIA(WS-PAR-IX)
                MOVE "C" TO WS-PAR-ESTADO(WS-PAR-JX)
                MOVE "C" TO WS-PAR-ESTADO(WS-PAR-IX)
                ADD 1 TO CONT-CONCILIADAS
                ADD WS-PAR-IMPORTE(WS-PAR-IX) TO IMP-CONCILIADO
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Open items of each side with their age, then the
      *   tie-out: bank balance plus our movements the bank does
      *   not have yet, against book balance plus the bank's
      *   movements we do not have - both must land on the same
      *   figure.
      *-----------------------------------------------------------*
       Emitir_Reporte.
          MOVE WS-FECHA-HOY TO rpt_fecha.
          MOVE WS-EXTRACTO-FECHA TO rpt_extracto.
          WRITE ReporteRecord FROM rep_titulo.
          WRITE ReporteRecord FROM rep_vacia.
          IF NOT EXTRACTO-NUEVO
             MOVE "** SIN EXTRACTO BANCARIO NUEVO EN ESTA CORRIDA"
                TO rps_texto
             WRITE ReporteRecord FROM rep_seccion
          END-IF.
          IF SALDO-CORTADO
             MOVE "** EL SALDO INICIAL DEL EXTRACTO NO ES EL FINAL DEL"
                TO rps_texto
             WRITE ReporteRecord FROM rep_seccion
             MOVE "   ANTERIOR - FALTA UN EXTRACTO INTERMEDIO"
                TO rps_texto
             WRITE ReporteRecord FROM rep_seccion
          END-IF.
          IF TRAILER-DISTINTO
             MOVE "** EL SALDO FINAL DEL EXTRACTO NO SUMA SUS MOVIM."
                TO rps_texto
             WRITE ReporteRecord FROM rep_seccion
          END-IF.
          MOVE "MOVIMIENTOS DEL BANCO CARGADOS:" TO rpc_etiqueta.
          MOVE CONT-NUEVAS-BANCO TO rpc_cantidad.
          WRITE ReporteRecord FROM rep_cantidad.
          MOVE "MOVIMIENTOS PROPIOS CARGADOS:" TO rpc_etiqueta.
          MOVE CONT-NUEVAS-LIBROS TO rpc_cantidad.
          WRITE ReporteRecord FROM rep_cantidad.
          MOVE "MOVIMIENTOS CONCILIADOS:" TO rpc_etiqueta.
          MOVE CONT-CONCILIADAS TO rpc_cantidad.
          WRITE ReporteRecord FROM rep_cantidad.
          MOVE "IMPORTE CONCILIADO:" TO rpi_etiqueta.
          MOVE IMP-CONCILIADO TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.

          WRITE ReporteRecord FROM rep_vacia.
          MOVE "EN LIBROS, NO EN EL BANCO" TO rps_texto.
          WRITE ReporteRecord FROM rep_seccion.
          PERFORM VARYING WS-PAR-IX FROM 1 BY 1
             UNTIL WS-PAR-IX > WS-PARTIDAS-COUNT
             IF WS-PAR-LIBROS(WS-PAR-IX)
                AND WS-PAR-ABIERTA(WS-PAR-IX)
                ADD 1 TO CONT-ABIERTAS-LIBROS
                IF WS-PAR-DEBITO(WS-PAR-IX)
                   ADD WS-PAR-IMPORTE(WS-PAR-IX) TO LIB-PEND-EGRESOS
                ELSE
                   ADD WS-PAR-IMPORTE(WS-PAR-IX) TO LIB-PEND-INGRESOS
                END-IF
                PERFORM Imprimir_Partida
             END-IF
          END-PERFORM.

          WRITE ReporteRecord FROM rep_vacia.
          MOVE "EN EL BANCO, NO EN LIBROS" TO rps_texto.
          WRITE ReporteRecord FROM rep_seccion.
          PERFORM VARYING WS-PAR-IX FROM 1 BY 1
             UNTIL WS-PAR-IX > WS-PARTIDAS-COUNT
             IF WS-PAR-BANCO(WS-PAR-IX)
                AND WS-PAR-ABIERTA(WS-PAR-IX)
                ADD 1 TO CONT-ABIERTAS-BANCO
                IF WS-PAR-DEBITO(WS-PAR-IX)
                   ADD WS-PAR-IMPORTE(WS-PAR-IX) TO BCO-PEND-DEBITOS
                ELSE
                   ADD WS-PAR-IMPORTE(WS-PAR-IX) TO BCO-PEND-CREDITOS
                END-IF
                PERFORM Imprimir_Partida
             END-IF
          END-PERFORM.

          COMPUTE WS-SALDO-BANCO-AJUST = WS-SALDO-BANCO
             + LIB-PEND-INGRESOS - LIB-PEND-EGRESOS.
          COMPUTE WS-SALDO-LIBROS-AJUST = WS-SALDO-LIBROS
             + BCO-PEND-CREDITOS - BCO-PEND-DEBITOS.
          COMPUTE WS-DIFERENCIA =
             WS-SALDO-BANCO-AJUST - WS-SALDO-LIBROS-AJUST.

          WRITE ReporteRecord FROM rep_vacia.
          MOVE "SALDO SEGUN EXTRACTO BANCARIO" TO rpi_etiqueta.
          MOVE WS-SALDO-BANCO TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "  + INGRESOS EN LIBROS NO ACREDITADOS" TO rpi_etiqueta.
          MOVE LIB-PEND-INGRESOS TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "  - EGRESOS EN LIBROS NO DEBITADOS" TO rpi_etiqueta.
          MOVE LIB-PEND-EGRESOS TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "SALDO BANCARIO AJUSTADO" TO rpi_etiqueta.
          MOVE WS-SALDO-BANCO-AJUST TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          WRITE ReporteRecord FROM rep_vacia.
          MOVE "SALDO SEGUN LIBROS" TO rpi_etiqueta.
          MOVE WS-SALDO-LIBROS TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "  + CREDITOS DEL BANCO NO REGISTRADOS" TO rpi_etiqueta.
          MOVE BCO-PEND-CREDITOS TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "  - DEBITOS DEL BANCO NO REGISTRADOS" TO rpi_etiqueta.
          MOVE BCO-PEND-DEBITOS TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "SALDO EN LIBROS AJUSTADO" TO rpi_etiqueta.
          MOVE WS-SALDO-LIBROS-AJUST TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          WRITE ReporteRecord FROM rep_vacia.
          IF WS-DIFERENCIA = ZERO
             MOVE "CONCILIADO - DIFERENCIA" TO rpi_etiqueta
          ELSE
             MOVE "** DIFERENCIA SIN EXPLICAR" TO rpi_etiqueta
          END-IF.
          MOVE WS-DIFERENCIA TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
      *-----------------------------------------------------------*
      *   Debits print negative.
      *-----------------------------------------------------------*
       Imprimir_Partida.
          MOVE WS-PAR-ORIGEN(WS-PAR-IX) TO rpd_origen.
          MOVE WS-PAR-FECHA(WS-PAR-IX) TO rpd_fecha.
          MOVE WS-PAR-REFERENCIA(WS-PAR-IX) TO rpd_referencia.
          IF WS-PAR-DEBITO(WS-PAR-IX)
             COMPUTE rpd_importe = ZERO - WS-PAR-IMPORTE(WS-PAR-IX)
          ELSE
             MOVE WS-PAR-IMPORTE(WS-PAR-IX) TO rpd_importe
          END-IF.
          MOVE ZERO TO WS-DIAS.
          IF WS-PAR-FECHA(WS-PAR-IX) > ZERO
             COMPUTE ITEM-INT =
                FUNCTION INTEGER-OF-DATE(WS-PAR-FECHA(WS-PAR-IX))
             COMPUTE WS-DIAS = HOY-INT - ITEM-INT
          END-IF.
          MOVE WS-DIAS TO rpd_dias.
          MOVE WS-PAR-CONCEPTO(WS-PAR-IX) TO rpd_concepto.
          WRITE ReporteRecord FROM rep_detalle.
      *-----------------------------------------------------------*
      *   Whatever is still open on either side waits for
      *   tomorrow's statement.
      *-----------------------------------------------------------*
       Grabar_Pendientes.
          OPEN OUTPUT PendienteFile.
          PERFORM VARYING WS-PAR-IX FROM 1 BY 1
             UNTIL WS-PAR-IX > WS-PARTIDAS-COUNT
             IF WS-PAR-ABIERTA(WS-PAR-IX)
                MOVE WS-PAR-LADO(WS-PAR-IX) TO PEN-LADO
                MOVE WS-PAR-ORIGEN(WS-PAR-IX) TO PEN-ORIGEN
                MOVE WS-PAR-SIGNO(WS-PAR-IX) TO PEN-SIGNO
                MOVE WS-PAR-FECHA(WS-PAR-IX) TO PEN-FECHA
                MOVE WS-PAR-REFERENCIA(WS-PAR-IX) TO PEN-REFERENCIA
                MOVE WS-PAR-IMPORTE(WS-PAR-IX) TO PEN-IMPORTE
                MOVE WS-PAR-CONCEPTO(WS-PAR-IX) TO PEN-CONCEPTO
                WRITE PendienteRecord
             END-IF
          END-PERFORM.
          CLOSE PendienteFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ConciliacionBancaria.
