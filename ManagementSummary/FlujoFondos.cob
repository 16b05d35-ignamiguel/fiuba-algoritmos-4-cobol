       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FlujoFondos.
      * AUTHOR:  nacho.
      * Treasury cash-flow forecast for the next 30 days, one line
      * per day, across the three subsystems. Money in: the pago
      * minimo of every closed statement (CC-EXTRACTO-HIST.DAT) on
      * its vencimiento, unless the card is on direct debit; the
      * direct-debit orders (CC-ORDENES-DEBITO.DAT) on their date;
      * the open peso invoices of ARFACTind.DAT on the vencimiento
      * CtasCorrientes gave them by EMP-PLAZO-DIAS. Money out: the
      * merchant transfers already ordered (ORDENES-PAGO.DAT) and
      * the sales still to be settled, on the date cuotaventa gives
      * each payment - every cuota of a sale paid by cuota on its
      * own date, a sale paid up front less its financing discount
      * (as LiquidacionesFuturas, gross of commission); the
      * last close's CC-SETTLEMENT.DAT drafts; the consultant
      * liquidacion (LIQ-CONS-TOTALES.DAT) and the acquirer fees
      * (CC-ACQ-LIQUIDACION.DAT) on their monthly payment day, at
      * the last amount known. Payment days and the settlement lag
      * come from FLUJO-PARAMETROS.DAT. The running balance starts
      * from the bank balance of the last ConciliacionBancaria run.
      * Every run appends its 30 days to FLUJO-PRONOSTICO-HIST.DAT;
      * the daily totals of each new bank statement go to
      * FLUJO-REAL.DAT, and FLUJO-PRECISION.DAT sets each of the
      * last 30 days' actual net flow against what was forecast for
      * it the day before and a week before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ExtractoHistFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HIS-KEY
          FILE STATUS IS ExtHistFS.

          SELECT DebitoFile ASSIGN TO
          "..\files\CC-DEBITO-AUTOM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS DEB-NRO-TARJ
          FILE STATUS IS DebitoFS.

          SELECT OrdenesDebitoFile ASSIGN TO
          "..\files\CC-ORDENES-DEBITO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OrdDebFS.

          SELECT ArFactFile ASSIGN TO "..\TPALGO4PARTE2\ARFACTind.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS AR-KEY
          FILE STATUS IS ArFactFS.

          SELECT VentasFile ASSIGN TO "..\files\ventas_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS Ventas-key
          FILE STATUS IS VentasFS.

          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioFS.

          SELECT LiqCorteFile ASSIGN TO
          "..\files\LIQUIDACION-CORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LiqCorteFS.

          SELECT OrdenesPagoFile ASSIGN TO
          "..\files\ORDENES-PAGO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OrdPagoFS.

          SELECT CcParamFile ASSIGN TO "..\files\CC-PARAMETROS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CcParamFS.

          SELECT SettlementFile ASSIGN TO "..\files\CC-SETTLEMENT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SettlementFS.

          SELECT ConsTotalesFile ASSIGN TO
          "..\TPALGO4PARTE2\LIQ-CONS-TOTALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ConsTotFS.

          SELECT AcqLiqFile ASSIGN TO
          "..\files\CC-ACQ-LIQUIDACION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AcqLiqFS.

          *> Payment days of the monthly outflows and the days the
          *> bank takes to execute the settlement.
          SELECT ParametrosFile ASSIGN TO
          "..\files\FLUJO-PARAMETROS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosFS.

          SELECT ConcCorteFile ASSIGN TO
          "..\files\CONCILIACION-CORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ConcCorteFS.

          SELECT ExtractoBancoFile ASSIGN TO
          "..\files\EXTRACTO-BANCARIO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExtBcoFS.

          *> Actual flow per day, one set of lines per statement.
          SELECT RealFile ASSIGN TO "..\files\FLUJO-REAL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RealFS.

          *> Every forecast ever made - run date, day, in and out.
          SELECT PronosticoHistFile ASSIGN TO
          "..\files\FLUJO-PRONOSTICO-HIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PronHistFS.

          SELECT ReporteFile ASSIGN TO "..\files\FLUJO-FONDOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PrecisionFile ASSIGN TO
          "..\files\FLUJO-PRECISION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ExtractoHistFile.
       01 ExtractoHistRecord.
         02 HIS-KEY.
           03 HIS-NRO-TARJ               PIC 9(16).
           03 HIS-FECHA-CIERRE           PIC 9(8).
           03 HIS-SECUENCIA              PIC 9(4).
         02 HIS-LINEA                    PIC X(80).

       FD DebitoFile.
       01 DebitoRecord.
         02 DEB-NRO-TARJ                 PIC 9(16).
         02 DEB-CBU                      PIC X(22).
         02 DEB-DIA                      PIC 9(2).
         02 DEB-ESTADO                   PIC X(1).
           88 DEB-ACTIVO                 VALUE "A".
           88 DEB-BAJA                   VALUE "B".

       FD OrdenesDebitoFile.
       01 OrdenDebitoRecord.
         03 ORD-NRO                      PIC 9(8).
         03 ORD-NRO-TARJ                 PIC 9(16).
         03 ORD-CBU                      PIC X(22).
         03 ORD-DIA                      PIC 9(2).
         03 ORD-IMPORTE                  PIC 9(10)V99.
         03 ORD-FECHA                    PIC X(8).

       FD ArFactFile.
       01 REG-ARFACT.
         02 AR-KEY.
           03 AR-EMPRESA                 PIC 9(3).
           03 AR-NRO                     PIC 9(8).
         02 AR-SERIE                     PIC X(1).
         02 AR-PTO-VENTA                 PIC 9(4).
         02 AR-CUIT                      PIC 9(11).
         02 AR-FECHA                     PIC 9(8).
         02 AR-TOTAL                     PIC 9(9)V99.
         02 AR-PAGADO                    PIC 9(9)V99.
         02 AR-ESTADO                    PIC X(1).
           88 AR-ABIERTA                 VALUE "A".
           88 AR-CANCELADA               VALUE "C".
         02 AR-MONEDA                    PIC X(1).
         02 AR-VENCIMIENTO               PIC 9(8).

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
         02 Comercio-estado              PIC X(1).
         02 Comercio-cbu                 PIC X(22).
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD LiqCorteFile.
       01 LiqCorteRecord.
         03 LQC-DESDE                    PIC 9(8).
         03 LQC-HASTA                    PIC 9(8).

       FD OrdenesPagoFile.
       01 OrdenPagoRecord.
         03 OPG-NRO                      PIC 9(8).
         03 OPG-CBU                      PIC X(22).
         03 OPG-IMPORTE                  PIC 9(10)V99.
         03 OPG-COMERCIO                 PIC 9(6).
         03 OPG-SUCURSAL                 PIC 9(2).
         03 OPG-FECHA                    PIC 9(8).

       FD CcParamFile.
       01 REG-PARAM-CC.
         03 PAR-FECHA-CIERRE.
            05 FILLER                    PIC X(2).
            05 PAR-CIERRE-DD             PIC X(2).
            05 PAR-CIERRE-MM             PIC X(2).
            05 PAR-CIERRE-AAAA           PIC X(4).

       FD SettlementFile.
       01 SettlementRecord.
         03 STL-NRO-TARJ                 PIC 9(16).
         03 STL-IMPORTE                  PIC 9(10)V99.

       FD ConsTotalesFile.
       01 REG-TOTAL.
         03 TOT-CONSULTOR                PIC X(5).
         03 TOT-NETO                     PIC S9(9)V99.

       FD AcqLiqFile.
       01 LiquidacionAdqRecord.
         03 LIQA-ADQUIRENTE              PIC X(3).
         03 LIQA-CANT-CUPONES            PIC 9(8).
         03 LIQA-IMPORTE-CUPONES         PIC 9(12)V99.
         03 LIQA-FEE-TOTAL               PIC 9(10)V99.
         03 LIQA-PCT-TOTAL               PIC 9(10)V99.
         03 LIQA-ESPERADO                PIC 9(10)V99.

       FD ParametrosFile.
       01 REG-PARAM-FLUJO.
      *> Day of the month each outflow is paid (moved to the next
      *> business day), and business days from the close to the
      *> settlement drafts.
         03 FPR-DIA-CONSULTORES          PIC 9(2).
         03 FPR-DIA-ADQUIRENTES          PIC 9(2).
         03 FPR-HABILES-SETTLEMENT       PIC 9(2).

       FD ConcCorteFile.
       01 ConcCorteRecord.
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

       FD ExtractoBancoFile.
       01 ExtBcoHeaderRecord.
         03 EXB-H-TIPO                   PIC X(1).
         03 EXB-H-CUENTA                 PIC X(22).
         03 EXB-H-FECHA                  PIC 9(8).
         03 EXB-H-SALDO-INICIAL          PIC S9(12)V99.
       01 ExtBcoMovRecord.
         03 EXB-M-TIPO                   PIC X(1).
         03 EXB-M-FECHA                  PIC 9(8).
         03 EXB-M-SIGNO                  PIC X(1).
         03 EXB-M-REFERENCIA             PIC X(16).
         03 EXB-M-IMPORTE                PIC 9(10)V99.
         03 EXB-M-CONCEPTO               PIC X(20).

       FD RealFile.
       01 RealRecord.
         03 FRE-EXTRACTO                 PIC 9(8).
         03 FRE-FECHA                    PIC 9(8).
         03 FRE-INGRESOS                 PIC 9(12)V99.
         03 FRE-EGRESOS                  PIC 9(12)V99.

       FD PronosticoHistFile.
       01 PronosticoHistRecord.
         03 FPH-CORRIDA                  PIC 9(8).
         03 FPH-FECHA                    PIC 9(8).
         03 FPH-INGRESOS                 PIC 9(12)V99.
         03 FPH-EGRESOS                  PIC 9(12)V99.

       FD ReporteFile.
       01 ReporteRecord                  PIC X(132).

       FD PrecisionFile.
       01 PrecisionRecord                PIC X(100).

       WORKING-STORAGE SECTION.
       01   ExtHistFS                    PIC X(2).
       01   DebitoFS                     PIC X(2).
       01   OrdDebFS                     PIC X(2).
       01   ArFactFS                     PIC X(2).
       01   VentasFS                     PIC X(2).
       01   ComercioFS                   PIC X(2).
       01   LiqCorteFS                   PIC X(2).
       01   OrdPagoFS                    PIC X(2).
       01   CcParamFS                    PIC X(2).
       01   SettlementFS                 PIC X(2).
       01   ConsTotFS                    PIC X(2).
       01   AcqLiqFS                     PIC X(2).
       01   ParametrosFS                 PIC X(2).
       01   ConcCorteFS                  PIC X(2).
       01   ExtBcoFS                     PIC X(2).
       01   RealFS                       PIC X(2).
       01   PronHistFS                   PIC X(2).

       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          02 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
             03 WS-HOY-AAAA              PIC 9(4).
             03 WS-HOY-MM                PIC 9(2).
             03 WS-HOY-DD                PIC 9(2).
       01   HOY-INT                      PIC 9(8).
       01   WS-FECHA-INT                 PIC 9(8).
       01   WS-POS                       PIC S9(5).

      *> Same due-date rule as the statement close: ten days after
      *> the closing date, on a business day.
       01   WS-DIAS-VENCIMIENTO          PIC 9(2) VALUE 10.
       01   WS-DIA-CONSULTORES           PIC 9(2) VALUE 5.
       01   WS-DIA-ADQUIRENTES           PIC 9(2) VALUE 10.
       01   WS-HABILES-SETTLEMENT        PIC 9(2) VALUE 1.

       01   WS-VTO-CIERRE                PIC 9(8) VALUE ZERO.
       01   WS-VTO-FECHA                 PIC 9(8) VALUE ZERO.
       01   WS-EXT-TRAILER.
         03 WS-T-TIPO                    PIC X(1).
         03 WS-T-DOCUMENTO               PIC 9(11).
         03 WS-T-NRO-TARJ                PIC 9(16).
         03 WS-T-SALDO-FINAL             PIC S9(10)V99.
         03 WS-T-PAGO-MINIMO             PIC 9(10)V99.
       01   WS-HAY-DEBITOS               PIC X(1) VALUE "N".
          88 HAY-DEBITOS VALUE "S".

       01   WS-ULTIMO-CORTE              PIC 9(8) VALUE ZERO.
       01   ws_comercio                  PIC 9(6) VALUE ZERO.
       01   ws_sucursal                  PIC 9(2) VALUE ZERO.
       01   WS-RUBRO-COMERCIO            PIC 9(4) VALUE ZERO.
       01   WS-FECHA-PAGO                PIC 9(8).
       01   WS-NRO-CUOTA                 PIC 9(2).
       01   WS-IMPORTE-CUOTA             PIC 9(6)V99.
       01   WS-DESCUENTO-CUOTA           PIC 9(6)V99.
       01   WS-MODO-CUOTA                PIC X(1).
       01   WS-FIN-CUOTAS                PIC X(1).
          88 FIN-CUOTAS VALUE "S".
       01   WS-CIERRE-X                  PIC X(8).
       01   WS-CIERRE-N REDEFINES WS-CIERRE-X
                                         PIC 9(8).
       01   WS-ORD-FECHA-N               PIC 9(8).
       01   WS-MES-PAGO.
          02 WS-MP-AAAA                  PIC 9(4).
          02 WS-MP-MM                    PIC 9(2).
          02 WS-MP-DD                    PIC 9(2).
       01   WS-MES-PAGO-N REDEFINES WS-MES-PAGO
                                         PIC 9(8).
       01   WS-DIA-PAGO                  PIC 9(2).
       01   WS-TOTAL-FUENTE              PIC S9(12)V99.
       01   WS-SALDO-AR                  PIC S9(9)V99.
       01   WS-AR-VENCIDO                PIC 9(12)V99 VALUE ZERO.
       01   CONT-AR-VENCIDAS             PIC 9(5) VALUE ZERO.

      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).

       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

      *> The movement being placed on its day.
       01   WS-MOV-FECHA                 PIC 9(8).
       01   WS-MOV-CAT                   PIC 9(1).
       01   WS-MOV-IMPORTE               PIC S9(12)V99.

      *> One row per day of the horizon, today first. Categories
      *> 1-3 come in (tarjetas, clientes, debitos automaticos),
      *> 4-7 go out (comercios, settlement, consultores,
      *> adquirentes).
       01   WS-HORIZONTE                 PIC 9(2) VALUE 30.
       01   WS-DIAS-TABLE.
            02 WS-DIA-ENTRY OCCURS 30 TIMES
                            INDEXED BY WS-DIA-IX.
               03 WS-DIA-FECHA           PIC 9(8).
               03 WS-DIA-IMPORTE         PIC S9(12)V99
                                         OCCURS 7 TIMES.
               03 WS-DIA-INGRESOS        PIC S9(12)V99.
               03 WS-DIA-EGRESOS         PIC S9(12)V99.
       01   WS-CAT-IX                    PIC 9(1).
       01   WS-CAT-TOTALES.
            02 WS-CAT-TOTAL              PIC S9(12)V99
                                         OCCURS 7 TIMES.
       01   WS-CAT-NOMBRES.
            02 FILLER                    PIC X(30) VALUE
            "TARJETAS - PAGO MINIMO".
            02 FILLER                    PIC X(30) VALUE
            "CLIENTES - CUENTA CORRIENTE".
            02 FILLER                    PIC X(30) VALUE
            "DEBITOS AUTOMATICOS".
            02 FILLER                    PIC X(30) VALUE
            "COMERCIOS".
            02 FILLER                    PIC X(30) VALUE
            "SETTLEMENT BANCARIO".
            02 FILLER                    PIC X(30) VALUE
            "CONSULTORES".
            02 FILLER                    PIC X(30) VALUE
            "ADQUIRENTES".
       01   WS-CAT-NOMBRES-R REDEFINES WS-CAT-NOMBRES.
            02 WS-CAT-NOMBRE             PIC X(30) OCCURS 7 TIMES.

       01   WS-SALDO-INICIAL             PIC S9(12)V99 VALUE ZERO.
       01   WS-HAY-SALDO                 PIC X(1) VALUE "N".
          88 HAY-SALDO VALUE "S".
       01   WS-ACUMULADO                 PIC S9(12)V99.
       01   WS-NETO                      PIC S9(12)V99.
       01   WS-TOTAL-INGRESOS            PIC S9(12)V99 VALUE ZERO.
       01   WS-TOTAL-EGRESOS             PIC S9(12)V99 VALUE ZERO.
       01   WS-PRIMER-DESCUBIERTO        PIC 9(8) VALUE ZERO.

      *> The last 30 days before today, for the accuracy report -
      *> actual flow and the latest forecast made at least one and
      *> at least seven days ahead.
       01   WS-PRE-BASE-INT              PIC 9(8).
       01   WS-PRECISION-TABLE.
            02 WS-PRE-ENTRY OCCURS 30 TIMES
                            INDEXED BY WS-PRE-IX.
               03 WS-PRE-FECHA           PIC 9(8).
               03 WS-PRE-HAY-REAL        PIC X(1).
               03 WS-PRE-INGRESOS        PIC 9(12)V99.
               03 WS-PRE-EGRESOS         PIC 9(12)V99.
               03 WS-PRE1-CORRIDA        PIC 9(8).
               03 WS-PRE1-NETO           PIC S9(12)V99.
               03 WS-PRE7-CORRIDA        PIC 9(8).
               03 WS-PRE7-NETO           PIC S9(12)V99.
       01   WS-CORRIDA-INT               PIC 9(8).
       01   WS-REAL-NETO                 PIC S9(12)V99.
       01   WS-DIF                       PIC S9(12)V99.
       01   WS-ERROR-1                   PIC 9(12)V99 VALUE ZERO.
       01   WS-ERROR-7                   PIC 9(12)V99 VALUE ZERO.
       01   CONT-DIAS-1                  PIC 9(3) VALUE ZERO.
       01   CONT-DIAS-7                  PIC 9(3) VALUE ZERO.

      *> Daily totals of the statement being registered.
       01   WS-EXTRACTO-FECHA            PIC 9(8) VALUE ZERO.
       01   WS-EXTRACTO-YA               PIC X(1) VALUE "N".
          88 EXTRACTO-YA-REGISTRADO VALUE "S".
       01   WS-MAX-REAL                  PIC 9(2) VALUE 31.
       01   WS-REAL-COUNT                PIC 9(2) VALUE 0.
       01   WS-REAL-TABLE.
            02 WS-REAL-ENTRY OCCURS 31 TIMES
                             INDEXED BY WS-REAL-IX.
               03 WS-REAL-FECHA          PIC 9(8).
               03 WS-REAL-INGRESOS       PIC 9(12)V99.
               03 WS-REAL-EGRESOS        PIC 9(12)V99.

       01 rep_titulo.
         02 FILLER                       PIC X(40) VALUE
         "FLUJO DE FONDOS PROYECTADO - 30 DIAS -".
         02 rpt_fecha                    PIC 9(8).
         02 FILLER                       PIC X(84) VALUE SPACES.

       01 rep_columnas.
         02 FILLER                       PIC X(10) VALUE "FECHA".
         02 FILLER                       PIC X(13) VALUE
         "     TARJETAS".
         02 FILLER                       PIC X(13) VALUE
         "     CLIENTES".
         02 FILLER                       PIC X(13) VALUE
         "   DEBITO AUT".
         02 FILLER                       PIC X(13) VALUE
         "    COMERCIOS".
         02 FILLER                       PIC X(13) VALUE
         "   SETTLEMENT".
         02 FILLER                       PIC X(13) VALUE
         "  CONSULTORES".
         02 FILLER                       PIC X(13) VALUE
         "  ADQUIRENTES".
         02 FILLER                       PIC X(15) VALUE
         "           NETO".
         02 FILLER                       PIC X(16) VALUE
         "       ACUMULADO".

       01 rep_dia.
         02 rfd_fecha                    PIC 9(8).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rfd_categoria OCCURS 7 TIMES.
            03 FILLER                    PIC X(1).
            03 rfd_importe               PIC Z(8)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 rfd_neto                     PIC -Z(9)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 rfd_acumulado                PIC -Z(10)9.99.

       01 rep_importe.
         02 rpi_etiqueta                 PIC X(50).
         02 rpi_importe                  PIC -Z(11)9.99.
         02 FILLER                       PIC X(65) VALUE SPACES.

       01 rep_fecha.
         02 rpf_etiqueta                 PIC X(50).
         02 rpf_fecha                    PIC 9(8).
         02 FILLER                       PIC X(74) VALUE SPACES.

       01 rep_vacia                      PIC X(132) VALUE SPACES.

       01 pre_titulo.
         02 FILLER                       PIC X(40) VALUE
         "PRECISION DEL PRONOSTICO DE FONDOS -".
         02 prt_fecha                    PIC 9(8).
         02 FILLER                       PIC X(52) VALUE SPACES.

       01 pre_columnas.
         02 FILLER                       PIC X(10) VALUE "FECHA".
         02 FILLER                       PIC X(16) VALUE
         "       NETO REAL".
         02 FILLER                       PIC X(16) VALUE
         "  PRONOST. 1 DIA".
         02 FILLER                       PIC X(16) VALUE
         "       DIFERENC.".
         02 FILLER                       PIC X(16) VALUE
         " PRONOST. 7 DIAS".
         02 FILLER                       PIC X(16) VALUE
         "       DIFERENC.".
         02 FILLER                       PIC X(10) VALUE SPACES.

       01 pre_detalle.
         02 prd_fecha                    PIC 9(8).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 prd_real                     PIC -Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 prd_pron1                    PIC -Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 prd_dif1                     PIC -Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 prd_pron7                    PIC -Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 prd_dif7                     PIC -Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 prd_nota                     PIC X(10).

       01 pre_importe.
         02 ppi_etiqueta                 PIC X(50).
         02 ppi_importe                  PIC -Z(11)9.99.
         02 FILLER                       PIC X(33) VALUE SPACES.

       01 pre_vacia                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "FLUJO-FONDOS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          COMPUTE HOY-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
          PERFORM Preparar_Dias.
          PERFORM Leer_Parametros.
          PERFORM Leer_Saldo_Banco.

          PERFORM Cargar_Pagos_Minimos.
          PERFORM Cargar_Ordenes_Debito.
          PERFORM Cargar_Cuentas_Corrientes.
          PERFORM Cargar_Ordenes_Pago.
          PERFORM Cargar_Ventas_A_Liquidar.
          PERFORM Cargar_Settlement.
          PERFORM Cargar_Consultores.
          PERFORM Cargar_Adquirentes.

          OPEN OUTPUT ReporteFile.
          PERFORM Emitir_Pronostico.
          CLOSE ReporteFile.
          PERFORM Grabar_Pronostico.

          PERFORM Preparar_Precision.
          PERFORM Cargar_Real.
          PERFORM Registrar_Extracto.
          PERFORM Cargar_Pronosticos_Anteriores.
          OPEN OUTPUT PrecisionFile.
          PERFORM Emitir_Precision.
          CLOSE PrecisionFile.

          DISPLAY "Flujo de fondos al " WS-FECHA-HOY.
          DISPLAY "Ingresos proyectados: " WS-TOTAL-INGRESOS.
          DISPLAY "Egresos proyectados:  " WS-TOTAL-EGRESOS.
          IF WS-PRIMER-DESCUBIERTO NOT = ZERO
             DISPLAY "** Saldo proyectado negativo desde el "
                WS-PRIMER-DESCUBIERTO
          END-IF.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE WS-HORIZONTE TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Preparar_Dias.
          PERFORM VARYING WS-DIA-IX FROM 1 BY 1
             UNTIL WS-DIA-IX > WS-HORIZONTE
             SET WS-POS TO WS-DIA-IX
             COMPUTE WS-DIA-FECHA(WS-DIA-IX) =
                FUNCTION DATE-OF-INTEGER(HOY-INT + WS-POS - 1)
             PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                UNTIL WS-CAT-IX > 7
                MOVE ZERO TO WS-DIA-IMPORTE(WS-DIA-IX, WS-CAT-IX)
             END-PERFORM
             MOVE ZERO TO WS-DIA-INGRESOS(WS-DIA-IX)
             MOVE ZERO TO WS-DIA-EGRESOS(WS-DIA-IX)
          END-PERFORM.
          PERFORM VARYING WS-CAT-IX FROM 1 BY 1
             UNTIL WS-CAT-IX > 7
             MOVE ZERO TO WS-CAT-TOTAL(WS-CAT-IX)
          END-PERFORM.
      *-----------------------------------------------------------*
      *   A missing or zero field keeps its default; days past the
      *   28th would skip February, so they stop there.
      *-----------------------------------------------------------*
       Leer_Parametros.
          OPEN INPUT ParametrosFile.
          IF ParametrosFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          READ ParametrosFile
             AT END MOVE "10" TO ParametrosFS
          END-READ.
          IF ParametrosFS = "00"
             IF FPR-DIA-CONSULTORES IS NUMERIC
                AND FPR-DIA-CONSULTORES > ZERO
                MOVE FPR-DIA-CONSULTORES TO WS-DIA-CONSULTORES
             END-IF
             IF FPR-DIA-ADQUIRENTES IS NUMERIC
                AND FPR-DIA-ADQUIRENTES > ZERO
                MOVE FPR-DIA-ADQUIRENTES TO WS-DIA-ADQUIRENTES
             END-IF
             IF FPR-HABILES-SETTLEMENT IS NUMERIC
                MOVE FPR-HABILES-SETTLEMENT TO WS-HABILES-SETTLEMENT
             END-IF
          END-IF.
          CLOSE ParametrosFile.
          IF WS-DIA-CONSULTORES > 28
             MOVE 28 TO WS-DIA-CONSULTORES
          END-IF.
          IF WS-DIA-ADQUIRENTES > 28
             MOVE 28 TO WS-DIA-ADQUIRENTES
          END-IF.
      *-----------------------------------------------------------*
      *   The bank balance ConciliacionBancaria last reconciled -
      *   without one the running balance starts at zero.
      *-----------------------------------------------------------*
       Leer_Saldo_Banco.
          OPEN INPUT ConcCorteFile.
          IF ConcCorteFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          READ ConcCorteFile
             AT END MOVE "10" TO ConcCorteFS
          END-READ.
          IF ConcCorteFS = "00" AND CBC-EXTRACTO > ZERO
             MOVE CBC-SALDO-BANCO TO WS-SALDO-INICIAL
             SET HAY-SALDO TO TRUE
          END-IF.
          CLOSE ConcCorteFile.
      *-----------------------------------------------------------*
      *   Adds WS-MOV-IMPORTE to category WS-MOV-CAT of the day
      *   WS-MOV-FECHA; dates outside the horizon are dropped.
      *-----------------------------------------------------------*
       Sumar_Al_Dia.
          IF WS-MOV-FECHA NOT NUMERIC OR WS-MOV-FECHA = ZERO
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-FECHA-INT =
             FUNCTION INTEGER-OF-DATE(WS-MOV-FECHA).
          COMPUTE WS-POS = WS-FECHA-INT - HOY-INT + 1.
          IF WS-POS < 1 OR WS-POS > WS-HORIZONTE
             EXIT PARAGRAPH
          END-IF.
          ADD WS-MOV-IMPORTE TO WS-DIA-IMPORTE(WS-POS, WS-MOV-CAT).
          ADD WS-MOV-IMPORTE TO WS-CAT-TOTAL(WS-MOV-CAT).
          IF WS-MOV-CAT < 4
             ADD WS-MOV-IMPORTE TO WS-DIA-INGRESOS(WS-POS)
          ELSE
             ADD WS-MOV-IMPORTE TO WS-DIA-EGRESOS(WS-POS)
          END-IF.
      *-----------------------------------------------------------*
      *   Every archived statement trailer whose vencimiento falls
      *   in the horizon. Cards on direct debit are left to their
      *   debit order, so the minimum is not counted twice.
      *-----------------------------------------------------------*
       Cargar_Pagos_Minimos.
          OPEN INPUT DebitoFile.
          IF DebitoFS = "00"
             SET HAY-DEBITOS TO TRUE
          END-IF.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ExtractoHistFile.
          IF ExtHistFS NOT = "00"
             DISPLAY "** CC-EXTRACTO-HIST.DAT no disponible - status "
                ExtHistFS
             SET FIN-ARCHIVO TO TRUE
          ELSE
             MOVE LOW-VALUES TO HIS-KEY
             START ExtractoHistFile KEY IS NOT LESS THAN HIS-KEY
                INVALID KEY SET FIN-ARCHIVO TO TRUE
             END-START
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ ExtractoHistFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND HIS-LINEA(1:1) = "T"
                MOVE HIS-LINEA TO WS-EXT-TRAILER
                IF WS-T-PAGO-MINIMO > ZERO
                   PERFORM Calcular_Vencimiento
                   PERFORM Sumar_Pago_Minimo
                END-IF
             END-IF
          END-PERFORM.
          IF ExtHistFS = "00" OR ExtHistFS = "10"
             CLOSE ExtractoHistFile
          END-IF.
          IF HAY-DEBITOS
             CLOSE DebitoFile
          END-IF.
      *-----------------------------------------------------------*
      *   Cards come in key order, so the same closing date keeps
      *   coming back - the vencimiento is worked out once per
      *   closing date.
      *-----------------------------------------------------------*
       Calcular_Vencimiento.
          IF HIS-FECHA-CIERRE = WS-VTO-CIERRE
             EXIT PARAGRAPH
          END-IF.
          MOVE HIS-FECHA-CIERRE TO WS-VTO-CIERRE.
          COMPUTE WS-FECHA-INT =
             FUNCTION INTEGER-OF-DATE(HIS-FECHA-CIERRE)
             + WS-DIAS-VENCIMIENTO.
          COMPUTE WS-VTO-FECHA =
             FUNCTION DATE-OF-INTEGER(WS-FECHA-INT).
          MOVE "S" TO CAL-FUNCION.
          MOVE WS-VTO-FECHA TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-VTO-FECHA
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Sumar_Pago_Minimo.
          IF WS-VTO-FECHA < WS-FECHA-HOY
             EXIT PARAGRAPH
          END-IF.
          IF HAY-DEBITOS
             MOVE WS-T-NRO-TARJ TO DEB-NRO-TARJ
             READ DebitoFile
                INVALID KEY MOVE "23" TO DebitoFS
             END-READ
             IF DebitoFS = "00" AND DEB-ACTIVO
                EXIT PARAGRAPH
             END-IF
          END-IF.
          MOVE WS-VTO-FECHA TO WS-MOV-FECHA.
          MOVE 1 TO WS-MOV-CAT.
          MOVE WS-T-PAGO-MINIMO TO WS-MOV-IMPORTE.
          PERFORM Sumar_Al_Dia.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Ordenes_Debito.
          MOVE "N" TO WS-EOF.
          OPEN INPUT OrdenesDebitoFile.
          IF OrdDebFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OrdenesDebitoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND ORD-FECHA IS NUMERIC
                MOVE ORD-FECHA TO WS-ORD-FECHA-N
                MOVE WS-ORD-FECHA-N TO WS-MOV-FECHA
                MOVE 3 TO WS-MOV-CAT
                MOVE ORD-IMPORTE TO WS-MOV-IMPORTE
                PERFORM Sumar_Al_Dia
             END-IF
          END-PERFORM.
          IF OrdDebFS = "00" OR OrdDebFS = "10"
             CLOSE OrdenesDebitoFile
          END-IF.
      *-----------------------------------------------------------*
      *   Open peso invoices on their vencimiento. What is already
      *   past due is shown apart - when it comes in is anyone's
      *   guess. Dollar invoices do not reach this account.
      *-----------------------------------------------------------*
       Cargar_Cuentas_Corrientes.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ArFactFile.
          IF ArFactFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ ArFactFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND AR-ABIERTA
                AND AR-MONEDA NOT = "D"
                COMPUTE WS-SALDO-AR = AR-TOTAL - AR-PAGADO
                IF WS-SALDO-AR > ZERO
                   IF AR-VENCIMIENTO < WS-FECHA-HOY
                      ADD WS-SALDO-AR TO WS-AR-VENCIDO
                      ADD 1 TO CONT-AR-VENCIDAS
                   ELSE
                      MOVE AR-VENCIMIENTO TO WS-MOV-FECHA
                      MOVE 2 TO WS-MOV-CAT
                      MOVE WS-SALDO-AR TO WS-MOV-IMPORTE
                      PERFORM Sumar_Al_Dia
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          IF ArFactFS = "00" OR ArFactFS = "10"
             CLOSE ArFactFile
          END-IF.
      *-----------------------------------------------------------*
      *   Transfers already ordered go out on their fecha valor.
      *-----------------------------------------------------------*
       Cargar_Ordenes_Pago.
          MOVE "N" TO WS-EOF.
          OPEN INPUT OrdenesPagoFile.
          IF OrdPagoFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OrdenesPagoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OPG-FECHA TO WS-MOV-FECHA
                MOVE 4 TO WS-MOV-CAT
                MOVE OPG-IMPORTE TO WS-MOV-IMPORTE
                PERFORM Sumar_Al_Dia
             END-IF
          END-PERFORM.
          IF OrdPagoFS = "00" OR OrdPagoFS = "10"
             CLOSE OrdenesPagoFile
          END-IF.
      *-----------------------------------------------------------*
      *   Sales the last settlement (LIQUIDACION-CORTE.DAT) did not
      *   pay yet, on their payment date; one already due waits
      *   for the next settlement run, so it counts today.
      *-----------------------------------------------------------*
       Cargar_Ventas_A_Liquidar.
          OPEN INPUT LiqCorteFile.
          IF LiqCorteFS = "00"
             READ LiqCorteFile
                AT END MOVE ZERO TO LQC-HASTA
             END-READ
             MOVE LQC-HASTA TO WS-ULTIMO-CORTE
             CLOSE LiqCorteFile
          END-IF.
          MOVE "N" TO WS-EOF.
          OPEN INPUT VentasFile.
          IF VentasFS NOT = "00"
             DISPLAY "** ventas_indexed.dat no disponible - status "
                VentasFS
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT ComerciosFile.
          PERFORM UNTIL FIN-ARCHIVO
             READ VentasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF Ventas-comercio-num NOT = ws_comercio
                   OR Ventas-sucursal NOT = ws_sucursal
                   PERFORM Leer_Comercio
                END-IF
                MOVE "N" TO WS-FIN-CUOTAS
                PERFORM Proyectar_Cuota_Venta
                   VARYING WS-NRO-CUOTA FROM 1 BY 1
                   UNTIL FIN-CUOTAS
             END-IF
          END-PERFORM.
          CLOSE VentasFile.
          IF ComercioFS NOT = "35"
             CLOSE ComerciosFile
          END-IF.
      *-----------------------------------------------------------*
      *   One payment per cuota still to come - a sale in one
      *   payment is a single cuota.
      *-----------------------------------------------------------*
       Proyectar_Cuota_Venta.
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
             IF WS-FECHA-PAGO < WS-FECHA-HOY
                MOVE WS-FECHA-HOY TO WS-MOV-FECHA
             ELSE
                MOVE WS-FECHA-PAGO TO WS-MOV-FECHA
             END-IF
             MOVE 4 TO WS-MOV-CAT
             IF Ventas-tipo-devolucion
                COMPUTE WS-MOV-IMPORTE = ZERO - WS-IMPORTE-CUOTA
             ELSE
                COMPUTE WS-MOV-IMPORTE =
                   WS-IMPORTE-CUOTA - WS-DESCUENTO-CUOTA
             END-IF
             PERFORM Sumar_Al_Dia
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Comercio.
          MOVE Ventas-comercio-num TO ws_comercio.
          MOVE Ventas-sucursal TO ws_sucursal.
          MOVE ws_comercio TO Comercio-num.
          MOVE ws_sucursal TO Comercio-sucursal.
          READ ComerciosFile
             INVALID KEY MOVE ZERO TO Comercio-cod-rubro
          END-READ.
          MOVE Comercio-cod-rubro TO WS-RUBRO-COMERCIO.
      *-----------------------------------------------------------*
      *   The drafts of the last close go out the configured number
      *   of business days after its closing date.
      *-----------------------------------------------------------*
       Cargar_Settlement.
          OPEN INPUT CcParamFile.
          IF CcParamFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          READ CcParamFile
             AT END MOVE "10" TO CcParamFS
          END-READ.
          CLOSE CcParamFile.
          IF CcParamFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          STRING PAR-CIERRE-AAAA PAR-CIERRE-MM PAR-CIERRE-DD
             DELIMITED BY SIZE INTO WS-CIERRE-X.
          IF WS-CIERRE-X NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
          MOVE ZERO TO WS-TOTAL-FUENTE.
          MOVE "N" TO WS-EOF.
          OPEN INPUT SettlementFile.
          IF SettlementFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ SettlementFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                ADD STL-IMPORTE TO WS-TOTAL-FUENTE
             END-IF
          END-PERFORM.
          CLOSE SettlementFile.
          MOVE "S" TO CAL-FUNCION.
          MOVE WS-CIERRE-N TO CAL-FECHA.
          MOVE WS-HABILES-SETTLEMENT TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-MOV-FECHA
             MOVE 5 TO WS-MOV-CAT
             MOVE WS-TOTAL-FUENTE TO WS-MOV-IMPORTE
             PERFORM Sumar_Al_Dia
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Consultores.
          MOVE ZERO TO WS-TOTAL-FUENTE.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ConsTotalesFile.
          IF ConsTotFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ ConsTotalesFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND TOT-NETO > ZERO
                ADD TOT-NETO TO WS-TOTAL-FUENTE
             END-IF
          END-PERFORM.
          CLOSE ConsTotalesFile.
          MOVE WS-DIA-CONSULTORES TO WS-DIA-PAGO.
          PERFORM Proximo_Dia_De_Pago.
          MOVE 6 TO WS-MOV-CAT.
          MOVE WS-TOTAL-FUENTE TO WS-MOV-IMPORTE.
          PERFORM Sumar_Al_Dia.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Adquirentes.
          MOVE ZERO TO WS-TOTAL-FUENTE.
          MOVE "N" TO WS-EOF.
          OPEN INPUT AcqLiqFile.
          IF AcqLiqFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ AcqLiqFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                ADD LIQA-ESPERADO TO WS-TOTAL-FUENTE
             END-IF
          END-PERFORM.
          CLOSE AcqLiqFile.
          MOVE WS-DIA-ADQUIRENTES TO WS-DIA-PAGO.
          PERFORM Proximo_Dia_De_Pago.
          MOVE 7 TO WS-MOV-CAT.
          MOVE WS-TOTAL-FUENTE TO WS-MOV-IMPORTE.
          PERFORM Sumar_Al_Dia.
      *-----------------------------------------------------------*
      *   Next WS-DIA-PAGO of a month from today on, moved to a
      *   business day, into WS-MOV-FECHA.
      *-----------------------------------------------------------*
       Proximo_Dia_De_Pago.
          MOVE WS-HOY-AAAA TO WS-MP-AAAA.
          MOVE WS-HOY-MM TO WS-MP-MM.
          MOVE WS-DIA-PAGO TO WS-MP-DD.
          IF WS-DIA-PAGO < WS-HOY-DD
             IF WS-MP-MM = 12
                MOVE 1 TO WS-MP-MM
                ADD 1 TO WS-MP-AAAA
             ELSE
                ADD 1 TO WS-MP-MM
             END-IF
          END-IF.
          MOVE WS-MES-PAGO-N TO WS-MOV-FECHA.
          MOVE "S" TO CAL-FUNCION.
          MOVE WS-MES-PAGO-N TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-MOV-FECHA
          END-IF.
      *-----------------------------------------------------------*
      *   One line per day with the running balance, the totals
      *   per category, and the first day the balance goes
      *   negative - the day funding has to be in place.
      *-----------------------------------------------------------*
       Emitir_Pronostico.
          MOVE WS-FECHA-HOY TO rpt_fecha.
          WRITE ReporteRecord FROM rep_titulo.
          WRITE ReporteRecord FROM rep_vacia.
          IF HAY-SALDO
             MOVE "SALDO BANCARIO CONCILIADO" TO rpi_etiqueta
          ELSE
             MOVE "SALDO INICIAL (SIN CONCILIACION BANCARIA)"
                TO rpi_etiqueta
          END-IF.
          MOVE WS-SALDO-INICIAL TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          WRITE ReporteRecord FROM rep_vacia.
          WRITE ReporteRecord FROM rep_columnas.
          MOVE WS-SALDO-INICIAL TO WS-ACUMULADO.
          PERFORM VARYING WS-DIA-IX FROM 1 BY 1
             UNTIL WS-DIA-IX > WS-HORIZONTE
             MOVE WS-DIA-FECHA(WS-DIA-IX) TO rfd_fecha
             PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                UNTIL WS-CAT-IX > 7
                MOVE SPACE TO rfd_categoria(WS-CAT-IX)
                MOVE WS-DIA-IMPORTE(WS-DIA-IX, WS-CAT-IX)
                   TO rfd_importe(WS-CAT-IX)
             END-PERFORM
             COMPUTE WS-NETO = WS-DIA-INGRESOS(WS-DIA-IX)
                - WS-DIA-EGRESOS(WS-DIA-IX)
             ADD WS-NETO TO WS-ACUMULADO
             ADD WS-DIA-INGRESOS(WS-DIA-IX) TO WS-TOTAL-INGRESOS
             ADD WS-DIA-EGRESOS(WS-DIA-IX) TO WS-TOTAL-EGRESOS
             IF WS-ACUMULADO < ZERO AND WS-PRIMER-DESCUBIERTO = ZERO
                MOVE WS-DIA-FECHA(WS-DIA-IX) TO WS-PRIMER-DESCUBIERTO
             END-IF
             MOVE WS-NETO TO rfd_neto
             MOVE WS-ACUMULADO TO rfd_acumulado
             WRITE ReporteRecord FROM rep_dia
          END-PERFORM.

          WRITE ReporteRecord FROM rep_vacia.
          PERFORM VARYING WS-CAT-IX FROM 1 BY 1
             UNTIL WS-CAT-IX > 7
             MOVE WS-CAT-NOMBRE(WS-CAT-IX) TO rpi_etiqueta
             MOVE WS-CAT-TOTAL(WS-CAT-IX) TO rpi_importe
             WRITE ReporteRecord FROM rep_importe
          END-PERFORM.
          WRITE ReporteRecord FROM rep_vacia.
          MOVE "TOTAL INGRESOS PROYECTADOS" TO rpi_etiqueta.
          MOVE WS-TOTAL-INGRESOS TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "TOTAL EGRESOS PROYECTADOS" TO rpi_etiqueta.
          MOVE WS-TOTAL-EGRESOS TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          MOVE "SALDO AL FIN DEL HORIZONTE" TO rpi_etiqueta.
          MOVE WS-ACUMULADO TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
          IF WS-PRIMER-DESCUBIERTO NOT = ZERO
             MOVE "** PRIMER DIA CON SALDO NEGATIVO" TO rpf_etiqueta
             MOVE WS-PRIMER-DESCUBIERTO TO rpf_fecha
             WRITE ReporteRecord FROM rep_fecha
          END-IF.
          WRITE ReporteRecord FROM rep_vacia.
          MOVE "COBRANZAS VENCIDAS NO PROYECTADAS" TO rpi_etiqueta.
          MOVE WS-AR-VENCIDO TO rpi_importe.
          WRITE ReporteRecord FROM rep_importe.
      *-----------------------------------------------------------*
      *   Today's forecast joins the history the accuracy report
      *   works from; a rerun adds a newer set for the same date,
      *   and the newer one is what counts.
      *-----------------------------------------------------------*
       Grabar_Pronostico.
          OPEN EXTEND PronosticoHistFile.
          IF PronHistFS = "35"
             OPEN OUTPUT PronosticoHistFile
          END-IF.
          PERFORM VARYING WS-DIA-IX FROM 1 BY 1
             UNTIL WS-DIA-IX > WS-HORIZONTE
             MOVE WS-FECHA-HOY TO FPH-CORRIDA
             MOVE WS-DIA-FECHA(WS-DIA-IX) TO FPH-FECHA
             MOVE WS-DIA-INGRESOS(WS-DIA-IX) TO FPH-INGRESOS
             MOVE WS-DIA-EGRESOS(WS-DIA-IX) TO FPH-EGRESOS
             WRITE PronosticoHistRecord
          END-PERFORM.
          CLOSE PronosticoHistFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Preparar_Precision.
          COMPUTE WS-PRE-BASE-INT = HOY-INT - 30.
          PERFORM VARYING WS-PRE-IX FROM 1 BY 1
             UNTIL WS-PRE-IX > 30
             SET WS-POS TO WS-PRE-IX
             COMPUTE WS-PRE-FECHA(WS-PRE-IX) =
                FUNCTION DATE-OF-INTEGER(WS-PRE-BASE-INT + WS-POS - 1)
             MOVE "N" TO WS-PRE-HAY-REAL(WS-PRE-IX)
             MOVE ZERO TO WS-PRE-INGRESOS(WS-PRE-IX)
             MOVE ZERO TO WS-PRE-EGRESOS(WS-PRE-IX)
             MOVE ZERO TO WS-PRE1-CORRIDA(WS-PRE-IX)
             MOVE ZERO TO WS-PRE1-NETO(WS-PRE-IX)
             MOVE ZERO TO WS-PRE7-CORRIDA(WS-PRE-IX)
             MOVE ZERO TO WS-PRE7-NETO(WS-PRE-IX)
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Actual flow already registered, and whether today's bank
      *   statement is among it.
      *-----------------------------------------------------------*
       Cargar_Real.
          OPEN INPUT ExtractoBancoFile.
          IF ExtBcoFS = "00"
             READ ExtractoBancoFile
                AT END MOVE "10" TO ExtBcoFS
             END-READ
             IF ExtBcoFS = "00" AND EXB-H-TIPO = "H"
                MOVE EXB-H-FECHA TO WS-EXTRACTO-FECHA
             END-IF
             CLOSE ExtractoBancoFile
          END-IF.
          MOVE "N" TO WS-EOF.
          OPEN INPUT RealFile.
          IF RealFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ RealFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF FRE-EXTRACTO = WS-EXTRACTO-FECHA
                   SET EXTRACTO-YA-REGISTRADO TO TRUE
                END-IF
                MOVE FRE-FECHA TO WS-MOV-FECHA
                PERFORM Sumar_Real
             END-IF
          END-PERFORM.
          IF RealFS = "00" OR RealFS = "10"
             CLOSE RealFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Sumar_Real.
          IF WS-MOV-FECHA NOT NUMERIC OR WS-MOV-FECHA = ZERO
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-FECHA-INT =
             FUNCTION INTEGER-OF-DATE(WS-MOV-FECHA).
          COMPUTE WS-POS = WS-FECHA-INT - WS-PRE-BASE-INT + 1.
          IF WS-POS < 1 OR WS-POS > 30
             EXIT PARAGRAPH
          END-IF.
          MOVE "S" TO WS-PRE-HAY-REAL(WS-POS).
          ADD FRE-INGRESOS TO WS-PRE-INGRESOS(WS-POS).
          ADD FRE-EGRESOS TO WS-PRE-EGRESOS(WS-POS).
      *-----------------------------------------------------------*
      *   A statement not registered yet adds one line per
      *   movement date it carries.
      *-----------------------------------------------------------*
       Registrar_Extracto.
          IF WS-EXTRACTO-FECHA = ZERO OR EXTRACTO-YA-REGISTRADO
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-REAL-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ExtractoBancoFile.
          PERFORM UNTIL FIN-ARCHIVO
             READ ExtractoBancoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND EXB-M-TIPO = "M"
                PERFORM Acumular_Movimiento_Real
             END-IF
          END-PERFORM.
          CLOSE ExtractoBancoFile.
          OPEN EXTEND RealFile.
          IF RealFS = "35"
             OPEN OUTPUT RealFile
          END-IF.
          PERFORM VARYING WS-REAL-IX FROM 1 BY 1
             UNTIL WS-REAL-IX > WS-REAL-COUNT
             MOVE WS-EXTRACTO-FECHA TO FRE-EXTRACTO
             MOVE WS-REAL-FECHA(WS-REAL-IX) TO FRE-FECHA
             MOVE WS-REAL-INGRESOS(WS-REAL-IX) TO FRE-INGRESOS
             MOVE WS-REAL-EGRESOS(WS-REAL-IX) TO FRE-EGRESOS
             MOVE FRE-FECHA TO WS-MOV-FECHA
             PERFORM Sumar_Real
             WRITE RealRecord
          END-PERFORM.
          CLOSE RealFile.
      *-----------------------------------------------------------*
      *   Past the table size a movement lands on the last date
      *   held.
      *-----------------------------------------------------------*
       Acumular_Movimiento_Real.
          SET WS-REAL-IX TO 1.
          SEARCH WS-REAL-ENTRY
             AT END
                SET WS-REAL-IX TO WS-REAL-COUNT
             WHEN WS-REAL-IX > WS-REAL-COUNT
                ADD 1 TO WS-REAL-COUNT
                MOVE EXB-M-FECHA TO WS-REAL-FECHA(WS-REAL-IX)
                MOVE ZERO TO WS-REAL-INGRESOS(WS-REAL-IX)
                MOVE ZERO TO WS-REAL-EGRESOS(WS-REAL-IX)
             WHEN WS-REAL-FECHA(WS-REAL-IX) = EXB-M-FECHA
                CONTINUE
          END-SEARCH.
          IF EXB-M-SIGNO = "D"
             ADD EXB-M-IMPORTE TO WS-REAL-EGRESOS(WS-REAL-IX)
          ELSE
             ADD EXB-M-IMPORTE TO WS-REAL-INGRESOS(WS-REAL-IX)
          END-IF.
      *-----------------------------------------------------------*
      *   For each of the last 30 days, the newest forecast made
      *   before it and the newest made a week or more before it.
      *-----------------------------------------------------------*
       Cargar_Pronosticos_Anteriores.
          MOVE "N" TO WS-EOF.
          OPEN INPUT PronosticoHistFile.
          IF PronHistFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ PronosticoHistFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND FPH-CORRIDA < FPH-FECHA
                PERFORM Tomar_Pronostico
             END-IF
          END-PERFORM.
          IF PronHistFS = "00" OR PronHistFS = "10"
             CLOSE PronosticoHistFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Tomar_Pronostico.
          COMPUTE WS-FECHA-INT =
             FUNCTION INTEGER-OF-DATE(FPH-FECHA).
          COMPUTE WS-POS = WS-FECHA-INT - WS-PRE-BASE-INT + 1.
          IF WS-POS < 1 OR WS-POS > 30
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-CORRIDA-INT =
             FUNCTION INTEGER-OF-DATE(FPH-CORRIDA).
          IF FPH-CORRIDA NOT < WS-PRE1-CORRIDA(WS-POS)
             MOVE FPH-CORRIDA TO WS-PRE1-CORRIDA(WS-POS)
             COMPUTE WS-PRE1-NETO(WS-POS) =
                FPH-INGRESOS - FPH-EGRESOS
          END-IF.
          IF WS-CORRIDA-INT NOT > WS-FECHA-INT - 7
             AND FPH-CORRIDA NOT < WS-PRE7-CORRIDA(WS-POS)
             MOVE FPH-CORRIDA TO WS-PRE7-CORRIDA(WS-POS)
             COMPUTE WS-PRE7-NETO(WS-POS) =
                FPH-INGRESOS - FPH-EGRESOS
          END-IF.
      *-----------------------------------------------------------*
      *   Days with an actual flow only; the averages are of the
      *   absolute differences.
      *-----------------------------------------------------------*
       Emitir_Precision.
          MOVE WS-FECHA-HOY TO prt_fecha.
          WRITE PrecisionRecord FROM pre_titulo.
          WRITE PrecisionRecord FROM pre_vacia.
          WRITE PrecisionRecord FROM pre_columnas.
          PERFORM VARYING WS-PRE-IX FROM 1 BY 1
             UNTIL WS-PRE-IX > 30
             IF WS-PRE-HAY-REAL(WS-PRE-IX) = "S"
                PERFORM Imprimir_Precision
             END-IF
          END-PERFORM.
          WRITE PrecisionRecord FROM pre_vacia.
          MOVE "ERROR MEDIO ABSOLUTO - PRONOSTICO A 1 DIA"
             TO ppi_etiqueta.
          IF CONT-DIAS-1 > 0
             COMPUTE ppi_importe ROUNDED = WS-ERROR-1 / CONT-DIAS-1
          ELSE
             MOVE ZERO TO ppi_importe
          END-IF.
          WRITE PrecisionRecord FROM pre_importe.
          MOVE "ERROR MEDIO ABSOLUTO - PRONOSTICO A 7 DIAS"
             TO ppi_etiqueta.
          IF CONT-DIAS-7 > 0
             COMPUTE ppi_importe ROUNDED = WS-ERROR-7 / CONT-DIAS-7
          ELSE
             MOVE ZERO TO ppi_importe
          END-IF.
          WRITE PrecisionRecord FROM pre_importe.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Imprimir_Precision.
          MOVE WS-PRE-FECHA(WS-PRE-IX) TO prd_fecha.
          COMPUTE WS-REAL-NETO = WS-PRE-INGRESOS(WS-PRE-IX)
             - WS-PRE-EGRESOS(WS-PRE-IX).
          MOVE WS-REAL-NETO TO prd_real.
          MOVE SPACES TO prd_nota.
          MOVE WS-PRE1-NETO(WS-PRE-IX) TO prd_pron1.
          MOVE WS-PRE7-NETO(WS-PRE-IX) TO prd_pron7.
          MOVE ZERO TO prd_dif1.
          MOVE ZERO TO prd_dif7.
          IF WS-PRE1-CORRIDA(WS-PRE-IX) = ZERO
             MOVE "SIN PRON." TO prd_nota
          ELSE
             COMPUTE WS-DIF = WS-REAL-NETO - WS-PRE1-NETO(WS-PRE-IX)
             MOVE WS-DIF TO prd_dif1
             IF WS-DIF < ZERO
                SUBTRACT WS-DIF FROM WS-ERROR-1
             ELSE
                ADD WS-DIF TO WS-ERROR-1
             END-IF
             ADD 1 TO CONT-DIAS-1
          END-IF.
          IF WS-PRE7-CORRIDA(WS-PRE-IX) NOT = ZERO
             COMPUTE WS-DIF = WS-REAL-NETO - WS-PRE7-NETO(WS-PRE-IX)
             MOVE WS-DIF TO prd_dif7
             IF WS-DIF < ZERO
                SUBTRACT WS-DIF FROM WS-ERROR-7
             ELSE
                ADD WS-DIF TO WS-ERROR-7
             END-IF
             ADD 1 TO CONT-DIAS-7
          END-IF.
          WRITE PrecisionRecord FROM pre_detalle.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM FlujoFondos.
