      * tail of the cupon's card number. Sales with no presented
      * cupon and cupones with no captured sale both come out aged,
      * so a comercio that chronically mismatches stands out.
      * Matched cupones stay in the presentados file marked as
      * conciliados - a year of them is the purchase history the
      * renewal-fee waiver adds up - and drop out once they are
      * over 400 days old; the unmatched ones persist and keep
      * aging run after run.

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

       FD PresentadosFile.
       01 PresentadoRecord.
         03 PRES-IMPORTE                 PIC 9(6)V99.
         03 PRES-CARD-TAIL               PIC 9(4).
         03 PRES-NRO-CUPON               PIC 9(5).
         03 PRES-NRO-TARJ                PIC 9(16).
         03 PRES-CONCILIADO              PIC X(1).
           88 PRES-YA-CONCILIADO VALUE "S".

       FD SpillFile.
       01 SpillRecord                    PIC X(48).

       FD ConciliadasFile.
       01 ConciliadaRecord.
         03 CON-VENTA-KEY                PIC X(23).

       FD ReconReportFile.
       01 ReconReportRecord              PIC X(90).
               03 WS-PRES-IMPORTE        PIC 9(6)V99.
               03 WS-PRES-CARD-TAIL      PIC 9(4).
               03 WS-PRES-NRO-CUPON      PIC 9(5).
               03 WS-PRES-NRO-TARJ       PIC 9(16).
               03 WS-PRES-MATCH          PIC X(1).

       01   ConciliadasFS                PIC X(2).
       01   WS-CONC-TABLE.
            02 WS-CONC-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-CONC-IX.
               03 WS-CONC-KEY            PIC X(23).
       01   WS-VENTA-CONCILIADA          PIC X(1).
          88 VENTA-YA-CONCILIADA VALUE "S".
      *> Keys matched THIS run, appended to the register at the end.
       01   WS-CONC-NUEVAS-TABLE.
            02 WS-CONC-NUEVA-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-CONC-NVA-IX.
               03 WS-CONC-NUEVA-KEY      PIC X(23).
       01   WS-VENTA-FECHA-N             PIC 9(8).
       01   WS-MATCH                     PIC X(1).
          88 VENTA-MATCHEADA VALUE "S".
          02 WS-FECHA-HOY                PIC 9(8).

       01   CONT-EXCEDENTES              PIC 9(6) VALUE ZERO.
       01   CONT-HISTORICOS              PIC 9(6) VALUE ZERO.
      *> Reconciled cupones older than this leave the file.
       01   WS-FECHA-RETENCION           PIC 9(8).
       01   CONT-MATCHEADAS              PIC 9(6) VALUE ZERO.
       01   CONT-VENTAS-SIN-CUPON        PIC 9(6) VALUE ZERO.
       01   CONT-CUPONES-SIN-VENTA       PIC 9(6) VALUE ZERO.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          COMPUTE HOY-INT =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
          COMPUTE WS-FECHA-RETENCION =
             FUNCTION DATE-OF-INTEGER(HOY-INT - 400).

          OPEN OUTPUT ReconReportFile.
          MOVE WS-FECHA-HOY TO rt_fecha.
          IF PresentadosFS NOT = "00"
             SET EOF-PRES TO TRUE
          END-IF.
          OPEN OUTPUT SpillFile.
          PERFORM UNTIL EOF-PRES
             READ PresentadosFile
                AT END SET EOF-PRES TO TRUE
             END-READ
             IF NOT EOF-PRES
                PERFORM Cargar_Un_Presentado
             END-IF
          END-PERFORM.
          CLOSE SpillFile.
          CLOSE PresentadosFile.
      *-----------------------------------------------------------*
      *   Already-reconciled cupones are history only: they pass
      *   through the spill file untouched (or drop, once past the
      *   retention date) and never take a place in the match
      *   table. Whatever the table could not hold is parked aside
      *   the same way - it reconciles on a later run.
      *-----------------------------------------------------------*
       Cargar_Un_Presentado.
          IF PRES-YA-CONCILIADO
             IF PRES-FECHA >= WS-FECHA-RETENCION
                MOVE PresentadoRecord TO SpillRecord
                WRITE SpillRecord
                ADD 1 TO CONT-HISTORICOS
             END-IF
             EXIT PARAGRAPH
          END-IF.
          IF WS-PRES-COUNT = WS-MAX-PRES
             MOVE PresentadoRecord TO SpillRecord
             WRITE SpillRecord
             ADD 1 TO CONT-EXCEDENTES
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-PRES-COUNT.
          MOVE PRES-COMERCIO TO WS-PRES-COMERCIO(WS-PRES-COUNT).
          MOVE PRES-FECHA TO WS-PRES-FECHA(WS-PRES-COUNT).
          MOVE PRES-IMPORTE TO WS-PRES-IMPORTE(WS-PRES-COUNT).
          MOVE PRES-CARD-TAIL TO WS-PRES-CARD-TAIL(WS-PRES-COUNT).
          MOVE PRES-NRO-CUPON TO WS-PRES-NRO-CUPON(WS-PRES-COUNT).
          IF PRES-NRO-TARJ NUMERIC
             MOVE PRES-NRO-TARJ TO WS-PRES-NRO-TARJ(WS-PRES-COUNT)
          ELSE
             MOVE ZERO TO WS-PRES-NRO-TARJ(WS-PRES-COUNT)
          END-IF.
          MOVE "N" TO WS-PRES-MATCH(WS-PRES-COUNT).
      *-----------------------------------------------------------*
      *   Every captured sale looks for its cupon: same comercio,
      *   same fecha, same importe, and the card tail the POS
      *   captured matching the tail of the cupon's card.
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Matched cupones go back marked conciliado, as purchase
      *   history; the unmatched ones go back as they were so they
      *   keep showing up - and keep aging - until either the sale
      *   turns up or someone clears them.
      *-----------------------------------------------------------*
       Regrabar_Presentados.
          OPEN OUTPUT PresentadosFile.
          PERFORM VARYING WS-PRES-IX FROM 1 BY 1
             UNTIL WS-PRES-IX > WS-PRES-COUNT
             MOVE WS-PRES-COMERCIO(WS-PRES-IX) TO PRES-COMERCIO
             MOVE WS-PRES-FECHA(WS-PRES-IX) TO PRES-FECHA
             MOVE WS-PRES-IMPORTE(WS-PRES-IX) TO PRES-IMPORTE
             MOVE WS-PRES-CARD-TAIL(WS-PRES-IX)
                TO PRES-CARD-TAIL
             MOVE WS-PRES-NRO-CUPON(WS-PRES-IX)
                TO PRES-NRO-CUPON
             MOVE WS-PRES-NRO-TARJ(WS-PRES-IX) TO PRES-NRO-TARJ
             IF WS-PRES-MATCH(WS-PRES-IX) = "S"
                MOVE "S" TO PRES-CONCILIADO
             ELSE
                MOVE "N" TO PRES-CONCILIADO
             END-IF
             WRITE PresentadoRecord
          END-PERFORM.
          IF CONT-EXCEDENTES + CONT-HISTORICOS > ZERO
             MOVE "N" TO WS-EOF-PRES
             OPEN INPUT SpillFile
             PERFORM UNTIL EOF-PRES
