       IDENTIFICATION DIVISION.
       PROGRAM-ID. reversapago.
      * AUTHOR:  nacho.
      * Reversal of an applied payment (cheque devuelto, reversa del
      * banco), CALLed like reemplazotj by ReversaPagos (the desk)
      * and by ReversasBanco (the bank's inbound reversal file), so
      * both do exactly the same thing. The original is found in
      * the applied-pagos journal (CC-PAGOS-APLICADOS.DAT) by bank
      * reference; its importe comes back on the card as a debit
      * movement on the next statement - a one-cuota pending line
      * "PAGO DEVUELTO" in CC-CUOTAS-PENDIENTES.DAT, the same path
      * refinancing plans bill through - together with the
      * returned-payment fee of CC-COMISIONES.DAT as a second line
      * "CARGO PAGO DEVUELTO". Both take cupon numbers off the
      * shared CC-NUMAJUSTE.DAT numerator. The change is journaled
      * to SALDOS-AUDITORIA.DAT, the reversal itself goes on
      * CC-PAGOS-REVERSADOS.DAT (so the same pago cannot be reversed
      * twice, and MantCobranzas stops counting it as paid), and a
      * collections promise that payment had kept reopens in
      * CC-COBRANZAS.DAT as incumplida. Dollar pagos are not
      * reversed here - they are handed back for a manual USD
      * adjustment.
      *   LS-ACCION:    "C" solo consulta (busca y valida, no graba),
      *                 "R" reversa.
      *   LS-NRO-TARJ:  en cero toma la de la referencia; si viene
      *                 tiene que coincidir. Devuelta.
      *   LS-IMPORTE:   en cero toma el del pago; si viene tiene que
      *                 coincidir (no hay reversas parciales).
      *                 Devuelto.
      *   LS-FECHA-PAGO, LS-CARGO: devueltos.
      *   LS-ORIGEN:    "M" mesa / "B" archivo del banco.
      *   LS-RESULTADO: "S" reversado (o reversable, en consulta),
      *                 "N" la referencia no esta en el diario,
      *                 "T" tarjeta o importe no coinciden,
      *                 "R" ya reversado, "D" pago en dolares,
      *                 "E" no se pudo grabar el movimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PagosAplicFile ASSIGN TO
          "..\files\CC-PAGOS-APLICADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagosAplicStatus.

          SELECT OPTIONAL ReversadosFile ASSIGN TO
          "..\files\CC-PAGOS-REVERSADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReversadosStatus.

          SELECT ComisionesFile ASSIGN TO
          "..\files\CC-COMISIONES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ComisionesStatus.

          *> Shared numerator for adjustment movements - see
          *> Proximo_Nro_Ajuste.
          SELECT NumAjusteFile ASSIGN TO
          "..\files\CC-NUMAJUSTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NumAjusteStatus.

          SELECT OPTIONAL PendingCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PC-KEY
          FILE STATUS IS PendingCuotasStatus.

          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          SELECT SaldoAuditFile ASSIGN TO
          "..\files\SALDOS-AUDITORIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditStatus.

          SELECT OPTIONAL CobranzasFile ASSIGN TO
          "..\files\CC-COBRANZAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS COB-NRO-TARJ
          FILE STATUS IS CobranzasStatus.

       DATA DIVISION.
       FILE SECTION.

       FD PagosAplicFile.
       01 PagoAplicRecord.
         03 PAGAP-NRO-TARJ               PIC 9(16).
         03 PAGAP-FECHA                  PIC X(10).
         03 PAGAP-IMPORTE                PIC 9(6)V99.
         03 PAGAP-REF-BANCO              PIC X(10).
         03 PAGAP-RUN                    PIC X(10).
         03 PAGAP-MONEDA                 PIC 9(1).

       FD ReversadosFile.
       01 ReversadoRecord.
         03 REV-NRO-TARJ                 PIC 9(16).
         03 REV-REF-BANCO                PIC X(10).
         03 REV-FECHA-PAGO               PIC X(10).
         03 REV-RUN-PAGO                 PIC X(10).
         03 REV-IMPORTE                  PIC 9(6)V99.
         03 REV-CARGO                    PIC 9(6)V99.
         03 REV-FECHA                    PIC X(8).
         03 REV-ORIGEN                   PIC X(1).
           88 REV-DE-MESA                VALUE "M".
           88 REV-DEL-BANCO              VALUE "B".
         03 REV-MOTIVO                   PIC X(20).
         03 REV-USUARIO                  PIC X(8).
         03 REV-CUPON-PAGO               PIC 9(5).
         03 REV-CUPON-CARGO              PIC 9(5).

       FD ComisionesFile.
       01 ComisionesRecord.
         03 COM-CARGO-MORA               PIC 9(6)V99.
         03 COM-CARGO-SOBRELIMITE        PIC 9(6)V99.
         03 COM-CARGO-PAGO-DEVUELTO      PIC 9(6)V99.

       FD NumAjusteFile.
       01 NumAjusteRecord.
         03 NUMAJU-ULTIMO                PIC 9(5).

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ          PIC 9(16).
           03 PC-NRO-CUPON         PIC 9(5).
         02 PC-IMPORTE             PIC 9(6)V99.
         02 PC-CUOTAS-TOT          PIC 9(2).
         02 PC-CUOTAS-REST         PIC 9(2).
         02 PC-PROMO               PIC X(1).
         02 PC-PROMO-NOMBRE        PIC X(20).

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ        PIC 9(16).
           04 SALD-FECHA           PIC X(10).
         02 SALD-IMPORTE           PIC S9(6)V99.
         02 SALD-IMPORTE-USD       PIC 9(6)V99.

       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         02 AUD-NRO-TARJ                 PIC 9(16).
         02 AUD-IMPORTE-ANTERIOR         PIC S9(10)V99.
         02 AUD-IMPORTE-NUEVO            PIC S9(10)V99.
         02 AUD-RUN                      PIC X(10).

       FD CobranzasFile.
       01 CobranzaRecord.
         02 COB-NRO-TARJ                 PIC 9(16).
         02 COB-ESTADO                   PIC X(1).
           88 COB-PENDIENTE              VALUE "P".
           88 COB-GESTIONADA             VALUE "G".
           88 COB-CON-PROMESA            VALUE "M".
           88 COB-CUMPLIDA               VALUE "C".
           88 COB-INCUMPLIDA             VALUE "I".
         02 COB-SALDO                    PIC 9(10)V99.
         02 COB-COBRADOR                 PIC X(8).
         02 COB-RESULTADO                PIC X(20).
         02 COB-PROMESA-FECHA            PIC 9(8).
         02 COB-PROMESA-IMPORTE          PIC 9(6)V99.
         02 COB-FECHA-GESTION            PIC X(8).

       WORKING-STORAGE SECTION.
       01   PagosAplicStatus             PIC X(2).
       01   ReversadosStatus             PIC X(2).
       01   ComisionesStatus             PIC X(2).
       01   NumAjusteStatus              PIC X(2).
       01   PendingCuotasStatus          PIC X(2).
       01   SaldoStatus                  PIC X(2).
          88 SaldoFound VALUE "00".
       01   AuditStatus                  PIC X(2).
       01   CobranzasStatus              PIC X(2).

       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-HALLADO                   PIC X(1).
          88 PAGO-HALLADO VALUE "S".
       01   WS-YA-REVERSADO              PIC X(1).
          88 PAGO-YA-REVERSADO VALUE "S".

       01   WS-PAGO-ORIGINAL.
         03 WS-PAGO-NRO-TARJ             PIC 9(16).
         03 WS-PAGO-FECHA                PIC X(10).
         03 WS-PAGO-IMPORTE              PIC 9(6)V99.
         03 WS-PAGO-REF-BANCO            PIC X(10).
         03 WS-PAGO-RUN                  PIC X(10).
         03 WS-PAGO-MONEDA               PIC 9(1).
       01   WS-PAGO-FECHA-N              PIC 9(8).

       01   WS-CARGO                     PIC 9(6)V99.
       01   WS-NRO-AJUSTE                PIC 9(5).
       01   WS-CUPON-PAGO                PIC 9(5).
       01   WS-CUPON-CARGO               PIC 9(5).
       01   WS-SALDO-ACTUAL              PIC S9(10)V99.
       01   WS-FECHA-SALDO-N             PIC 9(8).
       01   WS-MEJOR-FECHA               PIC 9(8).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-RUN-AUDIT                 PIC X(10).

       LINKAGE SECTION.
       01 LS-ACCION                      PIC X(1).
       01 LS-REF-BANCO                   PIC X(10).
       01 LS-NRO-TARJ                    PIC 9(16).
       01 LS-IMPORTE                     PIC 9(6)V99.
       01 LS-FECHA-PAGO                  PIC X(10).
       01 LS-ORIGEN                      PIC X(1).
       01 LS-MOTIVO                      PIC X(20).
       01 LS-USUARIO                     PIC X(8).
       01 LS-CARGO                       PIC 9(6)V99.
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-ACCION, LS-REF-BANCO, LS-NRO-TARJ,
                                LS-IMPORTE, LS-FECHA-PAGO, LS-ORIGEN,
                                LS-MOTIVO, LS-USUARIO, LS-CARGO,
                                LS-RESULTADO.
          MOVE "N" TO LS-RESULTADO.
          MOVE SPACES TO LS-FECHA-PAGO.
          MOVE ZERO TO LS-CARGO.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
      *> Same 2-filler/DD/MM/AAAA shape PAR-FECHA-CIERRE uses, so
      *> the audit chain reads uniformly in ConsultaAuditoria.
          STRING "  " WS-DATE-DAY WS-DATE-MONTH WS-DATE-YEAR
             DELIMITED BY SIZE INTO WS-RUN-AUDIT.

          PERFORM Buscar_Pago_Original.
          IF NOT PAGO-HALLADO
             EXIT PROGRAM
          END-IF.
          MOVE WS-PAGO-FECHA TO LS-FECHA-PAGO.
          IF (LS-NRO-TARJ NOT = ZERO
                AND LS-NRO-TARJ NOT = WS-PAGO-NRO-TARJ)
             OR (LS-IMPORTE NOT = ZERO
                AND LS-IMPORTE NOT = WS-PAGO-IMPORTE)
             MOVE "T" TO LS-RESULTADO
             EXIT PROGRAM
          END-IF.
          MOVE WS-PAGO-NRO-TARJ TO LS-NRO-TARJ.
          MOVE WS-PAGO-IMPORTE TO LS-IMPORTE.
          PERFORM Buscar_Reversa_Previa.
          IF PAGO-YA-REVERSADO
             MOVE "R" TO LS-RESULTADO
             EXIT PROGRAM
          END-IF.
          IF WS-PAGO-MONEDA = 1
             MOVE "D" TO LS-RESULTADO
             EXIT PROGRAM
          END-IF.
          PERFORM Load_Cargo.
          MOVE WS-CARGO TO LS-CARGO.
          IF LS-ACCION NOT = "R"
             MOVE "S" TO LS-RESULTADO
             EXIT PROGRAM
          END-IF.

          PERFORM Grabar_Movimientos.
          IF LS-RESULTADO NOT = "S"
             EXIT PROGRAM
          END-IF.
          PERFORM Registrar_Auditoria.
          PERFORM Grabar_Reversa.
          PERFORM Reabrir_Promesa.
          EXIT PROGRAM.
      *-----------------------------------------------------------*
      *   The journal row for the reference - the first one found;
      *   the close parks any later copy of a reference as a
      *   duplicate, so a second applied row is not expected.
      *-----------------------------------------------------------*
       Buscar_Pago_Original.
          MOVE "N" TO WS-HALLADO.
          MOVE "N" TO WS-EOF.
          OPEN INPUT PagosAplicFile.
          IF PagosAplicStatus NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO OR PAGO-HALLADO
             READ PagosAplicFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF PAGAP-REF-BANCO = LS-REF-BANCO
                   AND (LS-NRO-TARJ = ZERO
                      OR PAGAP-NRO-TARJ = LS-NRO-TARJ)
                   MOVE PagoAplicRecord TO WS-PAGO-ORIGINAL
                   SET PAGO-HALLADO TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF PagosAplicStatus NOT = "35"
             AND PagosAplicStatus NOT = "30"
             CLOSE PagosAplicFile
          END-IF.
          IF NOT PAGO-HALLADO
             AND LS-NRO-TARJ NOT = ZERO
             PERFORM Buscar_Referencia_Otra_Tarjeta
          END-IF.
      *-----------------------------------------------------------*
      *   The reference exists but under another card - that is a
      *   mismatch to look at, not an unknown reference.
      *-----------------------------------------------------------*
       Buscar_Referencia_Otra_Tarjeta.
          MOVE "N" TO WS-EOF.
          OPEN INPUT PagosAplicFile.
          IF PagosAplicStatus NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ PagosAplicFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF PAGAP-REF-BANCO = LS-REF-BANCO
                   MOVE "T" TO LS-RESULTADO
                   SET FIN-ARCHIVO TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF PagosAplicStatus NOT = "35"
             AND PagosAplicStatus NOT = "30"
             CLOSE PagosAplicFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Reversa_Previa.
          MOVE "N" TO WS-YA-REVERSADO.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ReversadosFile.
          IF ReversadosStatus NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ ReversadosFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF REV-REF-BANCO = WS-PAGO-REF-BANCO
                   AND REV-NRO-TARJ = WS-PAGO-NRO-TARJ
                   SET PAGO-YA-REVERSADO TO TRUE
                   SET FIN-ARCHIVO TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF ReversadosStatus = "00" OR ReversadosStatus = "10"
             CLOSE ReversadosFile
          END-IF.
      *-----------------------------------------------------------*
      *   Fee parameter. Missing or zero = no fee, only the importe
      *   comes back.
      *-----------------------------------------------------------*
       Load_Cargo.
          MOVE ZERO TO WS-CARGO.
          OPEN INPUT ComisionesFile.
          IF ComisionesStatus = "00"
             READ ComisionesFile
                AT END CONTINUE
             END-READ
             IF ComisionesStatus = "00"
                IF COM-CARGO-PAGO-DEVUELTO NUMERIC
                   MOVE COM-CARGO-PAGO-DEVUELTO TO WS-CARGO
                END-IF
             END-IF
             CLOSE ComisionesFile
          END-IF.
      *-----------------------------------------------------------*
      *   One-cuota pending lines - the close bills each on the
      *   next statement under its name and deletes it.
      *-----------------------------------------------------------*
       Grabar_Movimientos.
          MOVE "E" TO LS-RESULTADO.
          MOVE ZERO TO WS-CUPON-PAGO.
          MOVE ZERO TO WS-CUPON-CARGO.
          OPEN I-O PendingCuotasFile.
          IF PendingCuotasStatus NOT = "00"
             AND PendingCuotasStatus NOT = "05"
             DISPLAY "** CC-CUOTAS-PENDIENTES.DAT no disponible - "
                "status " PendingCuotasStatus " - reversa NO grabada"
             EXIT PARAGRAPH
          END-IF.
          PERFORM Proximo_Nro_Ajuste.
          MOVE WS-NRO-AJUSTE TO WS-CUPON-PAGO.
          MOVE WS-PAGO-NRO-TARJ TO PC-NRO-TARJ.
          MOVE WS-CUPON-PAGO TO PC-NRO-CUPON.
          MOVE WS-PAGO-IMPORTE TO PC-IMPORTE.
          MOVE 1 TO PC-CUOTAS-TOT.
          MOVE 1 TO PC-CUOTAS-REST.
          MOVE "S" TO PC-PROMO.
          MOVE "PAGO DEVUELTO" TO PC-PROMO-NOMBRE.
          WRITE PendingCuotaRecord
             INVALID KEY
                DISPLAY "** Movimiento ya registrado bajo el cupon "
                   WS-CUPON-PAGO " - reversa NO grabada"
             NOT INVALID KEY
                MOVE "S" TO LS-RESULTADO
          END-WRITE.
          IF LS-RESULTADO = "S" AND WS-CARGO > ZERO
             PERFORM Proximo_Nro_Ajuste
             MOVE WS-NRO-AJUSTE TO WS-CUPON-CARGO
             MOVE WS-PAGO-NRO-TARJ TO PC-NRO-TARJ
             MOVE WS-CUPON-CARGO TO PC-NRO-CUPON
             MOVE WS-CARGO TO PC-IMPORTE
             MOVE 1 TO PC-CUOTAS-TOT
             MOVE 1 TO PC-CUOTAS-REST
             MOVE "S" TO PC-PROMO
             MOVE "CARGO PAGO DEVUELTO" TO PC-PROMO-NOMBRE
             WRITE PendingCuotaRecord
                INVALID KEY
                   DISPLAY "** No se pudo grabar el cargo - cupon "
                      WS-CUPON-CARGO " - se reversa sin cargo"
                   MOVE ZERO TO WS-CUPON-CARGO
                   MOVE ZERO TO WS-CARGO
                   MOVE ZERO TO LS-CARGO
             END-WRITE
          END-IF.
          CLOSE PendingCuotasFile.
      *-----------------------------------------------------------*
      *   Reserved 95000-99999 range off the shared numerator, the
      *   same one the dispute and points desks draw from.
      *-----------------------------------------------------------*
       Proximo_Nro_Ajuste.
          MOVE 95000 TO WS-NRO-AJUSTE.
          OPEN INPUT NumAjusteFile.
          IF NumAjusteStatus = "00"
             READ NumAjusteFile
                AT END CONTINUE
             END-READ
             IF NumAjusteStatus = "00"
                MOVE NUMAJU-ULTIMO TO WS-NRO-AJUSTE
             END-IF
             CLOSE NumAjusteFile
          END-IF.
          IF WS-NRO-AJUSTE < 95000 OR WS-NRO-AJUSTE = 99999
             MOVE 95000 TO WS-NRO-AJUSTE
          END-IF.
          ADD 1 TO WS-NRO-AJUSTE.
          OPEN OUTPUT NumAjusteFile.
          MOVE WS-NRO-AJUSTE TO NUMAJU-ULTIMO.
          WRITE NumAjusteRecord.
          CLOSE NumAjusteFile.
      *-----------------------------------------------------------*
      *   The balance the card owes once the reversal posts: the
      *   latest SALDOS.DAT figure plus the pago and its fee.
      *   SALD-FECHA does not collate chronologically, so the
      *   newest record is the greatest rearranged AAAAMMDD date.
      *-----------------------------------------------------------*
       Registrar_Auditoria.
          MOVE ZERO TO WS-SALDO-ACTUAL.
          MOVE ZERO TO WS-MEJOR-FECHA.
          MOVE "N" TO WS-EOF.
          OPEN INPUT SaldoFile.
          IF NOT SaldoFound
             SET FIN-ARCHIVO TO TRUE
          ELSE
             MOVE WS-PAGO-NRO-TARJ TO SALD-NRO-TARJ
             MOVE LOW-VALUES TO SALD-FECHA
             START SaldoFile KEY IS NOT LESS THAN SALD-KEY
                INVALID KEY SET FIN-ARCHIVO TO TRUE
             END-START
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ SaldoFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF SALD-NRO-TARJ = WS-PAGO-NRO-TARJ
                   MOVE SALD-FECHA(7:4) TO WS-FECHA-SALDO-N(1:4)
                   MOVE SALD-FECHA(5:2) TO WS-FECHA-SALDO-N(5:2)
                   MOVE SALD-FECHA(3:2) TO WS-FECHA-SALDO-N(7:2)
                   IF WS-FECHA-SALDO-N > WS-MEJOR-FECHA
                      MOVE WS-FECHA-SALDO-N TO WS-MEJOR-FECHA
                      MOVE SALD-IMPORTE TO WS-SALDO-ACTUAL
                   END-IF
                ELSE
                   SET FIN-ARCHIVO TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF SaldoFound OR SaldoStatus = "10"
             CLOSE SaldoFile
          END-IF.
          MOVE WS-PAGO-NRO-TARJ TO AUD-NRO-TARJ.
          MOVE WS-SALDO-ACTUAL TO AUD-IMPORTE-ANTERIOR.
          COMPUTE AUD-IMPORTE-NUEVO = WS-SALDO-ACTUAL
             + WS-PAGO-IMPORTE + WS-CARGO.
          MOVE WS-RUN-AUDIT TO AUD-RUN.
          OPEN EXTEND SaldoAuditFile.
          WRITE SaldoAuditRecord.
          CLOSE SaldoAuditFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Reversa.
          OPEN EXTEND ReversadosFile.
          MOVE WS-PAGO-NRO-TARJ TO REV-NRO-TARJ.
          MOVE WS-PAGO-REF-BANCO TO REV-REF-BANCO.
          MOVE WS-PAGO-FECHA TO REV-FECHA-PAGO.
          MOVE WS-PAGO-RUN TO REV-RUN-PAGO.
          MOVE WS-PAGO-IMPORTE TO REV-IMPORTE.
          MOVE WS-CARGO TO REV-CARGO.
          MOVE WS-FECHA-HOY TO REV-FECHA.
          MOVE LS-ORIGEN TO REV-ORIGEN.
          MOVE LS-MOTIVO TO REV-MOTIVO.
          MOVE LS-USUARIO TO REV-USUARIO.
          MOVE WS-CUPON-PAGO TO REV-CUPON-PAGO.
          MOVE WS-CUPON-CARGO TO REV-CUPON-CARGO.
          WRITE ReversadoRecord.
          CLOSE ReversadosFile.
      *-----------------------------------------------------------*
      *   A promise judged cumplida counted money that never
      *   arrived if this pago came in after the gestion - back
      *   to incumplida, so it is on the collectors' list again.
      *   PAGAP-FECHA carries the 2-filler/DD/MM/AAAA shape.
      *-----------------------------------------------------------*
       Reabrir_Promesa.
          OPEN I-O CobranzasFile.
          IF CobranzasStatus NOT = "00"
             IF CobranzasStatus = "05"
                CLOSE CobranzasFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-PAGO-FECHA(7:4) TO WS-PAGO-FECHA-N(1:4).
          MOVE WS-PAGO-FECHA(5:2) TO WS-PAGO-FECHA-N(5:2).
          MOVE WS-PAGO-FECHA(3:2) TO WS-PAGO-FECHA-N(7:2).
          MOVE WS-PAGO-NRO-TARJ TO COB-NRO-TARJ.
          READ CobranzasFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF COB-CUMPLIDA
                   AND COB-FECHA-GESTION NUMERIC
                   AND WS-PAGO-FECHA-N >=
                      FUNCTION NUMVAL(COB-FECHA-GESTION)
                   MOVE "I" TO COB-ESTADO
                   MOVE "PAGO REVERSADO" TO COB-RESULTADO
                   REWRITE CobranzaRecord
                      INVALID KEY
                         DISPLAY "** No se pudo reabrir la promesa "
                            "de " COB-NRO-TARJ
                      NOT INVALID KEY
                         DISPLAY "Promesa de pago de " COB-NRO-TARJ
                            " reabierta como incumplida"
                   END-REWRITE
                END-IF
          END-READ.
          CLOSE CobranzasFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM reversapago.
