       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SiniestroSeguro.
      * AUTHOR:  nacho.
      * Claims desk for the credit-life insurance (seguro de saldo
      * deudor, see MantSeguros). When the titular of an insured
      * card dies, the claim cancels what the insurer covers: the
      * card's current balance is zeroed (journaled to
      * SALDOS-AUDITORIA.DAT like any balance change) and its
      * pending cuotas are taken off CC-CUOTAS-PENDIENTES.DAT so no
      * future close bills them. The covered amount does not go
      * through WriteOffCC - it becomes a receivable against the
      * insurer: the claim is recorded in CC-SINIESTROS.DAT as
      * pending collection and a SINIESTRO event queues for
      * GLExtract in CC-QUEBRANTOS.DAT. The card is cancelled and
      * the enrollment closed as siniestrado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT SegurosFile ASSIGN TO "..\files\CC-SEGUROS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SGR-NRO-TARJ
          FILE STATUS IS SegurosStatus.

          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          SELECT OPTIONAL PendingCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PC-KEY
          FILE STATUS IS PendingCuotasStatus.

          SELECT SaldoAuditFile ASSIGN TO
          "..\files\SALDOS-AUDITORIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditStatus.

          *> Claims against the insurer, pending until collected.
          SELECT SiniestrosFile ASSIGN TO
          "..\files\CC-SINIESTROS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SiniestrosStatus.

          *> GL event queue - GLExtract books and clears it.
          SELECT QuebrantosFile ASSIGN TO
          "..\files\CC-QUEBRANTOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS QuebrantosStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
           88 TJ-ACTIVA VALUE "A".
           88 TJ-BLOQUEADA VALUE "B".
           88 TJ-CANCELADA VALUE "C".
           88 TJ-PENDIENTE-ACTIV VALUE "P".
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD SegurosFile.
       01 SeguroRecord.
         02 SGR-NRO-TARJ                 PIC 9(16).
         02 SGR-FECHA-ALTA               PIC X(8).
         02 SGR-FECHA-BAJA               PIC X(8).
         02 SGR-ESTADO                   PIC X(1).
           88 SGR-ACTIVO                 VALUE "A".
           88 SGR-BAJA                   VALUE "B".
           88 SGR-SINIESTRADO            VALUE "S".

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ        PIC 9(16).
           04 SALD-FECHA           PIC X(10).
         02 SALD-IMPORTE           PIC S9(6)V99.
         02 SALD-IMPORTE-USD       PIC 9(6)V99.

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

       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         02 AUD-NRO-TARJ                 PIC 9(16).
         02 AUD-IMPORTE-ANTERIOR         PIC S9(10)V99.
         02 AUD-IMPORTE-NUEVO            PIC S9(10)V99.
         02 AUD-RUN                      PIC X(10).

       FD SiniestrosFile.
       01 SiniestroRecord.
         03 SIN-NRO-TARJ                 PIC 9(16).
         03 SIN-DOCUMENTO                PIC 9(11).
         03 SIN-FECHA                    PIC X(8).
         03 SIN-FECHA-FALLECIMIENTO      PIC X(8).
         03 SIN-SALDO                    PIC 9(10)V99.
         03 SIN-CUOTAS                   PIC 9(10)V99.
         03 SIN-TOTAL                    PIC 9(10)V99.
      *> P pending collection from the insurer / C collected.
         03 SIN-ESTADO                   PIC X(1).
           88 SIN-PENDIENTE              VALUE "P".

       FD QuebrantosFile.
       01 QuebrantoRecord.
         03 QBR-EVENTO                   PIC X(12).
         03 QBR-NRO-TARJ                 PIC 9(16).
         03 QBR-IMPORTE                  PIC 9(10)V99.
         03 QBR-FECHA                    PIC X(8).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   SegurosStatus                PIC X(2).
          88 SegurosOK VALUE "00".
       01   SaldoStatus                  PIC X(2).
          88 SaldoFound VALUE "00".
       01   PendingCuotasStatus          PIC X(2).
       01   AuditStatus                  PIC X(2).
       01   SiniestrosStatus             PIC X(2).
       01   QuebrantosStatus             PIC X(2).

      *> After-image journal plumbing - see journal / RollForward.
       01   JRN-ARCHIVO                  PIC X(8).
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "SINIESTROSEGURO".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - a claim rewrites TARJETAS.DAT and
      *> SALDOS.DAT, the same masters the close holds open.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-FECHA-FALLEC-INPUT        PIC X(8).
       01   WS-CONFIRMA                  PIC X(1).
       01   WS-EOF-SALDO                 PIC X(1).
          88 EOF-SALDO-SW VALUE "S".
       01   WS-EOF-CUOTAS                PIC X(1).
          88 EOF-CUOTAS VALUE "S".
       01   WS-EOF-SIN                   PIC X(1).
          88 EOF-SIN VALUE "S".
       01   WS-SALDO-ACTUAL              PIC S9(10)V99.
       01   WS-FECHA-SALDO-N             PIC 9(8).
       01   WS-MEJOR-FECHA               PIC 9(8).
       01   WS-SALDO-KEY-ULT             PIC X(26).
       01   WS-CUOTAS-PEND               PIC 9(10)V99.
       01   WS-CANT-PLANES               PIC 9(3).
       01   WS-CUOTA-BUF                 PIC X(54).
       01   WS-TOTAL-SINIESTRO           PIC 9(10)V99.
       01   CONTADOR-SINIESTROS          PIC 9(4).
       01   TOTAL-PENDIENTE              PIC 9(12)V99.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-RUN-AUDIT                 PIC X(10).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - siniestros "
                "bloqueados hasta que termine el batch **"
             STOP RUN
          END-IF.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
      *> Same 2-filler/DD/MM/AAAA shape PAR-FECHA-CIERRE uses, so
      *> the audit chain reads uniformly in ConsultaAuditoria.
          STRING "  " WS-DATE-DAY WS-DATE-MONTH WS-DATE-YEAR
             DELIMITED BY SIZE INTO WS-RUN-AUDIT.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Alta_Siniestro
                WHEN 2 PERFORM Consulta_Siniestros
                WHEN 3 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Siniestros - seguro de saldo deudor".
          DISPLAY "1 - Registrar fallecimiento del titular".
          DISPLAY "2 - Consulta de siniestros".
          DISPLAY "3 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Alta_Siniestro.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          OPEN I-O SegurosFile.
          IF NOT SegurosOK
             DISPLAY "** CC-SEGUROS.DAT no disponible - status "
                SegurosStatus
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-INPUT TO SGR-NRO-TARJ.
          READ SegurosFile
             INVALID KEY
                DISPLAY "** La tarjeta no tiene seguro de saldo "
                   "deudor"
                MOVE ZERO TO WS-TARJ-INPUT
             NOT INVALID KEY
                IF NOT SGR-ACTIVO
                   DISPLAY "** La adhesion al seguro no esta "
                      "activa (estado " SGR-ESTADO ")"
                   MOVE ZERO TO WS-TARJ-INPUT
                END-IF
          END-READ.
          IF WS-TARJ-INPUT > ZERO
             OPEN I-O TarjetasFile
             IF NOT TarjetaFound
                DISPLAY "** Error abriendo TarjetasFile - status "
                   TarjetaStatus
             ELSE
                MOVE WS-TARJ-INPUT TO TJ-NRO-TARJ
                READ TarjetasFile
                   INVALID KEY
                      DISPLAY "** La tarjeta " WS-TARJ-INPUT
                         " no existe"
                   NOT INVALID KEY
                      PERFORM Armar_Siniestro
                END-READ
                CLOSE TarjetasFile
             END-IF
          END-IF.
          CLOSE SegurosFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Armar_Siniestro.
          PERFORM Buscar_Saldo_Actual.
          IF WS-SALDO-ACTUAL < ZERO
             DISPLAY "** La tarjeta tiene saldo a su favor - no se "
                "reclama; se reintegra aparte (ReintegroSaldos)"
             MOVE ZERO TO WS-SALDO-ACTUAL
          END-IF.
          PERFORM Sumar_Cuotas_Pendientes.
          COMPUTE WS-TOTAL-SINIESTRO =
             WS-SALDO-ACTUAL + WS-CUOTAS-PEND.
          DISPLAY "Titular: " TJ-TITULAR.
          DISPLAY "Saldo asegurado:     " WS-SALDO-ACTUAL.
          DISPLAY "Cuotas pendientes:   " WS-CUOTAS-PEND
             " (" WS-CANT-PLANES " planes)".
          DISPLAY "Total a reclamar:    " WS-TOTAL-SINIESTRO.
          DISPLAY "Fecha de fallecimiento (AAAAMMDD) -> "
             WITH NO ADVANCING.
          ACCEPT WS-FECHA-FALLEC-INPUT.
          DISPLAY "Confirma el siniestro (S/N) -> "
             WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S"
             DISPLAY "Siniestro no registrado"
          ELSE
             IF WS-SALDO-ACTUAL > ZERO
                PERFORM Cerrar_Saldo_Asegurado
             END-IF
             IF WS-CANT-PLANES > ZERO
                PERFORM Bajar_Cuotas_Pendientes
             END-IF
             PERFORM Grabar_Siniestro
             PERFORM Cerrar_Adhesion
             PERFORM Cancelar_Tarjeta
             DISPLAY "Siniestro registrado - a cobrar a la "
                "aseguradora: " WS-TOTAL-SINIESTRO
          END-IF.
      *-----------------------------------------------------------*
      *   Latest balance on file for the card - SALD-FECHA does not
      *   collate chronologically, so the newest record is the one
      *   with the greatest rearranged AAAAMMDD date.
      *-----------------------------------------------------------*
       Buscar_Saldo_Actual.
          MOVE ZERO TO WS-SALDO-ACTUAL.
          MOVE ZERO TO WS-MEJOR-FECHA.
          MOVE SPACES TO WS-SALDO-KEY-ULT.
          MOVE "N" TO WS-EOF-SALDO.
          OPEN INPUT SaldoFile.
          IF NOT SaldoFound
             SET EOF-SALDO-SW TO TRUE
          ELSE
             MOVE WS-TARJ-INPUT TO SALD-NRO-TARJ
             MOVE LOW-VALUES TO SALD-FECHA
             START SaldoFile KEY IS NOT LESS THAN SALD-KEY
                INVALID KEY SET EOF-SALDO-SW TO TRUE
             END-START
          END-IF.
          PERFORM UNTIL EOF-SALDO-SW
             READ SaldoFile NEXT RECORD
                AT END SET EOF-SALDO-SW TO TRUE
             END-READ
             IF NOT EOF-SALDO-SW
                IF SALD-NRO-TARJ = WS-TARJ-INPUT
                   MOVE SALD-FECHA(7:4) TO WS-FECHA-SALDO-N(1:4)
                   MOVE SALD-FECHA(5:2) TO WS-FECHA-SALDO-N(5:2)
                   MOVE SALD-FECHA(3:2) TO WS-FECHA-SALDO-N(7:2)
                   IF WS-FECHA-SALDO-N > WS-MEJOR-FECHA
                      MOVE WS-FECHA-SALDO-N TO WS-MEJOR-FECHA
                      MOVE SALD-IMPORTE TO WS-SALDO-ACTUAL
                      MOVE SALD-KEY TO WS-SALDO-KEY-ULT
                   END-IF
                ELSE
                   SET EOF-SALDO-SW TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF SaldoFound OR SaldoStatus = "10"
             CLOSE SaldoFile
          END-IF.
      *-----------------------------------------------------------*
      *   What is still to be billed in cuotas - every remaining
      *   cuota of every plan the card has on file.
      *-----------------------------------------------------------*
       Sumar_Cuotas_Pendientes.
          MOVE ZERO TO WS-CUOTAS-PEND.
          MOVE ZERO TO WS-CANT-PLANES.
          MOVE "N" TO WS-EOF-CUOTAS.
          OPEN INPUT PendingCuotasFile.
          IF PendingCuotasStatus NOT = "00"
             SET EOF-CUOTAS TO TRUE
          ELSE
             MOVE WS-TARJ-INPUT TO PC-NRO-TARJ
             MOVE ZERO TO PC-NRO-CUPON
             START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
                INVALID KEY SET EOF-CUOTAS TO TRUE
             END-START
          END-IF.
          PERFORM UNTIL EOF-CUOTAS
             READ PendingCuotasFile NEXT RECORD
                AT END SET EOF-CUOTAS TO TRUE
             END-READ
             IF NOT EOF-CUOTAS
                IF PC-NRO-TARJ = WS-TARJ-INPUT
                   ADD 1 TO WS-CANT-PLANES
                   COMPUTE WS-CUOTAS-PEND = WS-CUOTAS-PEND
                      + PC-IMPORTE * PC-CUOTAS-REST
                ELSE
                   SET EOF-CUOTAS TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF PendingCuotasStatus = "00" OR PendingCuotasStatus = "10"
             CLOSE PendingCuotasFile
          END-IF.
      *-----------------------------------------------------------*
      *   The insured balance leaves SALDOS - from here on the
      *   debt is the insurer's. The change is journaled like any
      *   balance change the close makes.
      *-----------------------------------------------------------*
       Cerrar_Saldo_Asegurado.
          OPEN I-O SaldoFile.
          IF NOT SaldoFound
             DISPLAY "** SALDOS.DAT no disponible - el saldo "
                "queda sin bajar, revisar"
          ELSE
             MOVE WS-SALDO-KEY-ULT TO SALD-KEY
             READ SaldoFile
                INVALID KEY
                   DISPLAY "** No se pudo releer el saldo a bajar"
                NOT INVALID KEY
                   MOVE SALD-IMPORTE TO AUD-IMPORTE-ANTERIOR
                   MOVE ZERO TO SALD-IMPORTE
                   REWRITE SaldoRecord
                      INVALID KEY
                         DISPLAY "** No se pudo regrabar el saldo"
                      NOT INVALID KEY
                         MOVE SALD-NRO-TARJ TO AUD-NRO-TARJ
                         MOVE ZERO TO AUD-IMPORTE-NUEVO
                         MOVE WS-RUN-AUDIT TO AUD-RUN
                         OPEN EXTEND SaldoAuditFile
                         WRITE SaldoAuditRecord
                         CLOSE SaldoAuditFile
                         MOVE "SALDOS" TO JRN-ARCHIVO
                         MOVE "R" TO JRN-OPERACION
                         MOVE SaldoRecord TO JRN-REGISTRO
                         CALL 'journal' USING JRN-ARCHIVO,
                            JRN-OPERACION, JRN-REGISTRO
                   END-REWRITE
             END-READ
             CLOSE SaldoFile
          END-IF.
      *-----------------------------------------------------------*
      *   Same browse-and-delete walk the plastic replacement
      *   uses - re-anchor PAST the handled record each time.
      *-----------------------------------------------------------*
       Bajar_Cuotas_Pendientes.
          MOVE "N" TO WS-EOF-CUOTAS.
          OPEN I-O PendingCuotasFile.
          IF PendingCuotasStatus NOT = "00"
             DISPLAY "** CC-CUOTAS-PENDIENTES.DAT no disponible - "
                "status " PendingCuotasStatus " - cuotas sin bajar"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-INPUT TO PC-NRO-TARJ.
          MOVE ZERO TO PC-NRO-CUPON.
          START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
             INVALID KEY SET EOF-CUOTAS TO TRUE
          END-START.
          PERFORM UNTIL EOF-CUOTAS
             READ PendingCuotasFile NEXT RECORD
                AT END SET EOF-CUOTAS TO TRUE
             END-READ
             IF NOT EOF-CUOTAS
                IF PC-NRO-TARJ = WS-TARJ-INPUT
                   MOVE PendingCuotaRecord TO WS-CUOTA-BUF
                   DELETE PendingCuotasFile RECORD
                      INVALID KEY
                         DISPLAY "** No se pudo bajar la cuota "
                            PC-KEY
                   END-DELETE
                   MOVE WS-CUOTA-BUF TO PendingCuotaRecord
                   START PendingCuotasFile KEY IS GREATER THAN PC-KEY
                      INVALID KEY SET EOF-CUOTAS TO TRUE
                   END-START
                ELSE
                   SET EOF-CUOTAS TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          CLOSE PendingCuotasFile.
      *-----------------------------------------------------------*
      *   The claim stays pending against the insurer, and the GL
      *   books it as a receivable - it never touches CC-INCOBRABLES.
      *-----------------------------------------------------------*
       Grabar_Siniestro.
          OPEN EXTEND SiniestrosFile.
          MOVE WS-TARJ-INPUT TO SIN-NRO-TARJ.
          MOVE TJ-DOCUMENTO TO SIN-DOCUMENTO.
          MOVE WS-FECHA-HOY TO SIN-FECHA.
          MOVE WS-FECHA-FALLEC-INPUT TO SIN-FECHA-FALLECIMIENTO.
          MOVE WS-SALDO-ACTUAL TO SIN-SALDO.
          MOVE WS-CUOTAS-PEND TO SIN-CUOTAS.
          MOVE WS-TOTAL-SINIESTRO TO SIN-TOTAL.
          MOVE "P" TO SIN-ESTADO.
          WRITE SiniestroRecord.
          CLOSE SiniestrosFile.
          IF WS-TOTAL-SINIESTRO > ZERO
             OPEN EXTEND QuebrantosFile
             MOVE "SINIESTRO" TO QBR-EVENTO
             MOVE WS-TARJ-INPUT TO QBR-NRO-TARJ
             MOVE WS-TOTAL-SINIESTRO TO QBR-IMPORTE
             MOVE WS-FECHA-HOY TO QBR-FECHA
             WRITE QuebrantoRecord
             CLOSE QuebrantosFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cerrar_Adhesion.
          MOVE SeguroRecord TO AUD-ANTES.
          MOVE "S" TO SGR-ESTADO.
          MOVE WS-FECHA-HOY TO SGR-FECHA-BAJA.
          REWRITE SeguroRecord
             INVALID KEY
                DISPLAY "** No se pudo cerrar la adhesion"
             NOT INVALID KEY
                MOVE "M" TO AUD-OPERACION
                MOVE SGR-NRO-TARJ TO AUD-CLAVE
                MOVE SeguroRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cancelar_Tarjeta.
          IF NOT TJ-CANCELADA
             MOVE "C" TO TJ-ESTADO
             REWRITE TarjetaRecord
                INVALID KEY
                   DISPLAY "** No se pudo cancelar la tarjeta"
                NOT INVALID KEY
                   MOVE "TARJETAS" TO JRN-ARCHIVO
                   MOVE "R" TO JRN-OPERACION
                   MOVE TarjetaRecord TO JRN-REGISTRO
                   CALL 'journal' USING JRN-ARCHIVO,
                      JRN-OPERACION, JRN-REGISTRO
                   DISPLAY "Tarjeta cancelada"
             END-REWRITE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consulta_Siniestros.
          MOVE ZERO TO CONTADOR-SINIESTROS.
          MOVE ZERO TO TOTAL-PENDIENTE.
          MOVE "N" TO WS-EOF-SIN.
          OPEN INPUT SiniestrosFile.
          IF SiniestrosStatus NOT = "00"
             SET EOF-SIN TO TRUE
          END-IF.
          PERFORM UNTIL EOF-SIN
             READ SiniestrosFile
                AT END SET EOF-SIN TO TRUE
             END-READ
             IF NOT EOF-SIN
                ADD 1 TO CONTADOR-SINIESTROS
                DISPLAY "Tarjeta " SIN-NRO-TARJ " del " SIN-FECHA
                   " - saldo " SIN-SALDO " cuotas " SIN-CUOTAS
                   " total " SIN-TOTAL " estado " SIN-ESTADO
                IF SIN-PENDIENTE
                   ADD SIN-TOTAL TO TOTAL-PENDIENTE
                END-IF
             END-IF
          END-PERFORM.
          IF SiniestrosStatus NOT = "35" AND SiniestrosStatus NOT = "30"
             CLOSE SiniestrosFile
          END-IF.
          DISPLAY "Siniestros: " CONTADOR-SINIESTROS
             " - pendiente de cobro a la aseguradora: "
             TOTAL-PENDIENTE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM SiniestroSeguro.
