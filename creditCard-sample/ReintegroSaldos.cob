       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReintegroSaldos.
      * AUTHOR:  nacho.
      * Refund desk for credit balances. A cardholder who paid more
      * than was owed, or whose credit memo exceeded the balance,
      * closes with a negative SALDOS.DAT balance (saldo a su
      * favor) that the next statements simply eat into. From here
      * that credit goes back to the cardholder instead: either as
      * a run over every card whose credit is above a threshold the
      * operator keys, or for one card on the holder's request.
      * Each refund is one numbered transfer line in
      * CC-ORDENES-REINTEGRO.DAT to the CBU the card has on file in
      * CC-DEBITO-AUTOM.DAT, value-dated on the first business day
      * (diahabil); the order number comes off CC-REINTEGRO-SEQ.DAT
      * and survives restarts. The card's latest balance goes to
      * zero, journaled to SALDOS-AUDITORIA.DAT and the after-image
      * journal like any balance change, and the refund itself is
      * kept on CC-REINTEGROS.DAT. Cards with no CBU on file are
      * listed and left in credit. Each order file is registered for
      * transmission (regsalida) with its order count and total.
      * Listing needs only sign-on; refunding needs modification
      * level, and every refund is audited under the operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          SELECT OPTIONAL DebitoFile ASSIGN TO
          "..\files\CC-DEBITO-AUTOM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DEB-NRO-TARJ
          FILE STATUS IS DebitoStatus.

          SELECT SaldoAuditFile ASSIGN TO
          "..\files\SALDOS-AUDITORIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditStatus.

          SELECT OrdenesFile ASSIGN TO
          "..\files\CC-ORDENES-REINTEGRO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OrdenesStatus.

          SELECT OPTIONAL ReintegrosFile ASSIGN TO
          "..\files\CC-REINTEGROS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReintegrosStatus.

          SELECT SeqFile ASSIGN TO "..\files\CC-REINTEGRO-SEQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SeqStatus.

       DATA DIVISION.
       FILE SECTION.

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ        PIC 9(16).
           04 SALD-FECHA           PIC X(10).
         02 SALD-IMPORTE           PIC S9(6)V99.
         02 SALD-IMPORTE-USD       PIC 9(6)V99.

       FD DebitoFile.
       01 DebitoRecord.
         02 DEB-NRO-TARJ                 PIC 9(16).
         02 DEB-CBU                      PIC X(22).
         02 DEB-DIA                      PIC 9(2).
         02 DEB-ESTADO                   PIC X(1).
           88 DEB-ACTIVO                 VALUE "A".
           88 DEB-BAJA                   VALUE "B".

       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         02 AUD-NRO-TARJ                 PIC 9(16).
         02 AUD-IMPORTE-ANTERIOR         PIC S9(10)V99.
         02 AUD-IMPORTE-NUEVO            PIC S9(10)V99.
         02 AUD-RUN                      PIC X(10).

       FD OrdenesFile.
       01 OrdenReintegroRecord.
         03 ORE-NRO                      PIC 9(8).
         03 ORE-NRO-TARJ                 PIC 9(16).
         03 ORE-CBU                      PIC X(22).
         03 ORE-IMPORTE                  PIC 9(10)V99.
         03 ORE-FECHA                    PIC 9(8).

       FD ReintegrosFile.
       01 ReintegroRecord.
         03 REI-NRO-TARJ                 PIC 9(16).
         03 REI-FECHA                    PIC X(8).
         03 REI-SALDO-FECHA              PIC X(10).
         03 REI-IMPORTE                  PIC 9(10)V99.
         03 REI-CBU                      PIC X(22).
         03 REI-NRO-ORDEN                PIC 9(8).
         03 REI-ORIGEN                   PIC X(1).
           88 REI-POR-UMBRAL             VALUE "U".
           88 REI-A-PEDIDO               VALUE "P".
         03 REI-USUARIO                  PIC X(8).

       FD SeqFile.
       01 SeqRecord.
         03 SEQ-ULTIMA-ORDEN             PIC 9(8).

       WORKING-STORAGE SECTION.
       01   SaldoStatus                  PIC X(2).
          88 SaldoFound VALUE "00".
       01   DebitoStatus                 PIC X(2).
       01   WS-DEBITO-ABIERTO            PIC X(1) VALUE "N".
          88 DEBITO-ABIERTO VALUE "S".
       01   AuditStatus                  PIC X(2).
       01   OrdenesStatus                PIC X(2).
       01   ReintegrosStatus             PIC X(2).
       01   SeqStatus                    PIC X(2).

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "REINTEGROSALDOS".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> After-image journal plumbing - see journal / RollForward.
       01   JRN-ARCHIVO                  PIC X(8).
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).

      *> Batch-window interlock - a refund rewrites SALDOS.DAT, the
      *> master the close holds open.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "CC-ORDENES-REINTEGRO".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-ORDENES-REINTEGRO.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-UMBRAL                    PIC 9(8)V99.
       01   WS-CONFIRMA                  PIC X(1).
       01   WS-ORIGEN                    PIC X(1).
       01   WS-EOF-SALDO                 PIC X(1).
          88 EOF-SALDO-SW VALUE "S".

      *> Latest closing of the card being walked - SALD-FECHA does
      *> not collate chronologically, so the newest record is the
      *> one with the greatest rearranged AAAAMMDD date.
       01   WS-TARJ-ACTUAL               PIC 9(16) VALUE ZERO.
       01   WS-SALDO-ULTIMO              PIC S9(10)V99.
       01   WS-SALDO-KEY-ULT             PIC X(26).
       01   WS-FECHA-SALDO-N             PIC 9(8).
       01   WS-MEJOR-FECHA               PIC 9(8).

      *> Cards in credit found by the walk - the refunds rewrite
      *> SALDOS after the walk, never under it.
       01   WS-MAX-FAVOR                 PIC 9(3) VALUE 500.
       01   WS-FAVOR-COUNT               PIC 9(3) VALUE 0.
       01   WS-FAVOR-TABLE.
            02 WS-FAVOR-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-FAV-IX.
               03 WS-FAV-TARJ            PIC 9(16).
               03 WS-FAV-KEY             PIC X(26).
               03 WS-FAV-IMPORTE         PIC 9(10)V99.
               03 WS-FAV-CBU             PIC X(22).
       01   WS-TOTAL-FAVOR               PIC 9(12)V99.
       01   CONTADOR-SIN-CBU             PIC 9(5).
       01   CONTADOR-REINTEGROS          PIC 9(5).
       01   WS-TOTAL-REINTEGRADO         PIC 9(12)V99.

      *> The refund in progress.
       01   WS-REI-TARJ                  PIC 9(16).
       01   WS-REI-KEY                   PIC X(26).
       01   WS-REI-IMPORTE               PIC 9(10)V99.
       01   WS-REI-CBU                   PIC X(22).
       01   WS-REI-RESULTADO             PIC X(1).
          88 REINTEGRO-OK VALUE "S".

       01   WS-NRO-ORDEN                 PIC 9(8) VALUE ZERO.
       01   WS-ORDENES-ABIERTO           PIC X(1) VALUE "N".
          88 ORDENES-ABIERTO VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                         PIC 9(8).
       01   WS-FECHA-VALOR               PIC 9(8).
       01   WS-RUN-AUDIT                 PIC X(10).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - reintegros de saldos "
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
                WHEN 1 PERFORM Listar_Saldos_A_Favor
                WHEN 2 PERFORM Reintegro_Por_Umbral
                WHEN 3 PERFORM Reintegro_A_Pedido
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Reintegro de saldos a favor".
          DISPLAY "1 - Listar tarjetas con saldo a favor".
          DISPLAY "2 - Reintegrar saldos por encima de un umbral".
          DISPLAY "3 - Reintegrar el saldo de una tarjeta (pedido)".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Saldos_A_Favor.
          MOVE ZERO TO WS-UMBRAL.
          PERFORM Cargar_Saldos_A_Favor.
          PERFORM Mostrar_Candidatos.
      *-----------------------------------------------------------*
      *   The run: every card whose credit is above the keyed
      *   threshold and has a CBU on file, after one confirmation
      *   of the whole list.
      *-----------------------------------------------------------*
       Reintegro_Por_Umbral.
          IF SEG-NIVEL NOT = "M"
             DISPLAY "** Sin permiso de modificacion - solo "
                "consulta"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Reintegrar saldos a favor mayores a $ -> "
             WITH NO ADVANCING.
          ACCEPT WS-UMBRAL.
          PERFORM Cargar_Saldos_A_Favor.
          PERFORM Mostrar_Candidatos.
          IF WS-FAVOR-COUNT = CONTADOR-SIN-CBU
             DISPLAY "Nada para reintegrar"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Reintegrar los saldos con CBU (S/N) -> "
             WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Reintegro cancelado"
             EXIT PARAGRAPH
          END-IF.
          MOVE "U" TO WS-ORIGEN.
          PERFORM Abrir_Ordenes.
          PERFORM VARYING WS-FAV-IX FROM 1 BY 1
             UNTIL WS-FAV-IX > WS-FAVOR-COUNT
             IF WS-FAV-CBU(WS-FAV-IX) NOT = SPACES
                MOVE WS-FAV-TARJ(WS-FAV-IX) TO WS-REI-TARJ
                MOVE WS-FAV-KEY(WS-FAV-IX) TO WS-REI-KEY
                MOVE WS-FAV-IMPORTE(WS-FAV-IX) TO WS-REI-IMPORTE
                MOVE WS-FAV-CBU(WS-FAV-IX) TO WS-REI-CBU
                PERFORM Reintegrar_Tarjeta
             END-IF
          END-PERFORM.
          PERFORM Cerrar_Ordenes.
      *-----------------------------------------------------------*
      *   On the holder's request - one card, whatever its credit.
      *-----------------------------------------------------------*
       Reintegro_A_Pedido.
          IF SEG-NIVEL NOT = "M"
             DISPLAY "** Sin permiso de modificacion - solo "
                "consulta"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          PERFORM Buscar_Saldo_Tarjeta.
          IF WS-SALDO-ULTIMO NOT < ZERO
             DISPLAY "** La tarjeta no tiene saldo a su favor"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-INPUT TO WS-REI-TARJ.
          MOVE WS-SALDO-KEY-ULT TO WS-REI-KEY.
          COMPUTE WS-REI-IMPORTE = ZERO - WS-SALDO-ULTIMO.
          PERFORM Abrir_Debitos.
          MOVE WS-TARJ-INPUT TO DEB-NRO-TARJ.
          PERFORM Buscar_Cbu.
          MOVE DEB-CBU TO WS-REI-CBU.
          PERFORM Cerrar_Debitos.
          IF WS-REI-CBU = SPACES
             DISPLAY "** La tarjeta no tiene CBU registrado "
                "(MantDebitoAutom) - no se puede transferir"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Saldo a favor: " WS-REI-IMPORTE
             " - CBU " WS-REI-CBU.
          DISPLAY "Reintegrar (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Reintegro cancelado"
             EXIT PARAGRAPH
          END-IF.
          MOVE ZERO TO CONTADOR-REINTEGROS.
          MOVE ZERO TO WS-TOTAL-REINTEGRADO.
          MOVE "P" TO WS-ORIGEN.
          PERFORM Abrir_Ordenes.
          PERFORM Reintegrar_Tarjeta.
          PERFORM Cerrar_Ordenes.
      *-----------------------------------------------------------*
      *   SALDOS is keyed tarjeta+fecha, so one sequential walk
      *   groups each card's closings; a card is a candidate when
      *   its latest closing is in credit above the threshold.
      *-----------------------------------------------------------*
       Cargar_Saldos_A_Favor.
          MOVE ZERO TO WS-FAVOR-COUNT.
          MOVE ZERO TO WS-TOTAL-FAVOR.
          MOVE ZERO TO CONTADOR-SIN-CBU.
          MOVE ZERO TO WS-TARJ-ACTUAL.
          MOVE "N" TO WS-EOF-SALDO.
          PERFORM Abrir_Debitos.
          OPEN INPUT SaldoFile.
          IF NOT SaldoFound
             DISPLAY "** Error abriendo SaldoFile - status "
                SaldoStatus
             SET EOF-SALDO-SW TO TRUE
          ELSE
             MOVE LOW-VALUES TO SALD-KEY
             START SaldoFile KEY IS NOT LESS THAN SALD-KEY
                INVALID KEY SET EOF-SALDO-SW TO TRUE
             END-START
          END-IF.
          PERFORM UNTIL EOF-SALDO-SW
             READ SaldoFile NEXT RECORD
                AT END SET EOF-SALDO-SW TO TRUE
             END-READ
             IF NOT EOF-SALDO-SW
                IF SALD-NRO-TARJ NOT = WS-TARJ-ACTUAL
                   PERFORM Evaluar_Tarjeta_Anterior
                   MOVE SALD-NRO-TARJ TO WS-TARJ-ACTUAL
                   MOVE ZERO TO WS-SALDO-ULTIMO
                   MOVE ZERO TO WS-MEJOR-FECHA
                END-IF
                PERFORM Tomar_Saldo
             END-IF
          END-PERFORM.
          PERFORM Evaluar_Tarjeta_Anterior.
          IF SaldoFound OR SaldoStatus = "10"
             CLOSE SaldoFile
          END-IF.
          PERFORM Cerrar_Debitos.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Tomar_Saldo.
          MOVE SALD-FECHA(7:4) TO WS-FECHA-SALDO-N(1:4).
          MOVE SALD-FECHA(5:2) TO WS-FECHA-SALDO-N(5:2).
          MOVE SALD-FECHA(3:2) TO WS-FECHA-SALDO-N(7:2).
          IF WS-FECHA-SALDO-N IS NUMERIC
             IF WS-FECHA-SALDO-N > WS-MEJOR-FECHA
                MOVE WS-FECHA-SALDO-N TO WS-MEJOR-FECHA
                MOVE SALD-IMPORTE TO WS-SALDO-ULTIMO
                MOVE SALD-KEY TO WS-SALDO-KEY-ULT
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Group break - keep the finished card if it is in credit
      *   above the threshold.
      *-----------------------------------------------------------*
       Evaluar_Tarjeta_Anterior.
          IF WS-TARJ-ACTUAL = ZERO OR WS-SALDO-ULTIMO NOT < ZERO
             EXIT PARAGRAPH
          END-IF.
          IF ZERO - WS-SALDO-ULTIMO NOT > WS-UMBRAL
             EXIT PARAGRAPH
          END-IF.
          IF WS-FAVOR-COUNT NOT < WS-MAX-FAVOR
             DISPLAY "** Cupo de saldos a favor lleno - "
                WS-TARJ-ACTUAL " espera la proxima corrida"
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-FAVOR-COUNT.
          MOVE WS-TARJ-ACTUAL TO WS-FAV-TARJ(WS-FAVOR-COUNT).
          MOVE WS-SALDO-KEY-ULT TO WS-FAV-KEY(WS-FAVOR-COUNT).
          COMPUTE WS-FAV-IMPORTE(WS-FAVOR-COUNT) =
             ZERO - WS-SALDO-ULTIMO.
          ADD WS-FAV-IMPORTE(WS-FAVOR-COUNT) TO WS-TOTAL-FAVOR.
          MOVE WS-TARJ-ACTUAL TO DEB-NRO-TARJ.
          PERFORM Buscar_Cbu.
          MOVE DEB-CBU TO WS-FAV-CBU(WS-FAVOR-COUNT).
          IF DEB-CBU = SPACES
             ADD 1 TO CONTADOR-SIN-CBU
          END-IF.
      *-----------------------------------------------------------*
      *   The CBU the holder enrolled for direct debit is the
      *   account the money goes back to - active or not, it is
      *   the account on file. DEB-NRO-TARJ carries the card.
      *-----------------------------------------------------------*
       Buscar_Cbu.
          IF NOT DEBITO-ABIERTO
             MOVE SPACES TO DEB-CBU
             EXIT PARAGRAPH
          END-IF.
          READ DebitoFile
             INVALID KEY
                MOVE SPACES TO DEB-CBU
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Abrir_Debitos.
          MOVE "N" TO WS-DEBITO-ABIERTO.
          OPEN INPUT DebitoFile.
          IF DebitoStatus = "00" OR DebitoStatus = "05"
             SET DEBITO-ABIERTO TO TRUE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cerrar_Debitos.
          IF DEBITO-ABIERTO
             CLOSE DebitoFile
             MOVE "N" TO WS-DEBITO-ABIERTO
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Candidatos.
          PERFORM VARYING WS-FAV-IX FROM 1 BY 1
             UNTIL WS-FAV-IX > WS-FAVOR-COUNT
             IF WS-FAV-CBU(WS-FAV-IX) = SPACES
                DISPLAY WS-FAV-TARJ(WS-FAV-IX) "  a favor "
                   WS-FAV-IMPORTE(WS-FAV-IX) "  ** SIN CBU"
             ELSE
                DISPLAY WS-FAV-TARJ(WS-FAV-IX) "  a favor "
                   WS-FAV-IMPORTE(WS-FAV-IX) "  CBU "
                   WS-FAV-CBU(WS-FAV-IX)
             END-IF
          END-PERFORM.
          DISPLAY "Tarjetas con saldo a favor: " WS-FAVOR-COUNT
             " - total " WS-TOTAL-FAVOR.
          IF CONTADOR-SIN-CBU > ZERO
             DISPLAY "Sin CBU registrado (quedan a favor): "
                CONTADOR-SIN-CBU
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Saldo_Tarjeta.
          MOVE ZERO TO WS-SALDO-ULTIMO.
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
                   PERFORM Tomar_Saldo
                ELSE
                   SET EOF-SALDO-SW TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF SaldoFound OR SaldoStatus = "10"
             CLOSE SaldoFile
          END-IF.
      *-----------------------------------------------------------*
      *   One refund: the balance comes down to zero first (re-read
      *   under the key, so a credit already used or refunded is
      *   never paid twice), then the order, the refund log and
      *   the operator audit.
      *-----------------------------------------------------------*
       Reintegrar_Tarjeta.
          MOVE "N" TO WS-REI-RESULTADO.
          PERFORM Cerrar_Saldo_A_Favor.
          IF NOT REINTEGRO-OK
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-NRO-ORDEN.
          MOVE WS-NRO-ORDEN TO ORE-NRO.
          MOVE WS-REI-TARJ TO ORE-NRO-TARJ.
          MOVE WS-REI-CBU TO ORE-CBU.
          MOVE WS-REI-IMPORTE TO ORE-IMPORTE.
          MOVE WS-FECHA-VALOR TO ORE-FECHA.
          WRITE OrdenReintegroRecord.
          ADD 1 TO RSA-REGISTROS.
          ADD ORE-IMPORTE TO RSA-TOTAL.
          ADD 1 TO CONTADOR-REINTEGROS.
          ADD WS-REI-IMPORTE TO WS-TOTAL-REINTEGRADO.

          OPEN EXTEND ReintegrosFile.
          MOVE WS-REI-TARJ TO REI-NRO-TARJ.
          MOVE WS-FECHA-HOY TO REI-FECHA.
          MOVE WS-REI-KEY(17:10) TO REI-SALDO-FECHA.
          MOVE WS-REI-IMPORTE TO REI-IMPORTE.
          MOVE WS-REI-CBU TO REI-CBU.
          MOVE WS-NRO-ORDEN TO REI-NRO-ORDEN.
          MOVE WS-ORIGEN TO REI-ORIGEN.
          MOVE SEG-USUARIO TO REI-USUARIO.
          WRITE ReintegroRecord.
          CLOSE ReintegrosFile.

          MOVE "A" TO AUD-OPERACION.
          MOVE WS-REI-TARJ TO AUD-CLAVE.
          MOVE SPACES TO AUD-ANTES.
          MOVE SPACES TO AUD-DESPUES.
          STRING "REINTEGRO SALDO A FAVOR " WS-REI-IMPORTE
             " CBU " WS-REI-CBU " ORDEN " WS-NRO-ORDEN
             DELIMITED BY SIZE INTO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Reintegrada " WS-REI-TARJ " - " WS-REI-IMPORTE
             " - orden " WS-NRO-ORDEN.
      *-----------------------------------------------------------*
      *   The credit leaves SALDOS - from here on it is a transfer
      *   to the holder. The change is journaled like any balance
      *   change the close makes.
      *-----------------------------------------------------------*
       Cerrar_Saldo_A_Favor.
          OPEN I-O SaldoFile.
          IF NOT SaldoFound
             DISPLAY "** SALDOS.DAT no disponible - " WS-REI-TARJ
                " no se reintegra"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-REI-KEY TO SALD-KEY.
          READ SaldoFile
             INVALID KEY
                DISPLAY "** No se pudo releer el saldo de "
                   WS-REI-TARJ
             NOT INVALID KEY
                IF ZERO - SALD-IMPORTE NOT = WS-REI-IMPORTE
                   DISPLAY "** El saldo de " WS-REI-TARJ
                      " cambio desde la consulta - no se reintegra"
                ELSE
                   MOVE SALD-IMPORTE TO AUD-IMPORTE-ANTERIOR
                   MOVE ZERO TO SALD-IMPORTE
                   REWRITE SaldoRecord
                      INVALID KEY
                         DISPLAY "** No se pudo regrabar el saldo "
                            "de " WS-REI-TARJ
                      NOT INVALID KEY
                         SET REINTEGRO-OK TO TRUE
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
                END-IF
          END-READ.
          CLOSE SaldoFile.
      *-----------------------------------------------------------*
      *   Each refund batch is its own generation of the order
      *   file; regsalida keeps the frozen copy for transmission.
      *-----------------------------------------------------------*
       Abrir_Ordenes.
          PERFORM Cargar_Secuencia.
          MOVE ZERO TO RSA-REGISTROS.
          MOVE ZERO TO RSA-TOTAL.
          MOVE ZERO TO CONTADOR-REINTEGROS.
          MOVE ZERO TO WS-TOTAL-REINTEGRADO.
          MOVE "S" TO CAL-FUNCION.
          MOVE WS-FECHA-HOY-N TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-FECHA-VALOR
          ELSE
             MOVE WS-FECHA-HOY-N TO WS-FECHA-VALOR
          END-IF.
          OPEN OUTPUT OrdenesFile.
          IF OrdenesStatus = "00"
             SET ORDENES-ABIERTO TO TRUE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cerrar_Ordenes.
          IF ORDENES-ABIERTO
             CLOSE OrdenesFile
             MOVE "N" TO WS-ORDENES-ABIERTO
          END-IF.
          PERFORM Grabar_Secuencia.
          IF RSA-REGISTROS > ZERO
             MOVE "R" TO RSA-ACCION
             CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
                RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
                RSA-GENERACION, RSA-LINEAS, RSA-HASH,
                RSA-RESULTADO
          END-IF.
          DISPLAY "Reintegros: " CONTADOR-REINTEGROS " - total "
             WS-TOTAL-REINTEGRADO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Secuencia.
          OPEN INPUT SeqFile.
          IF SeqStatus = "00"
             READ SeqFile
                AT END CONTINUE
             END-READ
             IF SeqStatus = "00"
                MOVE SEQ-ULTIMA-ORDEN TO WS-NRO-ORDEN
             END-IF
             CLOSE SeqFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Secuencia.
          OPEN OUTPUT SeqFile.
          MOVE WS-NRO-ORDEN TO SEQ-ULTIMA-ORDEN.
          WRITE SeqRecord.
          CLOSE SeqFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ReintegroSaldos.
