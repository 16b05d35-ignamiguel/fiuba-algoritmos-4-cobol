       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReversaPagos.
      * AUTHOR:  nacho.
      * Desk reversal of an applied payment - a cheque that bounced
      * or a payment the bank took back after the close had already
      * credited it, which used to mean editing the balance by hand.
      * The operator gives the bank reference, sees the original
      * pago from the applied-pagos journal and confirms; the
      * reversapago subprogram (shared with the bank's inbound
      * reversal file, ReversasBanco) brings the importe back as a
      * debit on the next statement with the returned-payment fee,
      * journals it and reopens any promise-to-pay it had kept.
      * Consulting needs only sign-on; reversing needs modification
      * level, and every reversal is audited under the operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ReversadosFile ASSIGN TO
          "..\files\CC-PAGOS-REVERSADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReversadosStatus.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01   ReversadosStatus             PIC X(2).

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "REVERSAPAGOS".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - a reversal queues movements on
      *> CC-CUOTAS-PENDIENTES.DAT, which the close holds open.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

      *> Reversal plumbing - see reversapago.
       01   RVP-ACCION                   PIC X(1).
       01   RVP-REF-BANCO                PIC X(10).
       01   RVP-NRO-TARJ                 PIC 9(16).
       01   RVP-IMPORTE                  PIC 9(6)V99.
       01   RVP-FECHA-PAGO               PIC X(10).
       01   RVP-ORIGEN                   PIC X(1) VALUE "M".
       01   RVP-MOTIVO                   PIC X(20).
       01   RVP-CARGO                    PIC 9(6)V99.
       01   RVP-RESULTADO                PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-CONFIRMA                  PIC X(1).
       01   WS-EOF-REV                   PIC X(1).
          88 EOF-REV VALUE "S".
       01   CONTADOR-REVERSAS            PIC 9(4).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - reversas de pagos "
                "bloqueadas hasta que termine el batch **"
             STOP RUN
          END-IF.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Reversar_Pago
                WHEN 2 PERFORM Consulta_Reversas
                WHEN 3 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Reversa de pagos aplicados".
          DISPLAY "1 - Reversar un pago (cheque devuelto / banco)".
          DISPLAY "2 - Consulta de reversas de una tarjeta".
          DISPLAY "3 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   First a consulta of the reference, so the operator sees
      *   which pago is about to come back before confirming.
      *-----------------------------------------------------------*
       Reversar_Pago.
          DISPLAY "Referencia bancaria del pago -> "
             WITH NO ADVANCING.
          ACCEPT RVP-REF-BANCO.
          DISPLAY "Nro de tarjeta (0 = la del pago) -> "
             WITH NO ADVANCING.
          ACCEPT RVP-NRO-TARJ.
          MOVE ZERO TO RVP-IMPORTE.
          MOVE SPACES TO RVP-MOTIVO.
          MOVE "C" TO RVP-ACCION.
          CALL 'reversapago' USING RVP-ACCION, RVP-REF-BANCO,
             RVP-NRO-TARJ, RVP-IMPORTE, RVP-FECHA-PAGO, RVP-ORIGEN,
             RVP-MOTIVO, SEG-USUARIO, RVP-CARGO, RVP-RESULTADO.
          IF RVP-RESULTADO NOT = "S"
             PERFORM Mostrar_Rechazo
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Pago del " RVP-FECHA-PAGO " - tarjeta "
             RVP-NRO-TARJ " - importe " RVP-IMPORTE.
          DISPLAY "Cargo por pago devuelto: " RVP-CARGO.
          IF SEG-NIVEL NOT = "M"
             DISPLAY "** Sin permiso de modificacion - solo "
                "consulta"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Motivo (cheque devuelto, reversa...) -> "
             WITH NO ADVANCING.
          ACCEPT RVP-MOTIVO.
          DISPLAY "Reversar el pago (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Reversa cancelada"
             EXIT PARAGRAPH
          END-IF.
          MOVE "R" TO RVP-ACCION.
          CALL 'reversapago' USING RVP-ACCION, RVP-REF-BANCO,
             RVP-NRO-TARJ, RVP-IMPORTE, RVP-FECHA-PAGO, RVP-ORIGEN,
             RVP-MOTIVO, SEG-USUARIO, RVP-CARGO, RVP-RESULTADO.
          IF RVP-RESULTADO NOT = "S"
             PERFORM Mostrar_Rechazo
             EXIT PARAGRAPH
          END-IF.
          MOVE "A" TO AUD-OPERACION.
          MOVE RVP-REF-BANCO TO AUD-CLAVE.
          MOVE SPACES TO AUD-ANTES.
          MOVE SPACES TO AUD-DESPUES.
          STRING "REVERSA PAGO TARJ " RVP-NRO-TARJ
             " IMPORTE " RVP-IMPORTE " CARGO " RVP-CARGO
             " MOTIVO " RVP-MOTIVO
             DELIMITED BY SIZE INTO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Pago reversado - se debita en el proximo "
             "resumen con su cargo".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Rechazo.
          EVALUATE RVP-RESULTADO
             WHEN "N"
                DISPLAY "** La referencia " RVP-REF-BANCO
                   " no figura entre los pagos aplicados"
             WHEN "T"
                DISPLAY "** La referencia " RVP-REF-BANCO
                   " corresponde a otra tarjeta"
             WHEN "R"
                DISPLAY "** El pago " RVP-REF-BANCO
                   " ya fue reversado"
             WHEN "D"
                DISPLAY "** Pago en dolares - se reversa por "
                   "ajuste manual en USD"
             WHEN OTHER
                DISPLAY "** No se pudo grabar la reversa - "
                   "revisar CC-CUOTAS-PENDIENTES.DAT"
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consulta_Reversas.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE ZERO TO CONTADOR-REVERSAS.
          MOVE "N" TO WS-EOF-REV.
          OPEN INPUT ReversadosFile.
          IF ReversadosStatus NOT = "00"
             SET EOF-REV TO TRUE
          END-IF.
          PERFORM UNTIL EOF-REV
             READ ReversadosFile
                AT END SET EOF-REV TO TRUE
             END-READ
             IF NOT EOF-REV AND REV-NRO-TARJ = WS-TARJ-INPUT
                ADD 1 TO CONTADOR-REVERSAS
                DISPLAY "Ref " REV-REF-BANCO " pago del "
                   REV-FECHA-PAGO " importe " REV-IMPORTE
                   " cargo " REV-CARGO
                DISPLAY "   reversado el " REV-FECHA " por "
                   REV-USUARIO " (" REV-ORIGEN ") - " REV-MOTIVO
             END-IF
          END-PERFORM.
          IF ReversadosStatus = "00" OR ReversadosStatus = "10"
             CLOSE ReversadosFile
          END-IF.
          IF CONTADOR-REVERSAS = ZERO
             DISPLAY "(sin reversas para la tarjeta)"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ReversaPagos.
