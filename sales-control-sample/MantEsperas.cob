      * each one recording user, date and motivo, and posts the
      * approved ones back into the sales reporting stream through
      * VENTAS-LIBERADAS.DAT so they stop being invisible.
      * A decision is only written if the hold on file is still the
      * one read when its key was keyed; if another operator decided
      * it meanwhile both versions are shown, the decision is
      * dropped, and the collision goes to auditmant as
      * operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 Hold-comercio-num          PIC 9(6).
           03 Hold-sucursal              PIC 9(2).
           03 Hold-nro-card              PIC 9(4).
      *> The held sale's own date, terminal and sequence - two
      *> over-limit sales on one card are two holds, not one.
           03 Hold-fecha                 PIC X(8).
           03 Hold-terminal              PIC 9(2).
           03 Hold-secuencia             PIC 9(4).
         02 Hold-importe                 PIC 9(6)V99.
         02 Hold-estado                  PIC X(1).
           88 Hold-pendiente             VALUE "P".
      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD LiberadasFile.
       01 LiberadaRecord.
         03 LIB-NRO-CARD                 PIC 9(4).
         03 LIB-FECHA                    PIC X(8).
         03 LIB-IMPORTE                  PIC 9(6)V99.
      *> Terminal and sequence of the released sale, so the batch
      *> releases exactly that sale and not its siblings.
         03 LIB-TERMINAL                 PIC X(2).
         03 LIB-SECUENCIA                PIC X(4).

       WORKING-STORAGE SECTION.
       01   HoldFS                       PIC X(2).
       01   WS-COMERCIO-INPUT            PIC 9(6).
       01   WS-SUCURSAL-INPUT            PIC 9(2).
       01   WS-CARD-INPUT                PIC 9(4).
       01   WS-FECHA-INPUT               PIC X(8).
       01   WS-TERMINAL-INPUT            PIC 9(2).
       01   WS-SECUENCIA-INPUT           PIC 9(4).
       01   WS-DECISION                  PIC X(1).
       01   WS-USUARIO                   PIC X(8).
       01   WS-MOTIVO                    PIC X(20).
       01   CONTADOR-PENDIENTES          PIC 9(4).
       01   CONTADOR-POSTEADAS           PIC 9(4).

      *> The hold as read for a decision, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(71).
       01   WS-IMAGEN-PROPUESTA      PIC X(71).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

       01   WS-LIMITE-ENCONTRADO         PIC X(1).
          88 WS-LIMITE-OK VALUE HIGH-VALUE.
          88 WS-LIMITE-NOTFOUND VALUE LOW-VALUE.
          IF WS-LIMITE-OK
             DISPLAY "  Tarjeta " Hold-nro-card
                " fecha " Hold-fecha
                " term/sec " Hold-terminal "/" Hold-secuencia
                " importe $" Hold-importe
                " (limite letra " Comercio-limite-venta
                " = $" WS-LIMITE-VALOR ")"
          ELSE
             DISPLAY "  Tarjeta " Hold-nro-card
                " fecha " Hold-fecha
                " term/sec " Hold-terminal "/" Hold-secuencia
                " importe $" Hold-importe
                " (sin limite vigente)"
          END-IF.
          ACCEPT WS-SUCURSAL-INPUT.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-CARD-INPUT.
      *> The rest of the key as the pending list shows it - one
      *> card can have several sales waiting the same day.
          DISPLAY "Fecha AAAAMMDD -> " WITH NO ADVANCING.
          ACCEPT WS-FECHA-INPUT.
          DISPLAY "Terminal -> " WITH NO ADVANCING.
          ACCEPT WS-TERMINAL-INPUT.
          DISPLAY "Secuencia -> " WITH NO ADVANCING.
          ACCEPT WS-SECUENCIA-INPUT.
          MOVE WS-COMERCIO-INPUT TO Hold-comercio-num.
          MOVE WS-SUCURSAL-INPUT TO Hold-sucursal.
          MOVE WS-CARD-INPUT TO Hold-nro-card.
          MOVE WS-FECHA-INPUT TO Hold-fecha.
          MOVE WS-TERMINAL-INPUT TO Hold-terminal.
          MOVE WS-SECUENCIA-INPUT TO Hold-secuencia.
          READ HoldFile
             INVALID KEY
                DISPLAY "** No hay espera para esa clave"
                Hold-estado
          ELSE
             MOVE HoldRecord TO AUD-ANTES
             MOVE HoldRecord TO WS-IMAGEN-LEIDA
             DISPLAY "Aprobar o Rechazar A/R -> " WITH NO ADVANCING
             ACCEPT WS-DECISION
             DISPLAY "Usuario -> " WITH NO ADVANCING
                MOVE WS-USUARIO TO Hold-usuario
                MOVE WS-FECHA-HOY TO Hold-fecha-decision
                MOVE WS-MOTIVO TO Hold-motivo
                PERFORM Verificar_Colision
                IF NOT HAY-COLISION
                   PERFORM Grabar_Decision
                END-IF
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Decision.
          REWRITE HoldRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar la decision"
             NOT INVALID KEY
                DISPLAY "Decision registrada"
                MOVE "D" TO AUD-OPERACION
                MOVE Hold-key TO AUD-CLAVE
                MOVE HoldRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA,
                   SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                   AUD-ANTES, AUD-DESPUES
                MOVE "R" TO JRN-OPERACION
                MOVE HoldRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO,
                   JRN-OPERACION, JRN-REGISTRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the hold again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE HoldRecord TO WS-IMAGEN-PROPUESTA.
          READ HoldFile
             INVALID KEY CONTINUE
          END-READ.
          IF hold_success AND HoldRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO HoldRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La espera fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF hold_success
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Una_Espera
             MOVE HoldRecord TO AUD-ANTES
          ELSE
             DISPLAY "La espera ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO HoldRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Una_Espera.
          MOVE "C" TO AUD-OPERACION.
          MOVE Hold-key TO AUD-CLAVE.
          MOVE HoldRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a decidir sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *   Approved holds feed back into the sales reporting stream:
      *   one VENTAS-LIBERADAS.DAT line each, and the hold moves to
      *   estado "L" so it never posts twice.
                MOVE Hold-nro-card TO LIB-NRO-CARD
                MOVE Hold-fecha TO LIB-FECHA
                MOVE Hold-importe TO LIB-IMPORTE
                MOVE Hold-terminal TO LIB-TERMINAL
                MOVE Hold-secuencia TO LIB-SECUENCIA
                WRITE LiberadaRecord
                SET Hold-liberada TO TRUE
                REWRITE HoldRecord
