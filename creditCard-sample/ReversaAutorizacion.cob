       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReversaAutorizacion.
      * AUTHOR:  nacho.
      * Desk reversal of an authorization whose sale was voided.
      * Every AuthorizeCC approval holds its importe on
      * CC-RETENCIONES.DAT until the cupon posts; when the comercio
      * cancels the sale no cupon will ever come, and the hold
      * would keep the holder's credit tied up until it expires.
      * Reversing it frees the credit at once. The hold stays on
      * file marked reversed, with who and when, so a cupon that
      * turns up anyway lands on CC-SIN-AUTORIZACION.DAT as AUTORIZ
      * REVERSADA instead of posting as a matched compra. The close
      * drops reversed holds once the presentation window passes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL RetencionesFile ASSIGN TO
          "..\files\CC-RETENCIONES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RET-CODIGO
          ALTERNATE RECORD KEY IS RET-NRO-TARJ WITH DUPLICATES
          FILE STATUS IS RetencionesStatus.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01   RetencionesStatus            PIC X(2).
          88 RetencionesOK VALUE "00".

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "REVERSAAUTORIZACION".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - the close releases and expires
      *> holds. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-RET                   PIC X(1).
          88 EOF-RET VALUE "S".
       01   WS-CODIGO-INPUT              PIC 9(6).
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-CONFIRMA                  PIC X(1).
       01   WS-TOTAL-RETENIDO            PIC 9(10)V99.
       01   CONTADOR-RETENCIONES         PIC 9(4).
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - mantenimiento "
                "bloqueado hasta que termine el batch **"
             STOP RUN
          END-IF.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.
          OPEN I-O RetencionesFile.
          IF NOT RetencionesOK AND RetencionesStatus NOT = "05"
             DISPLAY "** Error abriendo CC-RETENCIONES.DAT - "
                "status " RetencionesStatus
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Reversar_Autorizacion
                WHEN 2 PERFORM Listar_Retenciones_Tarjeta
                WHEN 3 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE RetencionesFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Reversa de autorizaciones".
          DISPLAY "1 - Reversar una autorizacion (venta anulada)".
          DISPLAY "2 - Retenciones de una tarjeta".
          DISPLAY "3 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   The card number is asked too and must match the hold -
      *   a mistyped code must not free someone else's credit.
      *-----------------------------------------------------------*
       Reversar_Autorizacion.
          DISPLAY "Nro de autorizacion -> " WITH NO ADVANCING.
          ACCEPT WS-CODIGO-INPUT.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-CODIGO-INPUT TO RET-CODIGO.
          READ RetencionesFile
             INVALID KEY
                DISPLAY "** No hay retencion para la autorizacion "
                   WS-CODIGO-INPUT " (ya presentada o vencida)"
                EXIT PARAGRAPH
          END-READ.
          IF RET-NRO-TARJ NOT = WS-TARJ-INPUT
             DISPLAY "** La autorizacion no corresponde a la tarjeta"
             EXIT PARAGRAPH
          END-IF.
          PERFORM Mostrar_Retencion.
          IF RET-REVERSADA
             DISPLAY "** La autorizacion ya fue reversada"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Confirma la reversa (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Reversa cancelada"
             EXIT PARAGRAPH
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          MOVE RetencionRecord TO AUD-ANTES.
          SET RET-REVERSADA TO TRUE.
          MOVE WS-FECHA-HOY TO RET-FECHA-REVERSA.
          MOVE SEG-USUARIO TO RET-USUARIO-REVERSA.
          REWRITE RetencionRecord
             INVALID KEY
                DISPLAY "** No se pudo reversar - status "
                   RetencionesStatus
                EXIT PARAGRAPH
          END-REWRITE.
          MOVE "M" TO AUD-OPERACION.
          MOVE RET-CODIGO TO AUD-CLAVE.
          MOVE RetencionRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Autorizacion reversada - credito liberado: "
             RET-IMPORTE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Retencion.
          DISPLAY "Autorizacion " RET-CODIGO " tarjeta " RET-NRO-TARJ.
          DISPLAY "  Importe: " RET-IMPORTE "  Fecha: " RET-FECHA
             "  Comercio: " RET-COMERCIO.
          IF RET-REVERSADA
             DISPLAY "  REVERSADA el " RET-FECHA-REVERSA
                " por " RET-USUARIO-REVERSA
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Retenciones_Tarjeta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE ZERO TO CONTADOR-RETENCIONES.
          MOVE ZERO TO WS-TOTAL-RETENIDO.
          MOVE "N" TO WS-EOF-RET.
          MOVE WS-TARJ-INPUT TO RET-NRO-TARJ.
          START RetencionesFile KEY IS EQUAL TO RET-NRO-TARJ
             INVALID KEY SET EOF-RET TO TRUE
          END-START.
          PERFORM UNTIL EOF-RET
             READ RetencionesFile NEXT RECORD
                AT END SET EOF-RET TO TRUE
             END-READ
             IF NOT EOF-RET
                IF RET-NRO-TARJ = WS-TARJ-INPUT
                   ADD 1 TO CONTADOR-RETENCIONES
                   PERFORM Mostrar_Retencion
                   IF RET-VIGENTE
                      ADD RET-IMPORTE TO WS-TOTAL-RETENIDO
                   END-IF
                ELSE
                   SET EOF-RET TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Retenciones: " CONTADOR-RETENCIONES
             "  Total retenido: " WS-TOTAL-RETENIDO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ReversaAutorizacion.
