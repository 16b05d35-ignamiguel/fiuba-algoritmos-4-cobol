      * Collections work queue over the aging results, in the style
      * of the authorization desk's MantEsperas. The aging report
      * listing stops being a marked-up paper: each delinquent card
      * AgingCC aged (CC-AGING-CASOS.DAT - the listing itself only
      * shows the card masked) becomes a queue entry with estado,
      * assigned collector, call outcome and promise-to-pay
      * date/amount. The broken-promises
      * option crosses expired promises against the applied-pagos
      * journal (CC-PAGOS-APLICADOS.DAT - durable, unlike PAGOS.DAT
      * which the close consumes) and lists every promise whose
      * money never showed up. A pago reversed afterwards (cheque
      * devuelto, CC-PAGOS-REVERSADOS.DAT) never counts as money
      * that arrived, and the reversal itself reopens a promise it
      * had kept as incumplida (see reversapago). The broken-
      * promises file carries the card masked (maskpan); the
      * collector finds the full number on the queue.
      * A gestion is only written if the queue entry on file is
      * still the one read when the card was keyed; if another
      * collector recorded one meanwhile both versions are shown,
      * the gestion is dropped to be keyed again, and the collision
      * goes to auditmant as operation C (user SINCTRL - this
      * screen has no sign-on).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          RECORD KEY IS COB-NRO-TARJ
          FILE STATUS IS CobranzasStatus.

          SELECT AgingCasosFile ASSIGN TO
          "..\files\CC-AGING-CASOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AgingStatus.

          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagosAplicStatus.

          SELECT OPTIONAL ReversadosFile ASSIGN TO
          "..\files\CC-PAGOS-REVERSADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReversadosStatus.

          SELECT IncumplidasFile ASSIGN TO
          "..\files\CC-PROMESAS-INCUMPLIDAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       FD CobranzasFile.
       01 CobranzaRecord.
         02 COB-NRO-TARJ                 PIC 9(16).
         02 COB-ESTADO                   PIC X(1).
           88 COB-PENDIENTE              VALUE "P".
           88 COB-GESTIONADA             VALUE "G".
         02 COB-PROMESA-IMPORTE          PIC 9(6)V99.
         02 COB-FECHA-GESTION            PIC X(8).

       FD AgingCasosFile.
       01 AgingCasoRecord.
         02 CAS-NRO-TARJ                 PIC 9(16).
         02 CAS-SALDO                    PIC 9(10)V99.
         02 CAS-DIAS                     PIC 9(5).
         02 CAS-BUCKET                   PIC X(6).

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
         03 REV-MOTIVO                   PIC X(20).
         03 REV-USUARIO                  PIC X(8).
         03 REV-CUPON-PAGO               PIC 9(5).
         03 REV-CUPON-CARGO              PIC 9(5).

       FD IncumplidasFile.
       01 IncumplidaRecord.
         03 INC-NRO-TARJ                 PIC X(16).
         03 INC-COBRADOR                 PIC X(8).
         03 INC-PROMESA-FECHA            PIC 9(8).
         03 INC-PROMESA-IMPORTE          PIC 9(6)V99.
          88 CobranzaOK VALUE "00".
       01   AgingStatus                  PIC X(2).
       01   PagosAplicStatus             PIC X(2).
       01   ReversadosStatus             PIC X(2).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 EOF-COB VALUE "S".
       01   WS-EOF-PAGAP                 PIC X(1).
          88 EOF-PAGAP VALUE "S".
       01   WS-EOF-REV                   PIC X(1).
          88 EOF-REV VALUE "S".

      *> Reversed pagos, loaded once per broken-promises report.
       01   WS-REVERSAS.
          02 WS-REVERSAS-COUNT           PIC 9(4) VALUE ZERO.
          02 WS-REV-FILA OCCURS 500 TIMES.
             03 WS-REV-NRO-TARJ          PIC 9(16).
             03 WS-REV-REF-BANCO         PIC X(10).
       01   WS-REV-IX                    PIC 9(4).
       01   WS-PAGO-REVERSADO            PIC X(1).
          88 PAGO-REVERSADO VALUE "S".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-DECISION                  PIC X(1).
       01   WS-COBRADOR                  PIC X(8).
       01   WS-RESULTADO                 PIC X(20).
       01   CONTADOR-PENDIENTES          PIC 9(4).
       01   CONTADOR-INCUMPLIDAS         PIC 9(4).

      *> The queue entry as read for a gestion, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(81).
       01   WS-IMAGEN-PROPUESTA      PIC X(81).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

      *> Change-audit plumbing - see auditmant.
       01   SEG-PROGRAMA             PIC X(20) VALUE "MANTCOBRANZAS".
       01   SEG-USUARIO              PIC X(8) VALUE "SINCTRL".
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          DISPLAY "5 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   One queue entry per card the last aging run put in a
      *   30/60/90+ bucket. A card already in the queue keeps its
      *   worked state (the WRITE rejects the duplicate key).
      *-----------------------------------------------------------*
       Cargar_Desde_Aging.
          MOVE ZERO TO CONTADOR-CARGADAS.
          MOVE "N" TO WS-EOF-AGING.
          OPEN INPUT AgingCasosFile.
          IF AgingStatus NOT = "00"
             DISPLAY "** CC-AGING-CASOS.DAT no disponible - "
                "status " AgingStatus
             SET EOF-AGING TO TRUE
          END-IF.
          PERFORM UNTIL EOF-AGING
             READ AgingCasosFile
                AT END SET EOF-AGING TO TRUE
             END-READ
             IF NOT EOF-AGING
                PERFORM Cargar_Una_Tarjeta
             END-IF
          END-PERFORM.
          IF AgingStatus NOT = "35" AND AgingStatus NOT = "30"
             CLOSE AgingCasosFile
          END-IF.
          DISPLAY "Tarjetas nuevas en la cola: " CONTADOR-CARGADAS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Una_Tarjeta.
          MOVE CAS-NRO-TARJ TO COB-NRO-TARJ.
          MOVE "P" TO COB-ESTADO.
          MOVE CAS-SALDO TO COB-SALDO.
          MOVE SPACES TO COB-COBRADOR.
          MOVE SPACES TO COB-RESULTADO.
          MOVE ZERO TO COB-PROMESA-FECHA.
                      " saldo " COB-SALDO
                      " estado " COB-ESTADO
                      " cobrador " COB-COBRADOR
                      " " COB-RESULTADO
                END-IF
             END-IF
          END-PERFORM.
             INVALID KEY
                DISPLAY "** La tarjeta no esta en la cola"
             NOT INVALID KEY
                MOVE CobranzaRecord TO WS-IMAGEN-LEIDA
                PERFORM Grabar_Gestion
          END-READ.
      *-----------------------------------------------------------*
          MOVE WS-COBRADOR TO COB-COBRADOR.
          MOVE WS-RESULTADO TO COB-RESULTADO.
          MOVE WS-FECHA-HOY TO COB-FECHA-GESTION.
          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE CobranzaRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar la gestion"
                DISPLAY "Gestion registrada"
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the queue entry again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE CobranzaRecord TO WS-IMAGEN-PROPUESTA.
          READ CobranzasFile
             INVALID KEY CONTINUE
          END-READ.
          IF CobranzaOK AND CobranzaRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO CobranzaRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La gestion fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF CobranzaOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Cobranza
             MOVE CobranzaRecord TO AUD-ANTES
          ELSE
             DISPLAY "La tarjeta ya no esta en la cola"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO CobranzaRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Cobranza.
          MOVE "C" TO AUD-OPERACION.
          MOVE COB-NRO-TARJ TO AUD-CLAVE.
          MOVE CobranzaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la gestion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Cobranza.
          DISPLAY "Tarjeta " COB-NRO-TARJ
             " saldo " COB-SALDO
             " estado " COB-ESTADO
             " cobrador " COB-COBRADOR
             " " COB-RESULTADO.
          DISPLAY "  Promesa " COB-PROMESA-FECHA
             " importe " COB-PROMESA-IMPORTE
             " gestion " COB-FECHA-GESTION.
      *-----------------------------------------------------------*
      *   Every expired promise is judged against the money that
      *   actually arrived since the gestion: the applied-pagos
      *   journal has it card by card. Short of the promise =
      *-----------------------------------------------------------*
       Reporte_Incumplidas.
          MOVE ZERO TO CONTADOR-INCUMPLIDAS.
          PERFORM Cargar_Reversas.
          OPEN OUTPUT IncumplidasFile.
          MOVE "N" TO WS-EOF-COB.
          MOVE LOW-VALUES TO COB-NRO-TARJ.
          ELSE
             MOVE "I" TO COB-ESTADO
             ADD 1 TO CONTADOR-INCUMPLIDAS
             CALL 'maskpan' USING BY CONTENT COB-NRO-TARJ,
                BY REFERENCE INC-NRO-TARJ
             MOVE COB-COBRADOR TO INC-COBRADOR
             MOVE COB-PROMESA-FECHA TO INC-PROMESA-FECHA
             MOVE COB-PROMESA-IMPORTE TO INC-PROMESA-IMPORTE
                   MOVE PAGAP-FECHA(3:2) TO WS-PAGO-FECHA-N(7:2)
                   IF WS-PAGO-FECHA-N >= FUNCTION NUMVAL(
                      COB-FECHA-GESTION)
                      PERFORM Buscar_Reversa
                      IF NOT PAGO-REVERSADO
                         ADD PAGAP-IMPORTE TO WS-PAGADO-DESDE
                      END-IF
                   END-IF
                END-IF
             END-IF
             CLOSE PagosAplicFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Reversas.
          MOVE ZERO TO WS-REVERSAS-COUNT.
          MOVE "N" TO WS-EOF-REV.
          OPEN INPUT ReversadosFile.
          IF ReversadosStatus NOT = "00"
             SET EOF-REV TO TRUE
          END-IF.
          PERFORM UNTIL EOF-REV
             READ ReversadosFile
                AT END SET EOF-REV TO TRUE
             END-READ
             IF NOT EOF-REV AND WS-REVERSAS-COUNT < 500
                ADD 1 TO WS-REVERSAS-COUNT
                MOVE REV-NRO-TARJ
                   TO WS-REV-NRO-TARJ(WS-REVERSAS-COUNT)
                MOVE REV-REF-BANCO
                   TO WS-REV-REF-BANCO(WS-REVERSAS-COUNT)
             END-IF
          END-PERFORM.
          IF ReversadosStatus = "00" OR ReversadosStatus = "10"
             CLOSE ReversadosFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Reversa.
          MOVE "N" TO WS-PAGO-REVERSADO.
          IF PAGAP-REF-BANCO = SPACES
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-REV-IX FROM 1 BY 1
             UNTIL WS-REV-IX > WS-REVERSAS-COUNT OR PAGO-REVERSADO
             IF WS-REV-REF-BANCO(WS-REV-IX) = PAGAP-REF-BANCO
                AND WS-REV-NRO-TARJ(WS-REV-IX) = PAGAP-NRO-TARJ
                SET PAGO-REVERSADO TO TRUE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantCobranzas.
