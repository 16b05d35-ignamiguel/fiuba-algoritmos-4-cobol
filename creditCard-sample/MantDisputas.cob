      * feed. A case resolved against the merchant writes a debit
      * to CC-DEBITOS-COMERCIO.DAT for LiquidacionComercios to net
      * out of the comercio's next settlement.
      * A resolution is only applied if the case on file is still
      * the one read when the case number was keyed; if another
      * operator moved it meanwhile both versions are shown, no
      * money moves, and the collision goes to auditmant as
      * operation C (user SINCTRL - this screen has no sign-on).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD DisputasFile.
       01 DisputaRecord.
         02 DSP-NRO-CASO                 PIC 9(6).
         02 DSP-NRO-TARJ                 PIC 9(16).
         02 DSP-NRO-CUPON                PIC 9(5).
         02 DSP-IMPORTE                  PIC 9(6)V99.
         02 DSP-COMERCIO                 PIC 9(6).

       FD AjustesPendFile.
       01 AjustePendRecord.
        03 AJU-NRO-TARJ                  PIC 9(16).
        03 AJU-NRO-CUPON                 PIC 9(5).
        03 AJU-FECHA                     PIC X(10).
        03 AJU-IMPORTE                   PIC 9(6)V99.
        03 AJU-INTENTOS                  PIC 9(2).

       FD AjustesFeedFile.
       01 AjusteFeedRecord               PIC X(57).
       01 AjusteHeaderRecord.
        03 AJH-MARCA                     PIC X(3).
        03 AJH-LOTE-ID.
         03 DCM-NRO-CASO                 PIC 9(6).
         03 DCM-APLICADO                 PIC X(1).
         03 DCM-FECHA-APLICADO           PIC 9(8).
      *> Day the case was resolved against the comercio - the
      *> period the risk monitoring counts it in.
         03 DCM-FECHA-RESOLUCION         PIC 9(8).

       FD NumAjusteFile.
       01 NumAjusteRecord.
       01   WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(8).
       01   WS-HOY-INT                   PIC 9(8).

      *> The case as read for a resolution, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(59).
       01   WS-IMAGEN-PROPUESTA      PIC X(59).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

      *> Change-audit plumbing - see auditmant.
       01   SEG-PROGRAMA             PIC X(20) VALUE "MANTDISPUTAS".
       01   SEG-USUARIO              PIC X(8) VALUE "SINCTRL".
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

       PROCEDURE DIVISION.
       Begin.
          OPEN I-O DisputasFile.
                DISPLAY "** El caso ya esta resuelto - estado "
                   DSP-ESTADO
             ELSE
                MOVE DisputaRecord TO WS-IMAGEN-LEIDA
                DISPLAY "A favor del titular o en contra? F/C -> "
                   WITH NO ADVANCING
                ACCEPT WS-DECISION
                PERFORM Aplicar_Decision
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Nothing is queued or debited until the case is known to
      *   be still the one the decision was taken on.
      *-----------------------------------------------------------*
       Aplicar_Decision.
          EVALUATE WS-DECISION
             WHEN "F"
             WHEN "f"
             WHEN "C"
             WHEN "c"
                PERFORM Verificar_Colision
             WHEN OTHER
                DISPLAY "Decision invalida - queda como esta"
                EXIT PARAGRAPH
          END-EVALUATE.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          IF WS-DECISION = "F" OR WS-DECISION = "f"
             PERFORM Resolver_A_Favor
          ELSE
             PERFORM Resolver_En_Contra
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Resolver_A_Favor.
      *> Estado "C" still counts as credit-given for cases opened
          DISPLAY "Caso resuelto en contra - se refactura al "
             "titular".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *   Reads the case again before anything moves. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE DisputaRecord TO WS-IMAGEN-PROPUESTA.
          READ DisputasFile
             INVALID KEY CONTINUE
          END-READ.
          IF DisputaOK AND DisputaRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO DisputaRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El caso fue modificado por otro usuario "
             "mientras lo editaba - NO se grabo".
          IF DisputaOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Caso
             MOVE DisputaRecord TO AUD-ANTES
          ELSE
             DISPLAY "El caso ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO DisputaRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Caso.
          MOVE "C" TO AUD-OPERACION.
          MOVE DSP-NRO-CASO TO AUD-CLAVE.
          MOVE DisputaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a resolver el caso sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Caso.
          DISPLAY "Caso " DSP-NRO-CASO " tarjeta " DSP-NRO-TARJ
             " cupon " DSP-NRO-CUPON " importe " DSP-IMPORTE.
          DISPLAY "  Comercio " DSP-COMERCIO " estado " DSP-ESTADO
             " credito dado " DSP-CREDITO-DADO
             " limite " DSP-FECHA-LIMITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Debitar_Comercio.
          OPEN EXTEND DebitosComercioFile.
          MOVE DSP-NRO-CASO TO DCM-NRO-CASO.
          MOVE "N" TO DCM-APLICADO.
          MOVE ZERO TO DCM-FECHA-APLICADO.
          MOVE WS-FECHA-HOY-N TO DCM-FECHA-RESOLUCION.
          WRITE DebitoComercioRecord.
          CLOSE DebitosComercioFile.
      *-----------------------------------------------------------*
