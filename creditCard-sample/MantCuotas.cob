      * one charge on the next statement, so the holder who wants to
      * settle a 12-cuota purchase today closes it in one month
      * instead of watching it dribble out.
      * A precancelacion is only written if the cupon's cuotas on
      * file are still the ones shown for confirmation; if the
      * close or another operator moved them meanwhile both
      * versions are shown, nothing is written, and the collision
      * goes to auditmant as operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ                PIC 9(16).
           03 PC-NRO-CUPON               PIC 9(5).
         02 PC-IMPORTE                   PIC 9(6)V99.
         02 PC-CUOTAS-TOT                PIC 9(2).
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-CUPON-INPUT               PIC 9(5).
       01   WS-EOF-CUOTAS                PIC X(1).
          88 EOF-CUOTAS VALUE "S".
       01   WS-TOTAL-TARJETA             PIC 9(10)V99.
       01   WS-CONFIRMA                  PIC X(1).

      *> The cupon as shown for a precancelacion, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(54).
       01   WS-IMAGEN-PROPUESTA      PIC X(54).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".


      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.

       Confirmar_Precancelacion_Apta.
          MOVE PendingCuotaRecord TO AUD-ANTES.
          MOVE PendingCuotaRecord TO WS-IMAGEN-LEIDA.
          DISPLAY "Restan " PC-CUOTAS-REST " cuotas de $" PC-IMPORTE
             " - cargo unico de $" WS-SALDO-CUPON.
          DISPLAY "Confirma precancelacion S/N -> " WITH NO ADVANCING.
          IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
             MOVE WS-SALDO-CUPON TO PC-IMPORTE
             MOVE 1 TO PC-CUOTAS-REST
             PERFORM Verificar_Colision
             IF NOT HAY-COLISION
                PERFORM Grabar_Precancelacion
             END-IF
          ELSE
             DISPLAY "Precancelacion cancelada"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Precancelacion.
          REWRITE PendingCuotaRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar la precancelacion"
             NOT INVALID KEY
                DISPLAY "Precancelacion registrada - se cobra en "
                   "el proximo resumen"
                MOVE "M" TO AUD-OPERACION
                MOVE PC-KEY TO AUD-CLAVE
                MOVE PendingCuotaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA,
                   SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                   AUD-ANTES, AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the cupon again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE PendingCuotaRecord TO WS-IMAGEN-PROPUESTA.
          READ PendingCuotasFile
             INVALID KEY CONTINUE
          END-READ.
          IF PendingCuotasOK AND PendingCuotaRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO PendingCuotaRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El cupon fue modificado por otro usuario "
             "mientras lo editaba - NO se grabo".
          IF PendingCuotasOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Una_Cuota
             MOVE PendingCuotaRecord TO AUD-ANTES
          ELSE
             DISPLAY "El cupon ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO PendingCuotaRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Una_Cuota.
          MOVE "C" TO AUD-OPERACION.
          MOVE PC-KEY TO AUD-CLAVE.
          MOVE PendingCuotaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a pedir la precancelacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantCuotas.
