      * longer needs a full reload of the flat input through the
      * original batch load, and a duplicate CONS-NUMERO gets rejected
      * instead of silently overwriting the file's original layout.
      * A modificacion is only written if the consultant on file is
      * still the one read when the screen opened; if another
      * operator changed it meanwhile both versions are shown, the
      * change is dropped to be keyed again, and the collision goes
      * to auditmant as operation C (user SINCTRL - this screen has
      * no sign-on).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01   WS-KEEP-GOING            PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

      *> The consultant as read for a modificacion, and the
      *> operator's version while the file is read again at
      *> confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(80).
       01   WS-IMAGEN-PROPUESTA      PIC X(80).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

      *> Change-audit plumbing - see auditmant.
       01   SEG-PROGRAMA             PIC X(20) VALUE "MANTCONSULTORES".
       01   SEG-USUARIO              PIC X(8) VALUE "SINCTRL".
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

      *   Batch-window interlock - la facturacion nocturna no debe
      *   cruzarse con un REWRITE en linea. Ver batchlock.
             INVALID KEY
                DISPLAY "** El consultor " CONS-NUMERO " no existe"
             NOT INVALID KEY
                MOVE REG-CONSULTORES TO WS-IMAGEN-LEIDA
                PERFORM Update_Consultor_Fields
          END-READ.
      *-----------------------------------------------------------*
          DISPLAY "Telefono [" CONS-TEL "] -> " WITH NO ADVANCING.
          ACCEPT CONS-TEL.

          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE REG-CONSULTORES
             INVALID KEY
                DISPLAY "** No se pudo actualizar el consultor"
                DISPLAY "Consultor " CONS-NUMERO " actualizado"
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the consultant again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE REG-CONSULTORES TO WS-IMAGEN-PROPUESTA.
          READ CONSULTORES
             INVALID KEY CONTINUE
          END-READ.
          IF CONS-FOUND AND REG-CONSULTORES = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO REG-CONSULTORES
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El consultor fue modificado por otro usuario "
             "mientras lo editaba - NO se grabo".
          IF CONS-FOUND
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Consultor
             MOVE REG-CONSULTORES TO AUD-ANTES
          ELSE
             DISPLAY "El consultor ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO REG-CONSULTORES.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Consultor.
          MOVE "C" TO AUD-OPERACION.
          MOVE CONS-NUMERO TO AUD-CLAVE.
          MOVE REG-CONSULTORES TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Consultor.
          DISPLAY "  DNI: " CONS-DNI "  Categoria SRT: " CONS-SRT.
          DISPLAY "  Nombre: " CONS-NOMBRE.
          DISPLAY "  Direccion: " CONS-DIRE.
          DISPLAY "  Telefono: " CONS-TEL.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Inquire_Consultor.
          DISPLAY "Nro de consultor -> " WITH NO ADVANCING.
