      * scan order-dependent. The consulta shows a comercio's
      * effective limit on a given date through the same getlimit
      * the batch uses, overrides included.
      * A modificacion is only written if the window on file is still
      * the one read when the screen opened; if another operator
      * changed it meanwhile both versions are shown, the change is
      * dropped to be keyed again, and the collision goes to
      * auditmant as operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       WORKING-STORAGE SECTION.
       01   LimiteVentaFS                PIC X(2).
          88 WS-LIMITE-NOTFOUND VALUE LOW-VALUE.
       01   WS-LIMITE-VALOR              PIC 9(6)V99.

      *> The window as read for a modificacion, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(25).
       01   WS-IMAGEN-PROPUESTA      PIC X(25).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".


      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
                DISPLAY "** No existe esa ventana"
             NOT INVALID KEY
                MOVE LimiteVentaRecord TO AUD-ANTES
                MOVE LimiteVentaRecord TO WS-IMAGEN-LEIDA
                DISPLAY "Valor [" LimiteVenta-valor "] -> "
                   WITH NO ADVANCING
                ACCEPT LimiteVenta-valor
                PERFORM Verificar_Colision
                IF NOT HAY-COLISION
                   PERFORM Regrabar_Limite
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Regrabar_Limite.
          REWRITE LimiteVentaRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar"
             NOT INVALID KEY
                DISPLAY "Limite actualizado"
                MOVE "M" TO AUD-OPERACION
                MOVE LimiteVenta-key TO AUD-CLAVE
                MOVE LimiteVentaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA,
                   SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                   AUD-ANTES, AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the window again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE LimiteVentaRecord TO WS-IMAGEN-PROPUESTA.
          READ LimiteVentaFile
             INVALID KEY CONTINUE
          END-READ.
          IF LimiteVenta-OK AND LimiteVentaRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO LimiteVentaRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La ventana fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF LimiteVenta-OK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Limite
             MOVE LimiteVentaRecord TO AUD-ANTES
          ELSE
             DISPLAY "La ventana ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO LimiteVentaRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Limite.
          MOVE "C" TO AUD-OPERACION.
          MOVE LimiteVenta-key TO AUD-CLAVE.
          MOVE LimiteVentaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Limite.
          DISPLAY "  Letra " LimiteVenta-letra
             " desde " LimiteVenta-fecha-desde
             " hasta " LimiteVenta-fecha-hasta
             " valor $" LimiteVenta-valor.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Delete_Limite.
          DISPLAY "Letra -> " WITH NO ADVANCING.
