      * declared here the same way tpparte2.cob declares it, as a
      * unique alternate key, so a WRITE against a CUIT already on
      * file is rejected the same way a duplicate EMP-EMPRESA is.
      * The CUIT must also pass the check digit in chkcuit - an alta
      * or modificacion with a bad CUIT is not written.
      * A modificacion is only written if the company on file is
      * still the one read when the screen opened; if another
      * operator changed it meanwhile both versions are shown, the
      * change is dropped to be keyed again, and the collision goes
      * to auditmant as operation C (user SINCTRL - this screen has
      * no sign-on).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01   WS-MENU-OPTION           PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING            PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-CUIT-RESULTADO        PIC X(1).
          88 WS-CUIT-VALIDO VALUE "S".

      *> The company as read for a modificacion, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(99).
       01   WS-IMAGEN-PROPUESTA      PIC X(99).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

      *> Change-audit plumbing - see auditmant.
       01   SEG-PROGRAMA             PIC X(20) VALUE "MANTEMPRESAS".
       01   SEG-USUARIO              PIC X(8) VALUE "SINCTRL".
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

      *   Batch-window interlock - la facturacion nocturna no debe
      *   cruzarse con un REWRITE en linea. Ver batchlock.
          ACCEPT EMP-TEL.
          DISPLAY "CUIT -> " WITH NO ADVANCING.
          ACCEPT EMP-CUIT.
          CALL 'chkcuit' USING EMP-CUIT, WS-CUIT-RESULTADO.
          IF NOT WS-CUIT-VALIDO
             DISPLAY "** CUIT invalido - la empresa no se da de alta"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Limite de horas mensuales (0 = sin limite) -> "
             WITH NO ADVANCING.
          ACCEPT EMP-LIMITE-HORAS.
             INVALID KEY
                DISPLAY "** La empresa " EMP-EMPRESA " no existe"
             NOT INVALID KEY
                MOVE REG-EMPRESAS TO WS-IMAGEN-LEIDA
                PERFORM Update_Empresa_Fields
          END-READ.
      *-----------------------------------------------------------*
          ACCEPT EMP-TEL.
          DISPLAY "CUIT [" EMP-CUIT "] -> " WITH NO ADVANCING.
          ACCEPT EMP-CUIT.
          CALL 'chkcuit' USING EMP-CUIT, WS-CUIT-RESULTADO.
          IF NOT WS-CUIT-VALIDO
             DISPLAY "** CUIT invalido - la empresa no se actualiza"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Limite de horas [" EMP-LIMITE-HORAS "] -> "
             WITH NO ADVANCING.
          ACCEPT EMP-LIMITE-HORAS.
             WITH NO ADVANCING.
          ACCEPT EMP-PLAZO-DIAS.

          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE REG-EMPRESAS
             INVALID KEY
                DISPLAY "** No se pudo actualizar la empresa - "
                DISPLAY "Empresa " EMP-EMPRESA " actualizada"
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the company again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE REG-EMPRESAS TO WS-IMAGEN-PROPUESTA.
          READ EMPRESAS
             INVALID KEY CONTINUE
          END-READ.
          IF EMP-FOUND AND REG-EMPRESAS = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO REG-EMPRESAS
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La empresa fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF EMP-FOUND
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Empresa
             MOVE REG-EMPRESAS TO AUD-ANTES
          ELSE
             DISPLAY "La empresa ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO REG-EMPRESAS.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Empresa.
          MOVE "C" TO AUD-OPERACION.
          MOVE EMP-EMPRESA TO AUD-CLAVE.
          MOVE REG-EMPRESAS TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Empresa.
          DISPLAY "  Razon social: " EMP-RAZON.
          DISPLAY "  Direccion: " EMP-DIRE.
          DISPLAY "  Telefono: " EMP-TEL.
          DISPLAY "  CUIT: " EMP-CUIT.
          DISPLAY "  Limite de horas: " EMP-LIMITE-HORAS.
          DISPLAY "  Contrato: " EMP-CONTRATO
             "  Abono mensual: " EMP-ABONO-IMPORTE.
          DISPLAY "  Moneda: " EMP-MONEDA
             "  Plazo de pago: " EMP-PLAZO-DIAS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Inquire_Empresa.
          DISPLAY "Nro de empresa -> " WITH NO ADVANCING.
