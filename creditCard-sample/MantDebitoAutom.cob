      * close, and AplicarDebitos posts the bank's answers. Baja
      * keeps the record with estado "B" so re-enrollment history
      * is never lost.
      * A reactivation is only written if the enrollment on file is
      * still the one read when the screen opened; if another
      * operator changed it meanwhile both versions are shown, the
      * reactivation is dropped to be keyed again, and the
      * collision goes to auditmant as operation C.
      * A reactivation keyed with a CBU other than the one on file
      * is not applied by one person: the new debit day is written
      * but the enrollment stays in baja on the old CBU, and the new
      * CBU is held in CAMBIOS-PENDIENTES.DAT (see cambiopend) until
      * a second user approves it on MantAprobaciones, which
      * reactivates it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD DebitoFile.
       01 DebitoRecord.
         02 DEB-NRO-TARJ                 PIC 9(16).
         02 DEB-CBU                      PIC X(22).
         02 DEB-DIA                      PIC 9(2).
         02 DEB-ESTADO                   PIC X(1).
       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       WORKING-STORAGE SECTION.
       01   DebitoStatus                 PIC X(2).
          88 WS-DONE VALUE "N".
       01   WS-EOF-DEB                   PIC X(1).
          88 EOF-DEB VALUE "S".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   CONTADOR-ACTIVOS             PIC 9(4).

      *> The enrollment as read for a change, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(41).
       01   WS-IMAGEN-PROPUESTA      PIC X(41).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

      *> A changed CBU waits for a second signature - see
      *> cambiopend / MantAprobaciones.
       01   WS-CBU-RETENIDO          PIC X(1).
          88 CBU-RETENIDO VALUE "S".
       01   CAP-TIPO                 PIC X(1) VALUE "D".
       01   CAP-CLAVE                PIC X(20).
       01   CAP-VALOR-ANTERIOR       PIC X(22).
       01   CAP-VALOR-NUEVO          PIC X(22).
       01   CAP-NRO                  PIC 9(6).
       01   CAP-RESULTADO            PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
             NOT INVALID KEY
                IF DEB-BAJA
                   MOVE DebitoRecord TO AUD-ANTES
                   MOVE DebitoRecord TO WS-IMAGEN-LEIDA
                   MOVE DEB-CBU TO CAP-VALOR-ANTERIOR
                   PERFORM Cargar_Datos_Adhesion
                   PERFORM Separar_Cbu_Nuevo
                   PERFORM Verificar_Colision
                   IF NOT HAY-COLISION
                      PERFORM Reactivar_Adhesion
                   END-IF
                ELSE
                   DISPLAY "** La tarjeta ya esta adherida"
                END-IF
          END-IF.
          MOVE "A" TO DEB-ESTADO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reactivar_Adhesion.
          REWRITE DebitoRecord
          END-REWRITE.
          MOVE "M" TO AUD-OPERACION.
          MOVE DEB-NRO-TARJ TO AUD-CLAVE.
          MOVE DebitoRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA,
             SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
             AUD-ANTES, AUD-DESPUES.
          IF CBU-RETENIDO
             PERFORM Retener_Cbu
          ELSE
             DISPLAY "Adhesion reactivada"
          END-IF.
      *-----------------------------------------------------------*
      *   The account debited is never changed by one person - a
      *   new CBU leaves the enrollment in baja on the old one
      *   until it is approved.
      *-----------------------------------------------------------*
       Separar_Cbu_Nuevo.
          MOVE "N" TO WS-CBU-RETENIDO.
          IF DEB-CBU NOT = CAP-VALOR-ANTERIOR
             MOVE DEB-CBU TO CAP-VALOR-NUEVO
             MOVE CAP-VALOR-ANTERIOR TO DEB-CBU
             MOVE "B" TO DEB-ESTADO
             SET CBU-RETENIDO TO TRUE
          END-IF.
      *-----------------------------------------------------------*
      *   The new CBU goes to CAMBIOS-PENDIENTES.DAT; only a second
      *   user approving it there moves it onto the enrollment.
      *-----------------------------------------------------------*
       Retener_Cbu.
          MOVE DEB-NRO-TARJ TO CAP-CLAVE.
          CALL 'cambiopend' USING CAP-TIPO, CAP-CLAVE,
             CAP-VALOR-ANTERIOR, CAP-VALOR-NUEVO, SEG-PROGRAMA,
             SEG-USUARIO, CAP-NRO, CAP-RESULTADO.
          EVALUATE CAP-RESULTADO
             WHEN "S"
                DISPLAY "CBU nuevo " CAP-VALOR-NUEVO
                   " retenido - cambio " CAP-NRO
                DISPLAY "La adhesion sigue en baja hasta que se "
                   "apruebe"
             WHEN "D"
                DISPLAY "** Ya hay un cambio de CBU pendiente ("
                   CAP-NRO ") - la adhesion sigue en baja"
             WHEN OTHER
                DISPLAY "** No se pudo registrar el cambio de CBU "
                   "- la adhesion sigue en baja"
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Reads the enrollment again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE DebitoRecord TO WS-IMAGEN-PROPUESTA.
          READ DebitoFile
             INVALID KEY CONTINUE
          END-READ.
          IF DebitoOK AND DebitoRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO DebitoRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La adhesion fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF DebitoOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Adhesion
             MOVE DebitoRecord TO AUD-ANTES
          ELSE
             DISPLAY "La adhesion ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO DebitoRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Adhesion.
          MOVE "C" TO AUD-OPERACION.
          MOVE DEB-NRO-TARJ TO AUD-CLAVE.
          MOVE DebitoRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Adhesion.
          DISPLAY "Tarjeta " DEB-NRO-TARJ
             " CBU " DEB-CBU " dia " DEB-DIA " estado " DEB-ESTADO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Baja_Adhesion.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
