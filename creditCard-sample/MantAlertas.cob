       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantAlertas.
      * AUTHOR:  nacho.
      * Cardholder alert settings. Per plastic, the importe above
      * which an approval is worth telling the holder about, and
      * whether the alert goes by SMS or by e-mail. Declines and
      * referrals are always alerted - only the approval umbral is
      * the holder's to choose. A card with no record takes the
      * default umbral and canal from CC-ALERTAS-PARAM.DAT, so
      * removing a card's setting sends it back to the default.
      * AuthorizeCC reads CC-ALERTAS-CONFIG.DAT on every decision.
      * A change is only written if the setting on file is still
      * the one read when the screen opened; if another operator
      * changed it meanwhile both versions are shown, the change is
      * dropped to be keyed again, and the collision goes to
      * auditmant as operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL AlertasConfigFile ASSIGN TO
          "..\files\CC-ALERTAS-CONFIG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ALC-NRO-TARJ
          FILE STATUS IS AlertasConfigStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

       DATA DIVISION.
       FILE SECTION.

       FD AlertasConfigFile.
       01 AlertaConfigRecord.
         02 ALC-NRO-TARJ                 PIC 9(16).
         02 ALC-UMBRAL                   PIC 9(8)V99.
         02 ALC-CANAL                    PIC X(1).
           88 ALC-CANAL-VALIDO VALUE "S" "E".

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
           88 TJ-ACTIVA VALUE "A".
           88 TJ-BLOQUEADA VALUE "B".
           88 TJ-CANCELADA VALUE "C".
           88 TJ-PENDIENTE-ACTIV VALUE "P".
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       WORKING-STORAGE SECTION.
       01   AlertasConfigStatus          PIC X(2).
          88 AlertasConfigOK VALUE "00".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTALERTAS".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - same subsystem as the card master.
      *> See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-ALC                   PIC X(1).
          88 EOF-ALC VALUE "S".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   CONTADOR-ALERTAS             PIC 9(4).

      *> The setting as read for a change, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(27).
       01   WS-IMAGEN-PROPUESTA      PIC X(27).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

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
          OPEN I-O AlertasConfigFile.
          IF NOT AlertasConfigOK AND AlertasConfigStatus NOT = "05"
             DISPLAY "** Error abriendo CC-ALERTAS-CONFIG.DAT - "
                "status " AlertasConfigStatus
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Alta_Alerta
                WHEN 2 PERFORM Baja_Alerta
                WHEN 3 PERFORM Consultar_Alerta
                WHEN 4 PERFORM Listar_Alertas
                WHEN 5 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE AlertasConfigFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Alertas al titular por tarjeta".
          DISPLAY "1 - Alta / modificacion de umbral y canal".
          DISPLAY "2 - Volver al valor por defecto".
          DISPLAY "3 - Consultar una tarjeta".
          DISPLAY "4 - Listar tarjetas con umbral propio".
          DISPLAY "5 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   Only a card on the master can carry a setting - the
      *   number is checked there before anything is keyed.
      *-----------------------------------------------------------*
       Alta_Alerta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             MOVE ZERO TO WS-TARJ-INPUT
          ELSE
             MOVE WS-TARJ-INPUT TO TJ-NRO-TARJ
             READ TarjetasFile
                INVALID KEY
                   DISPLAY "** La tarjeta " WS-TARJ-INPUT
                      " no existe"
                   MOVE ZERO TO WS-TARJ-INPUT
                NOT INVALID KEY
                   DISPLAY "Titular: " TJ-TITULAR
             END-READ
             CLOSE TarjetasFile
          END-IF.
          IF WS-TARJ-INPUT > ZERO
             PERFORM Grabar_Alerta
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Alerta.
          MOVE WS-TARJ-INPUT TO ALC-NRO-TARJ.
          READ AlertasConfigFile
             INVALID KEY
                PERFORM Cargar_Datos_Alerta
                WRITE AlertaConfigRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar la alerta"
                   NOT INVALID KEY
                      MOVE "A" TO AUD-OPERACION
                      MOVE ALC-NRO-TARJ TO AUD-CLAVE
                      MOVE SPACES TO AUD-ANTES
                      MOVE AlertaConfigRecord TO AUD-DESPUES
                      CALL 'auditmant' USING SEG-PROGRAMA,
                         SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                         AUD-ANTES, AUD-DESPUES
                      DISPLAY "Alerta grabada"
                END-WRITE
             NOT INVALID KEY
                PERFORM Mostrar_Alerta
                MOVE AlertaConfigRecord TO AUD-ANTES
                MOVE AlertaConfigRecord TO WS-IMAGEN-LEIDA
                PERFORM Cargar_Datos_Alerta
                PERFORM Verificar_Colision
                IF NOT HAY-COLISION
                   PERFORM Regrabar_Alerta
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Regrabar_Alerta.
          REWRITE AlertaConfigRecord
          END-REWRITE.
          MOVE "M" TO AUD-OPERACION.
          MOVE ALC-NRO-TARJ TO AUD-CLAVE.
          MOVE AlertaConfigRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA,
             SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
             AUD-ANTES, AUD-DESPUES.
          DISPLAY "Alerta modificada".
      *-----------------------------------------------------------*
      *   Reads the setting again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE AlertaConfigRecord TO WS-IMAGEN-PROPUESTA.
          READ AlertasConfigFile
             INVALID KEY CONTINUE
          END-READ.
          IF AlertasConfigOK AND AlertaConfigRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO AlertaConfigRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La alerta fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF AlertasConfigOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Alerta
             MOVE AlertaConfigRecord TO AUD-ANTES
          ELSE
             DISPLAY "La alerta ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO AlertaConfigRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Alerta.
          MOVE "C" TO AUD-OPERACION.
          MOVE ALC-NRO-TARJ TO AUD-CLAVE.
          MOVE AlertaConfigRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *   Umbral zero alerts every approval. The canal is asked
      *   until it is one the gateway knows.
      *-----------------------------------------------------------*
       Cargar_Datos_Alerta.
          DISPLAY "Umbral de aprobacion (0 = toda compra) -> "
             WITH NO ADVANCING.
          ACCEPT ALC-UMBRAL.
          MOVE SPACE TO ALC-CANAL.
          PERFORM UNTIL ALC-CANAL-VALIDO
             DISPLAY "Canal (S = SMS, E = e-mail) -> "
                WITH NO ADVANCING
             ACCEPT ALC-CANAL
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Baja_Alerta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO ALC-NRO-TARJ.
          READ AlertasConfigFile
             INVALID KEY
                DISPLAY "** La tarjeta ya usa el valor por defecto"
             NOT INVALID KEY
                MOVE AlertaConfigRecord TO AUD-ANTES
                DELETE AlertasConfigFile RECORD
                END-DELETE
                MOVE "B" TO AUD-OPERACION
                MOVE ALC-NRO-TARJ TO AUD-CLAVE
                MOVE SPACES TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                DISPLAY "La tarjeta vuelve al valor por defecto"
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consultar_Alerta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO ALC-NRO-TARJ.
          READ AlertasConfigFile
             INVALID KEY
                DISPLAY "** La tarjeta usa el valor por defecto"
             NOT INVALID KEY
                PERFORM Mostrar_Alerta
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Alerta.
          DISPLAY "Tarjeta " ALC-NRO-TARJ.
          DISPLAY "  Umbral de aprobacion: " ALC-UMBRAL
             "  Canal: " ALC-CANAL.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Alertas.
          MOVE ZERO TO CONTADOR-ALERTAS.
          MOVE "N" TO WS-EOF-ALC.
          MOVE LOW-VALUES TO ALC-NRO-TARJ.
          START AlertasConfigFile KEY IS NOT LESS THAN ALC-NRO-TARJ
             INVALID KEY SET EOF-ALC TO TRUE
          END-START.
          PERFORM UNTIL EOF-ALC
             READ AlertasConfigFile NEXT RECORD
                AT END SET EOF-ALC TO TRUE
             END-READ
             IF NOT EOF-ALC
                ADD 1 TO CONTADOR-ALERTAS
                DISPLAY "Tarjeta " ALC-NRO-TARJ
                   " umbral " ALC-UMBRAL
                   " canal " ALC-CANAL
             END-IF
          END-PERFORM.
          DISPLAY "Tarjetas con umbral propio: " CONTADOR-ALERTAS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantAlertas.
