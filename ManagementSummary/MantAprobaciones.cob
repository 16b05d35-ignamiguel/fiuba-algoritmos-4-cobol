       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantAprobaciones.
      * AUTHOR:  nacho.
      * Second-signature screen over the changes the maintenance
      * screens hold instead of writing (CAMBIOS-PENDIENTES.DAT, see
      * cambiopend): a comercio's settlement CBU from MantComercios,
      * a direct-debit CBU from MantDebitoAutom, a TJ-LIMITE raise
      * over the threshold from MantTarjetas and the same for a
      * cuenta corporativa's limit from MantCorporativas. Until a
      * change is approved here the old value stays in force on
      * the master.
      * Deciding needs level A on MANTAPROBACIONES and a user other
      * than the one who keyed the change - with no user master
      * (SINCTRL) there is no second signature, so nothing can be
      * approved. An approval is only applied if the master still
      * carries the value the change was keyed against; anything
      * else means someone moved it meanwhile and the change is
      * rejected as outdated. A decision is only written if the
      * change on file is still the one shown; if another approver
      * decided it meanwhile both versions are shown, nothing is
      * written, and the collision goes to auditmant as
      * operation C. OperacionesReport lists what is pending and
      * what was decided.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL CambiosFile ASSIGN TO
          "..\files\CAMBIOS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CAP-NRO
          FILE STATUS IS CambiosStatus.

          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioStatus.

          SELECT OPTIONAL DebitoFile ASSIGN TO
          "..\files\CC-DEBITO-AUTOM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DEB-NRO-TARJ
          FILE STATUS IS DebitoStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT OPTIONAL CorporativasFile ASSIGN TO
          "..\files\CC-CORPORATIVAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CRP-EMPRESA
          FILE STATUS IS CorporativasStatus.

       DATA DIVISION.
       FILE SECTION.

       FD CambiosFile.
       01 CambioRecord.
         02 CAP-NRO                      PIC 9(6).
         02 CAP-TIPO                     PIC X(1).
           88 CAP-CBU-COMERCIO           VALUE "C".
           88 CAP-CBU-DEBITO             VALUE "D".
           88 CAP-LIMITE                 VALUE "L".
           88 CAP-LIMITE-CORP            VALUE "E".
         02 CAP-CLAVE                    PIC X(20).
         02 CAP-CLAVE-COMERCIO REDEFINES CAP-CLAVE.
           03 CAP-COMERCIO-KEY           PIC X(8).
           03 FILLER                     PIC X(12).
         02 CAP-CLAVE-TARJETA REDEFINES CAP-CLAVE.
           03 CAP-NRO-TARJ               PIC 9(16).
           03 FILLER                     PIC X(4).
         02 CAP-CLAVE-EMPRESA REDEFINES CAP-CLAVE.
           03 CAP-EMPRESA                PIC 9(3).
           03 FILLER                     PIC X(17).
         02 CAP-VALOR-ANTERIOR           PIC X(22).
         02 FILLER REDEFINES CAP-VALOR-ANTERIOR.
           03 CAP-LIMITE-ANTERIOR        PIC 9(10)V99.
           03 FILLER                     PIC X(10).
         02 CAP-VALOR-NUEVO              PIC X(22).
         02 FILLER REDEFINES CAP-VALOR-NUEVO.
           03 CAP-LIMITE-NUEVO           PIC 9(10)V99.
           03 FILLER                     PIC X(10).
         02 CAP-PROGRAMA                 PIC X(20).
         02 CAP-USUARIO-ALTA             PIC X(8).
         02 CAP-FECHA-ALTA               PIC 9(8).
         02 CAP-HORA-ALTA                PIC X(6).
         02 CAP-ESTADO                   PIC X(1).
           88 CAP-PENDIENTE              VALUE "P".
           88 CAP-APROBADO               VALUE "A".
           88 CAP-RECHAZADO              VALUE "R".
         02 CAP-USUARIO-DECISION         PIC X(8).
         02 CAP-FECHA-DECISION           PIC 9(8).
         02 CAP-MOTIVO                   PIC X(30).

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-key.
           03 Comercio-num               PIC 9(6).
           03 Comercio-sucursal          PIC 9(2).
         02 Comercio-razon-social        PIC X(30).
         02 Comercio-direccion           PIC X(20).
         02 Comercio-cod-rubro           PIC 9(4).
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado              PIC X(1).
         02 Comercio-cbu                 PIC X(22).
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD DebitoFile.
       01 DebitoRecord.
         02 DEB-NRO-TARJ                 PIC 9(16).
         02 DEB-CBU                      PIC X(22).
         02 DEB-DIA                      PIC 9(2).
         02 DEB-ESTADO                   PIC X(1).
           88 DEB-ACTIVO                 VALUE "A".
           88 DEB-BAJA                   VALUE "B".

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD CorporativasFile.
       01 CorporativaRecord.
         02 CRP-EMPRESA                  PIC 9(3).
         02 CRP-RAZON                    PIC X(25).
         02 CRP-CUIT                     PIC 9(11).
         02 CRP-LIMITE                   PIC 9(10)V99.
         02 CRP-CICLO                    PIC 9(2).
         02 CRP-ESTADO                   PIC X(1).
         02 CRP-FECHA-ALTA               PIC 9(8).
         02 CRP-ULTIMO-CIERRE            PIC 9(8).

       WORKING-STORAGE SECTION.
       01   CambiosStatus                PIC X(2).
          88 CambioOK VALUE "00".
       01   ComercioStatus               PIC X(2).
          88 ComercioFound VALUE "00".
       01   CorporativasStatus           PIC X(2).
          88 CorporativaOK VALUE "00".
       01   DebitoStatus                 PIC X(2).
          88 DebitoOK VALUE "00".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
       01   SEG-PROGRAMA             PIC X(20)
            VALUE "MANTAPROBACIONES".
       01   SEG-USUARIO              PIC X(8).
       01   SEG-NIVEL                PIC X(1).
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

      *> After-image journal plumbing - see journal / RollForward.
       01   JRN-ARCHIVO              PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION            PIC X(1).
       01   JRN-REGISTRO             PIC X(140).

      *> Batch-window interlock - an approval rewrites the comercio
      *> master or the card and debit masters. See batchlock.
       01   BLOQ-SUBSISTEMA          PIC X(8).
       01   BLOQ-ACCION              PIC X(1).
       01   BLOQ-ESTADO              PIC X(1).

       01   WS-MENU-OPTION           PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING            PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-CAP               PIC X(1).
          88 EOF-CAP VALUE "S".
       01   WS-NRO-INPUT             PIC 9(6).
       01   WS-DECISION              PIC X(1).
       01   WS-MOTIVO-INPUT          PIC X(30).
       01   WS-VIGENTE               PIC X(1).
          88 VALOR-VIGENTE VALUE "S".
       01   WS-LISTAR-ESTADO         PIC X(1).
          88 LISTAR-PENDIENTES VALUE "P".
       01   CONTADOR-LISTADOS        PIC 9(4).
       01   WS-TIPO-TEXTO            PIC X(18).
       01   WS-ESTADO-TEXTO          PIC X(9).
       01   WS-LIMITE-EDIT           PIC Z(9)9.99.
       01   WS-LIMITE-EDIT-2         PIC Z(9)9.99.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY            PIC 9(8).
          02 FILLER                  PIC X(13).

      *> The change as shown for a decision, and the approver's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(160).
       01   WS-IMAGEN-PROPUESTA      PIC X(160).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          MOVE "TARJETAS" TO BLOQ-SUBSISTEMA.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO NOT = "A"
             MOVE "VENTAS" TO BLOQ-SUBSISTEMA
             CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
                BLOQ-ESTADO
          END-IF.
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
          OPEN I-O CambiosFile.
          IF NOT CambioOK AND CambiosStatus NOT = "05"
             DISPLAY "** Error abriendo CAMBIOS-PENDIENTES.DAT - "
                "status " CambiosStatus
             STOP RUN
          END-IF.
          OPEN I-O ComerciosFile.
          IF NOT ComercioFound
             DISPLAY "** Error abriendo ComerciosFile - status "
                ComercioStatus
             STOP RUN
          END-IF.
          OPEN I-O DebitoFile.
          IF NOT DebitoOK AND DebitoStatus NOT = "05"
             DISPLAY "** Error abriendo CC-DEBITO-AUTOM.DAT - "
                "status " DebitoStatus
             STOP RUN
          END-IF.
          OPEN I-O TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             STOP RUN
          END-IF.
          OPEN I-O CorporativasFile.
          IF NOT CorporativaOK AND CorporativasStatus NOT = "05"
             DISPLAY "** Error abriendo CC-CORPORATIVAS.DAT - "
                "status " CorporativasStatus
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1
                   MOVE "P" TO WS-LISTAR-ESTADO
                   PERFORM Listar_Cambios
                WHEN 2 PERFORM Solo_Con_Permiso_Aprobacion
                WHEN 3
                   MOVE "D" TO WS-LISTAR-ESTADO
                   PERFORM Listar_Cambios
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE CambiosFile, ComerciosFile, DebitoFile, TarjetasFile,
             CorporativasFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Cambios retenidos para aprobacion".
          DISPLAY "1 - Listar cambios pendientes".
          DISPLAY "2 - Aprobar / rechazar un cambio".
          DISPLAY "3 - Listar cambios decididos".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   Only level A decides; anyone signed on may look.
      *-----------------------------------------------------------*
       Solo_Con_Permiso_Aprobacion.
          IF SEG-NIVEL = "A"
             PERFORM Decidir_Cambio
          ELSE
             DISPLAY "** Sin permiso de aprobacion"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Cambios.
          MOVE ZERO TO CONTADOR-LISTADOS.
          MOVE "N" TO WS-EOF-CAP.
          MOVE ZERO TO CAP-NRO.
          START CambiosFile KEY IS NOT LESS THAN CAP-NRO
             INVALID KEY SET EOF-CAP TO TRUE
          END-START.
          PERFORM UNTIL EOF-CAP
             READ CambiosFile NEXT RECORD
                AT END SET EOF-CAP TO TRUE
             END-READ
             IF NOT EOF-CAP
                IF (LISTAR-PENDIENTES AND CAP-PENDIENTE)
                   OR (NOT LISTAR-PENDIENTES AND NOT CAP-PENDIENTE)
                   ADD 1 TO CONTADOR-LISTADOS
                   PERFORM Mostrar_Cambio
                END-IF
             END-IF
          END-PERFORM.
          IF LISTAR-PENDIENTES
             DISPLAY "Cambios pendientes: " CONTADOR-LISTADOS
          ELSE
             DISPLAY "Cambios decididos: " CONTADOR-LISTADOS
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Cambio.
          EVALUATE TRUE
             WHEN CAP-CBU-COMERCIO
                MOVE "CBU COMERCIO" TO WS-TIPO-TEXTO
             WHEN CAP-CBU-DEBITO
                MOVE "CBU DEBITO" TO WS-TIPO-TEXTO
             WHEN CAP-LIMITE
                MOVE "LIMITE TARJETA" TO WS-TIPO-TEXTO
             WHEN CAP-LIMITE-CORP
                MOVE "LIMITE CORPORATIVO" TO WS-TIPO-TEXTO
             WHEN OTHER MOVE CAP-TIPO TO WS-TIPO-TEXTO
          END-EVALUATE.
          EVALUATE TRUE
             WHEN CAP-PENDIENTE MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
             WHEN CAP-APROBADO MOVE "APROBADO" TO WS-ESTADO-TEXTO
             WHEN CAP-RECHAZADO MOVE "RECHAZADO" TO WS-ESTADO-TEXTO
             WHEN OTHER MOVE CAP-ESTADO TO WS-ESTADO-TEXTO
          END-EVALUATE.
          DISPLAY CAP-NRO " " WS-TIPO-TEXTO " " CAP-CLAVE " "
             WS-ESTADO-TEXTO.
          IF CAP-LIMITE OR CAP-LIMITE-CORP
             MOVE CAP-LIMITE-ANTERIOR TO WS-LIMITE-EDIT
             MOVE CAP-LIMITE-NUEVO TO WS-LIMITE-EDIT-2
             DISPLAY "   " WS-LIMITE-EDIT " -> " WS-LIMITE-EDIT-2
          ELSE
             DISPLAY "   " CAP-VALOR-ANTERIOR " -> " CAP-VALOR-NUEVO
          END-IF.
          DISPLAY "   Cargado por " CAP-USUARIO-ALTA " el "
             CAP-FECHA-ALTA " " CAP-HORA-ALTA " en " CAP-PROGRAMA.
          IF NOT CAP-PENDIENTE
             DISPLAY "   Decidido por " CAP-USUARIO-DECISION " el "
                CAP-FECHA-DECISION " " CAP-MOTIVO
          END-IF.
      *-----------------------------------------------------------*
      *   The second signature must be a different person - with
      *   no user master everybody is SINCTRL and there is none.
      *-----------------------------------------------------------*
       Decidir_Cambio.
          IF SEG-USUARIO = "SINCTRL"
             DISPLAY "** Sin maestro de usuarios no hay segunda "
                "firma - no se puede aprobar"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Nro de cambio -> " WITH NO ADVANCING.
          ACCEPT WS-NRO-INPUT.
          MOVE WS-NRO-INPUT TO CAP-NRO.
          READ CambiosFile
             INVALID KEY
                DISPLAY "** Cambio inexistente"
                EXIT PARAGRAPH
          END-READ.
          IF NOT CAP-PENDIENTE
             DISPLAY "** El cambio ya esta decidido - estado "
                CAP-ESTADO
             EXIT PARAGRAPH
          END-IF.
          IF CAP-USUARIO-ALTA = SEG-USUARIO
             DISPLAY "** El cambio lo cargo usted - lo tiene que "
                "decidir otro usuario"
             EXIT PARAGRAPH
          END-IF.
          MOVE CambioRecord TO WS-IMAGEN-LEIDA.
          PERFORM Mostrar_Cambio.
          DISPLAY "Aprobar o Rechazar A/R -> " WITH NO ADVANCING.
          ACCEPT WS-DECISION.
          MOVE SPACES TO WS-MOTIVO-INPUT.
          IF WS-DECISION = "R" OR WS-DECISION = "r"
             DISPLAY "Motivo del rechazo -> " WITH NO ADVANCING
             ACCEPT WS-MOTIVO-INPUT
          END-IF.
          PERFORM Aplicar_Decision.
      *-----------------------------------------------------------*
      *   Neither the master nor the change is touched until the
      *   change is known to be still the one decided on.
      *-----------------------------------------------------------*
       Aplicar_Decision.
          EVALUATE WS-DECISION
             WHEN "A"
             WHEN "a"
             WHEN "R"
             WHEN "r"
                PERFORM Verificar_Colision
             WHEN OTHER
                DISPLAY "Decision invalida - queda pendiente"
                EXIT PARAGRAPH
          END-EVALUATE.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          IF WS-DECISION = "A" OR WS-DECISION = "a"
             EVALUATE TRUE
                WHEN CAP-CBU-COMERCIO PERFORM Aprobar_Cbu_Comercio
                WHEN CAP-CBU-DEBITO PERFORM Aprobar_Cbu_Debito
                WHEN CAP-LIMITE PERFORM Aprobar_Limite
                WHEN CAP-LIMITE-CORP
                   PERFORM Aprobar_Limite_Corporativo
                WHEN OTHER
                   DISPLAY "** Tipo de cambio desconocido "
                      CAP-TIPO " - queda pendiente"
             END-EVALUATE
          ELSE
             MOVE WS-MOTIVO-INPUT TO CAP-MOTIVO
             PERFORM Rechazar_Cambio
          END-IF.
      *-----------------------------------------------------------*
      *   The master must still carry the CBU the change was keyed
      *   against; anything else means someone moved it meanwhile.
      *-----------------------------------------------------------*
       Aprobar_Cbu_Comercio.
          MOVE CAP-COMERCIO-KEY TO Comercio-key.
          READ ComerciosFile
             INVALID KEY
                MOVE "NO EXISTE EN EL MAESTRO" TO CAP-MOTIVO
                PERFORM Rechazar_Cambio
                EXIT PARAGRAPH
          END-READ.
          IF Comercio-cbu NOT = CAP-VALOR-ANTERIOR
             DISPLAY "** El CBU del comercio cambio desde el pedido ("
                Comercio-cbu ") - cambio desactualizado, se rechaza"
             MOVE "DESACTUALIZADO: MAESTRO CAMBIO" TO CAP-MOTIVO
             PERFORM Rechazar_Cambio
             EXIT PARAGRAPH
          END-IF.
          MOVE ComercioRecord TO AUD-ANTES.
          MOVE CAP-VALOR-NUEVO TO Comercio-cbu.
          REWRITE ComercioRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el comercio - "
                   "queda pendiente"
             NOT INVALID KEY
                MOVE Comercio-key TO AUD-CLAVE
                MOVE ComercioRecord TO AUD-DESPUES
                PERFORM Auditar_Maestro
                PERFORM Marcar_Aprobado
                DISPLAY "CBU del comercio " Comercio-num "/"
                   Comercio-sucursal " actualizado a " Comercio-cbu
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The enrollment was left in baja on the old CBU; the
      *   approval puts the new one on it and reactivates it.
      *-----------------------------------------------------------*
       Aprobar_Cbu_Debito.
          MOVE CAP-NRO-TARJ TO DEB-NRO-TARJ.
          READ DebitoFile
             INVALID KEY
                MOVE "NO EXISTE EN EL MAESTRO" TO CAP-MOTIVO
                PERFORM Rechazar_Cambio
                EXIT PARAGRAPH
          END-READ.
          IF DEB-CBU NOT = CAP-VALOR-ANTERIOR
             DISPLAY "** El CBU de la adhesion cambio desde el "
                "pedido (" DEB-CBU ") - cambio desactualizado, "
                "se rechaza"
             MOVE "DESACTUALIZADO: MAESTRO CAMBIO" TO CAP-MOTIVO
             PERFORM Rechazar_Cambio
             EXIT PARAGRAPH
          END-IF.
          MOVE DebitoRecord TO AUD-ANTES.
          MOVE CAP-VALOR-NUEVO TO DEB-CBU.
          SET DEB-ACTIVO TO TRUE.
          REWRITE DebitoRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la adhesion - "
                   "queda pendiente"
             NOT INVALID KEY
                MOVE DEB-NRO-TARJ TO AUD-CLAVE
                MOVE DebitoRecord TO AUD-DESPUES
                PERFORM Auditar_Maestro
                PERFORM Marcar_Aprobado
                DISPLAY "Adhesion " DEB-NRO-TARJ " reactivada con "
                   "CBU " DEB-CBU
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Same rule for the limit - and the card master keeps its
      *   after-image journal like every other rewrite of it.
      *-----------------------------------------------------------*
       Aprobar_Limite.
          MOVE CAP-NRO-TARJ TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                MOVE "NO EXISTE EN EL MAESTRO" TO CAP-MOTIVO
                PERFORM Rechazar_Cambio
                EXIT PARAGRAPH
          END-READ.
          IF TJ-LIMITE NOT = CAP-LIMITE-ANTERIOR
             MOVE TJ-LIMITE TO WS-LIMITE-EDIT
             DISPLAY "** El limite cambio desde el pedido ("
                WS-LIMITE-EDIT ") - cambio desactualizado, "
                "se rechaza"
             MOVE "DESACTUALIZADO: MAESTRO CAMBIO" TO CAP-MOTIVO
             PERFORM Rechazar_Cambio
             EXIT PARAGRAPH
          END-IF.
          MOVE TarjetaRecord TO AUD-ANTES.
          MOVE CAP-LIMITE-NUEVO TO TJ-LIMITE.
          REWRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el limite - "
                   "queda pendiente"
             NOT INVALID KEY
                MOVE TJ-NRO-TARJ TO AUD-CLAVE
                MOVE TarjetaRecord TO AUD-DESPUES
                PERFORM Auditar_Maestro
                MOVE "R" TO JRN-OPERACION
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
                PERFORM Marcar_Aprobado
                MOVE TJ-LIMITE TO WS-LIMITE-EDIT
                DISPLAY "Limite de la tarjeta " TJ-NRO-TARJ
                   " actualizado a " WS-LIMITE-EDIT
          END-REWRITE.
      *-----------------------------------------------------------*
      *   A cuenta corporativa's limit, on the same rule.
      *-----------------------------------------------------------*
       Aprobar_Limite_Corporativo.
          MOVE CAP-EMPRESA TO CRP-EMPRESA.
          READ CorporativasFile
             INVALID KEY
                MOVE "NO EXISTE EN EL MAESTRO" TO CAP-MOTIVO
                PERFORM Rechazar_Cambio
                EXIT PARAGRAPH
          END-READ.
          IF CRP-LIMITE NOT = CAP-LIMITE-ANTERIOR
             MOVE CRP-LIMITE TO WS-LIMITE-EDIT
             DISPLAY "** El limite cambio desde el pedido ("
                WS-LIMITE-EDIT ") - cambio desactualizado, "
                "se rechaza"
             MOVE "DESACTUALIZADO: MAESTRO CAMBIO" TO CAP-MOTIVO
             PERFORM Rechazar_Cambio
             EXIT PARAGRAPH
          END-IF.
          MOVE CorporativaRecord TO AUD-ANTES.
          MOVE CAP-LIMITE-NUEVO TO CRP-LIMITE.
          REWRITE CorporativaRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el limite - "
                   "queda pendiente"
             NOT INVALID KEY
                MOVE CRP-EMPRESA TO AUD-CLAVE
                MOVE CorporativaRecord TO AUD-DESPUES
                PERFORM Auditar_Maestro
                PERFORM Marcar_Aprobado
                MOVE CRP-LIMITE TO WS-LIMITE-EDIT
                DISPLAY "Limite de la cuenta corporativa "
                   CRP-EMPRESA " actualizado a " WS-LIMITE-EDIT
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Auditar_Maestro.
          MOVE "M" TO AUD-OPERACION.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Marcar_Aprobado.
          SET CAP-APROBADO TO TRUE.
          MOVE SEG-USUARIO TO CAP-USUARIO-DECISION.
          MOVE WS-FECHA-HOY TO CAP-FECHA-DECISION.
          REWRITE CambioRecord
             INVALID KEY
                DISPLAY "** No se pudo marcar el cambio " CAP-NRO
                   " como aprobado"
          END-REWRITE.
      *-----------------------------------------------------------*
      *   A rejected change never reaches the master - the old
      *   value simply stays.
      *-----------------------------------------------------------*
       Rechazar_Cambio.
          SET CAP-RECHAZADO TO TRUE.
          MOVE SEG-USUARIO TO CAP-USUARIO-DECISION.
          MOVE WS-FECHA-HOY TO CAP-FECHA-DECISION.
          REWRITE CambioRecord
             INVALID KEY
                DISPLAY "** No se pudo marcar el cambio " CAP-NRO
                   " como rechazado"
             NOT INVALID KEY
                DISPLAY "Cambio " CAP-NRO " rechazado - sigue "
                   "vigente el valor anterior"
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the change again before anything moves. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE CambioRecord TO WS-IMAGEN-PROPUESTA.
          READ CambiosFile
             INVALID KEY CONTINUE
          END-READ.
          IF CambioOK AND CambioRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO CambioRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El cambio fue modificado por otro usuario "
             "mientras lo decidia - NO se grabo".
          IF CambioOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Cambio
             MOVE CambioRecord TO AUD-ANTES
          ELSE
             DISPLAY "El cambio ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO CambioRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Cambio.
          MOVE "C" TO AUD-OPERACION.
          MOVE CAP-NRO TO AUD-CLAVE.
          MOVE CambioRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a decidir sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantAprobaciones.
