       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantControles.
      * AUTHOR:  nacho.
      * Cardholder spending controls. Per plastic - so a parent can
      * restrict an adicional without touching their own card - the
      * holder may block up to ten rubros (Comercio-cod-rubro, e.g.
      * juegos de azar) and set a tope per transaction, in pesos
      * and in dolares (zero = no tope). AuthorizeCC declines at
      * the desk and the cupon close rejects to CC-RECHAZOS.DAT
      * against the same record, so a forced post can't get past
      * a control. Removing a card's controls deletes its record.
      * A change is only written if the controls on file are still
      * the ones read when the screen opened; if another operator
      * changed it meanwhile both versions are shown, the change is
      * dropped to be keyed again, and the collision goes to
      * auditmant as operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ControlesFile ASSIGN TO
          "..\files\CC-CONTROLES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CTR-NRO-TARJ
          FILE STATUS IS ControlesStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

       DATA DIVISION.
       FILE SECTION.

       FD ControlesFile.
       01 ControlRecord.
         02 CTR-NRO-TARJ                 PIC 9(16).
         02 CTR-TOPE-OPERACION           PIC 9(8)V99.
         02 CTR-TOPE-USD                 PIC 9(6)V99.
         02 CTR-CANT-RUBROS              PIC 9(2).
         02 CTR-RUBRO-BLOQ OCCURS 10 TIMES
                                         PIC 9(4).

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
       01   ControlesStatus              PIC X(2).
          88 ControlesOK VALUE "00".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTCONTROLES".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - the close reads the controls
      *> during the batch window. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-CTR                   PIC X(1).
          88 EOF-CTR VALUE "S".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-RUBRO-INPUT               PIC 9(4).
       01   WS-CTR-IX                    PIC 9(2).
       01   CONTADOR-CONTROLES           PIC 9(4).

      *> The controls as read for a change, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(76).
       01   WS-IMAGEN-PROPUESTA      PIC X(76).
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
          OPEN I-O ControlesFile.
          IF NOT ControlesOK AND ControlesStatus NOT = "05"
             DISPLAY "** Error abriendo CC-CONTROLES.DAT - "
                "status " ControlesStatus
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Alta_Control
                WHEN 2 PERFORM Baja_Control
                WHEN 3 PERFORM Consultar_Control
                WHEN 4 PERFORM Listar_Controles
                WHEN 5 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE ControlesFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Controles de consumo por tarjeta".
          DISPLAY "1 - Alta / modificacion de controles".
          DISPLAY "2 - Quitar controles".
          DISPLAY "3 - Consultar controles de una tarjeta".
          DISPLAY "4 - Listar tarjetas con controles".
          DISPLAY "5 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   Only a card on the master can carry controls - the
      *   number is checked there before anything is keyed.
      *-----------------------------------------------------------*
       Alta_Control.
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
             PERFORM Grabar_Control
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Control.
          MOVE WS-TARJ-INPUT TO CTR-NRO-TARJ.
          READ ControlesFile
             INVALID KEY
                PERFORM Cargar_Datos_Control
                WRITE ControlRecord
                   INVALID KEY
                      DISPLAY "** No se pudieron grabar los controles"
                   NOT INVALID KEY
                      MOVE "A" TO AUD-OPERACION
                      MOVE CTR-NRO-TARJ TO AUD-CLAVE
                      MOVE SPACES TO AUD-ANTES
                      MOVE ControlRecord TO AUD-DESPUES
                      CALL 'auditmant' USING SEG-PROGRAMA,
                         SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                         AUD-ANTES, AUD-DESPUES
                      DISPLAY "Controles grabados"
                END-WRITE
             NOT INVALID KEY
                PERFORM Mostrar_Control
                MOVE ControlRecord TO AUD-ANTES
                MOVE ControlRecord TO WS-IMAGEN-LEIDA
                PERFORM Cargar_Datos_Control
                PERFORM Verificar_Colision
                IF NOT HAY-COLISION
                   PERFORM Regrabar_Control
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Regrabar_Control.
          REWRITE ControlRecord
          END-REWRITE.
          MOVE "M" TO AUD-OPERACION.
          MOVE CTR-NRO-TARJ TO AUD-CLAVE.
          MOVE ControlRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA,
             SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
             AUD-ANTES, AUD-DESPUES.
          DISPLAY "Controles modificados".
      *-----------------------------------------------------------*
      *   Reads the controls again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE ControlRecord TO WS-IMAGEN-PROPUESTA.
          READ ControlesFile
             INVALID KEY CONTINUE
          END-READ.
          IF ControlesOK AND ControlRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO ControlRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** Los controles fueron modificados por otro "
             "usuario mientras los editaba - NO se grabaron".
          IF ControlesOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Control
             MOVE ControlRecord TO AUD-ANTES
          ELSE
             DISPLAY "Los controles ya no estan en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO ControlRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Control.
          MOVE "C" TO AUD-OPERACION.
          MOVE CTR-NRO-TARJ TO AUD-CLAVE.
          MOVE ControlRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *   The rubro list is keyed from scratch each time - rubro 0
      *   ends it, so the holder's list is always the one read
      *   back to them, never a mix of old and new.
      *-----------------------------------------------------------*
       Cargar_Datos_Control.
          DISPLAY "Tope por operacion en pesos (0 = sin tope) -> "
             WITH NO ADVANCING.
          ACCEPT CTR-TOPE-OPERACION.
          DISPLAY "Tope por operacion en dolares (0 = sin tope) -> "
             WITH NO ADVANCING.
          ACCEPT CTR-TOPE-USD.
          MOVE ZERO TO CTR-CANT-RUBROS.
          PERFORM VARYING WS-CTR-IX FROM 1 BY 1 UNTIL WS-CTR-IX > 10
             MOVE ZERO TO CTR-RUBRO-BLOQ(WS-CTR-IX)
          END-PERFORM.
          DISPLAY "Rubros bloqueados (hasta 10, 0 para terminar)".
          MOVE 1 TO WS-RUBRO-INPUT.
          PERFORM UNTIL WS-RUBRO-INPUT = ZERO
                OR CTR-CANT-RUBROS = 10
             DISPLAY "  Rubro -> " WITH NO ADVANCING
             ACCEPT WS-RUBRO-INPUT
             IF WS-RUBRO-INPUT > ZERO
                ADD 1 TO CTR-CANT-RUBROS
                MOVE WS-RUBRO-INPUT
                   TO CTR-RUBRO-BLOQ(CTR-CANT-RUBROS)
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Baja_Control.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO CTR-NRO-TARJ.
          READ ControlesFile
             INVALID KEY
                DISPLAY "** La tarjeta no tiene controles"
             NOT INVALID KEY
                MOVE ControlRecord TO AUD-ANTES
                DELETE ControlesFile RECORD
                END-DELETE
                MOVE "B" TO AUD-OPERACION
                MOVE CTR-NRO-TARJ TO AUD-CLAVE
                MOVE SPACES TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                DISPLAY "Controles quitados"
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consultar_Control.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO CTR-NRO-TARJ.
          READ ControlesFile
             INVALID KEY
                DISPLAY "** La tarjeta no tiene controles"
             NOT INVALID KEY
                PERFORM Mostrar_Control
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Control.
          DISPLAY "Tarjeta " CTR-NRO-TARJ.
          DISPLAY "  Tope por operacion $: " CTR-TOPE-OPERACION
             "  USD: " CTR-TOPE-USD.
          DISPLAY "  Rubros bloqueados: " CTR-CANT-RUBROS.
          PERFORM VARYING WS-CTR-IX FROM 1 BY 1
             UNTIL WS-CTR-IX > CTR-CANT-RUBROS OR WS-CTR-IX > 10
             DISPLAY "    " CTR-RUBRO-BLOQ(WS-CTR-IX)
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Controles.
          MOVE ZERO TO CONTADOR-CONTROLES.
          MOVE "N" TO WS-EOF-CTR.
          MOVE LOW-VALUES TO CTR-NRO-TARJ.
          START ControlesFile KEY IS NOT LESS THAN CTR-NRO-TARJ
             INVALID KEY SET EOF-CTR TO TRUE
          END-START.
          PERFORM UNTIL EOF-CTR
             READ ControlesFile NEXT RECORD
                AT END SET EOF-CTR TO TRUE
             END-READ
             IF NOT EOF-CTR
                ADD 1 TO CONTADOR-CONTROLES
                DISPLAY "Tarjeta " CTR-NRO-TARJ
                   " tope $ " CTR-TOPE-OPERACION
                   " USD " CTR-TOPE-USD
                   " rubros " CTR-CANT-RUBROS
             END-IF
          END-PERFORM.
          DISPLAY "Tarjetas con controles: " CONTADOR-CONTROLES.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantControles.
