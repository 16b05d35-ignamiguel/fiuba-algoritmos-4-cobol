       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantRecurrentes.
      * AUTHOR:  nacho.
      * Registry of the recurring charges a holder subscribed with a
      * comercio on the card (debitos automaticos en tarjeta) - one
      * record per tarjeta+comercio with the fixed importe (zero =
      * variable), the frequency in months and the dates it runs.
      * The close checks every cupon from a registered comercio
      * against it and stamps the last charge accepted. A holder
      * cancelling the subscription at the desk leaves the record
      * with estado "C" and the comercio is told through
      * CC-AVISO-COMERCIOS.DAT; a plastic replacement in
      * MantTarjetas moves the active ones to the new number and
      * leaves the old ones "M".
      * A baja is only written if the subscription on file is still
      * the one shown for confirmation; if another operator changed
      * it meanwhile both versions are shown, the baja is dropped
      * to be keyed again, and the collision goes to auditmant as
      * operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL RecurrentesFile ASSIGN TO
          "..\files\CC-DEBITOS-RECURRENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RCR-KEY
          FILE STATUS IS RecurrentesStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          *> Outbound notices to the comercios - a subscription the
          *> holder cancelled, or a card number that changed.
          SELECT OPTIONAL AvisoComerciosFile ASSIGN TO
          "..\files\CC-AVISO-COMERCIOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AvisoStatus.

       DATA DIVISION.
       FILE SECTION.

       FD RecurrentesFile.
       01 RecurrenteRecord.
         02 RCR-KEY.
           03 RCR-NRO-TARJ               PIC 9(16).
           03 RCR-COMERCIO               PIC 9(6).
         02 RCR-DESCRIPCION              PIC X(20).
         02 RCR-IMPORTE                  PIC 9(6)V99.
         02 RCR-FRECUENCIA               PIC 9(2).
         02 RCR-FECHA-DESDE              PIC 9(8).
         02 RCR-FECHA-HASTA              PIC 9(8).
         02 RCR-ULT-CARGO                PIC 9(8).
         02 RCR-ESTADO                   PIC X(1).
           88 RCR-ACTIVO                 VALUE "A".
           88 RCR-CANCELADO              VALUE "C".
           88 RCR-MIGRADO                VALUE "M".
         02 RCR-FECHA-BAJA               PIC X(8).

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

       FD AvisoComerciosFile.
       01 AvisoComercioRecord.
         02 AVC-COMERCIO                 PIC 9(6).
      *> "B" = subscription cancelled by the holder,
      *> "R" = card replaced - charge the new number from now on.
         02 AVC-MOTIVO                   PIC X(1).
         02 AVC-NRO-TARJ                 PIC 9(16).
         02 AVC-NRO-TARJ-NUEVA           PIC 9(16).
         02 AVC-VENCIMIENTO-NUEVO        PIC 9(6).
         02 AVC-FECHA                    PIC X(8).

       WORKING-STORAGE SECTION.
       01   RecurrentesStatus            PIC X(2).
          88 RecurrentesOK VALUE "00".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   AvisoStatus                  PIC X(2).

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTRECURRENTES".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - the close reads and stamps the
      *> registry. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-RCR                   PIC X(1).
          88 EOF-RCR VALUE "S".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-COMERCIO-INPUT            PIC 9(6).
       01   WS-DESCRIPCION-INPUT         PIC X(20).
       01   WS-IMPORTE-INPUT             PIC 9(6)V99.
       01   WS-FRECUENCIA-INPUT          PIC 9(2).
       01   WS-DESDE-INPUT               PIC 9(8).
       01   WS-HASTA-INPUT               PIC 9(8).
       01   WS-CONFIRMA                  PIC X(1).
       01   CONTADOR-RECURRENTES         PIC 9(4).

      *> The subscription as shown for a baja, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(85).
       01   WS-IMAGEN-PROPUESTA      PIC X(85).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(8).

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
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          OPEN I-O RecurrentesFile.
          IF RecurrentesStatus = "05"
             CLOSE RecurrentesFile
             OPEN I-O RecurrentesFile
          END-IF.
          IF NOT RecurrentesOK
             DISPLAY "** Error abriendo CC-DEBITOS-RECURRENTES.DAT - "
                "status " RecurrentesStatus
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Alta_Recurrente
                WHEN 2 PERFORM Baja_Recurrente
                WHEN 3 PERFORM Consultar_Recurrentes
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE RecurrentesFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Debitos automaticos en tarjeta".
          DISPLAY "1 - Alta de debito recurrente".
          DISPLAY "2 - Baja a pedido del titular".
          DISPLAY "3 - Consultar debitos de una tarjeta".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Alta_Recurrente.
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
                   IF TJ-CANCELADA
                      DISPLAY "** La tarjeta esta cancelada"
                      MOVE ZERO TO WS-TARJ-INPUT
                   ELSE
                      DISPLAY "Titular: " TJ-TITULAR
                   END-IF
             END-READ
             CLOSE TarjetasFile
          END-IF.
          IF WS-TARJ-INPUT = ZERO
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Nro de comercio -> " WITH NO ADVANCING.
          ACCEPT WS-COMERCIO-INPUT.
          IF WS-COMERCIO-INPUT = ZERO
             DISPLAY "** Comercio invalido"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Descripcion -> " WITH NO ADVANCING.
          ACCEPT WS-DESCRIPCION-INPUT.
          DISPLAY "Importe fijo (0 = variable) -> " WITH NO ADVANCING.
          ACCEPT WS-IMPORTE-INPUT.
          DISPLAY "Frecuencia en meses -> " WITH NO ADVANCING.
          ACCEPT WS-FRECUENCIA-INPUT.
          IF WS-FRECUENCIA-INPUT = ZERO
             MOVE 1 TO WS-FRECUENCIA-INPUT
          END-IF.
          DISPLAY "Vigente desde AAAAMMDD (0 = hoy) -> "
             WITH NO ADVANCING.
          ACCEPT WS-DESDE-INPUT.
          IF WS-DESDE-INPUT = ZERO
             MOVE WS-FECHA-HOY-N TO WS-DESDE-INPUT
          END-IF.
          DISPLAY "Vigente hasta AAAAMMDD (0 = sin fin) -> "
             WITH NO ADVANCING.
          ACCEPT WS-HASTA-INPUT.
          IF WS-HASTA-INPUT > ZERO AND WS-HASTA-INPUT < WS-DESDE-INPUT
             DISPLAY "** La fecha hasta es anterior a la desde"
             EXIT PARAGRAPH
          END-IF.
          PERFORM Grabar_Recurrente.
      *-----------------------------------------------------------*
      *   A subscription that was cancelled (or migrated off an
      *   old plastic) and is signed up again reuses its record.
      *-----------------------------------------------------------*
       Grabar_Recurrente.
          MOVE WS-TARJ-INPUT TO RCR-NRO-TARJ.
          MOVE WS-COMERCIO-INPUT TO RCR-COMERCIO.
          READ RecurrentesFile
             INVALID KEY
                PERFORM Mover_Datos_Recurrente
                MOVE ZERO TO RCR-ULT-CARGO
                WRITE RecurrenteRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar el debito"
                   NOT INVALID KEY
                      MOVE "A" TO AUD-OPERACION
                      MOVE RCR-NRO-TARJ TO AUD-CLAVE
                      MOVE SPACES TO AUD-ANTES
                      MOVE RecurrenteRecord TO AUD-DESPUES
                      CALL 'auditmant' USING SEG-PROGRAMA,
                         SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                         AUD-ANTES, AUD-DESPUES
                      DISPLAY "Debito recurrente grabado"
                END-WRITE
             NOT INVALID KEY
                IF RCR-ACTIVO
                   DISPLAY "** El debito ya esta registrado"
                ELSE
                   MOVE RecurrenteRecord TO AUD-ANTES
                   PERFORM Mover_Datos_Recurrente
                   REWRITE RecurrenteRecord
                   END-REWRITE
                   MOVE "M" TO AUD-OPERACION
                   MOVE RCR-NRO-TARJ TO AUD-CLAVE
                   MOVE RecurrenteRecord TO AUD-DESPUES
                   CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                      AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                      AUD-DESPUES
                   DISPLAY "Debito recurrente reactivado"
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mover_Datos_Recurrente.
          MOVE WS-DESCRIPCION-INPUT TO RCR-DESCRIPCION.
          MOVE WS-IMPORTE-INPUT TO RCR-IMPORTE.
          MOVE WS-FRECUENCIA-INPUT TO RCR-FRECUENCIA.
          MOVE WS-DESDE-INPUT TO RCR-FECHA-DESDE.
          MOVE WS-HASTA-INPUT TO RCR-FECHA-HASTA.
          MOVE "A" TO RCR-ESTADO.
          MOVE SPACES TO RCR-FECHA-BAJA.
      *-----------------------------------------------------------*
      *   The holder's own cancellation at the desk - from the next
      *   close on the comercio's cupones are rejected, and the
      *   comercio gets a notice so it stops presenting them.
      *-----------------------------------------------------------*
       Baja_Recurrente.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          DISPLAY "Nro de comercio -> " WITH NO ADVANCING.
          ACCEPT WS-COMERCIO-INPUT.
          MOVE WS-TARJ-INPUT TO RCR-NRO-TARJ.
          MOVE WS-COMERCIO-INPUT TO RCR-COMERCIO.
          READ RecurrentesFile
             INVALID KEY
                DISPLAY "** No hay debito de ese comercio en la "
                   "tarjeta"
                EXIT PARAGRAPH
          END-READ.
          IF NOT RCR-ACTIVO
             DISPLAY "** El debito no esta activo"
             EXIT PARAGRAPH
          END-IF.
          MOVE RecurrenteRecord TO WS-IMAGEN-LEIDA.
          DISPLAY RCR-DESCRIPCION " importe " RCR-IMPORTE
             " ultimo cargo " RCR-ULT-CARGO.
          DISPLAY "Confirma la baja (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S"
             DISPLAY "Baja cancelada"
             EXIT PARAGRAPH
          END-IF.
          MOVE RecurrenteRecord TO AUD-ANTES.
          MOVE "C" TO RCR-ESTADO.
          MOVE WS-FECHA-HOY TO RCR-FECHA-BAJA.
          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE RecurrenteRecord
          END-REWRITE.
          MOVE "M" TO AUD-OPERACION.
          MOVE RCR-NRO-TARJ TO AUD-CLAVE.
          MOVE RecurrenteRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          OPEN EXTEND AvisoComerciosFile.
          MOVE RCR-COMERCIO TO AVC-COMERCIO.
          MOVE "B" TO AVC-MOTIVO.
          MOVE RCR-NRO-TARJ TO AVC-NRO-TARJ.
          MOVE ZERO TO AVC-NRO-TARJ-NUEVA.
          MOVE ZERO TO AVC-VENCIMIENTO-NUEVO.
          MOVE WS-FECHA-HOY TO AVC-FECHA.
          WRITE AvisoComercioRecord.
          CLOSE AvisoComerciosFile.
          DISPLAY "Debito recurrente dado de baja".
      *-----------------------------------------------------------*
      *   Reads the subscription again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE RecurrenteRecord TO WS-IMAGEN-PROPUESTA.
          READ RecurrentesFile
             INVALID KEY CONTINUE
          END-READ.
          IF RecurrentesOK AND RecurrenteRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO RecurrenteRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El debito fue modificado por otro usuario "
             "mientras lo editaba - NO se grabo".
          IF RecurrentesOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Recurrente
             MOVE RecurrenteRecord TO AUD-ANTES
          ELSE
             DISPLAY "El debito ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO RecurrenteRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Recurrente.
          MOVE "C" TO AUD-OPERACION.
          MOVE RCR-NRO-TARJ TO AUD-CLAVE.
          MOVE RecurrenteRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la baja sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Recurrente.
          DISPLAY "Comercio " RCR-COMERCIO " "
             RCR-DESCRIPCION " importe " RCR-IMPORTE
             " cada " RCR-FRECUENCIA " mes(es) estado "
             RCR-ESTADO " ultimo cargo " RCR-ULT-CARGO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consultar_Recurrentes.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE ZERO TO CONTADOR-RECURRENTES.
          MOVE "N" TO WS-EOF-RCR.
          MOVE WS-TARJ-INPUT TO RCR-NRO-TARJ.
          MOVE ZERO TO RCR-COMERCIO.
          START RecurrentesFile KEY IS NOT LESS THAN RCR-KEY
             INVALID KEY SET EOF-RCR TO TRUE
          END-START.
          PERFORM UNTIL EOF-RCR
             READ RecurrentesFile NEXT RECORD
                AT END SET EOF-RCR TO TRUE
             END-READ
             IF NOT EOF-RCR AND RCR-NRO-TARJ NOT = WS-TARJ-INPUT
                SET EOF-RCR TO TRUE
             END-IF
             IF NOT EOF-RCR
                ADD 1 TO CONTADOR-RECURRENTES
                PERFORM Mostrar_Recurrente
             END-IF
          END-PERFORM.
          DISPLAY "Debitos registrados: " CONTADOR-RECURRENTES.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantRecurrentes.
