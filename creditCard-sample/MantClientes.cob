       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantClientes.
      * AUTHOR:  nacho.
      * Online maintenance of the customer master CLIENTES.DAT,
      * keyed by documento - the one place a person's name, address,
      * contact email/phone and statement delivery preference live.
      * Every plastic points to its customer through TJ-DOCUMENTO,
      * so a holder who moves house is corrected once here: the
      * change is copied onto the address fields of each of the
      * person's cards in TARJETAS.DAT (journaled like any other
      * card rewrite), which stay as a copy for the programs that
      * still read them off the card. ConvertirClientes built the
      * master out of those card copies the first time.
      * A change is only written if the customer on file is still
      * the one read when the screen opened; if another operator
      * changed it meanwhile both versions are shown, the change is
      * dropped to be keyed again, and the collision goes to
      * auditmant as operation C. The person's cards list masked
      * (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

       DATA DIVISION.
       FILE SECTION.

       FD ClientesFile.
       01 ClienteRecord.
         02 CLI-DOCUMENTO                PIC 9(11).
         02 CLI-NOMBRE                   PIC X(30).
         02 CLI-CALLE                    PIC X(30).
         02 CLI-LOCALIDAD                PIC X(20).
         02 CLI-COD-POSTAL               PIC X(08).
         02 CLI-EMAIL                    PIC X(30).
         02 CLI-TELEFONO                 PIC X(10).
         02 CLI-ENVIO                    PIC X(01).
           88 CLI-ENVIO-PAPEL VALUE "P".
           88 CLI-ENVIO-EMAIL VALUE "E".

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
       01   ClientesStatus               PIC X(2).
          88 ClientesOK VALUE "00".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".

      *> After-image journal plumbing - see journal / RollForward.
       01   JRN-ARCHIVO                  PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTCLIENTES".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - an address change rewrites the
      *> customer's cards. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-DOC-INPUT                 PIC 9(11).
       01   WS-EOF-TARJETA               PIC X(1).
          88 EOF-TARJETA VALUE "S".
       01   CONTADOR-TARJETAS            PIC 9(4).
       01   WS-TARJ-MASCARA              PIC X(16).

      *> The customer as read for a change, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(140).
       01   WS-IMAGEN-PROPUESTA      PIC X(140).
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
          OPEN I-O ClientesFile.
          IF ClientesStatus = "05"
             CLOSE ClientesFile
             OPEN I-O ClientesFile
          END-IF.
          IF NOT ClientesOK
             DISPLAY "** Error abriendo CLIENTES.DAT - status "
                ClientesStatus
             STOP RUN
          END-IF.
          OPEN I-O TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Solo_Con_Permiso_Alta
                WHEN 2 PERFORM Solo_Con_Permiso_Update
                WHEN 3 PERFORM Inquire_Cliente
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE ClientesFile.
          CLOSE TarjetasFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Mantenimiento de clientes".
          DISPLAY "1 - Alta".
          DISPLAY "2 - Modificacion".
          DISPLAY "3 - Consulta por documento".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Solo_Con_Permiso_Alta.
          IF SEG-NIVEL = "M"
             PERFORM Add_Cliente
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Update.
          IF SEG-NIVEL = "M"
             PERFORM Update_Cliente
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Add_Cliente.
          DISPLAY "Documento -> " WITH NO ADVANCING.
          ACCEPT WS-DOC-INPUT.
          MOVE WS-DOC-INPUT TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                DISPLAY "** El cliente " WS-DOC-INPUT " ya existe"
                EXIT PARAGRAPH
          END-READ.
          MOVE WS-DOC-INPUT TO CLI-DOCUMENTO.
          DISPLAY "Nombre -> " WITH NO ADVANCING.
          ACCEPT CLI-NOMBRE.
          PERFORM Accept_Datos_Contacto.
          WRITE ClienteRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar el cliente"
             NOT INVALID KEY
                DISPLAY "Cliente " CLI-DOCUMENTO " dado de alta"
                MOVE "A" TO AUD-OPERACION
                MOVE CLI-DOCUMENTO TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE ClienteRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                PERFORM Copiar_A_Tarjetas
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Accept_Datos_Contacto.
          DISPLAY "Calle -> " WITH NO ADVANCING.
          ACCEPT CLI-CALLE.
          DISPLAY "Localidad -> " WITH NO ADVANCING.
          ACCEPT CLI-LOCALIDAD.
          DISPLAY "Codigo postal -> " WITH NO ADVANCING.
          ACCEPT CLI-COD-POSTAL.
          DISPLAY "Email -> " WITH NO ADVANCING.
          ACCEPT CLI-EMAIL.
          DISPLAY "Telefono -> " WITH NO ADVANCING.
          ACCEPT CLI-TELEFONO.
          DISPLAY "Envio de resumen P/E -> " WITH NO ADVANCING.
          ACCEPT CLI-ENVIO.
          IF NOT CLI-ENVIO-PAPEL AND NOT CLI-ENVIO-EMAIL
             MOVE "P" TO CLI-ENVIO
          END-IF.
      *> An e-statement with nowhere to go is a statement nobody
      *> gets - without an email the customer stays on papel.
          IF CLI-ENVIO-EMAIL AND CLI-EMAIL = SPACES
             DISPLAY "** Sin email - el resumen sigue en papel"
             MOVE "P" TO CLI-ENVIO
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Update_Cliente.
          DISPLAY "Documento -> " WITH NO ADVANCING.
          ACCEPT WS-DOC-INPUT.
          MOVE WS-DOC-INPUT TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                DISPLAY "** El cliente " WS-DOC-INPUT " no existe"
             NOT INVALID KEY
                MOVE ClienteRecord TO AUD-ANTES
                MOVE ClienteRecord TO WS-IMAGEN-LEIDA
                PERFORM Update_Cliente_Fields
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Update_Cliente_Fields.
          DISPLAY "Nombre [" CLI-NOMBRE "] -> " WITH NO ADVANCING.
          ACCEPT CLI-NOMBRE.
          DISPLAY "Calle [" CLI-CALLE "] -> " WITH NO ADVANCING.
          ACCEPT CLI-CALLE.
          DISPLAY "Localidad [" CLI-LOCALIDAD "] -> "
             WITH NO ADVANCING.
          ACCEPT CLI-LOCALIDAD.
          DISPLAY "Codigo postal [" CLI-COD-POSTAL "] -> "
             WITH NO ADVANCING.
          ACCEPT CLI-COD-POSTAL.
          DISPLAY "Email [" CLI-EMAIL "] -> " WITH NO ADVANCING.
          ACCEPT CLI-EMAIL.
          DISPLAY "Telefono [" CLI-TELEFONO "] -> "
             WITH NO ADVANCING.
          ACCEPT CLI-TELEFONO.
          DISPLAY "Envio P/E [" CLI-ENVIO "] -> " WITH NO ADVANCING.
          ACCEPT CLI-ENVIO.
          IF NOT CLI-ENVIO-PAPEL AND NOT CLI-ENVIO-EMAIL
             MOVE "P" TO CLI-ENVIO
          END-IF.
          IF CLI-ENVIO-EMAIL AND CLI-EMAIL = SPACES
             DISPLAY "** Sin email - el resumen sigue en papel"
             MOVE "P" TO CLI-ENVIO
          END-IF.

          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE ClienteRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el cliente"
             NOT INVALID KEY
                DISPLAY "Cliente " CLI-DOCUMENTO " actualizado"
                MOVE "M" TO AUD-OPERACION
                MOVE CLI-DOCUMENTO TO AUD-CLAVE
                MOVE ClienteRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                PERFORM Copiar_A_Tarjetas
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Reads the customer again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE ClienteRecord TO WS-IMAGEN-PROPUESTA.
          READ ClientesFile
             INVALID KEY CONTINUE
          END-READ.
          IF ClientesOK AND ClienteRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO ClienteRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El cliente fue modificado por otro usuario "
             "mientras lo editaba - NO se grabo".
          IF ClientesOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Cliente
             MOVE ClienteRecord TO AUD-ANTES
          ELSE
             DISPLAY "El cliente ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO ClienteRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Cliente.
          MOVE "C" TO AUD-OPERACION.
          MOVE CLI-DOCUMENTO TO AUD-CLAVE.
          MOVE ClienteRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Cliente.
          DISPLAY "Nombre: " CLI-NOMBRE.
          DISPLAY "Calle: " CLI-CALLE.
          DISPLAY "Localidad: " CLI-LOCALIDAD.
          DISPLAY "Codigo postal: " CLI-COD-POSTAL.
          DISPLAY "Email: " CLI-EMAIL.
          DISPLAY "Telefono: " CLI-TELEFONO.
          DISPLAY "Envio de resumen: " CLI-ENVIO.
      *-----------------------------------------------------------*
      *   The address and delivery preference go onto every card
      *   of the documento, so the card copies never drift from
      *   the customer again. The embossed name (TJ-TITULAR) is
      *   the plastic's own - an adicional carries somebody else's.
      *-----------------------------------------------------------*
       Copiar_A_Tarjetas.
          MOVE ZERO TO CONTADOR-TARJETAS.
          MOVE CLI-DOCUMENTO TO TJ-DOCUMENTO.
          MOVE "N" TO WS-EOF-TARJETA.
          START TarjetasFile KEY IS EQUAL TO TJ-DOCUMENTO
             INVALID KEY SET EOF-TARJETA TO TRUE
          END-START.
          PERFORM UNTIL EOF-TARJETA
             READ TarjetasFile NEXT RECORD
                AT END SET EOF-TARJETA TO TRUE
             END-READ
             IF NOT EOF-TARJETA
                IF TJ-DOCUMENTO NOT = CLI-DOCUMENTO
                   SET EOF-TARJETA TO TRUE
                ELSE
                   PERFORM Copiar_A_Una_Tarjeta
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Tarjetas del cliente actualizadas: "
             CONTADOR-TARJETAS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Copiar_A_Una_Tarjeta.
          IF TJ-CALLE = CLI-CALLE AND TJ-LOCALIDAD = CLI-LOCALIDAD
             AND TJ-COD-POSTAL = CLI-COD-POSTAL
             AND TJ-ENVIO = CLI-ENVIO
             EXIT PARAGRAPH
          END-IF.
          MOVE CLI-CALLE TO TJ-CALLE.
          MOVE CLI-LOCALIDAD TO TJ-LOCALIDAD.
          MOVE CLI-COD-POSTAL TO TJ-COD-POSTAL.
          MOVE CLI-ENVIO TO TJ-ENVIO.
          REWRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la tarjeta "
                   TJ-NRO-TARJ
             NOT INVALID KEY
                ADD 1 TO CONTADOR-TARJETAS
                MOVE "R" TO JRN-OPERACION
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Inquire_Cliente.
          DISPLAY "Documento -> " WITH NO ADVANCING.
          ACCEPT WS-DOC-INPUT.
          MOVE WS-DOC-INPUT TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                DISPLAY "** El cliente " WS-DOC-INPUT " no existe"
             NOT INVALID KEY
                PERFORM Mostrar_Cliente
                PERFORM Listar_Tarjetas
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Tarjetas.
          MOVE ZERO TO CONTADOR-TARJETAS.
          MOVE CLI-DOCUMENTO TO TJ-DOCUMENTO.
          MOVE "N" TO WS-EOF-TARJETA.
          START TarjetasFile KEY IS EQUAL TO TJ-DOCUMENTO
             INVALID KEY SET EOF-TARJETA TO TRUE
          END-START.
          PERFORM UNTIL EOF-TARJETA
             READ TarjetasFile NEXT RECORD
                AT END SET EOF-TARJETA TO TRUE
             END-READ
             IF NOT EOF-TARJETA
                IF TJ-DOCUMENTO NOT = CLI-DOCUMENTO
                   SET EOF-TARJETA TO TRUE
                ELSE
                   ADD 1 TO CONTADOR-TARJETAS
                   CALL 'maskpan' USING BY CONTENT TJ-NRO-TARJ,
                      BY REFERENCE WS-TARJ-MASCARA
                   DISPLAY "  Tarjeta " WS-TARJ-MASCARA " - "
                      TJ-TITULAR " - estado " TJ-ESTADO
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Tarjetas del cliente: " CONTADOR-TARJETAS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantClientes.
