       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConsultaTransmisiones.
      * AUTHOR:  nacho.
      * Desk over the outbound transmission registry
      * (TRANSMISIONES.DAT, see regsalida and TransmitirInterfaces):
      * what was produced for each interface, when it was sent and
      * with which count, total and hash. A generation already sent
      * can be sent again on request - the frozen TX- copy is
      * rehashed first and only goes out again if it is still what
      * was registered. The resend rebuilds ENVIO-<interfaz>.<gen>,
      * counts the resend with its date and operator, is logged
      * through joblog as paso RE-<interfaz> and leaves an audit
      * record. Resending needs the modification level.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL TransmisionesFile ASSIGN TO
          "..\files\TRANSMISIONES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TRX-KEY
          FILE STATUS IS TransmisionesStatus.

          SELECT CopiaFile ASSIGN TO WS-COPIA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CopiaStatus.

          SELECT EnvioFile ASSIGN TO WS-ENVIO-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EnvioStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TransmisionesFile.
       01 TransmisionRecord.
         02 TRX-KEY.
           03 TRX-INTERFAZ               PIC X(20).
           03 TRX-GENERACION             PIC 9(6).
         02 TRX-ARCHIVO                  PIC X(60).
         02 TRX-COPIA                    PIC X(60).
         02 TRX-FECHA-REG                PIC 9(8).
         02 TRX-HORA-REG                 PIC X(6).
         02 TRX-REGISTROS                PIC 9(8).
         02 TRX-LINEAS                   PIC 9(8).
         02 TRX-TOTAL                    PIC 9(13)V99.
         02 TRX-HASH                     PIC 9(12).
         02 TRX-ESTADO                   PIC X(1).
           88 TRX-REGISTRADA             VALUE "R".
           88 TRX-ENVIADA                VALUE "E".
           88 TRX-ALTERADA               VALUE "A".
           88 TRX-DUPLICADA              VALUE "D".
         02 TRX-FECHA-ENVIO              PIC 9(8).
         02 TRX-HORA-ENVIO               PIC X(6).
         02 TRX-REENVIOS                 PIC 9(3).
         02 TRX-FECHA-REENVIO            PIC 9(8).
         02 TRX-USUARIO-REENVIO          PIC X(8).

       FD CopiaFile.
       01 CopiaRecord                    PIC X(300).

       FD EnvioFile.
       01 EnvioRecord                    PIC X(300).

       WORKING-STORAGE SECTION.
       01   TransmisionesStatus          PIC X(2).
          88 TransmisionOK VALUE "00".
       01   CopiaStatus                  PIC X(2).
       01   EnvioStatus                  PIC X(2).
       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-TRX                   PIC X(1).
          88 EOF-TRX VALUE "S".
       01   WS-EOF-COPIA                 PIC X(1).
          88 FIN-COPIA VALUE "S".
       01   WS-INTERFAZ-INPUT            PIC X(20).
       01   WS-GENERACION-INPUT          PIC 9(6).
       01   WS-ESTADO-TEXTO              PIC X(10).
       01   WS-TOTAL-EDIT                PIC Z(12)9.99.
       01   WS-COPIA-PATH                PIC X(60).
       01   WS-ENVIO-PATH                PIC X(60).
       01   WS-MOTIVO                    PIC X(24).
       01   CONTADOR-LISTADAS            PIC 9(6).

       01   WS-AUD-IMAGEN.
          02 AIM-INTERFAZ                PIC X(20).
          02 AIM-GENERACION              PIC 9(6).
          02 AIM-ESTADO                  PIC X(1).
          02 AIM-REENVIOS                PIC 9(3).
          02 AIM-FECHA-REENVIO           PIC 9(8).
          02 AIM-USUARIO-REENVIO         PIC X(8).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          02 FILLER                      PIC X(13).

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "H".
       01   RSA-INTERFAZ                 PIC X(20).
       01   RSA-ARCHIVO                  PIC X(60).
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

      *   Common run-log plumbing - one inicio and one fin line per
      *   resend into the shared JOB-LOG.DAT via joblog.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
       01   SEG-PROGRAMA             PIC X(20)
            VALUE "CONSULTATRANSMIS".
       01   SEG-USUARIO              PIC X(8).
       01   SEG-NIVEL                PIC X(1).
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

       PROCEDURE DIVISION.
       Begin.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.

          OPEN I-O TransmisionesFile.
          IF NOT TransmisionOK AND TransmisionesStatus NOT = "05"
             DISPLAY "** Error abriendo TRANSMISIONES.DAT - "
                "status " TransmisionesStatus
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Listar_Generaciones
                WHEN 2 PERFORM Consultar_Generacion
                WHEN 3
                   IF SEG-NIVEL = "M"
                      PERFORM Reenviar_Generacion
                   ELSE
                      DISPLAY "** Sin permiso de modificacion"
                   END-IF
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE TransmisionesFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Transmisiones de interfaces de salida".
          DISPLAY "1 - Listar generaciones".
          DISPLAY "2 - Consultar generacion".
          DISPLAY "3 - Reenviar generacion".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   One interface, or every one when left blank.
      *-----------------------------------------------------------*
       Listar_Generaciones.
          DISPLAY "Interfaz (en blanco todas) -> " WITH NO ADVANCING.
          ACCEPT WS-INTERFAZ-INPUT.
          MOVE ZERO TO CONTADOR-LISTADAS.
          MOVE "N" TO WS-EOF-TRX.
          MOVE WS-INTERFAZ-INPUT TO TRX-INTERFAZ.
          MOVE ZERO TO TRX-GENERACION.
          START TransmisionesFile KEY IS NOT LESS THAN TRX-KEY
             INVALID KEY SET EOF-TRX TO TRUE
          END-START.
          PERFORM UNTIL EOF-TRX
             READ TransmisionesFile NEXT RECORD
                AT END SET EOF-TRX TO TRUE
             END-READ
             IF NOT EOF-TRX
                IF WS-INTERFAZ-INPUT NOT = SPACES
                   AND TRX-INTERFAZ NOT = WS-INTERFAZ-INPUT
                   SET EOF-TRX TO TRUE
                ELSE
                   ADD 1 TO CONTADOR-LISTADAS
                   PERFORM Texto_Estado
                   MOVE TRX-TOTAL TO WS-TOTAL-EDIT
                   DISPLAY TRX-INTERFAZ " " TRX-GENERACION " "
                      TRX-FECHA-REG " " TRX-REGISTROS " "
                      WS-TOTAL-EDIT " " WS-ESTADO-TEXTO " "
                      TRX-FECHA-ENVIO " reenvios " TRX-REENVIOS
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Generaciones listadas: " CONTADOR-LISTADAS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consultar_Generacion.
          PERFORM Pedir_Clave.
          READ TransmisionesFile
             INVALID KEY
                DISPLAY "** Generacion inexistente"
                EXIT PARAGRAPH
          END-READ.
          PERFORM Texto_Estado.
          MOVE TRX-TOTAL TO WS-TOTAL-EDIT.
          DISPLAY "Interfaz:        " TRX-INTERFAZ.
          DISPLAY "Generacion:      " TRX-GENERACION.
          DISPLAY "Archivo:         " TRX-ARCHIVO.
          DISPLAY "Copia:           " TRX-COPIA.
          DISPLAY "Registrada:      " TRX-FECHA-REG " "
             TRX-HORA-REG.
          DISPLAY "Registros:       " TRX-REGISTROS.
          DISPLAY "Lineas:          " TRX-LINEAS.
          DISPLAY "Total control:   " WS-TOTAL-EDIT.
          DISPLAY "Hash:            " TRX-HASH.
          DISPLAY "Estado:          " WS-ESTADO-TEXTO.
          IF TRX-ENVIADA
             DISPLAY "Enviada:         " TRX-FECHA-ENVIO " "
                TRX-HORA-ENVIO
          END-IF.
          IF TRX-REENVIOS > ZERO
             DISPLAY "Reenvios:        " TRX-REENVIOS
                " - ultimo " TRX-FECHA-REENVIO " por "
                TRX-USUARIO-REENVIO
          END-IF.
      *-----------------------------------------------------------*
      *   Only what already went out can go out again - a pending
      *   generation waits for TransmitirInterfaces, and an
      *   altered or duplicated one never leaves.
      *-----------------------------------------------------------*
       Reenviar_Generacion.
          PERFORM Pedir_Clave.
          READ TransmisionesFile
             INVALID KEY
                DISPLAY "** Generacion inexistente"
                EXIT PARAGRAPH
          END-READ.
          IF NOT TRX-ENVIADA
             PERFORM Texto_Estado
             DISPLAY "** Solo se reenvia una generacion ENVIADA - "
                "esta figura " WS-ESTADO-TEXTO
             EXIT PARAGRAPH
          END-IF.

          MOVE SPACES TO JOBLOG-PASO.
          STRING "RE-" TRX-INTERFAZ DELIMITED BY SIZE
             INTO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE SPACES TO WS-MOTIVO.
          MOVE TRX-COPIA TO RSA-ARCHIVO.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL, RSA-GENERACION,
             RSA-LINEAS, RSA-HASH, RSA-RESULTADO.
          EVALUATE TRUE
             WHEN RSA-RESULTADO NOT = "S"
                MOVE "COPIA AUSENTE" TO WS-MOTIVO
             WHEN RSA-LINEAS NOT = TRX-LINEAS
                MOVE "CANTIDAD DE LINEAS" TO WS-MOTIVO
             WHEN RSA-HASH NOT = TRX-HASH
                MOVE "HASH DISTINTO" TO WS-MOTIVO
             WHEN OTHER
                PERFORM Copiar_A_Envio
          END-EVALUATE.

          MOVE "F" TO JOBLOG-EVENTO.
          IF WS-MOTIVO NOT = SPACES
             DISPLAY "** Reenvio rechazado - " WS-MOTIVO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             EXIT PARAGRAPH
          END-IF.

          MOVE TRX-INTERFAZ TO AIM-INTERFAZ.
          MOVE TRX-GENERACION TO AIM-GENERACION.
          MOVE TRX-ESTADO TO AIM-ESTADO.
          MOVE TRX-REENVIOS TO AIM-REENVIOS.
          MOVE TRX-FECHA-REENVIO TO AIM-FECHA-REENVIO.
          MOVE TRX-USUARIO-REENVIO TO AIM-USUARIO-REENVIO.
          MOVE WS-AUD-IMAGEN TO AUD-ANTES.
          ADD 1 TO TRX-REENVIOS.
          MOVE WS-FECHA-HOY TO TRX-FECHA-REENVIO.
          MOVE SEG-USUARIO TO TRX-USUARIO-REENVIO.
          REWRITE TransmisionRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la generacion"
          END-REWRITE.
          MOVE TRX-REENVIOS TO AIM-REENVIOS.
          MOVE TRX-FECHA-REENVIO TO AIM-FECHA-REENVIO.
          MOVE TRX-USUARIO-REENVIO TO AIM-USUARIO-REENVIO.
          MOVE WS-AUD-IMAGEN TO AUD-DESPUES.
          MOVE "M" TO AUD-OPERACION.
          MOVE TRX-KEY TO AUD-CLAVE.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.

          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE RSA-LINEAS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          DISPLAY "Generacion reenviada a " WS-ENVIO-PATH.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Copiar_A_Envio.
          MOVE TRX-COPIA TO WS-COPIA-PATH.
          MOVE SPACES TO WS-ENVIO-PATH.
          STRING "..\files\ENVIO-" DELIMITED BY SIZE
             TRX-INTERFAZ DELIMITED BY SPACE
             "." TRX-GENERACION DELIMITED BY SIZE
             INTO WS-ENVIO-PATH.
          OPEN INPUT CopiaFile.
          OPEN OUTPUT EnvioFile.
          IF CopiaStatus NOT = "00" OR EnvioStatus NOT = "00"
             MOVE "ENVIO NO GRABADO" TO WS-MOTIVO
             IF CopiaStatus = "00"
                CLOSE CopiaFile
             END-IF
             IF EnvioStatus = "00"
                CLOSE EnvioFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF-COPIA.
          PERFORM UNTIL FIN-COPIA
             READ CopiaFile
                AT END SET FIN-COPIA TO TRUE
             END-READ
             IF NOT FIN-COPIA
                MOVE CopiaRecord TO EnvioRecord
                WRITE EnvioRecord
             END-IF
          END-PERFORM.
          CLOSE CopiaFile.
          CLOSE EnvioFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Pedir_Clave.
          DISPLAY "Interfaz -> " WITH NO ADVANCING.
          ACCEPT WS-INTERFAZ-INPUT.
          DISPLAY "Generacion -> " WITH NO ADVANCING.
          ACCEPT WS-GENERACION-INPUT.
          MOVE WS-INTERFAZ-INPUT TO TRX-INTERFAZ.
          MOVE WS-GENERACION-INPUT TO TRX-GENERACION.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Texto_Estado.
          EVALUATE TRUE
             WHEN TRX-REGISTRADA MOVE "REGISTRADA" TO WS-ESTADO-TEXTO
             WHEN TRX-ENVIADA    MOVE "ENVIADA" TO WS-ESTADO-TEXTO
             WHEN TRX-ALTERADA   MOVE "ALTERADA" TO WS-ESTADO-TEXTO
             WHEN TRX-DUPLICADA  MOVE "DUPLICADA" TO WS-ESTADO-TEXTO
             WHEN OTHER          MOVE TRX-ESTADO TO WS-ESTADO-TEXTO
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ConsultaTransmisiones.
