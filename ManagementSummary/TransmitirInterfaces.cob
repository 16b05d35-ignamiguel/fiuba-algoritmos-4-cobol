       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TransmitirInterfaces.
      * AUTHOR:  nacho.
      * Transmission step for every outbound interface registered
      * in TRANSMISIONES.DAT (see regsalida). Each generation still
      * pending is rehashed off its frozen TX- copy and sent only if
      * it is exactly what the producer registered - same lines,
      * same hash. A copy that changed, or went missing, is marked
      * ALTERADA and never sent; a generation whose content is the
      * same as one of that interface already sent is marked
      * DUPLICADA and never sent either. What passes is copied to
      * ENVIO-<interfaz>.<generacion> for pickup and marked ENVIADA
      * with its date and time. CC-EMBOZADO.DAT is appended one
      * plastic at a time by the card desks, so this step also cuts
      * its lot first: the lines added since the last cut
      * (EMBOZADO-CORTE.DAT) go to CC-EMBOZADO-LOTE.DAT, which is
      * registered as interface CC-EMBOZADO and sent in the same
      * run. Every generation handled is listed on
      * TRANSMISION-REPORTE.DAT; any refusal comes back with
      * RETURN-CODE 4 and ALERTA in the job log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL TransmisionesFile ASSIGN TO
          "..\files\TRANSMISIONES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TRX-KEY
          FILE STATUS IS TransmisionesFS.

          SELECT EmbozadoFile ASSIGN TO "..\files\CC-EMBOZADO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EmbozadoFS.

          SELECT LoteFile ASSIGN TO "..\files\CC-EMBOZADO-LOTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoteFS.

          *> Lines of CC-EMBOZADO.DAT already cut into a lot.
          SELECT CorteFile ASSIGN TO "..\files\EMBOZADO-CORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CorteFS.

          SELECT CopiaFile ASSIGN TO WS-COPIA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CopiaFS.

          SELECT EnvioFile ASSIGN TO WS-ENVIO-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EnvioFS.

          SELECT ReporteFile ASSIGN TO
          "..\files\TRANSMISION-REPORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

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

       FD EmbozadoFile.
       01 EmbozadoRecord                 PIC X(300).

       FD LoteFile.
       01 LoteRecord                     PIC X(300).

       FD CorteFile.
       01 CorteRecord.
         03 ECO-LINEAS                   PIC 9(8).
         03 ECO-FECHA                    PIC 9(8).

       FD CopiaFile.
       01 CopiaRecord                    PIC X(300).

       FD EnvioFile.
       01 EnvioRecord                    PIC X(300).

       FD ReporteFile.
       01 ReporteRecord.
         03 REP-INTERFAZ                 PIC X(20).
         03 FILLER                       PIC X(1).
         03 REP-GENERACION               PIC 9(6).
         03 FILLER                       PIC X(1).
         03 REP-REGISTROS                PIC Z(7)9.
         03 FILLER                       PIC X(1).
         03 REP-TOTAL                    PIC Z(12)9.99.
         03 FILLER                       PIC X(1).
         03 REP-RESULTADO                PIC X(10).
         03 FILLER                       PIC X(1).
         03 REP-MOTIVO                   PIC X(24).

       WORKING-STORAGE SECTION.
       01   TransmisionesFS              PIC X(2).
       01   EmbozadoFS                   PIC X(2).
       01   LoteFS                       PIC X(2).
       01   CorteFS                      PIC X(2).
       01   CopiaFS                      PIC X(2).
       01   EnvioFS                      PIC X(2).
       01   WS-EOF                       PIC X(1).
          88 FIN-REGISTRO VALUE "S".
       01   WS-EOF-COPIA                 PIC X(1).
          88 FIN-COPIA VALUE "S".
       01   WS-EOF-EMB                   PIC X(1).
          88 FIN-EMBOZADO VALUE "S".
       01   WS-COPIA-PATH                PIC X(60).
       01   WS-ENVIO-PATH                PIC X(60).

       01   WS-CORTE-ANTERIOR            PIC 9(8) VALUE ZERO.
       01   WS-EMB-LINEA                 PIC 9(8) VALUE ZERO.
       01   CONTADOR-LOTE                PIC 9(8) VALUE ZERO.

      *   Hashes already sent, per interface - a pending generation
      *   that matches one of them is the same file going out twice.
       01   WS-MAX-ENVIADAS              PIC 9(4) VALUE 2000.
       01   WS-ENVIADAS-COUNT            PIC 9(4) VALUE 0.
       01   WS-ENVIADAS-TABLE.
            02 WS-ENV-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-ENV-IX.
               03 WS-ENV-INTERFAZ        PIC X(20).
               03 WS-ENV-HASH            PIC 9(12).
       01   WS-ES-DUPLICADA              PIC X(1).
          88 ES-DUPLICADA VALUE "S".
       01   WS-MOTIVO                    PIC X(24).

       01   CONTADOR-PENDIENTES          PIC 9(6) VALUE ZERO.
       01   CONTADOR-ENVIADAS            PIC 9(6) VALUE ZERO.
       01   CONTADOR-ALTERADAS           PIC 9(6) VALUE ZERO.
       01   CONTADOR-DUPLICADAS          PIC 9(6) VALUE ZERO.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          02 WS-HORA-HOY                 PIC X(6).
          02 FILLER                      PIC X(7).

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "CC-EMBOZADO".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-EMBOZADO-LOTE.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          MOVE "TRANSMISION" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          PERFORM Cortar_Lote_Embozado.
          PERFORM Cargar_Enviadas.

          OPEN I-O TransmisionesFile.
          IF TransmisionesFS NOT = "00" AND TransmisionesFS NOT = "05"
             DISPLAY "** Error abriendo TRANSMISIONES.DAT - status "
                TransmisionesFS
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN OUTPUT ReporteFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-REGISTRO
             READ TransmisionesFile NEXT RECORD
                AT END SET FIN-REGISTRO TO TRUE
             END-READ
             IF NOT FIN-REGISTRO AND TRX-REGISTRADA
                ADD 1 TO CONTADOR-PENDIENTES
                PERFORM Transmitir_Generacion
             END-IF
          END-PERFORM.
          CLOSE TransmisionesFile.
          CLOSE ReporteFile.

          DISPLAY "Transmision de interfaces al " WS-FECHA-HOY.
          DISPLAY "Generaciones pendientes: " CONTADOR-PENDIENTES.
          DISPLAY "Enviadas:                " CONTADOR-ENVIADAS.
          DISPLAY "Rechazadas alteradas:    " CONTADOR-ALTERADAS.
          DISPLAY "Rechazadas duplicadas:   " CONTADOR-DUPLICADAS.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE CONTADOR-ENVIADAS TO JOBLOG-REGISTROS.
          IF CONTADOR-ALTERADAS > ZERO OR CONTADOR-DUPLICADAS > ZERO
             MOVE "ALERTA" TO JOBLOG-ESTADO
             DISPLAY "** HAY GENERACIONES RECHAZADAS - ver "
                "TRANSMISION-REPORTE.DAT **"
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE "OK" TO JOBLOG-ESTADO
             MOVE 0 TO RETURN-CODE
          END-IF.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          GOBACK.
      *-----------------------------------------------------------*
      *   The embossing file only ever grows. Whatever was added
      *   since the last cut is this run's lot; a file shorter than
      *   the last cut was started over, so it is cut whole.
      *-----------------------------------------------------------*
       Cortar_Lote_Embozado.
          MOVE ZERO TO WS-CORTE-ANTERIOR.
          OPEN INPUT CorteFile.
          IF CorteFS = "00"
             READ CorteFile
                AT END MOVE "10" TO CorteFS
             END-READ
             IF CorteFS = "00"
                MOVE ECO-LINEAS TO WS-CORTE-ANTERIOR
             END-IF
             CLOSE CorteFile
          END-IF.

          MOVE ZERO TO WS-EMB-LINEA.
          MOVE "N" TO WS-EOF-EMB.
          OPEN INPUT EmbozadoFile.
          IF EmbozadoFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-EMBOZADO
             READ EmbozadoFile
                AT END SET FIN-EMBOZADO TO TRUE
             END-READ
             IF NOT FIN-EMBOZADO
                ADD 1 TO WS-EMB-LINEA
             END-IF
          END-PERFORM.
          CLOSE EmbozadoFile.
          IF WS-EMB-LINEA = WS-CORTE-ANTERIOR
             EXIT PARAGRAPH
          END-IF.
          IF WS-EMB-LINEA < WS-CORTE-ANTERIOR
             MOVE ZERO TO WS-CORTE-ANTERIOR
          END-IF.

          MOVE ZERO TO WS-EMB-LINEA.
          MOVE ZERO TO CONTADOR-LOTE.
          MOVE "N" TO WS-EOF-EMB.
          OPEN INPUT EmbozadoFile.
          OPEN OUTPUT LoteFile.
          PERFORM UNTIL FIN-EMBOZADO
             READ EmbozadoFile
                AT END SET FIN-EMBOZADO TO TRUE
             END-READ
             IF NOT FIN-EMBOZADO
                ADD 1 TO WS-EMB-LINEA
                IF WS-EMB-LINEA > WS-CORTE-ANTERIOR
                   ADD 1 TO CONTADOR-LOTE
                   MOVE EmbozadoRecord TO LoteRecord
                   WRITE LoteRecord
                END-IF
             END-IF
          END-PERFORM.
          CLOSE EmbozadoFile.
          CLOSE LoteFile.

          MOVE CONTADOR-LOTE TO RSA-REGISTROS.
          MOVE ZERO TO RSA-TOTAL.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL, RSA-GENERACION,
             RSA-LINEAS, RSA-HASH, RSA-RESULTADO.
          IF RSA-RESULTADO NOT = "S"
             DISPLAY "** Lote de embozado sin registrar - se vuelve "
                "a cortar en la proxima corrida"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Lote de embozado " RSA-GENERACION " - "
             CONTADOR-LOTE " plasticos".

          OPEN OUTPUT CorteFile.
          MOVE WS-EMB-LINEA TO ECO-LINEAS.
          MOVE WS-FECHA-HOY TO ECO-FECHA.
          WRITE CorteRecord.
          CLOSE CorteFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Enviadas.
          MOVE ZERO TO WS-ENVIADAS-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT TransmisionesFile.
          IF TransmisionesFS NOT = "00"
             SET FIN-REGISTRO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-REGISTRO
             READ TransmisionesFile NEXT RECORD
                AT END SET FIN-REGISTRO TO TRUE
             END-READ
             IF NOT FIN-REGISTRO AND TRX-ENVIADA
                PERFORM Agregar_Enviada
             END-IF
          END-PERFORM.
          IF TransmisionesFS = "00" OR TransmisionesFS = "10"
             CLOSE TransmisionesFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Enviada.
          IF WS-ENVIADAS-COUNT < WS-MAX-ENVIADAS
             ADD 1 TO WS-ENVIADAS-COUNT
             SET WS-ENV-IX TO WS-ENVIADAS-COUNT
             MOVE TRX-INTERFAZ TO WS-ENV-INTERFAZ(WS-ENV-IX)
             MOVE TRX-HASH TO WS-ENV-HASH(WS-ENV-IX)
          ELSE
             DISPLAY "** Tabla de enviadas llena - " TRX-INTERFAZ
                " " TRX-GENERACION " fuera del control de duplicados"
          END-IF.
      *-----------------------------------------------------------*
      *   The frozen copy is what goes out, so the copy is what is
      *   rechecked - line count and hash both as registered.
      *-----------------------------------------------------------*
       Transmitir_Generacion.
          MOVE SPACES TO WS-MOTIVO.
          MOVE "H" TO RSA-ACCION.
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
          END-EVALUATE.
          IF WS-MOTIVO NOT = SPACES
             SET TRX-ALTERADA TO TRUE
             ADD 1 TO CONTADOR-ALTERADAS
             DISPLAY "** " TRX-INTERFAZ " " TRX-GENERACION
                " ALTERADA - " WS-MOTIVO
          ELSE
             PERFORM Buscar_Duplicada
             IF ES-DUPLICADA
                SET TRX-DUPLICADA TO TRUE
                MOVE "YA ENVIADA" TO WS-MOTIVO
                ADD 1 TO CONTADOR-DUPLICADAS
                DISPLAY "** " TRX-INTERFAZ " " TRX-GENERACION
                   " DUPLICADA - mismo contenido ya enviado"
             ELSE
                PERFORM Copiar_A_Envio
             END-IF
          END-IF.
          IF TRX-REGISTRADA
             EXIT PARAGRAPH
          END-IF.
          REWRITE TransmisionRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar " TRX-INTERFAZ
                   " " TRX-GENERACION
          END-REWRITE.
          PERFORM Grabar_Reporte.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Duplicada.
          MOVE "N" TO WS-ES-DUPLICADA.
          PERFORM VARYING WS-ENV-IX FROM 1 BY 1
             UNTIL WS-ENV-IX > WS-ENVIADAS-COUNT OR ES-DUPLICADA
             IF WS-ENV-INTERFAZ(WS-ENV-IX) = TRX-INTERFAZ
                AND WS-ENV-HASH(WS-ENV-IX) = TRX-HASH
                SET ES-DUPLICADA TO TRUE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   A copy that cannot be written stays pending for the next
      *   run - nothing is marked sent that did not go out.
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
          IF CopiaFS NOT = "00" OR EnvioFS NOT = "00"
             DISPLAY "** " TRX-INTERFAZ " " TRX-GENERACION
                " - no se pudo armar " WS-ENVIO-PATH
             IF CopiaFS = "00"
                CLOSE CopiaFile
             END-IF
             IF EnvioFS = "00"
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
          SET TRX-ENVIADA TO TRUE.
          MOVE WS-FECHA-HOY TO TRX-FECHA-ENVIO.
          MOVE WS-HORA-HOY TO TRX-HORA-ENVIO.
          ADD 1 TO CONTADOR-ENVIADAS.
          PERFORM Agregar_Enviada.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Reporte.
          MOVE SPACES TO ReporteRecord.
          MOVE TRX-INTERFAZ TO REP-INTERFAZ.
          MOVE TRX-GENERACION TO REP-GENERACION.
          MOVE TRX-REGISTROS TO REP-REGISTROS.
          MOVE TRX-TOTAL TO REP-TOTAL.
          EVALUATE TRUE
             WHEN TRX-ENVIADA
                MOVE "ENVIADA" TO REP-RESULTADO
             WHEN TRX-ALTERADA
                MOVE "ALTERADA" TO REP-RESULTADO
             WHEN TRX-DUPLICADA
                MOVE "DUPLICADA" TO REP-RESULTADO
          END-EVALUATE.
          MOVE WS-MOTIVO TO REP-MOTIVO.
          WRITE ReporteRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM TransmitirInterfaces.
