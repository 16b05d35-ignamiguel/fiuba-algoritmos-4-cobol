       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ListaRebotesAlertas.
      * AUTHOR:  nacho.
      * Undelivered cardholder alerts for the desk. AuthorizeCC
      * queues an alert on CC-ALERTAS.DAT for every decline, every
      * referral and every approval above the card's umbral; what
      * the SMS/email gateway could not deliver (no phone, bad
      * e-mail, mailbox full...) it sends back on
      * CC-ALERTAS-REBOTES.DAT as the alert line plus its motivo.
      * This run lists each bounce with the holder's name and
      * contact data from CLIENTES.DAT on the desk's listing,
      * CC-ALERTAS-NO-ENTREGADAS.DAT - declines and referrals
      * first, since those are the ones the holder most needs to
      * hear about - so the desk can phone the holder and get the
      * contact data fixed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> Bounce file from the gateway - one per run, replaced by
          *> the gateway on every delivery.
          SELECT RebotesFile ASSIGN TO
          "..\files\CC-ALERTAS-REBOTES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RebotesStatus.

          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          SELECT ListadoFile ASSIGN TO
          "..\files\CC-ALERTAS-NO-ENTREGADAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> The alert exactly as AuthorizeCC queued it, then the
      *> gateway's reason for not delivering it.
       FD RebotesFile.
       01 ReboteRecord.
         03 REB-FECHA                    PIC X(8).
         03 REB-HORA                     PIC X(8).
         03 REB-DOCUMENTO                PIC 9(11).
         03 REB-TARJ-ULTIMOS             PIC X(4).
         03 REB-IMPORTE                  PIC 9(8)V99.
         03 REB-DECISION                 PIC X(1).
           88 REB-APROBADA VALUE "A".
         03 REB-MOTIVO                   PIC X(40).
         03 REB-CANAL                    PIC X(1).
         03 REB-DESTINO                  PIC X(30).
         03 REB-MOTIVO-REBOTE            PIC X(30).

       FD ClientesFile.
       01 ClienteRecord.
         02 CLI-DOCUMENTO          PIC 9(11).
         02 CLI-NOMBRE             PIC X(30).
         02 CLI-CALLE              PIC X(30).
         02 CLI-LOCALIDAD          PIC X(20).
         02 CLI-COD-POSTAL         PIC X(08).
         02 CLI-EMAIL              PIC X(30).
         02 CLI-TELEFONO           PIC X(10).
         02 CLI-ENVIO              PIC X(01).

       FD ListadoFile.
       01 ListadoRecord.
         03 LIS-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1).
         03 LIS-HORA                     PIC X(6).
         03 FILLER                       PIC X(1).
         03 LIS-DOCUMENTO                PIC 9(11).
         03 FILLER                       PIC X(1).
         03 LIS-NOMBRE                   PIC X(30).
         03 FILLER                       PIC X(1).
         03 LIS-TARJ-ULTIMOS             PIC X(4).
         03 FILLER                       PIC X(1).
         03 LIS-IMPORTE                  PIC Z(7)9.99.
         03 FILLER                       PIC X(1).
         03 LIS-DECISION                 PIC X(1).
         03 FILLER                       PIC X(1).
         03 LIS-MOTIVO                   PIC X(40).
         03 FILLER                       PIC X(1).
         03 LIS-CANAL                    PIC X(1).
         03 FILLER                       PIC X(1).
         03 LIS-DESTINO                  PIC X(30).
         03 FILLER                       PIC X(1).
         03 LIS-MOTIVO-REBOTE            PIC X(30).
         03 FILLER                       PIC X(1).
         03 LIS-TELEFONO                 PIC X(10).
       01 ListadoTextoRecord             PIC X(193).

       WORKING-STORAGE SECTION.
       01   RebotesStatus                PIC X(2).
       01   ClientesStatus               PIC X(2).
       01   WS-CLIENTES-DISPONIBLE       PIC X(1).
          88 CLIENTES-DISPONIBLE VALUE "S".
       01   WS-EOF-REBOTES               PIC X(1).
          88 EOF-REBOTES VALUE "S".
       01   WS-PASADA                    PIC X(1).
          88 PASADA-RECHAZOS VALUE "1".
          88 PASADA-APROBADAS VALUE "2".
       01   CONTADOR-REBOTES             PIC 9(6) VALUE ZERO.
       01   CONTADOR-RECHAZOS            PIC 9(6) VALUE ZERO.
       01   CONTADOR-APROBADAS           PIC 9(6) VALUE ZERO.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          MOVE "REBOTES-ALERTAS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.

          MOVE "N" TO WS-CLIENTES-DISPONIBLE.
          OPEN INPUT ClientesFile.
          IF ClientesStatus = "00"
             SET CLIENTES-DISPONIBLE TO TRUE
          ELSE
             IF ClientesStatus = "05"
                CLOSE ClientesFile
             END-IF
          END-IF.

          OPEN OUTPUT ListadoFile.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "ALERTAS NO ENTREGADAS AL " WS-FECHA-HOY
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.

      *> Two passes over the bounce file - declines and referrals
      *> head the listing, the large approvals follow.
          SET PASADA-RECHAZOS TO TRUE.
          PERFORM Listar_Pasada.
          SET PASADA-APROBADAS TO TRUE.
          PERFORM Listar_Pasada.

          MOVE SPACES TO ListadoTextoRecord.
          STRING "TOTAL NO ENTREGADAS: " CONTADOR-REBOTES
             "  RECHAZOS/REFERIDAS: " CONTADOR-RECHAZOS
             "  APROBACIONES: " CONTADOR-APROBADAS
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          CLOSE ListadoFile.
          IF CLIENTES-DISPONIBLE
             CLOSE ClientesFile
          END-IF.

          DISPLAY "Alertas no entregadas: " CONTADOR-REBOTES.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-REBOTES TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *   No bounce file means the gateway delivered everything.
      *-----------------------------------------------------------*
       Listar_Pasada.
          MOVE "N" TO WS-EOF-REBOTES.
          OPEN INPUT RebotesFile.
          IF RebotesStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-REBOTES
             READ RebotesFile
                AT END SET EOF-REBOTES TO TRUE
             END-READ
             IF NOT EOF-REBOTES
                IF (PASADA-RECHAZOS AND NOT REB-APROBADA)
                   OR (PASADA-APROBADAS AND REB-APROBADA)
                   PERFORM Listar_Rebote
                END-IF
             END-IF
          END-PERFORM.
          CLOSE RebotesFile.
      *-----------------------------------------------------------*
      *   The phone goes on every line whatever the canal - it is
      *   what the desk calls the holder on.
      *-----------------------------------------------------------*
       Listar_Rebote.
          ADD 1 TO CONTADOR-REBOTES.
          IF REB-APROBADA
             ADD 1 TO CONTADOR-APROBADAS
          ELSE
             ADD 1 TO CONTADOR-RECHAZOS
          END-IF.
          MOVE SPACES TO CLI-NOMBRE.
          MOVE SPACES TO CLI-TELEFONO.
          IF CLIENTES-DISPONIBLE
             MOVE REB-DOCUMENTO TO CLI-DOCUMENTO
             READ ClientesFile
                INVALID KEY
                   MOVE "** SIN FICHA DE CLIENTE" TO CLI-NOMBRE
                   MOVE SPACES TO CLI-TELEFONO
             END-READ
          END-IF.
          MOVE SPACES TO ListadoRecord.
          MOVE REB-FECHA TO LIS-FECHA.
          MOVE REB-HORA(1:6) TO LIS-HORA.
          MOVE REB-DOCUMENTO TO LIS-DOCUMENTO.
          MOVE CLI-NOMBRE TO LIS-NOMBRE.
          MOVE REB-TARJ-ULTIMOS TO LIS-TARJ-ULTIMOS.
          MOVE REB-IMPORTE TO LIS-IMPORTE.
          MOVE REB-DECISION TO LIS-DECISION.
          MOVE REB-MOTIVO TO LIS-MOTIVO.
          MOVE REB-CANAL TO LIS-CANAL.
          MOVE REB-DESTINO TO LIS-DESTINO.
          MOVE REB-MOTIVO-REBOTE TO LIS-MOTIVO-REBOTE.
          MOVE CLI-TELEFONO TO LIS-TELEFONO.
          WRITE ListadoRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ListaRebotesAlertas.
