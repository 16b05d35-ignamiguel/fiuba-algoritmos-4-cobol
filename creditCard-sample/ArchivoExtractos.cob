       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchivoExtractos.
      * AUTHOR:  nacho.
      * Statement archive - CC-EXTRACTO.DAT is rewritten by every
      * close, so once a close is done its H/D/T blocks are copied
      * into the indexed CC-EXTRACTO-HIST.DAT, keyed by card, closing
      * date (AAAAMMDD) and line sequence, which keeps each block in
      * the order the close wrote it. A close that was already
      * archived is skipped line by line (duplicate key), so running
      * this twice for the same close does no harm. Closings older
      * than the retention in CC-EXTRACTO-HIST-PARAM.DAT (months,
      * 24 when missing) are deleted from the archive afterwards.
      * The sort CALLs it at the end of every close that is not a
      * reprint; ReimpresionResumen rebuilds the pages out of it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ExtractoFile ASSIGN TO
          "..\files\CC-EXTRACTO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExtractoStatus.

          SELECT OPTIONAL ExtractoHistFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HIS-KEY
          FILE STATUS IS ExtractoHistStatus.

          SELECT OPTIONAL ParametrosFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Same 80-byte H/D/T lines the sort writes - only the fields
      *> needed to key the archive are broken out here.
       FD ExtractoFile.
       01 ExtractoLinea                  PIC X(80).
       01 ExtractoHeaderRecord.
         03 EXT-H-TIPO                   PIC X(1).
         03 EXT-H-DOCUMENTO              PIC 9(11).
         03 EXT-H-NRO-TARJ               PIC 9(16).
         03 EXT-H-TITULAR                PIC X(30).
         03 EXT-H-FECHA-CIERRE.
            05 FILLER                    PIC X(2).
            05 EXT-H-CIERRE-DD           PIC X(2).
            05 EXT-H-CIERRE-MM           PIC X(2).
            05 EXT-H-CIERRE-AAAA         PIC X(4).
         03 EXT-H-SALDO-ANTERIOR         PIC S9(10)V99.

       FD ExtractoHistFile.
       01 ExtractoHistRecord.
         02 HIS-KEY.
           03 HIS-NRO-TARJ               PIC 9(16).
           03 HIS-FECHA-CIERRE.
              05 HIS-CIERRE-AAAA         PIC 9(4).
              05 HIS-CIERRE-MM           PIC 9(2).
              05 HIS-CIERRE-DD           PIC 9(2).
           03 HIS-SECUENCIA              PIC 9(4).
         02 HIS-LINEA                    PIC X(80).

       FD ParametrosFile.
       01 REG-PARAM-HIST.
         03 PAR-MESES-RETENCION          PIC 9(3).

       WORKING-STORAGE SECTION.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01   ExtractoStatus               PIC X(2).
       01   ExtractoHistStatus           PIC X(2).
          88 ExtractoHistOk VALUE "00" "05".
       01   ParametrosStatus             PIC X(2).

       01   WS-MESES-RETENCION           PIC 9(3) VALUE 24.
       01   WS-EOF-EXTRACTO              PIC X(1) VALUE "N".
          88 EOF-EXTRACTO VALUE "S".
       01   WS-EOF-HIST                  PIC X(1) VALUE "N".
          88 EOF-HIST VALUE "S".

      *> Key of the block being archived - set by each "H" line and
      *> carried onto the D/T lines that follow it.
       01   WS-NRO-TARJ-ACTUAL           PIC 9(16) VALUE ZERO.
       01   WS-CIERRE-ACTUAL.
            05 WS-CIERRE-AAAA            PIC 9(4).
            05 WS-CIERRE-MM              PIC 9(2).
            05 WS-CIERRE-DD              PIC 9(2).
       01   WS-SECUENCIA                 PIC 9(4) VALUE ZERO.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR        PIC 9(04).
               10 WS-CURRENT-MONTH       PIC 9(02).
               10 WS-CURRENT-DAY         PIC 9(02).
           05  FILLER                    PIC X(13).
       01   WS-MESES-HOY                 PIC 9(6).
       01   WS-MESES-CIERRE              PIC 9(6).

       01   CONTADOR-ARCHIVADAS          PIC 9(8) VALUE ZERO.
       01   CONTADOR-YA-ARCHIVADAS       PIC 9(8) VALUE ZERO.
       01   CONTADOR-DEPURADAS           PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          MOVE "ARCHIVO-EXTRACTOS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          PERFORM Leer_Parametros.
          OPEN I-O ExtractoHistFile.
          IF NOT ExtractoHistOk
             DISPLAY "** Error abriendo CC-EXTRACTO-HIST.DAT - status "
                ExtractoHistStatus
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.

          PERFORM Archivar_Extracto.
          PERFORM Depurar_Archivo.
          CLOSE ExtractoHistFile.

          DISPLAY "Lineas de extracto archivadas: "
             CONTADOR-ARCHIVADAS.
          IF CONTADOR-YA-ARCHIVADAS > ZERO
             DISPLAY "Lineas ya archivadas (omitidas): "
                CONTADOR-YA-ARCHIVADAS
          END-IF.
          DISPLAY "Lineas depuradas por retencion ("
             WS-MESES-RETENCION " meses): " CONTADOR-DEPURADAS.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-ARCHIVADAS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *   Defaults to 24 months if the parameter file is missing
      *   or empty.
      *-----------------------------------------------------------*
       Leer_Parametros.
          OPEN INPUT ParametrosFile.
          IF ParametrosStatus = "00"
             READ ParametrosFile
                AT END CONTINUE
             END-READ
             IF ParametrosStatus = "00" AND PAR-MESES-RETENCION > ZERO
                MOVE PAR-MESES-RETENCION TO WS-MESES-RETENCION
             END-IF
             CLOSE ParametrosFile
          END-IF.
      *-----------------------------------------------------------*
      *   One archive row per extract line. The H line opens a new
      *   block: its card and closing date key every line up to the
      *   next H, sequence restarting at 1.
      *-----------------------------------------------------------*
       Archivar_Extracto.
          OPEN INPUT ExtractoFile.
          IF ExtractoStatus NOT = "00"
             DISPLAY "** CC-EXTRACTO.DAT no disponible - status "
                ExtractoStatus " - nada que archivar"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF-EXTRACTO.
          PERFORM UNTIL EOF-EXTRACTO
             READ ExtractoFile
                AT END SET EOF-EXTRACTO TO TRUE
             END-READ
             IF NOT EOF-EXTRACTO
                PERFORM Archivar_Una_Linea
             END-IF
          END-PERFORM.
          CLOSE ExtractoFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Archivar_Una_Linea.
          IF EXT-H-TIPO = "H"
             MOVE EXT-H-NRO-TARJ TO WS-NRO-TARJ-ACTUAL
             MOVE EXT-H-CIERRE-AAAA TO WS-CIERRE-AAAA
             MOVE EXT-H-CIERRE-MM TO WS-CIERRE-MM
             MOVE EXT-H-CIERRE-DD TO WS-CIERRE-DD
             MOVE ZERO TO WS-SECUENCIA
          END-IF.
          IF WS-NRO-TARJ-ACTUAL = ZERO
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-SECUENCIA.
          MOVE WS-NRO-TARJ-ACTUAL TO HIS-NRO-TARJ.
          MOVE WS-CIERRE-ACTUAL TO HIS-FECHA-CIERRE.
          MOVE WS-SECUENCIA TO HIS-SECUENCIA.
          MOVE ExtractoLinea TO HIS-LINEA.
          WRITE ExtractoHistRecord
             INVALID KEY
                ADD 1 TO CONTADOR-YA-ARCHIVADAS
             NOT INVALID KEY
                ADD 1 TO CONTADOR-ARCHIVADAS
          END-WRITE.
      *-----------------------------------------------------------*
      *   Retention - a closing more than WS-MESES-RETENCION months
      *   before the current month leaves the archive, every line
      *   of its block.
      *-----------------------------------------------------------*
       Depurar_Archivo.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          COMPUTE WS-MESES-HOY =
             WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH.
          MOVE LOW-VALUES TO HIS-KEY.
          MOVE "N" TO WS-EOF-HIST.
          START ExtractoHistFile KEY IS NOT LESS THAN HIS-KEY
             INVALID KEY SET EOF-HIST TO TRUE
          END-START.
          PERFORM UNTIL EOF-HIST
             READ ExtractoHistFile NEXT RECORD
                AT END SET EOF-HIST TO TRUE
             END-READ
             IF NOT EOF-HIST
                COMPUTE WS-MESES-CIERRE =
                   HIS-CIERRE-AAAA * 12 + HIS-CIERRE-MM
                IF WS-MESES-CIERRE + WS-MESES-RETENCION
                   < WS-MESES-HOY
                   DELETE ExtractoHistFile RECORD
                   ADD 1 TO CONTADOR-DEPURADAS
                END-IF
             END-IF
          END-PERFORM.
       END PROGRAM ArchivoExtractos.
