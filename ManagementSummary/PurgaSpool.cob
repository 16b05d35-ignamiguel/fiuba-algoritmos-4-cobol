       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PurgaSpool.
      * AUTHOR:  nacho.
      * Housekeeping step over the report spool catalog
      * (SPOOL-CATALOGO.DAT, see regspool). Every cataloged
      * generation older than the days of its retention class is
      * purged: its frozen SPL- copy is emptied and the generation
      * is marked PURGADO with the date, so the catalog still shows
      * what was printed and when. The latest generation of each
      * report is never purged, whatever its age. Classes and days
      * come from SPOOL-RETENCION.DAT (clase, dias, descripcion);
      * without it, or for a class it does not carry, D keeps 30
      * days, M 400 and A 3650, and an unknown class is kept. Each
      * purged generation is listed on PURGA-SPOOL-REPORTE.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SpoolFile ASSIGN TO
          "..\files\SPOOL-CATALOGO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SPL-KEY
          FILE STATUS IS SpoolStatus.

          SELECT OPTIONAL RetencionFile ASSIGN TO
          "..\files\SPOOL-RETENCION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RetencionStatus.

          SELECT CopiaFile ASSIGN TO WS-COPIA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CopiaStatus.

          SELECT ReporteFile ASSIGN TO
          "..\files\PURGA-SPOOL-REPORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SpoolFile.
       01 SpoolRecord.
         02 SPL-KEY.
           03 SPL-REPORTE                PIC X(20).
           03 SPL-GENERACION             PIC 9(6).
         02 SPL-ARCHIVO                  PIC X(60).
         02 SPL-COPIA                    PIC X(60).
         02 SPL-PROGRAMA                 PIC X(20).
         02 SPL-FECHA                    PIC 9(8).
         02 SPL-HORA                     PIC X(6).
         02 SPL-LINEAS                   PIC 9(8).
         02 SPL-PAGINAS                  PIC 9(6).
         02 SPL-CLASE                    PIC X(1).
         02 SPL-ESTADO                   PIC X(1).
           88 SPL-CATALOGADO             VALUE "C".
           88 SPL-PURGADO                VALUE "P".
         02 SPL-FECHA-PURGA              PIC 9(8).
         02 SPL-REIMPRESIONES            PIC 9(3).
         02 SPL-FECHA-REIMPRESION        PIC 9(8).
         02 SPL-USUARIO-REIMPRESION      PIC X(8).

       FD RetencionFile.
       01 RetencionRecord.
         02 RET-CLASE                    PIC X(1).
         02 RET-DIAS                     PIC 9(5).
         02 RET-DESCRIPCION              PIC X(30).

       FD CopiaFile.
       01 CopiaRecord                    PIC X(300).

       FD ReporteFile.
       01 ReporteRecord                  PIC X(132).

       WORKING-STORAGE SECTION.
       01   SpoolStatus                  PIC X(2).
       01   RetencionStatus              PIC X(2).
       01   CopiaStatus                  PIC X(2).
       01   WS-COPIA-PATH                PIC X(60).
       01   WS-EOF                       PIC X(1).
          88 FIN-REGISTRO VALUE "S".
       01   WS-EOF-RET                   PIC X(1).
          88 FIN-RETENCION VALUE "S".

      *> Retention classes - the three defaults first, then
      *> whatever SPOOL-RETENCION.DAT adds or overrides.
       01   WS-CLASES.
          02 WS-CLASE-CANT               PIC 9(2) VALUE ZERO.
          02 WS-CLASE-FILA OCCURS 20 TIMES.
             03 WS-CLA-CLASE             PIC X(1).
             03 WS-CLA-DIAS              PIC 9(5).
       01   WS-CLA-IX                    PIC 9(2).
       01   WS-CLA-HALLADA               PIC 9(2).
       01   WS-DIAS-CLASE                PIC 9(5).
       01   WS-CLASE-BUSCADA             PIC X(1).

      *> The report whose generations are being walked and its
      *> last generation, which always stays.
       01   WS-REPORTE-ACTUAL            PIC X(20).
       01   WS-ULTIMA-GENERACION         PIC 9(6).
       01   WS-CLAVE-SIGUIENTE.
          02 WS-SIG-REPORTE              PIC X(20).
          02 WS-SIG-GENERACION           PIC 9(6).

       01   WS-DIA-HOY                   PIC 9(8).
       01   WS-DIA-CATALOGO              PIC 9(8).
       01   WS-ANTIGUEDAD                PIC S9(8).

       01   CONTADOR-LEIDAS              PIC 9(6) VALUE ZERO.
       01   CONTADOR-PURGADAS            PIC 9(6) VALUE ZERO.
       01   CONTADOR-PAGINAS             PIC 9(8) VALUE ZERO.
       01   CONTADOR-SIN-CLASE           PIC 9(6) VALUE ZERO.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          02 FILLER                      PIC X(13).

       01   WS-LINEA-PURGA.
          02 LP-REPORTE                  PIC X(20).
          02 FILLER                      PIC X(1) VALUE SPACE.
          02 LP-GENERACION               PIC 9(6).
          02 FILLER                      PIC X(1) VALUE SPACE.
          02 LP-FECHA                    PIC 9(8).
          02 FILLER                      PIC X(1) VALUE SPACE.
          02 LP-PROGRAMA                 PIC X(20).
          02 FILLER                      PIC X(7) VALUE " clase ".
          02 LP-CLASE                    PIC X(1).
          02 FILLER                      PIC X(6) VALUE " dias ".
          02 LP-ANTIGUEDAD               PIC Z(7)9.
          02 FILLER                      PIC X(7) VALUE " pags  ".
          02 LP-PAGINAS                  PIC Z(5)9.

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via joblog.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          MOVE "PURGA-SPOOL" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          COMPUTE WS-DIA-HOY =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
          PERFORM Cargar_Clases.

          OPEN I-O SpoolFile.
          IF SpoolStatus NOT = "00" AND SpoolStatus NOT = "05"
             DISPLAY "** Error abriendo SPOOL-CATALOGO.DAT - status "
                SpoolStatus
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN OUTPUT ReporteFile.

          MOVE LOW-VALUES TO SPL-KEY.
          MOVE "N" TO WS-EOF.
          START SpoolFile KEY IS NOT LESS THAN SPL-KEY
             INVALID KEY SET FIN-REGISTRO TO TRUE
          END-START.
          PERFORM UNTIL FIN-REGISTRO
             READ SpoolFile NEXT RECORD
                AT END SET FIN-REGISTRO TO TRUE
             END-READ
             IF NOT FIN-REGISTRO
                PERFORM Purgar_Reporte
             END-IF
          END-PERFORM.
          CLOSE SpoolFile.
          CLOSE ReporteFile.

          DISPLAY "Purga del spool al " WS-FECHA-HOY.
          DISPLAY "Generaciones leidas:     " CONTADOR-LEIDAS.
          DISPLAY "Generaciones purgadas:   " CONTADOR-PURGADAS.
          DISPLAY "Paginas liberadas:       " CONTADOR-PAGINAS.
          DISPLAY "Sin clase de retencion:  " CONTADOR-SIN-CLASE.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE CONTADOR-PURGADAS TO JOBLOG-REGISTROS.
          IF CONTADOR-SIN-CLASE > ZERO
             MOVE "ALERTA" TO JOBLOG-ESTADO
             DISPLAY "** HAY GENERACIONES CON CLASE DE RETENCION "
                "DESCONOCIDA - se conservan **"
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE "OK" TO JOBLOG-ESTADO
             MOVE 0 TO RETURN-CODE
          END-IF.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          GOBACK.
      *-----------------------------------------------------------*
      *   The defaults, then the file line by line - a class the
      *   file repeats takes the file's days.
      *-----------------------------------------------------------*
       Cargar_Clases.
          MOVE 3 TO WS-CLASE-CANT.
          MOVE "D" TO WS-CLA-CLASE(1).
          MOVE 30 TO WS-CLA-DIAS(1).
          MOVE "M" TO WS-CLA-CLASE(2).
          MOVE 400 TO WS-CLA-DIAS(2).
          MOVE "A" TO WS-CLA-CLASE(3).
          MOVE 3650 TO WS-CLA-DIAS(3).
          OPEN INPUT RetencionFile.
          IF RetencionStatus NOT = "00" AND RetencionStatus NOT = "05"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF-RET.
          PERFORM UNTIL FIN-RETENCION
             READ RetencionFile
                AT END SET FIN-RETENCION TO TRUE
             END-READ
             IF NOT FIN-RETENCION
                AND RET-CLASE NOT = SPACE AND RET-DIAS NUMERIC
                MOVE RET-CLASE TO WS-CLASE-BUSCADA
                PERFORM Buscar_Clase
                IF WS-CLA-HALLADA > ZERO
                   MOVE RET-DIAS TO WS-CLA-DIAS(WS-CLA-HALLADA)
                ELSE
                   IF WS-CLASE-CANT < 20
                      ADD 1 TO WS-CLASE-CANT
                      MOVE RET-CLASE TO WS-CLA-CLASE(WS-CLASE-CANT)
                      MOVE RET-DIAS TO WS-CLA-DIAS(WS-CLASE-CANT)
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          CLOSE RetencionFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Clase.
          MOVE ZERO TO WS-CLA-HALLADA.
          PERFORM VARYING WS-CLA-IX FROM 1 BY 1
             UNTIL WS-CLA-IX > WS-CLASE-CANT OR WS-CLA-HALLADA > ZERO
             IF WS-CLA-CLASE(WS-CLA-IX) = WS-CLASE-BUSCADA
                MOVE WS-CLA-IX TO WS-CLA-HALLADA
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Positioned on the first generation of a report: find
      *   its last one, then walk them all again purging what is
      *   due except that last one, and leave the file positioned
      *   past the report for the main loop.
      *-----------------------------------------------------------*
       Purgar_Reporte.
          MOVE SPL-REPORTE TO WS-REPORTE-ACTUAL.
          MOVE SPL-GENERACION TO WS-ULTIMA-GENERACION.
          PERFORM UNTIL FIN-REGISTRO
             READ SpoolFile NEXT RECORD
                AT END SET FIN-REGISTRO TO TRUE
             END-READ
             IF NOT FIN-REGISTRO
                IF SPL-REPORTE = WS-REPORTE-ACTUAL
                   MOVE SPL-GENERACION TO WS-ULTIMA-GENERACION
                ELSE
                   SET FIN-REGISTRO TO TRUE
                END-IF
             END-IF
          END-PERFORM.

          MOVE "N" TO WS-EOF.
          MOVE WS-REPORTE-ACTUAL TO SPL-REPORTE.
          MOVE ZERO TO SPL-GENERACION.
          START SpoolFile KEY IS NOT LESS THAN SPL-KEY
             INVALID KEY SET FIN-REGISTRO TO TRUE
          END-START.
          PERFORM UNTIL FIN-REGISTRO
             READ SpoolFile NEXT RECORD
                AT END SET FIN-REGISTRO TO TRUE
             END-READ
             IF NOT FIN-REGISTRO
                IF SPL-REPORTE NOT = WS-REPORTE-ACTUAL
                   SET FIN-REGISTRO TO TRUE
                ELSE
                   ADD 1 TO CONTADOR-LEIDAS
                   IF SPL-CATALOGADO
                      AND SPL-GENERACION < WS-ULTIMA-GENERACION
                      PERFORM Evaluar_Generacion
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

      *> On to the first generation of the next report, if any.
          MOVE "N" TO WS-EOF.
          MOVE WS-REPORTE-ACTUAL TO WS-SIG-REPORTE.
          MOVE 999999 TO WS-SIG-GENERACION.
          MOVE WS-CLAVE-SIGUIENTE TO SPL-KEY.
          START SpoolFile KEY IS GREATER THAN SPL-KEY
             INVALID KEY SET FIN-REGISTRO TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Evaluar_Generacion.
          MOVE SPL-CLASE TO WS-CLASE-BUSCADA.
          PERFORM Buscar_Clase.
          IF WS-CLA-HALLADA = ZERO
             ADD 1 TO CONTADOR-SIN-CLASE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CLA-DIAS(WS-CLA-HALLADA) TO WS-DIAS-CLASE.
          IF SPL-FECHA NOT NUMERIC OR SPL-FECHA = ZERO
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-DIA-CATALOGO =
             FUNCTION INTEGER-OF-DATE(SPL-FECHA).
          COMPUTE WS-ANTIGUEDAD = WS-DIA-HOY - WS-DIA-CATALOGO.
          IF WS-ANTIGUEDAD <= WS-DIAS-CLASE
             EXIT PARAGRAPH
          END-IF.

      *> Emptied rather than left behind - the copy is what takes
      *> the space, the catalog line is what is kept.
          MOVE SPL-COPIA TO WS-COPIA-PATH.
          OPEN OUTPUT CopiaFile.
          IF CopiaStatus = "00"
             CLOSE CopiaFile
          END-IF.

          SET SPL-PURGADO TO TRUE.
          MOVE WS-FECHA-HOY TO SPL-FECHA-PURGA.
          REWRITE SpoolRecord
             INVALID KEY
                DISPLAY "** No se pudo marcar " SPL-REPORTE " "
                   SPL-GENERACION " como purgada"
                EXIT PARAGRAPH
          END-REWRITE.
          ADD 1 TO CONTADOR-PURGADAS.
          ADD SPL-PAGINAS TO CONTADOR-PAGINAS.
          MOVE SPL-REPORTE TO LP-REPORTE.
          MOVE SPL-GENERACION TO LP-GENERACION.
          MOVE SPL-FECHA TO LP-FECHA.
          MOVE SPL-PROGRAMA TO LP-PROGRAMA.
          MOVE SPL-CLASE TO LP-CLASE.
          MOVE WS-ANTIGUEDAD TO LP-ANTIGUEDAD.
          MOVE SPL-PAGINAS TO LP-PAGINAS.
          WRITE ReporteRecord FROM WS-LINEA-PURGA.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM PurgaSpool.
