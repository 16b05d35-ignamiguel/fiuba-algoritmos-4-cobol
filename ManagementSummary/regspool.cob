       IDENTIFICATION DIVISION.
       PROGRAM-ID. regspool.
      * AUTHOR:  nacho.
      * Report spool catalog, CALLed like regsalida by every program
      * that prints a listing (cc_report, sales_report, the sorted
      * list and invoices of the billing run, the merchant and
      * consultant settlements, the aging listings) right after it
      * closes it. Each call is a new GENERATION of that report in
      * SPOOL-CATALOGO.DAT with the producing program, run date and
      * time, lines, pages and retention class, plus a frozen copy
      * (SPL-<reporte>.<generacion>) the next run cannot overwrite.
      * ConsultaSpool lists, browses and reprints the copies;
      * PurgaSpool drops the generations past their retention.
      * Pages are the form feeds in the listing plus one; a listing
      * with no form feeds is counted at 60 lines a page.
      * Like joblog it must never take the producer down: a listing
      * it cannot read or catalog just comes back "N".
      *   LS-RETENCION: clase de SPOOL-RETENCION.DAT (D, M, A...);
      *                 en blanco se toma "D".
      *   LS-GENERACION, LS-PAGINAS: devueltos.
      *   LS-RESULTADO: "S" catalogado, "N" no.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SpoolFile ASSIGN TO
          "..\files\SPOOL-CATALOGO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SPL-KEY
          FILE STATUS IS SpoolStatus.

          SELECT ListadoFile ASSIGN TO WS-LISTADO-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ListadoStatus.

          SELECT CopiaFile ASSIGN TO WS-COPIA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CopiaStatus.

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

       FD ListadoFile.
       01 ListadoRecord                  PIC X(300).

       FD CopiaFile.
       01 CopiaRecord                    PIC X(300).

       WORKING-STORAGE SECTION.
       01   SpoolStatus                  PIC X(2).
       01   ListadoStatus                PIC X(2).
       01   CopiaStatus                  PIC X(2).
       01   WS-LISTADO-PATH              PIC X(60).
       01   WS-COPIA-PATH                PIC X(60).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-GENERACION                PIC 9(6).
       01   WS-LINEAS                    PIC 9(8).
       01   WS-SALTOS                    PIC 9(6).
       01   WS-SALTOS-LINEA              PIC 9(3).
       01   WS-PAGINAS                   PIC 9(6).
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA                    PIC 9(8).
          02 WS-HORA                     PIC X(6).
          02 FILLER                      PIC X(7).

       LINKAGE SECTION.
       01 LS-REPORTE                     PIC X(20).
       01 LS-PROGRAMA                    PIC X(20).
       01 LS-ARCHIVO                     PIC X(60).
       01 LS-RETENCION                   PIC X(1).
       01 LS-GENERACION                  PIC 9(6).
       01 LS-PAGINAS                     PIC 9(6).
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-REPORTE, LS-PROGRAMA, LS-ARCHIVO,
                                LS-RETENCION, LS-GENERACION,
                                LS-PAGINAS, LS-RESULTADO.
          MOVE "N" TO LS-RESULTADO.
          MOVE ZERO TO LS-GENERACION.
          MOVE ZERO TO LS-PAGINAS.
          MOVE LS-ARCHIVO TO WS-LISTADO-PATH.

          OPEN I-O SpoolFile.
          IF SpoolStatus NOT = "00"
             AND SpoolStatus NOT = "05"
             DISPLAY "** SPOOL-CATALOGO.DAT no disponible - status "
                SpoolStatus " - " LS-REPORTE " sin catalogar"
             EXIT PROGRAM
          END-IF.
          PERFORM Proxima_Generacion.

          MOVE SPACES TO WS-COPIA-PATH.
          STRING "..\files\SPL-" DELIMITED BY SIZE
             LS-REPORTE DELIMITED BY SPACE
             "." WS-GENERACION DELIMITED BY SIZE
             INTO WS-COPIA-PATH.
          PERFORM Copiar_Listado.
          IF ListadoStatus NOT = "00"
             DISPLAY "** " LS-REPORTE " - no se pudo leer "
                LS-ARCHIVO " - sin catalogar"
             CLOSE SpoolFile
             EXIT PROGRAM
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE LS-REPORTE TO SPL-REPORTE.
          MOVE WS-GENERACION TO SPL-GENERACION.
          MOVE LS-ARCHIVO TO SPL-ARCHIVO.
          MOVE WS-COPIA-PATH TO SPL-COPIA.
          MOVE LS-PROGRAMA TO SPL-PROGRAMA.
          MOVE WS-FECHA TO SPL-FECHA.
          MOVE WS-HORA TO SPL-HORA.
          MOVE WS-LINEAS TO SPL-LINEAS.
          MOVE WS-PAGINAS TO SPL-PAGINAS.
          IF LS-RETENCION = SPACE
             MOVE "D" TO SPL-CLASE
          ELSE
             MOVE LS-RETENCION TO SPL-CLASE
          END-IF.
          SET SPL-CATALOGADO TO TRUE.
          MOVE ZERO TO SPL-FECHA-PURGA.
          MOVE ZERO TO SPL-REIMPRESIONES.
          MOVE ZERO TO SPL-FECHA-REIMPRESION.
          MOVE SPACES TO SPL-USUARIO-REIMPRESION.
          WRITE SpoolRecord
             INVALID KEY
                DISPLAY "** " LS-REPORTE " generacion "
                   WS-GENERACION " ya catalogada"
             NOT INVALID KEY
                MOVE WS-GENERACION TO LS-GENERACION
                MOVE WS-PAGINAS TO LS-PAGINAS
                MOVE "S" TO LS-RESULTADO
          END-WRITE.
          CLOSE SpoolFile.
          EXIT PROGRAM.
      *-----------------------------------------------------------*
      *   Generations number up per report, from 1.
      *-----------------------------------------------------------*
       Proxima_Generacion.
          MOVE 1 TO WS-GENERACION.
          MOVE "N" TO WS-EOF.
          MOVE LS-REPORTE TO SPL-REPORTE.
          MOVE ZERO TO SPL-GENERACION.
          START SpoolFile KEY IS NOT LESS THAN SPL-KEY
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ SpoolFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF SPL-REPORTE NOT = LS-REPORTE
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   COMPUTE WS-GENERACION = SPL-GENERACION + 1
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Line for line into the frozen copy, counting lines and
      *   the form feeds the printer files carry between pages.
      *-----------------------------------------------------------*
       Copiar_Listado.
          MOVE ZERO TO WS-LINEAS.
          MOVE ZERO TO WS-SALTOS.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ListadoFile.
          IF ListadoStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT CopiaFile.
          PERFORM UNTIL FIN-ARCHIVO
             READ ListadoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                ADD 1 TO WS-LINEAS
                MOVE ZERO TO WS-SALTOS-LINEA
                INSPECT ListadoRecord TALLYING WS-SALTOS-LINEA
                   FOR ALL X"0C"
                ADD WS-SALTOS-LINEA TO WS-SALTOS
                MOVE ListadoRecord TO CopiaRecord
                WRITE CopiaRecord
             END-IF
          END-PERFORM.
          CLOSE ListadoFile.
          CLOSE CopiaFile.
          IF WS-SALTOS > ZERO
             COMPUTE WS-PAGINAS = WS-SALTOS + 1
          ELSE
             COMPUTE WS-PAGINAS = (WS-LINEAS + 59) / 60
             IF WS-PAGINAS = ZERO
                MOVE 1 TO WS-PAGINAS
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM regspool.
