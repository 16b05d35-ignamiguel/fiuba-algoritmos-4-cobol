       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConsultaSpool.
      * AUTHOR:  nacho.
      * Desk over the report spool catalog (SPOOL-CATALOGO.DAT, see
      * regspool): every printed listing each run left behind, by
      * report name and run date, with its program, pages and
      * retention class. Any generation still cataloged can be
      * browsed on screen twenty lines at a time off its frozen
      * SPL- copy, or reprinted - the reprint rebuilds
      * REIMPRESION-<reporte>.<gen> for the printer, counts the
      * reprint with its date and operator and leaves an audit
      * record. Reprinting needs the modification level. Purged
      * generations stay listed but their copy is gone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SpoolFile ASSIGN TO
          "..\files\SPOOL-CATALOGO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SPL-KEY
          FILE STATUS IS SpoolStatus.

          SELECT CopiaFile ASSIGN TO WS-COPIA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CopiaStatus.

          SELECT ReimpresionFile ASSIGN TO WS-REIMPRESION-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReimpresionStatus.

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

       FD CopiaFile.
       01 CopiaRecord                    PIC X(300).

       FD ReimpresionFile.
       01 ReimpresionRecord              PIC X(300).

       WORKING-STORAGE SECTION.
       01   SpoolStatus                  PIC X(2).
          88 SpoolOK VALUE "00".
       01   CopiaStatus                  PIC X(2).
       01   ReimpresionStatus            PIC X(2).
       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-SPL                   PIC X(1).
          88 EOF-SPL VALUE "S".
       01   WS-EOF-COPIA                 PIC X(1).
          88 FIN-COPIA VALUE "S".
       01   WS-REPORTE-INPUT             PIC X(20).
       01   WS-FECHA-INPUT               PIC 9(8).
       01   WS-GENERACION-INPUT          PIC 9(6).
       01   WS-SEGUIR                    PIC X(1).
       01   WS-ESTADO-TEXTO              PIC X(10).
       01   WS-COPIA-PATH                PIC X(60).
       01   WS-REIMPRESION-PATH          PIC X(60).
       01   WS-LINEAS-PANTALLA           PIC 9(2).
       01   WS-LINEAS-COPIADAS           PIC 9(8).
       01   CONTADOR-LISTADAS            PIC 9(6).

       01   WS-AUD-IMAGEN.
          02 AIM-REPORTE                 PIC X(20).
          02 AIM-GENERACION              PIC 9(6).
          02 AIM-ESTADO                  PIC X(1).
          02 AIM-REIMPRESIONES           PIC 9(3).
          02 AIM-FECHA-REIMPRESION       PIC 9(8).
          02 AIM-USUARIO-REIMPRESION     PIC X(8).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          02 FILLER                      PIC X(13).

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
       01   SEG-PROGRAMA             PIC X(20)
            VALUE "CONSULTASPOOL".
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

          OPEN I-O SpoolFile.
          IF NOT SpoolOK AND SpoolStatus NOT = "05"
             DISPLAY "** Error abriendo SPOOL-CATALOGO.DAT - "
                "status " SpoolStatus
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Listar_Reportes
                WHEN 2 PERFORM Ver_Generacion
                WHEN 3
                   IF SEG-NIVEL = "M"
                      PERFORM Reimprimir_Generacion
                   ELSE
                      DISPLAY "** Sin permiso de modificacion"
                   END-IF
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE SpoolFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Catalogo de listados impresos".
          DISPLAY "1 - Listar reportes".
          DISPLAY "2 - Ver generacion".
          DISPLAY "3 - Reimprimir generacion".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   One report, or every one when left blank; one run date,
      *   or every date when left at zero.
      *-----------------------------------------------------------*
       Listar_Reportes.
          DISPLAY "Reporte (en blanco todos) -> " WITH NO ADVANCING.
          ACCEPT WS-REPORTE-INPUT.
          DISPLAY "Fecha AAAAMMDD (0 todas) -> " WITH NO ADVANCING.
          ACCEPT WS-FECHA-INPUT.
          MOVE ZERO TO CONTADOR-LISTADAS.
          MOVE "N" TO WS-EOF-SPL.
          MOVE WS-REPORTE-INPUT TO SPL-REPORTE.
          MOVE ZERO TO SPL-GENERACION.
          START SpoolFile KEY IS NOT LESS THAN SPL-KEY
             INVALID KEY SET EOF-SPL TO TRUE
          END-START.
          PERFORM UNTIL EOF-SPL
             READ SpoolFile NEXT RECORD
                AT END SET EOF-SPL TO TRUE
             END-READ
             IF NOT EOF-SPL
                IF WS-REPORTE-INPUT NOT = SPACES
                   AND SPL-REPORTE NOT = WS-REPORTE-INPUT
                   SET EOF-SPL TO TRUE
                ELSE
                   IF WS-FECHA-INPUT = ZERO
                      OR SPL-FECHA = WS-FECHA-INPUT
                      ADD 1 TO CONTADOR-LISTADAS
                      PERFORM Texto_Estado
                      DISPLAY SPL-REPORTE " " SPL-GENERACION " "
                         SPL-FECHA " " SPL-HORA " " SPL-PROGRAMA
                         " pags " SPL-PAGINAS " clase " SPL-CLASE
                         " " WS-ESTADO-TEXTO
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Generaciones listadas: " CONTADOR-LISTADAS.
      *-----------------------------------------------------------*
      *   The frozen copy on screen, a page of twenty lines at a
      *   time - any answer but S stops the browse.
      *-----------------------------------------------------------*
       Ver_Generacion.
          PERFORM Pedir_Clave.
          READ SpoolFile
             INVALID KEY
                DISPLAY "** Generacion inexistente"
                EXIT PARAGRAPH
          END-READ.
          IF SPL-PURGADO
             DISPLAY "** Generacion purgada el " SPL-FECHA-PURGA
             EXIT PARAGRAPH
          END-IF.
          MOVE SPL-COPIA TO WS-COPIA-PATH.
          OPEN INPUT CopiaFile.
          IF CopiaStatus NOT = "00"
             DISPLAY "** Copia ausente - " SPL-COPIA
             EXIT PARAGRAPH
          END-IF.
          DISPLAY SPL-REPORTE " generacion " SPL-GENERACION
             " del " SPL-FECHA " - " SPL-LINEAS " lineas, "
             SPL-PAGINAS " paginas".
          MOVE "N" TO WS-EOF-COPIA.
          MOVE ZERO TO WS-LINEAS-PANTALLA.
          MOVE "S" TO WS-SEGUIR.
          PERFORM UNTIL FIN-COPIA OR WS-SEGUIR NOT = "S"
             READ CopiaFile
                AT END SET FIN-COPIA TO TRUE
             END-READ
             IF NOT FIN-COPIA
                DISPLAY CopiaRecord(1:79)
                ADD 1 TO WS-LINEAS-PANTALLA
                IF WS-LINEAS-PANTALLA = 20
                   MOVE ZERO TO WS-LINEAS-PANTALLA
                   DISPLAY "Seguir (S/N) -> " WITH NO ADVANCING
                   ACCEPT WS-SEGUIR
                   MOVE FUNCTION UPPER-CASE(WS-SEGUIR) TO WS-SEGUIR
                END-IF
             END-IF
          END-PERFORM.
          CLOSE CopiaFile.
      *-----------------------------------------------------------*
      *   A purged generation has nothing left to print.
      *-----------------------------------------------------------*
       Reimprimir_Generacion.
          PERFORM Pedir_Clave.
          READ SpoolFile
             INVALID KEY
                DISPLAY "** Generacion inexistente"
                EXIT PARAGRAPH
          END-READ.
          IF NOT SPL-CATALOGADO
             PERFORM Texto_Estado
             DISPLAY "** Solo se reimprime una generacion "
                "CATALOGADA - esta figura " WS-ESTADO-TEXTO
             EXIT PARAGRAPH
          END-IF.

          PERFORM Copiar_A_Reimpresion.
          IF CopiaStatus NOT = "00" OR ReimpresionStatus NOT = "00"
             DISPLAY "** Reimpresion no grabada - copia "
                CopiaStatus " salida " ReimpresionStatus
             EXIT PARAGRAPH
          END-IF.

          MOVE SPL-REPORTE TO AIM-REPORTE.
          MOVE SPL-GENERACION TO AIM-GENERACION.
          MOVE SPL-ESTADO TO AIM-ESTADO.
          MOVE SPL-REIMPRESIONES TO AIM-REIMPRESIONES.
          MOVE SPL-FECHA-REIMPRESION TO AIM-FECHA-REIMPRESION.
          MOVE SPL-USUARIO-REIMPRESION TO AIM-USUARIO-REIMPRESION.
          MOVE WS-AUD-IMAGEN TO AUD-ANTES.
          ADD 1 TO SPL-REIMPRESIONES.
          MOVE WS-FECHA-HOY TO SPL-FECHA-REIMPRESION.
          MOVE SEG-USUARIO TO SPL-USUARIO-REIMPRESION.
          REWRITE SpoolRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la generacion"
          END-REWRITE.
          MOVE SPL-REIMPRESIONES TO AIM-REIMPRESIONES.
          MOVE SPL-FECHA-REIMPRESION TO AIM-FECHA-REIMPRESION.
          MOVE SPL-USUARIO-REIMPRESION TO AIM-USUARIO-REIMPRESION.
          MOVE WS-AUD-IMAGEN TO AUD-DESPUES.
          MOVE "M" TO AUD-OPERACION.
          MOVE SPL-KEY TO AUD-CLAVE.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.

          DISPLAY "Generacion reimpresa en " WS-REIMPRESION-PATH
             " - " WS-LINEAS-COPIADAS " lineas".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Copiar_A_Reimpresion.
          MOVE SPL-COPIA TO WS-COPIA-PATH.
          MOVE SPACES TO WS-REIMPRESION-PATH.
          STRING "..\files\REIMPRESION-" DELIMITED BY SIZE
             SPL-REPORTE DELIMITED BY SPACE
             "." SPL-GENERACION DELIMITED BY SIZE
             INTO WS-REIMPRESION-PATH.
          MOVE ZERO TO WS-LINEAS-COPIADAS.
          MOVE "00" TO ReimpresionStatus.
          OPEN INPUT CopiaFile.
          IF CopiaStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT ReimpresionFile.
          IF ReimpresionStatus NOT = "00"
             CLOSE CopiaFile
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF-COPIA.
          PERFORM UNTIL FIN-COPIA
             READ CopiaFile
                AT END SET FIN-COPIA TO TRUE
             END-READ
             IF NOT FIN-COPIA
                MOVE CopiaRecord TO ReimpresionRecord
                WRITE ReimpresionRecord
                ADD 1 TO WS-LINEAS-COPIADAS
             END-IF
          END-PERFORM.
          CLOSE CopiaFile.
          CLOSE ReimpresionFile.
          MOVE "00" TO CopiaStatus.
          MOVE "00" TO ReimpresionStatus.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Pedir_Clave.
          DISPLAY "Reporte -> " WITH NO ADVANCING.
          ACCEPT WS-REPORTE-INPUT.
          DISPLAY "Generacion -> " WITH NO ADVANCING.
          ACCEPT WS-GENERACION-INPUT.
          MOVE WS-REPORTE-INPUT TO SPL-REPORTE.
          MOVE WS-GENERACION-INPUT TO SPL-GENERACION.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Texto_Estado.
          EVALUATE TRUE
             WHEN SPL-CATALOGADO MOVE "CATALOGADO" TO WS-ESTADO-TEXTO
             WHEN SPL-PURGADO    MOVE "PURGADO" TO WS-ESTADO-TEXTO
             WHEN OTHER          MOVE SPL-ESTADO TO WS-ESTADO-TEXTO
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ConsultaSpool.
