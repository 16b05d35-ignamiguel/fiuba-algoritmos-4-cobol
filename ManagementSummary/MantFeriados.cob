       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantFeriados.
      * AUTHOR:  nacho.
      * Maintenance of the holiday master FERIADOS.DAT, the one
      * calendar the three subsystems share through diahabil. One
      * record per feriado (date and description), kept in date
      * order so the listing reads as a calendar. Adding and
      * removing a feriado moves every due date, debit order and
      * payment date computed afterwards, so both need the
      * modification level and leave an audit record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT FeriadosFile ASSIGN TO "..\files\FERIADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FeriadosStatus.

          SELECT FeriadosTmpFile ASSIGN TO "..\files\feriados.tmp"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FeriadosFile.
       01 FeriadoRecord.
         03 FER-FECHA                    PIC 9(8).
         03 FER-DESCRIPCION              PIC X(30).

       FD FeriadosTmpFile.
       01 FeriadoTmpRecord               PIC X(38).

       WORKING-STORAGE SECTION.
       01   FeriadosStatus               PIC X(2).
       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-FER                   PIC X(1).
          88 EOF-FER VALUE "S".

       01   WS-FECHA-INPUT               PIC 9(8).
       01   WS-DESCRIPCION-INPUT         PIC X(30).
       01   WS-ACCION                    PIC X(1).
          88 ACCION-ALTA VALUE "A".
          88 ACCION-BAJA VALUE "B".
       01   WS-HALLADO                   PIC X(1).
          88 HALLADO VALUE "S".
       01   WS-INSERTADO                 PIC X(1).
          88 INSERTADO VALUE "S".
       01   WS-REGISTRO-ANTES            PIC X(38).
       01   WS-DIA-INT                   PIC 9(7).

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
       01   SEG-PROGRAMA             PIC X(20) VALUE "MANTFERIADOS".
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

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1
                   IF SEG-NIVEL = "M"
                      PERFORM Alta_Feriado
                   ELSE
                      DISPLAY "** Sin permiso de modificacion"
                   END-IF
                WHEN 2
                   IF SEG-NIVEL = "M"
                      PERFORM Baja_Feriado
                   ELSE
                      DISPLAY "** Sin permiso de modificacion"
                   END-IF
                WHEN 3 PERFORM Listar_Feriados
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Calendario de feriados".
          DISPLAY "1 - Alta de feriado".
          DISPLAY "2 - Baja de feriado".
          DISPLAY "3 - Listar".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Alta_Feriado.
          DISPLAY "Fecha AAAAMMDD -> " WITH NO ADVANCING.
          ACCEPT WS-FECHA-INPUT.
          PERFORM Validar_Fecha.
          IF WS-DIA-INT = ZERO
             DISPLAY "** Fecha invalida"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Descripcion -> " WITH NO ADVANCING.
          ACCEPT WS-DESCRIPCION-INPUT.
          MOVE "A" TO WS-ACCION.
          PERFORM Regrabar_Con_Cambio.
          IF HALLADO
             DISPLAY "** El " WS-FECHA-INPUT " ya es feriado"
          ELSE
             DISPLAY "Feriado " WS-FECHA-INPUT " dado de alta"
             MOVE "A" TO AUD-OPERACION
             MOVE WS-FECHA-INPUT TO AUD-CLAVE
             MOVE SPACES TO AUD-ANTES
             MOVE WS-FECHA-INPUT TO FER-FECHA
             MOVE WS-DESCRIPCION-INPUT TO FER-DESCRIPCION
             MOVE FeriadoRecord TO AUD-DESPUES
             CALL 'auditmant' USING SEG-PROGRAMA,
                SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                AUD-ANTES, AUD-DESPUES
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Baja_Feriado.
          DISPLAY "Fecha AAAAMMDD -> " WITH NO ADVANCING.
          ACCEPT WS-FECHA-INPUT.
          MOVE "B" TO WS-ACCION.
          PERFORM Regrabar_Con_Cambio.
          IF NOT HALLADO
             DISPLAY "** El " WS-FECHA-INPUT " no es feriado"
          ELSE
             DISPLAY "Feriado " WS-FECHA-INPUT " dado de baja"
             MOVE "B" TO AUD-OPERACION
             MOVE WS-FECHA-INPUT TO AUD-CLAVE
             MOVE WS-REGISTRO-ANTES TO AUD-ANTES
             MOVE SPACES TO AUD-DESPUES
             CALL 'auditmant' USING SEG-PROGRAMA,
                SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                AUD-ANTES, AUD-DESPUES
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Validar_Fecha.
          MOVE ZERO TO WS-DIA-INT.
          IF WS-FECHA-INPUT NUMERIC AND WS-FECHA-INPUT NOT = ZERO
             COMPUTE WS-DIA-INT =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-INPUT)
          END-IF.
      *-----------------------------------------------------------*
      *   The whole file passes through the temp copy. An alta
      *   goes in at its place in date order; a baja is left out.
      *   An alta of a date already there changes nothing.
      *-----------------------------------------------------------*
       Regrabar_Con_Cambio.
          MOVE "N" TO WS-HALLADO.
          MOVE "N" TO WS-INSERTADO.
          MOVE "N" TO WS-EOF-FER.
          OPEN INPUT FeriadosFile.
          OPEN OUTPUT FeriadosTmpFile.
          IF FeriadosStatus NOT = "00"
             SET EOF-FER TO TRUE
          END-IF.
          PERFORM UNTIL EOF-FER
             READ FeriadosFile
                AT END SET EOF-FER TO TRUE
             END-READ
             IF NOT EOF-FER
                PERFORM Copiar_Feriado
             END-IF
          END-PERFORM.
          IF ACCION-ALTA AND NOT HALLADO AND NOT INSERTADO
             PERFORM Insertar_Nuevo
          END-IF.
          IF FeriadosStatus NOT = "35" AND FeriadosStatus NOT = "30"
             CLOSE FeriadosFile
          END-IF.
          CLOSE FeriadosTmpFile.
          IF (ACCION-ALTA AND NOT HALLADO)
             OR (ACCION-BAJA AND HALLADO)
             PERFORM Regrabar_Feriados
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Copiar_Feriado.
          IF FER-FECHA = WS-FECHA-INPUT
             SET HALLADO TO TRUE
             MOVE FeriadoRecord TO WS-REGISTRO-ANTES
             IF ACCION-BAJA
                EXIT PARAGRAPH
             END-IF
          END-IF.
          IF ACCION-ALTA AND NOT INSERTADO
             AND FER-FECHA > WS-FECHA-INPUT
             MOVE FeriadoRecord TO WS-REGISTRO-ANTES
             PERFORM Insertar_Nuevo
             MOVE WS-REGISTRO-ANTES TO FeriadoRecord
          END-IF.
          MOVE FeriadoRecord TO FeriadoTmpRecord.
          WRITE FeriadoTmpRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Insertar_Nuevo.
          MOVE WS-FECHA-INPUT TO FER-FECHA.
          MOVE WS-DESCRIPCION-INPUT TO FER-DESCRIPCION.
          MOVE FeriadoRecord TO FeriadoTmpRecord.
          WRITE FeriadoTmpRecord.
          SET INSERTADO TO TRUE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Regrabar_Feriados.
          MOVE "N" TO WS-EOF-FER.
          OPEN INPUT FeriadosTmpFile.
          OPEN OUTPUT FeriadosFile.
          PERFORM UNTIL EOF-FER
             READ FeriadosTmpFile
                AT END SET EOF-FER TO TRUE
             END-READ
             IF NOT EOF-FER
                MOVE FeriadoTmpRecord TO FeriadoRecord
                WRITE FeriadoRecord
             END-IF
          END-PERFORM.
          CLOSE FeriadosTmpFile.
          CLOSE FeriadosFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Feriados.
          MOVE "N" TO WS-EOF-FER.
          OPEN INPUT FeriadosFile.
          IF FeriadosStatus NOT = "00"
             DISPLAY "(sin feriados cargados - solo se saltean "
                "sabados y domingos)"
             SET EOF-FER TO TRUE
          END-IF.
          PERFORM UNTIL EOF-FER
             READ FeriadosFile
                AT END SET EOF-FER TO TRUE
             END-READ
             IF NOT EOF-FER
                DISPLAY FER-FECHA " " FER-DESCRIPCION
             END-IF
          END-PERFORM.
          IF FeriadosStatus NOT = "35" AND FeriadosStatus NOT = "30"
             CLOSE FeriadosFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantFeriados.
