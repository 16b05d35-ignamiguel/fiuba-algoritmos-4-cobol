       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConvertirTimesProyecto.
      * AUTHOR:  nacho.
      * One-off conversion of TIMESind2.DAT to the layout with the
      * project code at the end of each hour record. Before the run
      * the old file is renamed TIMESind2.ANT; every record is
      * copied as is with a blank project (hours not charged to any
      * project), so the burn report starts counting from the first
      * hours loaded with a project.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT TIMANT     ASSIGN TO DISK
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY TIMANT-NFC
                          FILE STATUS IS FS-TIMANT.
        SELECT TIM        ASSIGN TO DISK
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY TIM-NFC
                          FILE STATUS IS FS-TIMES.

       DATA DIVISION.
       FILE SECTION.

      *   Layout previo - el registro de hoy hasta la aprobacion.
       FD TIMANT  LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "TIMESind2.ANT".
       01 REG-TIMANT.
           02 TIMANT-NFC.
               03 TIMANT-NUMERO PIC X(5).
               03 TIMANT-FECHA  PIC 9(8).
               03 TIMANT-CUIT   PIC 9(11).
           02 TIMANT-TAREA     PIC X(4).
           02 TIMANT-HORAS     PIC 9(2)V99.
           02 TIMANT-APROBADO  PIC X(1).

       FD TIM     LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "TIMESind2.DAT".
       01 REG-TIMES.
           02 TIM-NFC.
               03 TIM-NUMERO    PIC X(5).
               03 TIM-FECHA     PIC 9(8).
               03 TIM-CUIT      PIC 9(11).
           02 TIM-TAREA        PIC X(4).
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
           02 TIM-PROYECTO     PIC X(6).

       WORKING-STORAGE SECTION.
       01   FS-TIMANT       PIC X(2).
       01   FS-TIMES        PIC X(2).
          88 TIM-OK         VALUE "00".

       01   WS-EOF-TIMANT      PIC X(1) VALUE "N".
          88 EOF-TIMANT VALUE "S".

       01   CONTADOR-CONVERTIDOS PIC 9(6) VALUE ZERO.
       01   CONTADOR-ERRORES     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          PERFORM ABRIR-ARCHIVOS.
          PERFORM CONVERTIR-TIMES.
          CLOSE TIMANT, TIM.
          DISPLAY "Registros de horas convertidos: "
             CONTADOR-CONVERTIDOS.
          DISPLAY "Registros con error:            " CONTADOR-ERRORES.
          IF CONTADOR-ERRORES > ZERO
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       ABRIR-ARCHIVOS.
          OPEN INPUT TIMANT.
          IF FS-TIMANT NOT = "00"
             DISPLAY "** TIMESind2.ANT no disponible - status "
                FS-TIMANT
             STOP RUN
          END-IF.
          OPEN OUTPUT TIM.
          IF NOT TIM-OK
             DISPLAY "** Error abriendo TIM - status " FS-TIMES
             STOP RUN
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       CONVERTIR-TIMES.
          PERFORM UNTIL EOF-TIMANT
             READ TIMANT NEXT RECORD
                AT END SET EOF-TIMANT TO TRUE
             END-READ
             IF NOT EOF-TIMANT
                MOVE TIMANT-NUMERO TO TIM-NUMERO
                MOVE TIMANT-FECHA TO TIM-FECHA
                MOVE TIMANT-CUIT TO TIM-CUIT
                MOVE TIMANT-TAREA TO TIM-TAREA
                MOVE TIMANT-HORAS TO TIM-HORAS
                MOVE TIMANT-APROBADO TO TIM-APROBADO
                MOVE SPACES TO TIM-PROYECTO
                WRITE REG-TIMES
                   INVALID KEY
                      DISPLAY "** Clave duplicada " TIM-NFC
                      ADD 1 TO CONTADOR-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONTADOR-CONVERTIDOS
                END-WRITE
             END-IF
          END-PERFORM.
       END PROGRAM ConvertirTimesProyecto.
