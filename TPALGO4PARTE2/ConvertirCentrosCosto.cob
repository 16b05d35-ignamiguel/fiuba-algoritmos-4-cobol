       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConvertirCentrosCosto.
      * AUTHOR:  nacho.
      * One-off conversion of TIMESind2.DAT and ASIGNACIONESind2.DAT
      * to the layouts with the client cost center at the end of
      * each record. Before the run the old files are renamed
      * TIMESind2.ANT and ASIGNACIONESind2.ANT; every record is
      * copied as is with a blank cost center (hours and
      * assignments not charged to any), so the invoice subtotals
      * start with the first hours loaded with a cost center.

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
        SELECT ASGANT     ASSIGN TO DISK
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY ASGANT-KEY
                          FILE STATUS IS FS-ASGANT.
        SELECT ASIGNACIONES ASSIGN TO DISK
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY ASG-KEY
                          FILE STATUS IS FS-ASG.

       DATA DIVISION.
       FILE SECTION.

      *   Layout previo - el registro de hoy hasta el proyecto.
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
           02 TIMANT-PROYECTO  PIC X(6).

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
           02 TIM-CENTRO-COSTO PIC X(6).

      *   Layout previo - la asignacion hasta su vigencia.
       FD ASGANT  LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "ASIGNACIONESind2.ANT".
       01 REG-ASGANT.
           02 ASGANT-KEY.
               03 ASGANT-CONS-NUMERO PIC X(5).
               03 ASGANT-EMPRESA PIC 9(3).
               03 ASGANT-VIG-DESDE PIC 9(8).
           02 ASGANT-VIG-HASTA PIC 9(8).

       FD ASIGNACIONES LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "ASIGNACIONESind2.DAT".
       01 REG-ASIGNACION.
           02 ASG-KEY.
               03 ASG-CONS-NUMERO PIC X(5).
               03 ASG-EMPRESA PIC 9(3).
               03 ASG-VIG-DESDE PIC 9(8).
           02 ASG-VIG-HASTA PIC 9(8).
           02 ASG-CENTRO-COSTO PIC X(6).

       WORKING-STORAGE SECTION.
       01   FS-TIMANT       PIC X(2).
       01   FS-TIMES        PIC X(2).
          88 TIM-OK         VALUE "00".
       01   FS-ASGANT       PIC X(2).
       01   FS-ASG          PIC X(2).
          88 ASG-OK         VALUE "00".

       01   WS-EOF-TIMANT      PIC X(1) VALUE "N".
          88 EOF-TIMANT VALUE "S".
       01   WS-EOF-ASGANT      PIC X(1) VALUE "N".
          88 EOF-ASGANT VALUE "S".

       01   CONTADOR-CONVERTIDOS PIC 9(6) VALUE ZERO.
       01   CONTADOR-ASIGNACIONES PIC 9(6) VALUE ZERO.
       01   CONTADOR-ERRORES     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          PERFORM ABRIR-ARCHIVOS.
          PERFORM CONVERTIR-TIMES.
          PERFORM CONVERTIR-ASIGNACIONES.
          CLOSE TIMANT, TIM, ASGANT, ASIGNACIONES.
          DISPLAY "Registros de horas convertidos: "
             CONTADOR-CONVERTIDOS.
          DISPLAY "Asignaciones convertidas:       "
             CONTADOR-ASIGNACIONES.
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
          OPEN INPUT ASGANT.
          IF FS-ASGANT NOT = "00"
             DISPLAY "** ASIGNACIONESind2.ANT no disponible - status "
                FS-ASGANT
             STOP RUN
          END-IF.
          OPEN OUTPUT TIM.
          IF NOT TIM-OK
             DISPLAY "** Error abriendo TIM - status " FS-TIMES
             STOP RUN
          END-IF.
          OPEN OUTPUT ASIGNACIONES.
          IF NOT ASG-OK
             DISPLAY "** Error abriendo ASIGNACIONES - status " FS-ASG
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
                MOVE TIMANT-PROYECTO TO TIM-PROYECTO
                MOVE SPACES TO TIM-CENTRO-COSTO
                WRITE REG-TIMES
                   INVALID KEY
                      DISPLAY "** Clave duplicada " TIM-NFC
                      ADD 1 TO CONTADOR-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONTADOR-CONVERTIDOS
                END-WRITE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       CONVERTIR-ASIGNACIONES.
          PERFORM UNTIL EOF-ASGANT
             READ ASGANT NEXT RECORD
                AT END SET EOF-ASGANT TO TRUE
             END-READ
             IF NOT EOF-ASGANT
                MOVE ASGANT-KEY TO ASG-KEY
                MOVE ASGANT-VIG-HASTA TO ASG-VIG-HASTA
                MOVE SPACES TO ASG-CENTRO-COSTO
                WRITE REG-ASIGNACION
                   INVALID KEY
                      DISPLAY "** Clave duplicada " ASG-KEY
                      ADD 1 TO CONTADOR-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONTADOR-ASIGNACIONES
                END-WRITE
             END-IF
          END-PERFORM.
       END PROGRAM ConvertirCentrosCosto.
