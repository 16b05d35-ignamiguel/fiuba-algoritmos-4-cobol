       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirTerminales.
      * AUTHOR:  nacho.
      * One-off conversion of the POS terminal registry to the layout
      * with terminal type and alta/baja dates, which the monthly
      * rental charge (AbonoTerminales) prorates by. Before the run
      * the old file is renamed TERMINALES.ANT; every terminal is
      * copied as is with type POS, an alta date of zero (in place
      * since before any month charged) and no baja date. A terminal
      * already de baja keeps estado "B" and is never charged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldTerminalesFile ASSIGN TO
          "..\files\TERMINALES.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OTER-KEY
          FILE STATUS IS OldTerminalesStatus.

          SELECT TerminalesFile ASSIGN TO
          "..\files\TERMINALES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS Terminal-key
          FILE STATUS IS TerminalesStatus.

       DATA DIVISION.
       FILE SECTION.

      *> Pre-conversion layout - today's record up to the estado.
       FD OldTerminalesFile.
       01 OldTerminalRecord.
         02 OTER-KEY.
           03 OTER-COMERCIO-NUM          PIC 9(6).
           03 OTER-SUCURSAL              PIC 9(2).
           03 OTER-NRO                   PIC 9(2).
         02 OTER-DESCRIPCION             PIC X(20).
         02 OTER-ESTADO                  PIC X(1).

       FD TerminalesFile.
       01 TerminalRecord.
         02 Terminal-key.
           03 Terminal-comercio-num      PIC 9(6).
           03 Terminal-sucursal          PIC 9(2).
           03 Terminal-nro               PIC 9(2).
         02 Terminal-descripcion         PIC X(20).
         02 Terminal-estado              PIC X(1).
           88 Terminal-activa            VALUE "A".
           88 Terminal-baja              VALUE "B".
         02 Terminal-tipo                PIC X(3).
         02 Terminal-fecha-alta          PIC 9(8).
         02 Terminal-fecha-baja          PIC 9(8).

       WORKING-STORAGE SECTION.
       01   OldTerminalesStatus      PIC X(2).
       01   TerminalesStatus         PIC X(2).
          88 TerminalOK VALUE "00".

       01   WS-EOF                   PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   CONT-TERMINALES          PIC 9(6) VALUE ZERO.
       01   CONT-ERRORES             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          PERFORM Convertir_Terminales.

          DISPLAY "Terminales convertidas:   " CONT-TERMINALES.
          DISPLAY "Registros con error:      " CONT-ERRORES.
          IF CONT-ERRORES > ZERO
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Terminales.
          OPEN INPUT OldTerminalesFile.
          IF OldTerminalesStatus NOT = "00"
             DISPLAY "** TERMINALES.ANT no disponible - "
                "status " OldTerminalesStatus
             STOP RUN
          END-IF.
          OPEN OUTPUT TerminalesFile.
          IF NOT TerminalOK
             DISPLAY "** Error abriendo TERMINALES.DAT - "
                "status " TerminalesStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldTerminalesFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OTER-COMERCIO-NUM TO Terminal-comercio-num
                MOVE OTER-SUCURSAL TO Terminal-sucursal
                MOVE OTER-NRO TO Terminal-nro
                MOVE OTER-DESCRIPCION TO Terminal-descripcion
                MOVE OTER-ESTADO TO Terminal-estado
                MOVE "POS" TO Terminal-tipo
                MOVE ZERO TO Terminal-fecha-alta
                MOVE ZERO TO Terminal-fecha-baja
                WRITE TerminalRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " Terminal-key
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-TERMINALES
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldTerminalesFile, TerminalesFile.
       END PROGRAM ConvertirTerminales.
