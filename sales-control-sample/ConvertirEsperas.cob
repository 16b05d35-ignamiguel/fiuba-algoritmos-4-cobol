       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirEsperas.
      * AUTHOR:  nacho.
      * One-off conversion of VENTAS-EN-ESPERA.DAT to the layout
      * whose key carries the held sale's own date, terminal and
      * sequence (Hold-fecha, Hold-terminal, Hold-secuencia). Before
      * the run the old file is renamed VENTAS-EN-ESPERA.ANT; every
      * hold - pending or already decided - is copied as is, its
      * date moved into the key and terminal and sequence left at
      * zero, since the old file never recorded them. The old key
      * was one hold per comercio, sucursal and card, so no two
      * converted holds can collide.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldHoldFile ASSIGN TO
          "..\files\VENTAS-EN-ESPERA.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OHLD-KEY
          FILE STATUS IS OldHoldStatus.

          SELECT HoldFile ASSIGN TO "..\files\VENTAS-EN-ESPERA.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS Hold-key
          FILE STATUS IS HoldStatus.

       DATA DIVISION.
       FILE SECTION.

      *> Pre-conversion layout - the date outside the key.
       FD OldHoldFile.
       01 OldHoldRecord.
         02 OHLD-KEY.
           03 OHLD-COMERCIO-NUM          PIC 9(6).
           03 OHLD-SUCURSAL              PIC 9(2).
           03 OHLD-NRO-CARD              PIC 9(4).
         02 OHLD-FECHA                   PIC X(8).
         02 OHLD-IMPORTE                 PIC 9(6)V99.
         02 OHLD-ESTADO                  PIC X(1).
         02 OHLD-USUARIO                 PIC X(8).
         02 OHLD-FECHA-DECISION          PIC X(8).
         02 OHLD-MOTIVO                  PIC X(20).

       FD HoldFile.
       01 HoldRecord.
         02 Hold-key.
           03 Hold-comercio-num          PIC 9(6).
           03 Hold-sucursal              PIC 9(2).
           03 Hold-nro-card              PIC 9(4).
           03 Hold-fecha                 PIC X(8).
           03 Hold-terminal              PIC 9(2).
           03 Hold-secuencia             PIC 9(4).
         02 Hold-importe                 PIC 9(6)V99.
         02 Hold-estado                  PIC X(1).
         02 Hold-usuario                 PIC X(8).
         02 Hold-fecha-decision          PIC X(8).
         02 Hold-motivo                  PIC X(20).

       WORKING-STORAGE SECTION.
       01   OldHoldStatus            PIC X(2).
       01   HoldStatus               PIC X(2).
          88 HoldOK VALUE "00".

       01   WS-EOF                   PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   CONT-ESPERAS             PIC 9(8) VALUE ZERO.
       01   CONT-ERRORES             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          PERFORM Convertir_Esperas.

          DISPLAY "Esperas convertidas:      " CONT-ESPERAS.
          DISPLAY "Registros con error:      " CONT-ERRORES.
          IF CONT-ERRORES > ZERO
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Esperas.
          OPEN INPUT OldHoldFile.
          IF OldHoldStatus NOT = "00"
             DISPLAY "** VENTAS-EN-ESPERA.ANT no disponible - "
                "status " OldHoldStatus
             STOP RUN
          END-IF.
          OPEN OUTPUT HoldFile.
          IF NOT HoldOK
             DISPLAY "** Error abriendo VENTAS-EN-ESPERA.DAT - "
                "status " HoldStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldHoldFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OHLD-COMERCIO-NUM TO Hold-comercio-num
                MOVE OHLD-SUCURSAL TO Hold-sucursal
                MOVE OHLD-NRO-CARD TO Hold-nro-card
                MOVE OHLD-FECHA TO Hold-fecha
                MOVE 0 TO Hold-terminal
                MOVE 0 TO Hold-secuencia
                MOVE OHLD-IMPORTE TO Hold-importe
                MOVE OHLD-ESTADO TO Hold-estado
                MOVE OHLD-USUARIO TO Hold-usuario
                MOVE OHLD-FECHA-DECISION TO Hold-fecha-decision
                MOVE OHLD-MOTIVO TO Hold-motivo
                WRITE HoldRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " Hold-key
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-ESPERAS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldHoldFile, HoldFile.
       END PROGRAM ConvertirEsperas.
