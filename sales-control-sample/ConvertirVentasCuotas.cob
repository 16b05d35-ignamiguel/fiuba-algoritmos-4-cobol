       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirVentasCuotas.
      * AUTHOR:  nacho.
      * One-off conversion of ventas_indexed.dat to the layout with
      * the cuotas the sale was made in (Ventas-cuotas). Before the
      * run the old file is renamed ventas_indexed.ANT; every sale
      * is copied as is in a single payment (cuotas 01), which is
      * how the settlement always paid them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldVentasFile ASSIGN TO
          "..\files\ventas_indexed.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OVTA-KEY
          FILE STATUS IS OldVentasStatus.

          SELECT VentasFile ASSIGN TO "..\files\ventas_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS Ventas-key
          FILE STATUS IS VentasStatus.

       DATA DIVISION.
       FILE SECTION.

      *> Pre-conversion layout - today's record up to the tipo.
       FD OldVentasFile.
       01 OldVentaRecord.
         02 OVTA-KEY.
          04 OVTA-COMERCIO-NUM           PIC 9(6).
          04 OVTA-SUCURSAL               PIC 9(2).
          04 OVTA-MONEDA                 PIC 9(1).
          04 OVTA-FECHA                  PIC X(8).
          04 OVTA-TERMINAL               PIC 9(2).
          04 OVTA-SECUENCIA              PIC 9(4).
         02 OVTA-NRO-CARD                PIC 9(4).
         02 OVTA-IMPORTE                 PIC 9(6)V99.
         02 OVTA-TIPO                    PIC 9(1).

       FD VentasFile.
       01 VentasRecord.
         02 Ventas-key.
          04 Ventas-comercio-num         PIC 9(6).
          04 Ventas-sucursal             PIC 9(2).
          04 Ventas-moneda               PIC 9(1).
          04 Ventas-fecha                PIC X(8).
          04 Ventas-terminal             PIC 9(2).
          04 Ventas-secuencia            PIC 9(4).
         02 Ventas-nro-card              PIC 9(4).
         02 Ventas-importe               PIC 9(6)V99.
         02 Ventas-tipo                  PIC 9(1).
         02 Ventas-cuotas                PIC 9(2).

       WORKING-STORAGE SECTION.
       01   OldVentasStatus          PIC X(2).
       01   VentasStatus             PIC X(2).
          88 VentaOK VALUE "00".

       01   WS-EOF                   PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   CONT-VENTAS              PIC 9(8) VALUE ZERO.
       01   CONT-ERRORES             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          PERFORM Convertir_Ventas.

          DISPLAY "Ventas convertidas:       " CONT-VENTAS.
          DISPLAY "Registros con error:      " CONT-ERRORES.
          IF CONT-ERRORES > ZERO
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Ventas.
          OPEN INPUT OldVentasFile.
          IF OldVentasStatus NOT = "00"
             DISPLAY "** ventas_indexed.ANT no disponible - "
                "status " OldVentasStatus
             STOP RUN
          END-IF.
          OPEN OUTPUT VentasFile.
          IF NOT VentaOK
             DISPLAY "** Error abriendo ventas_indexed.dat - "
                "status " VentasStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldVentasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OVTA-KEY TO Ventas-key
                MOVE OVTA-NRO-CARD TO Ventas-nro-card
                MOVE OVTA-IMPORTE TO Ventas-importe
                MOVE OVTA-TIPO TO Ventas-tipo
                MOVE 1 TO Ventas-cuotas
                WRITE VentasRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " Ventas-key
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-VENTAS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldVentasFile, VentasFile.
       END PROGRAM ConvertirVentasCuotas.
