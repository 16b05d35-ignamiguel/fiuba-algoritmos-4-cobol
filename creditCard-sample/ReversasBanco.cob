       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReversasBanco.
      * AUTHOR:  nacho.
      * The bank's inbound reversal file - returned cheques and
      * payments the bank took back after they were applied. Each
      * line (reference, card, importe, motivo) goes through the
      * same reversapago subprogram the desk (ReversaPagos) uses,
      * so the importe comes back on the next statement with the
      * returned-payment fee, journaled, and any promise-to-pay it
      * kept reopens. Every line is listed with what happened to it
      * in CC-REVERSAS-BANCO-REPORTE.DAT (cataloged in the report
      * spool); a line that could not be reversed - unknown
      * reference, card or importe that do not match, already
      * reversed, dollars - ends the run ALERTA, RETURN-CODE 4, for
      * the payments desk to take up with the bank. The inbound
      * file is emptied once processed, so it is not reapplied.
      * The listing shows the card masked (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ReversasBancoFile ASSIGN TO
          "..\files\CC-REVERSAS-BANCO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReversasBancoStatus.

          SELECT ListadoFile ASSIGN TO
          "..\files\CC-REVERSAS-BANCO-REPORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ReversasBancoFile.
       01 ReversaBancoRecord.
         03 RVB-REF-BANCO                PIC X(10).
         03 RVB-NRO-TARJ                 PIC 9(16).
         03 RVB-IMPORTE                  PIC 9(6)V99.
         03 RVB-MOTIVO                   PIC X(20).

       FD ListadoFile.
       01 ListadoRecord.
         03 LIS-REF-BANCO                PIC X(10).
         03 FILLER                       PIC X(1).
         03 LIS-NRO-TARJ                 PIC X(16).
         03 FILLER                       PIC X(1).
         03 LIS-IMPORTE                  PIC Z(5)9.99.
         03 FILLER                       PIC X(1).
         03 LIS-CARGO                    PIC Z(5)9.99.
         03 FILLER                       PIC X(1).
         03 LIS-MOTIVO                   PIC X(20).
         03 FILLER                       PIC X(1).
         03 LIS-RESULTADO                PIC X(24).
       01 ListadoTextoRecord             PIC X(95).

       WORKING-STORAGE SECTION.
       01   ReversasBancoStatus          PIC X(2).
       01   WS-EOF-RVB                   PIC X(1).
          88 EOF-RVB VALUE "S".

      *> Reversal plumbing - see reversapago.
       01   RVP-ACCION                   PIC X(1) VALUE "R".
       01   RVP-REF-BANCO                PIC X(10).
       01   RVP-NRO-TARJ                 PIC 9(16).
       01   RVP-IMPORTE                  PIC 9(6)V99.
       01   RVP-FECHA-PAGO               PIC X(10).
       01   RVP-ORIGEN                   PIC X(1) VALUE "B".
       01   RVP-MOTIVO                   PIC X(20).
       01   RVP-USUARIO                  PIC X(8) VALUE "BANCO".
       01   RVP-CARGO                    PIC 9(6)V99.
       01   RVP-RESULTADO                PIC X(1).

      *> Batch-window interlock - reversals queue movements on
      *> CC-CUOTAS-PENDIENTES.DAT, which the close holds open.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   CONTADOR-LEIDAS              PIC 9(6) VALUE ZERO.
       01   CONTADOR-REVERSADAS          PIC 9(6) VALUE ZERO.
       01   CONTADOR-RECHAZADAS          PIC 9(6) VALUE ZERO.
       01   WS-IMPORTE-REVERSADO         PIC 9(10)V99 VALUE ZERO.
       01   WS-CARGOS                    PIC 9(10)V99 VALUE ZERO.
       01   WS-IMPORTE-EDIT              PIC Z(9)9.99.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE
            "CC-REVERSAS-BANCO".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "REVERSASBANCO".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-REVERSAS-BANCO-REPORTE.DAT".
       01   SPL-RETENCION                PIC X(1) VALUE "M".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          MOVE "REVERSAS-BANCO" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - las reversas del banco "
                "se procesan cuando termine el batch **"
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.

          OPEN OUTPUT ListadoFile.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "REVERSAS DE PAGOS INFORMADAS POR EL BANCO - "
             WS-FECHA-HOY DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          MOVE "REFERENCIA TARJETA            IMPORTE     CARGO "
             TO ListadoTextoRecord.
          MOVE "MOTIVO               RESULTADO"
             TO ListadoTextoRecord(51:30).
          WRITE ListadoTextoRecord.

          MOVE "N" TO WS-EOF-RVB.
          OPEN INPUT ReversasBancoFile.
          IF ReversasBancoStatus NOT = "00"
             SET EOF-RVB TO TRUE
          END-IF.
          PERFORM UNTIL EOF-RVB
             READ ReversasBancoFile
                AT END SET EOF-RVB TO TRUE
             END-READ
             IF NOT EOF-RVB
                PERFORM Procesar_Reversa
             END-IF
          END-PERFORM.
          IF ReversasBancoStatus = "00" OR ReversasBancoStatus = "10"
             CLOSE ReversasBancoFile
          END-IF.
          IF CONTADOR-LEIDAS > ZERO
             OPEN OUTPUT ReversasBancoFile
             CLOSE ReversasBancoFile
          END-IF.

          PERFORM Imprimir_Totales.
          CLOSE ListadoFile.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.

          DISPLAY "Reversas recibidas:  " CONTADOR-LEIDAS.
          DISPLAY "Reversas aplicadas:  " CONTADOR-REVERSADAS.
          DISPLAY "Reversas rechazadas: " CONTADOR-RECHAZADAS.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE CONTADOR-REVERSADAS TO JOBLOG-REGISTROS.
          IF CONTADOR-RECHAZADAS > ZERO
             MOVE "ALERTA" TO JOBLOG-ESTADO
             DISPLAY "** HAY REVERSAS DEL BANCO SIN APLICAR - ver "
                "CC-REVERSAS-BANCO-REPORTE.DAT **"
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE "OK" TO JOBLOG-ESTADO
             MOVE 0 TO RETURN-CODE
          END-IF.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          GOBACK.
      *-----------------------------------------------------------*
      *   The bank's importe must be the whole pago - a reversal
      *   for another amount is listed, not applied.
      *-----------------------------------------------------------*
       Procesar_Reversa.
          ADD 1 TO CONTADOR-LEIDAS.
          MOVE RVB-REF-BANCO TO RVP-REF-BANCO.
          IF RVB-NRO-TARJ NUMERIC
             MOVE RVB-NRO-TARJ TO RVP-NRO-TARJ
          ELSE
             MOVE ZERO TO RVP-NRO-TARJ
          END-IF.
          IF RVB-IMPORTE NUMERIC
             MOVE RVB-IMPORTE TO RVP-IMPORTE
          ELSE
             MOVE ZERO TO RVP-IMPORTE
          END-IF.
          MOVE RVB-MOTIVO TO RVP-MOTIVO.
          CALL 'reversapago' USING RVP-ACCION, RVP-REF-BANCO,
             RVP-NRO-TARJ, RVP-IMPORTE, RVP-FECHA-PAGO, RVP-ORIGEN,
             RVP-MOTIVO, RVP-USUARIO, RVP-CARGO, RVP-RESULTADO.

          MOVE SPACES TO ListadoRecord.
          MOVE RVB-REF-BANCO TO LIS-REF-BANCO.
          CALL 'maskpan' USING BY CONTENT RVP-NRO-TARJ,
             BY REFERENCE LIS-NRO-TARJ.
          MOVE RVP-IMPORTE TO LIS-IMPORTE.
          MOVE RVB-MOTIVO TO LIS-MOTIVO.
          IF RVP-RESULTADO = "S"
             ADD 1 TO CONTADOR-REVERSADAS
             ADD RVP-IMPORTE TO WS-IMPORTE-REVERSADO
             ADD RVP-CARGO TO WS-CARGOS
             MOVE RVP-CARGO TO LIS-CARGO
             MOVE "REVERSADO" TO LIS-RESULTADO
          ELSE
             ADD 1 TO CONTADOR-RECHAZADAS
             MOVE ZERO TO LIS-CARGO
             EVALUATE RVP-RESULTADO
                WHEN "N"
                   MOVE "REFERENCIA NO APLICADA" TO LIS-RESULTADO
                WHEN "T"
                   MOVE "TARJETA/IMPORTE DISTINTO" TO LIS-RESULTADO
                WHEN "R"
                   MOVE "YA REVERSADO" TO LIS-RESULTADO
                WHEN "D"
                   MOVE "DOLARES - AJUSTE MANUAL" TO LIS-RESULTADO
                WHEN OTHER
                   MOVE "NO GRABADO - REINTENTAR" TO LIS-RESULTADO
             END-EVALUATE
          END-IF.
          WRITE ListadoRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Imprimir_Totales.
          MOVE SPACES TO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          MOVE WS-IMPORTE-REVERSADO TO WS-IMPORTE-EDIT.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "REVERSADAS: " CONTADOR-REVERSADAS
             "  IMPORTE " WS-IMPORTE-EDIT
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          MOVE WS-CARGOS TO WS-IMPORTE-EDIT.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "CARGOS POR PAGO DEVUELTO:        " WS-IMPORTE-EDIT
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "RECHAZADAS: " CONTADOR-RECHAZADAS
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ReversasBanco.
