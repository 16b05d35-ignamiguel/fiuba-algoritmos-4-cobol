       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PagosDuplicados.
      * AUTHOR:  nacho.
      * Daily report of the suspected duplicate payments the close
      * parked in CC-PAGOS-DUPLICADOS.DAT. Every duplicate parked
      * today is listed with its card, importe, reference and why
      * it was held (already applied by an earlier close, or
      * repeated within the same PAGOS.DAT), and the day is
      * counted by origin - DEB for the debitos automaticos, PAG
      * for the bank's payment feed - so it can be taken up with
      * the bank. The foot carries what is still waiting at the
      * research desk (ConsultaSuspenso) from any day. The listing
      * is CC-PAGOS-DUPLICADOS-REPORTE.DAT, cataloged in the report
      * spool; a day with duplicates ends ALERTA, RETURN-CODE 4.
      * The card prints masked (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL DuplicadosFile ASSIGN TO
          "..\files\CC-PAGOS-DUPLICADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DuplicadosStatus.

          SELECT ListadoFile ASSIGN TO
          "..\files\CC-PAGOS-DUPLICADOS-REPORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DuplicadosFile.
       01 DuplicadoRecord.
         03 DUP-NRO-TARJ                 PIC 9(16).
         03 DUP-FECHA                    PIC X(10).
         03 DUP-IMPORTE                  PIC 9(6)V99.
         03 DUP-REF-BANCO                PIC X(10).
         03 DUP-MONEDA                   PIC 9(1).
         03 DUP-FECHA-INGRESO            PIC X(8).
         03 DUP-ORIGEN                   PIC X(3).
         03 DUP-TIPO                     PIC X(1).
           88 DUP-YA-APLICADO            VALUE "A".
           88 DUP-REPETIDO-ARCHIVO       VALUE "R".
         03 DUP-RUN-ORIGINAL             PIC X(10).
         03 DUP-ESTADO                   PIC X(1).
           88 DUP-PENDIENTE              VALUE "P".
           88 DUP-LIBERADO               VALUE "L".
           88 DUP-APLICADO               VALUE "A".
           88 DUP-DESCARTADO             VALUE "X".
         03 DUP-FECHA-RESOL              PIC X(8).

       FD ListadoFile.
       01 ListadoRecord.
         03 LIS-ORIGEN                   PIC X(3).
         03 FILLER                       PIC X(1).
         03 LIS-REF-BANCO                PIC X(10).
         03 FILLER                       PIC X(1).
         03 LIS-NRO-TARJ                 PIC X(16).
         03 FILLER                       PIC X(1).
         03 LIS-FECHA                    PIC X(10).
         03 FILLER                       PIC X(1).
         03 LIS-IMPORTE                  PIC Z(5)9.99.
         03 FILLER                       PIC X(1).
         03 LIS-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1).
         03 LIS-MOTIVO                   PIC X(26).
       01 ListadoTextoRecord             PIC X(83).

       WORKING-STORAGE SECTION.
       01   DuplicadosStatus             PIC X(2).
       01   WS-EOF-DUP                   PIC X(1).
          88 EOF-DUP VALUE "S".

      *> Today's duplicates by origin, one row per origin seen.
       01   WS-ORIGENES.
          02 WS-ORI-CANT                 PIC 9(2) VALUE ZERO.
          02 WS-ORI-FILA OCCURS 10 TIMES.
             03 WS-ORI-CODIGO            PIC X(3).
             03 WS-ORI-YA-APLICADOS      PIC 9(6).
             03 WS-ORI-REPETIDOS         PIC 9(6).
             03 WS-ORI-IMPORTE           PIC 9(10)V99.
       01   WS-ORI-IX                    PIC 9(2).
       01   WS-ORI-HALLADO               PIC 9(2).

       01   CONTADOR-HOY                 PIC 9(6) VALUE ZERO.
       01   CONTADOR-PENDIENTES          PIC 9(6) VALUE ZERO.
       01   CONTADOR-LIBERADOS           PIC 9(6) VALUE ZERO.
       01   WS-IMPORTE-HOY               PIC 9(10)V99 VALUE ZERO.
       01   WS-IMPORTE-PENDIENTE         PIC 9(10)V99 VALUE ZERO.
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
            "CC-PAGOS-DUPLICADOS".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "PAGOSDUPLICADOS".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-PAGOS-DUPLICADOS-REPORTE.DAT".
       01   SPL-RETENCION                PIC X(1) VALUE "M".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          MOVE "PAGOS-DUPLICADOS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.

          OPEN OUTPUT ListadoFile.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "PAGOS DUPLICADOS SOSPECHOSOS RETENIDOS EL "
             WS-FECHA-HOY DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.

          MOVE "N" TO WS-EOF-DUP.
          OPEN INPUT DuplicadosFile.
          IF DuplicadosStatus NOT = "00"
             SET EOF-DUP TO TRUE
          END-IF.
          PERFORM UNTIL EOF-DUP
             READ DuplicadosFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP
                PERFORM Contar_Duplicado
             END-IF
          END-PERFORM.
          IF DuplicadosStatus = "00" OR DuplicadosStatus = "10"
             CLOSE DuplicadosFile
          END-IF.

          PERFORM Imprimir_Origenes.
          CLOSE ListadoFile.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.

          DISPLAY "Duplicados retenidos hoy:      " CONTADOR-HOY.
          DISPLAY "Duplicados pendientes (todos): "
             CONTADOR-PENDIENTES.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE CONTADOR-HOY TO JOBLOG-REGISTROS.
          IF CONTADOR-HOY > ZERO
             MOVE "ALERTA" TO JOBLOG-ESTADO
             DISPLAY "** HAY PAGOS DUPLICADOS RETENIDOS HOY - ver "
                "CC-PAGOS-DUPLICADOS-REPORTE.DAT **"
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE "OK" TO JOBLOG-ESTADO
             MOVE 0 TO RETURN-CODE
          END-IF.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          GOBACK.
      *-----------------------------------------------------------*
      *   Today's are listed and counted by origin; anything not
      *   yet resolved, whatever its day, goes to the foot.
      *-----------------------------------------------------------*
       Contar_Duplicado.
          IF DUP-PENDIENTE
             ADD 1 TO CONTADOR-PENDIENTES
             ADD DUP-IMPORTE TO WS-IMPORTE-PENDIENTE
          END-IF.
          IF DUP-LIBERADO
             ADD 1 TO CONTADOR-LIBERADOS
          END-IF.
          IF DUP-FECHA-INGRESO NOT = WS-FECHA-HOY
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO CONTADOR-HOY.
          ADD DUP-IMPORTE TO WS-IMPORTE-HOY.

          MOVE ZERO TO WS-ORI-HALLADO.
          PERFORM VARYING WS-ORI-IX FROM 1 BY 1
             UNTIL WS-ORI-IX > WS-ORI-CANT OR WS-ORI-HALLADO > ZERO
             IF WS-ORI-CODIGO(WS-ORI-IX) = DUP-ORIGEN
                MOVE WS-ORI-IX TO WS-ORI-HALLADO
             END-IF
          END-PERFORM.
          IF WS-ORI-HALLADO = ZERO AND WS-ORI-CANT < 10
             ADD 1 TO WS-ORI-CANT
             MOVE WS-ORI-CANT TO WS-ORI-HALLADO
             MOVE DUP-ORIGEN TO WS-ORI-CODIGO(WS-ORI-HALLADO)
             MOVE ZERO TO WS-ORI-YA-APLICADOS(WS-ORI-HALLADO)
             MOVE ZERO TO WS-ORI-REPETIDOS(WS-ORI-HALLADO)
             MOVE ZERO TO WS-ORI-IMPORTE(WS-ORI-HALLADO)
          END-IF.
          IF WS-ORI-HALLADO > ZERO
             IF DUP-YA-APLICADO
                ADD 1 TO WS-ORI-YA-APLICADOS(WS-ORI-HALLADO)
             ELSE
                ADD 1 TO WS-ORI-REPETIDOS(WS-ORI-HALLADO)
             END-IF
             ADD DUP-IMPORTE TO WS-ORI-IMPORTE(WS-ORI-HALLADO)
          END-IF.

          MOVE SPACES TO ListadoRecord.
          MOVE DUP-ORIGEN TO LIS-ORIGEN.
          MOVE DUP-REF-BANCO TO LIS-REF-BANCO.
          CALL 'maskpan' USING BY CONTENT DUP-NRO-TARJ,
             BY REFERENCE LIS-NRO-TARJ.
          MOVE DUP-FECHA TO LIS-FECHA.
          MOVE DUP-IMPORTE TO LIS-IMPORTE.
          IF DUP-MONEDA = 1
             MOVE "USD" TO LIS-MONEDA
          ELSE
             MOVE "ARS" TO LIS-MONEDA
          END-IF.
          IF DUP-YA-APLICADO
             MOVE SPACES TO LIS-MOTIVO
             STRING "YA APLICADO EL " DUP-RUN-ORIGINAL
                DELIMITED BY SIZE INTO LIS-MOTIVO
          ELSE
             MOVE "REPETIDO EN PAGOS.DAT" TO LIS-MOTIVO
          END-IF.
          WRITE ListadoRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Imprimir_Origenes.
          MOVE SPACES TO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          MOVE "ORIGEN  YA APLICADOS  REPETIDOS         IMPORTE"
             TO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          PERFORM VARYING WS-ORI-IX FROM 1 BY 1
             UNTIL WS-ORI-IX > WS-ORI-CANT
             MOVE WS-ORI-IMPORTE(WS-ORI-IX) TO WS-IMPORTE-EDIT
             MOVE SPACES TO ListadoTextoRecord
             STRING WS-ORI-CODIGO(WS-ORI-IX) "        "
                WS-ORI-YA-APLICADOS(WS-ORI-IX) "     "
                WS-ORI-REPETIDOS(WS-ORI-IX) "  "
                WS-IMPORTE-EDIT
                DELIMITED BY SIZE INTO ListadoTextoRecord
             WRITE ListadoTextoRecord
          END-PERFORM.
          MOVE WS-IMPORTE-HOY TO WS-IMPORTE-EDIT.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "TOTAL RETENIDOS HOY: " CONTADOR-HOY
             "  IMPORTE " WS-IMPORTE-EDIT
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          MOVE WS-IMPORTE-PENDIENTE TO WS-IMPORTE-EDIT.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "PENDIENTES DE RESOLVER (TODOS LOS DIAS): "
             CONTADOR-PENDIENTES "  IMPORTE " WS-IMPORTE-EDIT
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
          MOVE SPACES TO ListadoTextoRecord.
          STRING "LIBERADOS A LA ESPERA DEL CIERRE: "
             CONTADOR-LIBERADOS
             DELIMITED BY SIZE INTO ListadoTextoRecord.
          WRITE ListadoTextoRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM PagosDuplicados.
