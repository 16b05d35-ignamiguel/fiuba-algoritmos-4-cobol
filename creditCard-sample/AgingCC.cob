      * card that never comes down stops depending on a human
      * happening to look. The 90+ cases get TJ-ESTADO "B" stamped
      * on TARJETAS.DAT so their next cupones reject instead of
      * deepening the hole. A card closing in credit (saldo a su
      * favor) does not age; those are counted and totalled at the
      * foot so the refund desk (ReintegroSaldos) can size them.
      * The aging listing is cataloged in the report spool (see
      * regspool) as soon as it is closed. The listing shows the
      * card masked (maskpan); the collections queue (MantCobranzas)
      * loads from CC-AGING-CASOS.DAT, one record per aged card with
      * the full number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          "..\files\CC-AGING-REPORT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT AgingCasosFile ASSIGN TO
          "..\files\CC-AGING-CASOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD ParametrosFile.
       01 REG-PARAM-CC.
       FD AgingReportFile.
       01 AgingReportRecord              PIC X(80).

      *> One aged card per record, for the collections queue.
       FD AgingCasosFile.
       01 AgingCasoRecord.
         02 CAS-NRO-TARJ                 PIC 9(16).
         02 CAS-SALDO                    PIC 9(10)V99.
         02 CAS-DIAS                     PIC 9(5).
         02 CAS-BUCKET                   PIC X(6).

       WORKING-STORAGE SECTION.
      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE
            "CC-AGING-REPORT".
       01   SPL-PROGRAMA                 PIC X(20) VALUE "AGINGCC".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-AGING-REPORT.DAT".
       01   SPL-RETENCION                PIC X(1) VALUE "M".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).
       01   SaldoStatus                  PIC X(2).
          88 SaldoFound VALUE "00".
       01   TarjetaStatus                PIC X(2).
       01   WS-DIAS-MORA                 PIC S9(5).

      *> Per-card accumulation while walking SALDOS in key order.
       01   WS-TARJ-ACTUAL               PIC 9(16) VALUE ZERO.
       01   WS-SALDO-ULTIMO              PIC S9(10)V99.
      *> SALD-FECHA does not collate chronologically - the card's
      *> current balance is the record with the greatest rearranged
      *> AAAAMMDD date, not the last one in key order.
            02 WS-CIERRE-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-CIE-IX.
               03 WS-CIE-FECHA           PIC 9(8).
               03 WS-CIE-IMPORTE         PIC S9(10)V99.
       01   WS-ULTIMO-CERO               PIC 9(8).
       01   WS-INICIO-DEUDA              PIC 9(8).
       01   WS-INICIO-INT                PIC 9(8).
       01   TOTAL-BUCKET-60              PIC 9(12)V99 VALUE ZERO.
       01   TOTAL-BUCKET-90              PIC 9(12)V99 VALUE ZERO.
       01   CONTADOR-BLOQUEADAS          PIC 9(5) VALUE ZERO.
       01   CONTADOR-A-FAVOR             PIC 9(5) VALUE ZERO.
       01   TOTAL-A-FAVOR                PIC 9(12)V99 VALUE ZERO.

       01 aging_title_line.
         02 FILLER                       PIC X(35) VALUE

       01 aging_detail_line.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ad_nro_tarj                  PIC X(16).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ad_saldo                     PIC Z(9)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ad_bucket                    PIC X(6).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ad_marca                     PIC X(12).
         02 FILLER                       PIC X(15) VALUE SPACES.

       01 aging_total_line.
         02 at_etiqueta                  PIC X(22).
             STOP RUN
          END-IF.
          OPEN OUTPUT AgingReportFile.
          OPEN OUTPUT AgingCasosFile.
          MOVE PAR-FECHA-CIERRE TO at_fecha.
          WRITE AgingReportRecord FROM aging_title_line.

          PERFORM Recorrer_Saldos.
          PERFORM Imprimir_Totales.

          CLOSE SaldoFile, TarjetasFile, AgingReportFile,
                AgingCasosFile.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.
          DISPLAY "Tarjetas bloqueadas por mora 90+: "
             CONTADOR-BLOQUEADAS.
          DISPLAY "Tarjetas con saldo a favor: " CONTADOR-A-FAVOR.
          STOP RUN.
      *-----------------------------------------------------------*
      *   SALDOS is keyed tarjeta+fecha, so one sequential walk
      *   Group break - report the finished card if it still owes.
      *-----------------------------------------------------------*
       Cerrar_Tarjeta_Anterior.
          IF WS-TARJ-ACTUAL > ZERO AND WS-SALDO-ULTIMO < ZERO
             ADD 1 TO CONTADOR-A-FAVOR
             SUBTRACT WS-SALDO-ULTIMO FROM TOTAL-A-FAVOR
          END-IF.
          IF WS-TARJ-ACTUAL > ZERO AND WS-SALDO-ULTIMO > ZERO
             PERFORM Calcular_Mora
             MOVE SPACES TO ad_marca
             CALL 'maskpan' USING BY CONTENT WS-TARJ-ACTUAL,
                BY REFERENCE ad_nro_tarj
             MOVE WS-SALDO-ULTIMO TO ad_saldo
             MOVE WS-MORA-DIAS TO ad_dias
             EVALUATE TRUE
             END-EVALUATE
             IF ad_bucket NOT = SPACES
                WRITE AgingReportRecord FROM aging_detail_line
                MOVE WS-TARJ-ACTUAL TO CAS-NRO-TARJ
                MOVE WS-SALDO-ULTIMO TO CAS-SALDO
                MOVE WS-MORA-DIAS TO CAS-DIAS
                MOVE ad_bucket TO CAS-BUCKET
                WRITE AgingCasoRecord
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   The debt ages from the start of the CURRENT unbroken run
      *   of owing closings: find the most recent closing that
      *   showed zero or a credit (the card was square then), and
      *   the earliest owing closing after it. Old paid-off
      *   snapshots never age a card that settles every month.
      *-----------------------------------------------------------*
       Calcular_Mora.
          MOVE ZERO TO WS-ULTIMO-CERO.
          PERFORM VARYING WS-CIE-IX FROM 1 BY 1
             UNTIL WS-CIE-IX > WS-CIERRES-COUNT
             IF WS-CIE-IMPORTE(WS-CIE-IX) NOT > ZERO
                AND WS-CIE-FECHA(WS-CIE-IX) > WS-ULTIMO-CERO
                MOVE WS-CIE-FECHA(WS-CIE-IX) TO WS-ULTIMO-CERO
             END-IF
          MOVE "Total mora 90+ dias:" TO at_etiqueta.
          MOVE TOTAL-BUCKET-90 TO at_importe.
          WRITE AgingReportRecord FROM aging_total_line.
          MOVE SPACES TO aging_total_line.
          MOVE "Total saldos a favor:" TO at_etiqueta.
          MOVE TOTAL-A-FAVOR TO at_importe.
          WRITE AgingReportRecord FROM aging_total_line.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM AgingCC.
