      * AUTHOR:  nacho.
      * Nightly general-ledger interface across the three
      * subsystems, so accounting stops re-keying everything by
      * hand: cupones posted, financing interest, payments and the
      * IVA, sellos and perceptions charged on the statements (from
      * the statement run's control totals), settlement drafts (from
      * CC-SETTLEMENT.DAT), merchant sales activity (off the sales
      * report's Total General) and facturas/notas de credito with
      * cuenta contable de debe y haber. Every event books one debit
      * and one credit of the same amount, and the extract still
      * refuses to hand off a file whose debits and credits don't
      * balance - RETURN-CODE 16 and no GL-INTERFAZ.DAT. Each
      * balanced night is also appended to GL-HISTORICO.DAT, which
      * the monthly IVA sales book reconciles against. A balanced
      * GL-INTERFAZ.DAT is registered for transmission (regsalida)
      * with its asiento count and the debit total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          FILE STATUS IS WipAsientosFS.

          *> Write-off / recovery events queued by the write-off
          *> run, and insurance claims (SINIESTRO) queued by the
          *> claims desk - booked here and the queue cleared once
          *> the balanced file is handed off.
          SELECT QuebrantosFile ASSIGN TO
          "..\files\CC-QUEBRANTOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          SELECT GLFile ASSIGN TO "..\files\GL-INTERFAZ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Every balanced night, kept - GL-INTERFAZ.DAT is
          *> overwritten each run.
          SELECT OPTIONAL GLHistFile ASSIGN TO
          "..\files\GL-HISTORICO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GLHistFS.

       DATA DIVISION.
       FILE SECTION.

         03 CTLT-AJUSTE-FAVOR            PIC 9(10)V99.
      *> Late-payment and over-limit fees the close assessed.
         03 CTLT-CARGOS                  PIC 9(10)V99.
      *> Statement taxes charged, one total per tax.
         03 CTLT-IVA                     PIC 9(10)V99.
         03 CTLT-SELLOS                  PIC 9(10)V99.
         03 CTLT-PERC-PAIS               PIC 9(10)V99.
         03 CTLT-PERC-GANANCIAS          PIC 9(10)V99.
      *> Credit-life insurance premiums billed.
         03 CTLT-PRIMAS-SEGURO           PIC 9(10)V99.
         03 CTLT-APLICADO-REINICIO       PIC S9(12)V99.

       FD SettlementFile.
       01 SettlementRecord.
         03 STL-NRO-TARJ                 PIC 9(16).
         03 STL-IMPORTE                  PIC 9(10)V99.

       FD SalesReportFile.
       01 SalesReportRecord              PIC X(90).

       FD CsvFile.
      *> Wide enough for the billing CSV's moneda/tasa and
      *> orden de compra columns.
       01 CsvRecord                      PIC X(100).

      *> One line per event type: which cuenta debits and which
      *> credits when that event books.
       FD QuebrantosFile.
       01 QuebrantoRecord.
         03 QBR-EVENTO                   PIC X(12).
         03 QBR-NRO-TARJ                 PIC 9(16).
         03 QBR-IMPORTE                  PIC 9(10)V99.
         03 QBR-FECHA                    PIC X(8).

         03 GL-IMPORTE                   PIC 9(12)V99.
         03 GL-EVENTO                    PIC X(12).

       FD GLHistFile.
       01 GLHistRecord                   PIC X(43).

       WORKING-STORAGE SECTION.
       01   ControlFS                    PIC X(2).
       01   SettlementFS                 PIC X(2).
       01   CuentasFS                    PIC X(2).
       01   QuebrantosFS                 PIC X(2).
       01   WipAsientosFS                PIC X(2).
       01   GLHistFS                     PIC X(2).
       01   WS-HUBO-WIP                  PIC X(1) VALUE "N".
          88 HUBO-WIP VALUE "S".
       01   WS-HUBO-QUEBRANTOS           PIC X(1) VALUE "N".
       01   TOTAL-DEBE                   PIC 9(13)V99 VALUE ZERO.
       01   TOTAL-HABER                  PIC 9(13)V99 VALUE ZERO.

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "GL-INTERFAZ".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\GL-INTERFAZ.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).

                MOVE "CARGOS" TO WS-EVENTO
                MOVE CTLT-CARGOS TO WS-IMPORTE
                PERFORM Asentar_Evento
                MOVE "IVA-TARJ" TO WS-EVENTO
                MOVE CTLT-IVA TO WS-IMPORTE
                PERFORM Asentar_Evento
                MOVE "SELLOS" TO WS-EVENTO
                MOVE CTLT-SELLOS TO WS-IMPORTE
                PERFORM Asentar_Evento
                MOVE "PERC-PAIS" TO WS-EVENTO
                MOVE CTLT-PERC-PAIS TO WS-IMPORTE
                PERFORM Asentar_Evento
                MOVE "PERC-GANAN" TO WS-EVENTO
                MOVE CTLT-PERC-GANANCIAS TO WS-IMPORTE
                PERFORM Asentar_Evento
                MOVE "PRIMA-SEGURO" TO WS-EVENTO
                MOVE CTLT-PRIMAS-SEGURO TO WS-IMPORTE
                PERFORM Asentar_Evento
             END-IF
             CLOSE ControlTotalesFile
          END-IF.
             MOVE 16 TO RETURN-CODE
          ELSE
             OPEN OUTPUT GLFile
             OPEN EXTEND GLHistFile
             PERFORM VARYING WS-LIN-IX FROM 1 BY 1
                UNTIL WS-LIN-IX > WS-LINEAS-COUNT
                MOVE WS-FECHA-HOY TO GL-FECHA
                MOVE WS-LIN-IMPORTE(WS-LIN-IX) TO GL-IMPORTE
                MOVE WS-LIN-EVENTO(WS-LIN-IX) TO GL-EVENTO
                WRITE GLRecord
                MOVE GLRecord TO GLHistRecord
                WRITE GLHistRecord
             END-PERFORM
             CLOSE GLFile
             CLOSE GLHistFile
             MOVE WS-LINEAS-COUNT TO RSA-REGISTROS
             MOVE TOTAL-DEBE TO RSA-TOTAL
             CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
                RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
                RSA-GENERACION, RSA-LINEAS, RSA-HASH,
                RSA-RESULTADO
             IF HUBO-QUEBRANTOS
                OPEN OUTPUT QuebrantosFile
                CLOSE QuebrantosFile
