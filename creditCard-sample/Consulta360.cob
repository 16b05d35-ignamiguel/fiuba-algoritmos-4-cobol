      * recent approvals out of CC-AUTORIZACIONES.DAT. The entry
      * key is either the card number or the holder's documento
      * (listing every card of the person via the alternate key).
      * Nothing here ever writes. The panel shows the card masked
      * (maskpan) - the agent confirms it by the last four.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ        PIC 9(16).
           04 SALD-FECHA           PIC X(10).
         02 SALD-IMPORTE           PIC S9(6)V99.
         02 SALD-IMPORTE-USD       PIC 9(6)V99.

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ          PIC 9(16).
           03 PC-NRO-CUPON         PIC 9(5).
         02 PC-IMPORTE             PIC 9(6)V99.
         02 PC-CUOTAS-TOT          PIC 9(2).

       FD RejectedFile.
       01 RejectedRecord.
         03 REJ-NRO-TARJ          PIC 9(16).
         03 REJ-NRO-CUPON         PIC 9(5).
         03 REJ-FECHA-COMPRA      PIC X(10).
         03 REJ-IMPORTE           PIC 9(6)V99.
       FD AuthLogFile.
       01 AuthLogRecord.
         03 AUT-CODIGO                   PIC 9(6).
         03 AUT-NRO-TARJ                 PIC 9(16).
         03 AUT-IMPORTE                  PIC 9(8)V99.
         03 AUT-FECHA                    PIC X(8).
      *> Comercio the operator keyed - lets a compromised merchant's
      *> authorizations be traced back to the cards.
         03 AUT-COMERCIO                 PIC 9(6).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus                PIC X(2).
       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-DOC-INPUT                 PIC 9(11).
       01   WS-TARJ-MASCARA              PIC X(16).
       01   WS-EOF-SW                    PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-EOF-TARJETA               PIC X(1).
       01   WS-FECHA-SALDO-N             PIC 9(8).
       01   WS-MEJOR-FECHA               PIC 9(8).
       01   WS-SEGUNDA-FECHA             PIC 9(8).
       01   WS-SALDO-ACTUAL              PIC S9(6)V99.
       01   WS-SALDO-ANTERIOR            PIC S9(6)V99.
       01   WS-SALDO-USD-ACT             PIC 9(6)V99.
       01   WS-CUOTA-NRO                 PIC 9(2).
       01   WS-MAX-CARDS                 PIC 9(2) VALUE 10.
       01   WS-CARDS-TABLE.
            02 WS-CARD-ENTRY OCCURS 10 TIMES
                             INDEXED BY WS-CRD-IX.
               03 WS-CARD-NRO            PIC 9(16).
       01   CONTADOR-ITEMS               PIC 9(4).

       PROCEDURE DIVISION.
       Mostrar_Panel_Completo.
          MOVE TJ-NRO-TARJ TO WS-TARJ-INPUT.
          DISPLAY "====================================".
          CALL 'maskpan' USING BY CONTENT TJ-NRO-TARJ,
             BY REFERENCE WS-TARJ-MASCARA.
          DISPLAY "Tarjeta:    " WS-TARJ-MASCARA.
          DISPLAY "Titular:    " TJ-TITULAR.
          DISPLAY "Documento:  " TJ-DOCUMENTO.
          DISPLAY "Estado:     " TJ-ESTADO
          DISPLAY "Saldo actual:   " WS-SALDO-ACTUAL
             "  (USD " WS-SALDO-USD-ACT ")".
          DISPLAY "Saldo anterior: " WS-SALDO-ANTERIOR.
          IF WS-SALDO-ACTUAL < ZERO
             DISPLAY "  (saldo a su favor - ver ReintegroSaldos)"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Evaluar_Un_Saldo.
