      * like any bank payment, so the next close credits the card
      * before the late-fee logic can fire; "RE" (rejected) lands
      * the cardholder on CC-DEBITOS-RECHAZADOS.DAT, the exception
      * list the desk chases BEFORE the minimum goes unpaid (card
      * masked by maskpan; the order number finds the rest).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD OrdenesFile.
       01 OrdenRecord.
         03 ORD-NRO                      PIC 9(8).
         03 ORD-NRO-TARJ                 PIC 9(16).
         03 ORD-CBU                      PIC X(22).
         03 ORD-DIA                      PIC 9(2).
         03 ORD-IMPORTE                  PIC 9(10)V99.

       FD PagosFile.
       01 PagoRecord.
         03 PAG-NRO-TARJ                 PIC 9(16).
         03 PAG-FECHA.
           06 PAG-FILLER                 PIC X(2).
           06 PAG-DAY                    PIC X(2).
       FD RechazadosFile.
       01 RechazadoRecord.
         03 RDB-NRO-ORDEN                PIC 9(8).
         03 RDB-NRO-TARJ                 PIC X(16).
         03 RDB-IMPORTE                  PIC 9(10)V99.
         03 RDB-MOTIVO                   PIC X(20).
         03 RDB-FECHA                    PIC X(8).
            02 WS-ORDEN-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-ORD-IX.
               03 WS-ORD-NRO             PIC 9(8).
               03 WS-ORD-TARJ            PIC 9(16).
               03 WS-ORD-IMPORTE         PIC 9(10)V99.
       01   WS-ORDEN-HALLADA             PIC X(1).
          88 ORDEN-HALLADA VALUE "S".
       01   WS-ORD-TARJ-SEL              PIC 9(16).
       01   WS-ORD-IMP-SEL               PIC 9(10)V99.
       01   CONTADOR-APLICADOS           PIC 9(5) VALUE ZERO.
       01   CONTADOR-RECHAZADOS          PIC 9(5) VALUE ZERO.
       Registrar_Rechazo.
          ADD 1 TO CONTADOR-RECHAZADOS.
          MOVE RSP-NRO-ORDEN TO RDB-NRO-ORDEN.
          CALL 'maskpan' USING BY CONTENT WS-ORD-TARJ-SEL,
             BY REFERENCE RDB-NRO-TARJ.
          MOVE WS-ORD-IMP-SEL TO RDB-IMPORTE.
          MOVE RSP-MOTIVO TO RDB-MOTIVO.
          MOVE WS-FECHA-HOY TO RDB-FECHA.
