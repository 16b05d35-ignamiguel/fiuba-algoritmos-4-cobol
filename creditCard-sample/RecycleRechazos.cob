      * picks them up. The still-blocked ones stay in CC-RECHAZOS.DAT
      * with their attempt count stamped one higher, until the count
      * reaches the maximum in CC-RECICLAJE-PARAM.DAT - then they go
      * to the final-rejects listing instead, where the card shows
      * masked (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD RejectedFile.
       01 RejectedRecord.
         03 REJ-NRO-TARJ                 PIC 9(16).
         03 REJ-NRO-CUPON                PIC 9(5).
         03 REJ-FECHA-COMPRA             PIC X(10).
         03 REJ-IMPORTE                  PIC 9(6)V99.

       FD RecicladosFile.
       01 RecicladoRecord.
        03 RC-NRO-TARJ                   PIC 9(16).
        03 RC-NRO-CUPON                  PIC 9(5).
        03 RC-FECHA-COMPRA               PIC X(10).
        03 RC-IMPORTE                    PIC 9(6)V99.
          05 RHDR-LOTE-SEQ               PIC 9(1).

       FD SpillFile.
       01 SpillRecord                    PIC X(77).

       FD LotesFile.
       01 LoteAplicadoRecord.

       FD FinalRejectsFile.
       01 FinalRejectRecord.
         03 FIN-NRO-TARJ                 PIC X(16).
         03 FIN-NRO-CUPON                PIC 9(5).
         03 FIN-IMPORTE                  PIC 9(6)V99.
         03 FIN-MOTIVO                   PIC X(20).
       01   WS-RECHAZOS-TABLE.
            02 WS-RECHAZO-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-RECH-IX.
               03 WS-RECH-DATA           PIC X(77).
               03 WS-RECH-DESTINO        PIC X(1).
                  88 WS-RECH-QUEDA VALUE "Q".
                  88 WS-RECH-RECICLA VALUE "R".
          88 CC-INVALID VALUE LOW-VALUE.
       01   WS-CC-REASON                 PIC X(1).
          88 CC-REASON-OK VALUE "0".
       01   WS-CC-Key                    PIC 9(16).
       01   WS-TarjetaRecord.
         02 WS-TJ-KEY.
           03 WS-TJ-NRO-TARJ             PIC 9(16).
         02 WS-TJ-TITULAR                PIC X(30).
         02 WS-TJ-DOCUMENTO              PIC 9(11).
         02 WS-TJ-LIMITE                 PIC 9(10)V99.
         02 WS-TJ-COD-POSTAL             PIC X(08).
         02 WS-TJ-ENVIO                  PIC X(01).
         02 WS-TJ-VENCIMIENTO            PIC 9(06).
         02 WS-TJ-PRODUCTO               PIC X(02).

       01   WS-FEED-PATH-RECICLADOS      PIC X(60) VALUE
            "..\files\CC-RECICLADOS.DAT".
                   ADD 1 TO CONTADOR-RECICLADOS
                   ADD REJ-IMPORTE TO IMPORTE-RECICLADOS
                WHEN WS-RECH-FINAL(WS-RECH-IX)
                   CALL 'maskpan' USING BY CONTENT REJ-NRO-TARJ,
                      BY REFERENCE FIN-NRO-TARJ
                   MOVE REJ-NRO-CUPON TO FIN-NRO-CUPON
                   MOVE REJ-IMPORTE TO FIN-IMPORTE
                   MOVE REJ-MOTIVO TO FIN-MOTIVO
