      * acknowledgments for cards we never sent all land on the
      * reconciliation report; unanswered drafts persist in
      * CC-SETTLE-PENDIENTES.DAT so they keep showing up run after
      * run until someone clears them. The report shows the card
      * masked (maskpan); the pending file keeps the full number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD SettlementFile.
       01 SettlementRecord.
         03 STL-NRO-TARJ                 PIC 9(16).
         03 STL-IMPORTE                  PIC 9(10)V99.

       FD AckFile.
       01 AckRecord.
         03 ACK-NRO-TARJ                 PIC 9(16).
         03 ACK-IMPORTE                  PIC 9(10)V99.

       FD PendienteFile.
       01 PendienteRecord.
         03 PEN-NRO-TARJ                 PIC 9(16).
         03 PEN-IMPORTE                  PIC 9(10)V99.
         03 PEN-FECHA-ENVIO              PIC X(10).

       FD RespondidosFile.
       01 RespondidoRecord.
         03 RES-NRO-TARJ                 PIC 9(16).
         03 RES-IMPORTE                  PIC 9(10)V99.

       FD ReconReportFile.
       01   WS-ENVIOS-TABLE.
            02 WS-ENVIO-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-ENVIO-IX.
               03 WS-ENVIO-NRO-TARJ      PIC 9(16).
               03 WS-ENVIO-IMPORTE       PIC 9(10)V99.
               03 WS-ENVIO-FECHA         PIC X(10).
               03 WS-ENVIO-ESTADO        PIC X(1).
       01   WS-RESP-TABLE.
            02 WS-RESP-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-RESP-IX.
               03 WS-RESP-NRO-TARJ       PIC 9(16).
               03 WS-RESP-IMPORTE        PIC 9(10)V99.
       01   WS-YA-RESPONDIDO             PIC X(1).
          88 YA-RESPONDIDO VALUE "S".
       01   WS-RESP-NUEVOS-TABLE.
            02 WS-RESP-NUEVO-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-RESP-NVO-IX.
               03 WS-RESP-NUEVO-TARJ     PIC 9(16).
               03 WS-RESP-NUEVO-IMPORTE  PIC 9(10)V99.
       01   WS-ACK-MATCH                 PIC X(1).
          88 ACK-MATCHED VALUE "S".
       01 recon_detail_line.
         02 rd_motivo                    PIC X(18).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rd_nro_tarj                  PIC X(16).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rd_importe_envio             PIC Z(9)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rd_importe_ack               PIC Z(9)9.99.
         02 FILLER                       PIC X(4) VALUE SPACES.

       01 recon_total_line.
         02 rt_etiqueta                  PIC X(30).
                   ADD 1 TO CONTADOR-IMPORTE-DIF
                   MOVE SPACES TO recon_detail_line
                   MOVE "IMPORTE DISTINTO" TO rd_motivo
                   CALL 'maskpan' USING BY CONTENT ACK-NRO-TARJ,
                      BY REFERENCE rd_nro_tarj
                   MOVE WS-ENVIO-IMPORTE(WS-ENVIO-IX)
                      TO rd_importe_envio
                   MOVE ACK-IMPORTE TO rd_importe_ack
             ADD 1 TO CONTADOR-ACK-SIN-ENVIO
             MOVE SPACES TO recon_detail_line
             MOVE "ACK SIN ENVIO" TO rd_motivo
             CALL 'maskpan' USING BY CONTENT ACK-NRO-TARJ,
                BY REFERENCE rd_nro_tarj
             MOVE ACK-IMPORTE TO rd_importe_ack
             WRITE ReconReportRecord FROM recon_detail_line
          END-IF.
                ADD 1 TO CONTADOR-SIN-RESPUESTA
                MOVE SPACES TO recon_detail_line
                MOVE "SIN RESPUESTA" TO rd_motivo
                CALL 'maskpan' USING
                   BY CONTENT WS-ENVIO-NRO-TARJ(WS-ENVIO-IX),
                   BY REFERENCE rd_nro_tarj
                MOVE WS-ENVIO-IMPORTE(WS-ENVIO-IX)
                   TO rd_importe_envio
                WRITE ReconReportRecord FROM recon_detail_line
