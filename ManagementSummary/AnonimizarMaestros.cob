      * test never again runs over real card numbers, documentos,
      * CUITs and addresses. Every identifier maps CONSISTENTLY:
      * the same card number always becomes the same test number
      * (9000... + correlativo, Luhn-valid) and the same documento
      * the same test documento, so the TJ-DOCUMENTO lookups and the
      * SALDOS / CC-CUOTAS-PENDIENTES cross-references still match
      * in the test copies. Names and addresses scramble to fixed
      * patterns, amounts optionally perturb by a few centavos, and
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
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ          PIC 9(16).
           03 PC-NRO-CUPON         PIC 9(5).
         02 PC-IMPORTE             PIC 9(6)V99.
         02 PC-CUOTAS-TOT          PIC 9(2).
       FD TestTarjetasFile.
       01 TestTarjetaRecord.
         02 TTJ-KEY.
           03 TTJ-NRO-TARJ       PIC 9(16).
         02 TTJ-TITULAR          PIC X(30).
         02 TTJ-DOCUMENTO        PIC 9(11).
         02 TTJ-LIMITE           PIC 9(10)V99.
         02 TTJ-COD-POSTAL       PIC X(08).
         02 TTJ-ENVIO            PIC X(01).
         02 TTJ-VENCIMIENTO      PIC 9(06).
         02 TTJ-PRODUCTO         PIC X(02).

       FD TestSaldoFile.
       01 TestSaldoRecord.
         02 TSD-KEY.
           04 TSD-NRO-TARJ               PIC 9(16).
           04 TSD-FECHA                  PIC X(10).
         02 TSD-IMPORTE                  PIC S9(6)V99.
         02 TSD-IMPORTE-USD              PIC 9(6)V99.

       FD TestCuotasFile.
       01 TestCuotaRecord.
         02 TPC-KEY.
           03 TPC-NRO-TARJ         PIC 9(16).
           03 TPC-NRO-CUPON        PIC 9(5).
         02 TPC-IMPORTE            PIC 9(6)V99.
         02 TPC-CUOTAS-TOT         PIC 9(2).
       01   WS-TARJ-MAPA.
            02 WS-TMAP-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-TMAP-IX.
               03 WS-TMAP-ORIG           PIC 9(16).
               03 WS-TMAP-NUEVA          PIC 9(16).
       01   WS-DOC-COUNT                 PIC 9(4) VALUE 0.
       01   WS-DOC-MAPA.
            02 WS-DMAP-ENTRY OCCURS 1000 TIMES
            02 WS-CUIT-ORIG OCCURS 1000 TIMES
                            INDEXED BY WS-CUIT-IX PIC 9(11).

       01   WS-TARJ-NUEVA                PIC 9(16).
       01   WS-TARJ-CHEQUEADA            PIC 9(16).
       01   WS-LUHN-RESULTADO            PIC X(1).
       01   WS-LUHN-DIGITO               PIC 9(1).
       01   WS-DOC-NUEVO                 PIC 9(11).
       01   WS-HALLADO                   PIC X(1).
          88 HALLADO VALUE "S".
          GOBACK.
      *-----------------------------------------------------------*
      *   Same original number, same test number, always - the
      *   9000... range can never collide with a real plastic, and
      *   it carries a valid check digit so the test close accepts it.
      *-----------------------------------------------------------*
       Mapear_Tarjeta.
          MOVE "N" TO WS-HALLADO.
             IF WS-TARJ-COUNT < WS-MAX-MAPA
                ADD 1 TO WS-TARJ-COUNT
                MOVE TJ-NRO-TARJ TO WS-TMAP-ORIG(WS-TARJ-COUNT)
                COMPUTE WS-TARJ-NUEVA = 9000000000000000
                   + WS-TARJ-COUNT * 10
                CALL 'chkluhn' USING BY CONTENT WS-TARJ-NUEVA,
                   BY REFERENCE WS-LUHN-RESULTADO,
                   BY REFERENCE WS-LUHN-DIGITO
                ADD WS-LUHN-DIGITO TO WS-TARJ-NUEVA
                MOVE WS-TARJ-NUEVA TO WS-TMAP-NUEVA(WS-TARJ-COUNT)
             ELSE
      *> A full map must never leak the original - the record
      *> still prove nothing real got through.
                DISPLAY "** Mapa de tarjetas lleno - ampliar el "
                   "cupo antes de confiar en la copia **"
                MOVE 9999999999999995 TO WS-TARJ-NUEVA
             END-IF
          END-IF.
      *-----------------------------------------------------------*
                MOVE TJ-CICLO TO TTJ-CICLO
                MOVE TJ-ENVIO TO TTJ-ENVIO
                MOVE TJ-VENCIMIENTO TO TTJ-VENCIMIENTO
                MOVE TJ-PRODUCTO TO TTJ-PRODUCTO
                WRITE TestTarjetaRecord
                END-WRITE
             END-IF
