      * run. Run it BEFORE the run and it photographs the sum of
      * SALD-IMPORTE into CC-PRUEBA-SALDOS.DAT; run it again AFTER
      * and it checks that the file moved by exactly what the run
      * says it applied (importe procesado + intereses - pagos,
      * plus cargos, impuestos and primas de seguro, from
      * CC-CONTROL-TOTALES.DAT, plus whatever a restarted partition
      * had applied before its restart). A REWRITE that failed with
      * only a DISPLAY in Update_Saldo leaves the delta short - this
      * ends with RETURN-CODE 16 so a driving job halts the chain
      * before the settlement file leaves the building. The sums
      * are signed: credit balances are carried negative and net
      * against what is owed (the after check shows them apart).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD PruebaFile.
       01 PruebaRecord.
         03 PRU-SUMA-ANTES               PIC S9(14)V99.

       FD ControlTotalesFile.
       01 ControlTotalesRecord.
         03 CTLT-INTERESES               PIC 9(10)V99.
         03 CTLT-PAGOS-APLICADOS         PIC 9(10)V99.
      *> Credit remainders the run floored to zero when storing
      *> SALDOS - they add back into the expected delta. Zero
      *> since credit balances are carried signed.
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
      *> What a partition of a partitioned close had applied to
      *> SALDOS before it was restarted - its control piece only
      *> covers the restarted run.
         03 CTLT-APLICADO-REINICIO       PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01   SaldoFS                      PIC X(2).

       01   WS-EOF-SALDOS                PIC X(1) VALUE "N".
          88 EOF-SALDOS VALUE "S".
      *> Net of the credit balances, which are carried negative.
       01   WS-SUMA-ACTUAL               PIC S9(14)V99 VALUE ZERO.
       01   WS-SUMA-ANTES                PIC S9(14)V99 VALUE ZERO.
       01   WS-SUMA-FAVOR                PIC S9(14)V99 VALUE ZERO.
       01   WS-HAY-FOTO                  PIC X(1) VALUE "N".
          88 HAY-FOTO VALUE "S".
       01   WS-DELTA                     PIC S9(14)V99.
      *> and accumulator resets here instead of trusting VALUE.
          MOVE "N" TO WS-EOF-SALDOS.
          MOVE ZERO TO WS-SUMA-ACTUAL.
          MOVE ZERO TO WS-SUMA-FAVOR.
          OPEN INPUT SaldoFile.
          IF NOT SaldoFound
             DISPLAY "** SALDOS.DAT no disponible - status " SaldoFS
             END-READ
             IF NOT EOF-SALDOS
                ADD SALD-IMPORTE TO WS-SUMA-ACTUAL
                IF SALD-IMPORTE < ZERO
                   ADD SALD-IMPORTE TO WS-SUMA-FAVOR
                END-IF
             END-IF
          END-PERFORM.
          CLOSE SaldoFile.
                COMPUTE WS-ESPERADO = CTLT-IMPORTE-PROCESADO
                   + CTLT-INTERESES - CTLT-PAGOS-APLICADOS
                   + CTLT-AJUSTE-FAVOR + CTLT-CARGOS
                   + CTLT-IVA + CTLT-SELLOS
                   + CTLT-PERC-PAIS + CTLT-PERC-GANANCIAS
                   + CTLT-PRIMAS-SEGURO
                IF CTLT-APLICADO-REINICIO NUMERIC
                   ADD CTLT-APLICADO-REINICIO TO WS-ESPERADO
                END-IF
             END-IF
             CLOSE ControlTotalesFile
          END-IF.
          DISPLAY "Prueba de saldos - despues:  " WS-SUMA-ACTUAL.
          DISPLAY "Prueba de saldos - delta:    " WS-DELTA.
          DISPLAY "Prueba de saldos - esperado: " WS-ESPERADO.
          DISPLAY "Saldos a favor incluidos:    " WS-SUMA-FAVOR.

          OPEN OUTPUT PruebaFile.
          CLOSE PruebaFile.
