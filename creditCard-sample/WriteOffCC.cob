       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD IncobrablesFile.
       01 IncobrableRecord.
         02 INC-NRO-TARJ                 PIC 9(16).
         02 INC-FECHA-QUEBRANTO          PIC X(8).
         02 INC-IMPORTE-CASTIGADO        PIC 9(10)V99.
         02 INC-IMPORTE-RECUPERADO       PIC 9(10)V99.

       FD SaldoHistFile.
       01 SaldoHistRecord.
         02 SALDHIST-NRO-TARJ            PIC 9(16).
         02 SALDHIST-FECHA               PIC X(10).
         02 SALDHIST-IMPORTE             PIC S9(6)V99.
         02 SALDHIST-IMPORTE-USD         PIC 9(6)V99.

       FD QuebrantosFile.
       01 QuebrantoRecord.
         03 QBR-EVENTO                   PIC X(12).
         03 QBR-NRO-TARJ                 PIC 9(16).
         03 QBR-IMPORTE                  PIC 9(10)V99.
         03 QBR-FECHA                    PIC X(8).

       FD RecuperosFile.
       01 RecuperoRecord.
         03 REC-NRO-TARJ                 PIC 9(16).
         03 REC-FECHA                    PIC X(8).
         03 REC-IMPORTE                  PIC 9(6)V99.
         03 REC-REF-BANCO                PIC X(10).

       FD PagosFile.
       01 PagoRecord.
         03 PAG-NRO-TARJ                 PIC 9(16).
         03 PAG-FECHA                    PIC X(10).
         03 PAG-IMPORTE                  PIC 9(6)V99.
         03 PAG-REF-BANCO                PIC X(10).
         03 PAG-MONEDA                   PIC 9(1).

       FD PagosTmpFile.
       01 PagoTmpRecord                  PIC X(45).

       FD ParametrosFile.
       01 REG-PARAM-CC.

      *> Per-card accumulation while walking SALDOS in key order -
      *> the same current-run-of-debt arithmetic AgingCC uses.
       01   WS-TARJ-ACTUAL               PIC 9(16) VALUE ZERO.
       01   WS-SALDO-ULTIMO              PIC S9(10)V99.
       01   WS-SALDO-USD-ULTIMO          PIC 9(6)V99.
       01   WS-RECUPERO-PESOS            PIC 9(10)V99.
       01   WS-FECHA-ULT                 PIC 9(8).
            02 WS-CIERRE-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-CIE-IX.
               03 WS-CIE-FECHA           PIC 9(8).
               03 WS-CIE-IMPORTE         PIC S9(10)V99.
       01   WS-ULTIMO-CERO               PIC 9(8).
       01   WS-INICIO-DEUDA              PIC 9(8).

       01   WS-CASTIGOS-TABLE.
            02 WS-CASTIGO-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-CAS-IX.
               03 WS-CAS-TARJ            PIC 9(16).
               03 WS-CAS-IMPORTE         PIC 9(10)V99.
               03 WS-CAS-IMPORTE-USD     PIC 9(6)V99.
       01   WS-SALDO-BUF                 PIC X(42).
       01   CONTADOR-CASTIGADAS          PIC 9(3) VALUE ZERO.
       01   CONTADOR-RECUPEROS           PIC 9(4) VALUE ZERO.
       01   WS-ES-RECUPERO               PIC X(1).
          GOBACK.
      *-----------------------------------------------------------*
      *   One pass over SALDOS, grouped by card - a card whose
      *   current unbroken run of owing closings started 180+
      *   days ago is selected for write-off.
      *-----------------------------------------------------------*
       Buscar_Candidatas.
          MOVE ZERO TO WS-ULTIMO-CERO.
          PERFORM VARYING WS-CIE-IX FROM 1 BY 1
             UNTIL WS-CIE-IX > WS-CIERRES-COUNT
             IF WS-CIE-IMPORTE(WS-CIE-IX) NOT > ZERO
                AND WS-CIE-FECHA(WS-CIE-IX) > WS-ULTIMO-CERO
                MOVE WS-CIE-FECHA(WS-CIE-IX) TO WS-ULTIMO-CERO
             END-IF
