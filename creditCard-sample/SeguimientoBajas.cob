       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SeguimientoBajas.
      * AUTHOR:  nacho.
      * Post-close follow-up of the accounts closed at the desk
      * (BajaCuenta, CC-BAJAS.DAT). An account whose final
      * statement is out (estado S) is settled once every plastic
      * of it shows a zero balance - pesos and dollars - on its
      * latest SALDOS.DAT closing, no earlier than the final
      * statement, with no cuotas left in CC-CUOTAS-PENDIENTES.DAT.
      * A settled account gets its settlement letter (carta de
      * libre deuda) on CC-CARTAS-LIBRE-DEUDA.DAT, addressed to the
      * titular and listing the adicionales, and every plastic
      * moves to estado L with the letter's date. An account left
      * in credit is not settled until the refund desk
      * (ReintegroSaldos) pays it out; those are counted apart.
      * The letters are cataloged in the report spool (regspool).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL BajasFile ASSIGN TO
          "..\files\CC-BAJAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BAJ-NRO-TARJ
          FILE STATUS IS BajasStatus.

          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          SELECT OPTIONAL PendingCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PC-KEY
          FILE STATUS IS PendingCuotasStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT CartasFile ASSIGN TO
          "..\files\CC-CARTAS-LIBRE-DEUDA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BajasFile.
       01 BajaRecord.
         02 BAJ-NRO-TARJ                 PIC 9(16).
         02 BAJ-NRO-TITULAR              PIC 9(16).
         02 BAJ-FECHA                    PIC 9(8).
         02 BAJ-ESTADO                   PIC X(1).
           88 BAJ-RESUMEN-PENDIENTE      VALUE "F".
           88 BAJ-EN-SEGUIMIENTO         VALUE "S".
           88 BAJ-LIBRE-DEUDA            VALUE "L".
         02 BAJ-PUNTOS                   PIC X(1).
         02 BAJ-PUNTOS-CANT              PIC 9(8).
         02 BAJ-CUOTAS-ACELERADAS        PIC 9(8)V99.
         02 BAJ-FECHA-RESUMEN            PIC X(10).
         02 BAJ-FECHA-CARTA              PIC 9(8).
         02 BAJ-USUARIO                  PIC X(8).

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
           03 PC-NRO-TARJ                PIC 9(16).
           03 PC-NRO-CUPON               PIC 9(5).
         02 PC-IMPORTE                   PIC 9(6)V99.
         02 PC-CUOTAS-TOT                PIC 9(2).
         02 PC-CUOTAS-REST               PIC 9(2).
         02 PC-PROMO                     PIC X(1).
         02 PC-PROMO-NOMBRE              PIC X(20).

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD CartasFile.
       01 CartaRecord                    PIC X(80).

       WORKING-STORAGE SECTION.
       01   BajasStatus                  PIC X(2).
       01   SaldoStatus                  PIC X(2).
          88 SaldoFound VALUE "00".
       01   PendingCuotasStatus          PIC X(2).
       01   WS-CUOTAS-DISPONIBLE         PIC X(1).
          88 CUOTAS-DISPONIBLE VALUE "S".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".

      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE
            "CC-CARTAS-LIBREDEUDA".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "SEGUIMIENTOBAJAS".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-CARTAS-LIBRE-DEUDA.DAT".
       01   SPL-RETENCION                PIC X(1) VALUE "A".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01   WS-EOF-BAJAS                 PIC X(1).
          88 EOF-BAJAS VALUE "S".
       01   WS-EOF-SALDOS                PIC X(1).
          88 EOF-SALDOS VALUE "S".

      *> SALD-FECHA ("  DDMMAAAA") does not collate by date - each
      *> closing is rearranged to AAAAMMDD before comparing.
       01   WS-FECHA-ARMADA.
         03 WS-FA-ANIO                   PIC X(4).
         03 WS-FA-MES                    PIC X(2).
         03 WS-FA-DIA                    PIC X(2).
       01   WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA PIC 9(8).
       01   WS-FECHA-RESUMEN-N           PIC 9(8).
       01   WS-FECHA-ULT                 PIC 9(8).
       01   WS-SALDO-ULTIMO              PIC S9(6)V99.
       01   WS-SALDO-USD-ULTIMO          PIC 9(6)V99.
       01   WS-CON-SALDOS                PIC X(1).
          88 CON-SALDOS VALUE "S".
       01   WS-CON-CUOTAS                PIC X(1).
          88 CON-CUOTAS VALUE "S".

      *> The accounts in seguimiento, one row per plastic, with
      *> what the latest closing says about each.
       01   WS-MAX-SEGUIM                PIC 9(4) VALUE 2000.
       01   WS-SEGUIM-COUNT              PIC 9(4) VALUE 0.
       01   WS-SEGUIM-TABLE.
            02 WS-SEGUIM-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SEG-IX WS-SEG-IX2.
               03 WS-SEG-TARJ            PIC 9(16).
               03 WS-SEG-TITULAR         PIC 9(16).
               03 WS-SEG-FECHA-BAJA      PIC 9(8).
               03 WS-SEG-SITUACION       PIC X(1).
                 88 SEG-SALDADA          VALUE "0".
                 88 SEG-DEUDORA          VALUE "D".
                 88 SEG-A-FAVOR          VALUE "F".
                 88 SEG-SIN-CIERRE       VALUE "P".
       01   WS-CUENTA-SALDADA            PIC X(1).
          88 CUENTA-SALDADA VALUE "S".
       01   WS-CUENTA-A-FAVOR            PIC X(1).
          88 CUENTA-A-FAVOR VALUE "S".

       01   CONTADOR-CARTAS              PIC 9(6) VALUE ZERO.
       01   CONTADOR-DEUDORAS            PIC 9(6) VALUE ZERO.
       01   CONTADOR-A-FAVOR             PIC 9(6) VALUE ZERO.
       01   CONTADOR-RESUMEN-PEND        PIC 9(6) VALUE ZERO.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(8).
       01   WS-FECHA-EDIT                PIC X(10).

       01 carta_linea                    PIC X(80).

       PROCEDURE DIVISION.
       Begin.
          MOVE "SEGUIM-BAJAS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.

          OPEN I-O BajasFile.
          IF BajasStatus NOT = "00" AND BajasStatus NOT = "05"
             DISPLAY "** Error abriendo CC-BAJAS.DAT - status "
                BajasStatus
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          OPEN INPUT SaldoFile.
          IF NOT SaldoFound
             DISPLAY "** Error abriendo SaldoFile - status "
                SaldoStatus
             CLOSE BajasFile
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             CLOSE BajasFile, SaldoFile
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          MOVE "N" TO WS-CUOTAS-DISPONIBLE.
          OPEN INPUT PendingCuotasFile.
          IF PendingCuotasStatus = "00"
             SET CUOTAS-DISPONIBLE TO TRUE
          ELSE
             IF PendingCuotasStatus = "05"
                CLOSE PendingCuotasFile
             END-IF
          END-IF.

          PERFORM Cargar_Seguimiento.

          OPEN OUTPUT CartasFile.
          PERFORM VARYING WS-SEG-IX FROM 1 BY 1
             UNTIL WS-SEG-IX > WS-SEGUIM-COUNT
             IF WS-SEG-TARJ(WS-SEG-IX) = WS-SEG-TITULAR(WS-SEG-IX)
                PERFORM Evaluar_Cuenta
             END-IF
          END-PERFORM.
          CLOSE CartasFile.

          CLOSE BajasFile, SaldoFile, TarjetasFile.
          IF CUOTAS-DISPONIBLE
             CLOSE PendingCuotasFile
          END-IF.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.

          DISPLAY "Cartas de libre deuda emitidas: " CONTADOR-CARTAS.
          DISPLAY "Cuentas de baja con deuda: " CONTADOR-DEUDORAS.
          IF CONTADOR-A-FAVOR > ZERO
             DISPLAY "** Cuentas de baja con saldo a favor - "
                "reintegrar antes de la carta: " CONTADOR-A-FAVOR
          END-IF.
          IF CONTADOR-RESUMEN-PEND > ZERO
             DISPLAY "Bajas esperando su resumen final: "
                CONTADOR-RESUMEN-PEND
          END-IF.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-CARTAS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Terminar_Con_Error.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "ERROR" TO JOBLOG-ESTADO.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 16 TO RETURN-CODE.
      *-----------------------------------------------------------*
      *   Every plastic in seguimiento, with its situation on the
      *   latest closing. A baja still waiting for its final
      *   statement is only counted.
      *-----------------------------------------------------------*
       Cargar_Seguimiento.
          MOVE "N" TO WS-EOF-BAJAS.
          MOVE ZERO TO BAJ-NRO-TARJ.
          START BajasFile KEY IS NOT LESS THAN BAJ-NRO-TARJ
             INVALID KEY SET EOF-BAJAS TO TRUE
          END-START.
          PERFORM UNTIL EOF-BAJAS
             READ BajasFile NEXT RECORD
                AT END SET EOF-BAJAS TO TRUE
             END-READ
             IF NOT EOF-BAJAS
                IF BAJ-RESUMEN-PENDIENTE
                   ADD 1 TO CONTADOR-RESUMEN-PEND
                END-IF
                IF BAJ-EN-SEGUIMIENTO
                   IF WS-SEGUIM-COUNT < WS-MAX-SEGUIM
                      ADD 1 TO WS-SEGUIM-COUNT
                      SET WS-SEG-IX TO WS-SEGUIM-COUNT
                      PERFORM Evaluar_Plastico
                   ELSE
                      DISPLAY "** Tabla de seguimiento llena - "
                         "tarjeta " BAJ-NRO-TARJ " queda para la "
                         "proxima corrida"
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   The plastic's latest closing must be the final statement
      *   or a later one; a card with no closing at all owes
      *   nothing.
      *-----------------------------------------------------------*
       Evaluar_Plastico.
          MOVE BAJ-NRO-TARJ TO WS-SEG-TARJ(WS-SEG-IX).
          MOVE BAJ-NRO-TITULAR TO WS-SEG-TITULAR(WS-SEG-IX).
          MOVE BAJ-FECHA TO WS-SEG-FECHA-BAJA(WS-SEG-IX).
          MOVE BAJ-FECHA-RESUMEN(7:4) TO WS-FA-ANIO.
          MOVE BAJ-FECHA-RESUMEN(5:2) TO WS-FA-MES.
          MOVE BAJ-FECHA-RESUMEN(3:2) TO WS-FA-DIA.
          MOVE ZERO TO WS-FECHA-RESUMEN-N.
          IF WS-FECHA-ARMADA-N NUMERIC
             MOVE WS-FECHA-ARMADA-N TO WS-FECHA-RESUMEN-N
          END-IF.
          PERFORM Leer_Ultimo_Saldo.
          PERFORM Buscar_Cuotas.
          EVALUATE TRUE
             WHEN CON-SALDOS AND WS-FECHA-ULT < WS-FECHA-RESUMEN-N
                SET SEG-SIN-CIERRE(WS-SEG-IX) TO TRUE
             WHEN WS-SALDO-ULTIMO > ZERO
                OR WS-SALDO-USD-ULTIMO > ZERO
                OR CON-CUOTAS
                SET SEG-DEUDORA(WS-SEG-IX) TO TRUE
             WHEN WS-SALDO-ULTIMO < ZERO
                SET SEG-A-FAVOR(WS-SEG-IX) TO TRUE
             WHEN OTHER
                SET SEG-SALDADA(WS-SEG-IX) TO TRUE
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Ultimo_Saldo.
          MOVE "N" TO WS-CON-SALDOS.
          MOVE ZERO TO WS-FECHA-ULT.
          MOVE ZERO TO WS-SALDO-ULTIMO.
          MOVE ZERO TO WS-SALDO-USD-ULTIMO.
          MOVE "N" TO WS-EOF-SALDOS.
          MOVE BAJ-NRO-TARJ TO SALD-NRO-TARJ.
          MOVE LOW-VALUES TO SALD-FECHA.
          START SaldoFile KEY IS NOT LESS THAN SALD-KEY
             INVALID KEY SET EOF-SALDOS TO TRUE
          END-START.
          PERFORM UNTIL EOF-SALDOS
             READ SaldoFile NEXT RECORD
                AT END SET EOF-SALDOS TO TRUE
             END-READ
             IF NOT EOF-SALDOS
                IF SALD-NRO-TARJ NOT = BAJ-NRO-TARJ
                   SET EOF-SALDOS TO TRUE
                ELSE
                   PERFORM Tomar_Saldo
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Tomar_Saldo.
          MOVE SALD-FECHA(7:4) TO WS-FA-ANIO.
          MOVE SALD-FECHA(5:2) TO WS-FA-MES.
          MOVE SALD-FECHA(3:2) TO WS-FA-DIA.
          IF WS-FECHA-ARMADA-N NUMERIC
             AND WS-FECHA-ARMADA-N > WS-FECHA-ULT
             SET CON-SALDOS TO TRUE
             MOVE WS-FECHA-ARMADA-N TO WS-FECHA-ULT
             MOVE SALD-IMPORTE TO WS-SALDO-ULTIMO
      *> A record loaded before the dollar balance existed reads
      *> as spaces there - that is a zero dollar balance.
             IF SALD-IMPORTE-USD NUMERIC
                MOVE SALD-IMPORTE-USD TO WS-SALDO-USD-ULTIMO
             ELSE
                MOVE ZERO TO WS-SALDO-USD-ULTIMO
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   A plan still billing (one too large to accelerate at the
      *   baja) keeps the account open.
      *-----------------------------------------------------------*
       Buscar_Cuotas.
          MOVE "N" TO WS-CON-CUOTAS.
          IF NOT CUOTAS-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE BAJ-NRO-TARJ TO PC-NRO-TARJ.
          MOVE ZERO TO PC-NRO-CUPON.
          START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
             INVALID KEY EXIT PARAGRAPH
          END-START.
          READ PendingCuotasFile NEXT RECORD
             AT END EXIT PARAGRAPH
          END-READ.
          IF PC-NRO-TARJ = BAJ-NRO-TARJ
             SET CON-CUOTAS TO TRUE
          END-IF.
      *-----------------------------------------------------------*
      *   The account is settled only when every one of its
      *   plastics is.
      *-----------------------------------------------------------*
       Evaluar_Cuenta.
          SET CUENTA-SALDADA TO TRUE.
          MOVE "N" TO WS-CUENTA-A-FAVOR.
          PERFORM VARYING WS-SEG-IX2 FROM 1 BY 1
             UNTIL WS-SEG-IX2 > WS-SEGUIM-COUNT
             IF WS-SEG-TITULAR(WS-SEG-IX2) = WS-SEG-TITULAR(WS-SEG-IX)
                IF SEG-A-FAVOR(WS-SEG-IX2)
                   SET CUENTA-A-FAVOR TO TRUE
                END-IF
                IF NOT SEG-SALDADA(WS-SEG-IX2)
                   MOVE "N" TO WS-CUENTA-SALDADA
                END-IF
             END-IF
          END-PERFORM.
          EVALUATE TRUE
             WHEN CUENTA-SALDADA
                PERFORM Emitir_Carta
                PERFORM Marcar_Libre_Deuda
                ADD 1 TO CONTADOR-CARTAS
             WHEN CUENTA-A-FAVOR
                ADD 1 TO CONTADOR-A-FAVOR
             WHEN OTHER
                ADD 1 TO CONTADOR-DEUDORAS
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   One letter per account, to the titular's address, the
      *   plastics named only by their last four digits.
      *-----------------------------------------------------------*
       Emitir_Carta.
          MOVE WS-SEG-TITULAR(WS-SEG-IX) TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                MOVE SPACES TO TJ-TITULAR
                MOVE SPACES TO TJ-CALLE
                MOVE SPACES TO TJ-LOCALIDAD
                MOVE SPACES TO TJ-COD-POSTAL
          END-READ.
          MOVE "CARTA DE LIBRE DEUDA" TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          STRING "Fecha: " WS-DATE-DAY "/" WS-DATE-MONTH "/"
             WS-DATE-YEAR DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          WRITE CartaRecord FROM TJ-TITULAR.
          WRITE CartaRecord FROM TJ-CALLE.
          MOVE SPACES TO carta_linea.
          STRING TJ-LOCALIDAD " (" TJ-COD-POSTAL ")"
             DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "De nuestra consideracion:" TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE WS-SEG-FECHA-BAJA(WS-SEG-IX) TO WS-FECHA-ARMADA-N.
          MOVE SPACES TO WS-FECHA-EDIT.
          STRING WS-FA-DIA "/" WS-FA-MES "/" WS-FA-ANIO
             DELIMITED BY SIZE INTO WS-FECHA-EDIT.
          MOVE SPACES TO carta_linea.
          STRING "Le informamos que la cuenta de su tarjeta "
             "terminada en " WS-SEG-TITULAR(WS-SEG-IX)(13:4) ","
             DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          STRING "dada de baja el " WS-FECHA-EDIT
             ", se encuentra cancelada y no registra deuda"
             DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "alguna con nuestra entidad a la fecha." TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          PERFORM VARYING WS-SEG-IX2 FROM 1 BY 1
             UNTIL WS-SEG-IX2 > WS-SEGUIM-COUNT
             IF WS-SEG-TITULAR(WS-SEG-IX2) = WS-SEG-TITULAR(WS-SEG-IX)
                AND WS-SEG-TARJ(WS-SEG-IX2)
                   NOT = WS-SEG-TITULAR(WS-SEG-IX)
                MOVE SPACES TO carta_linea
                STRING "Incluye la tarjeta adicional terminada en "
                   WS-SEG-TARJ(WS-SEG-IX2)(13:4) "."
                   DELIMITED BY SIZE INTO carta_linea
                WRITE CartaRecord FROM carta_linea
             END-IF
          END-PERFORM.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "Atentamente," TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE ALL "-" TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Marcar_Libre_Deuda.
          PERFORM VARYING WS-SEG-IX2 FROM 1 BY 1
             UNTIL WS-SEG-IX2 > WS-SEGUIM-COUNT
             IF WS-SEG-TITULAR(WS-SEG-IX2) = WS-SEG-TITULAR(WS-SEG-IX)
                MOVE WS-SEG-TARJ(WS-SEG-IX2) TO BAJ-NRO-TARJ
                READ BajasFile
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE "L" TO BAJ-ESTADO
                      MOVE WS-FECHA-HOY-N TO BAJ-FECHA-CARTA
                      REWRITE BajaRecord
                         INVALID KEY
                            DISPLAY "** No se pudo marcar la carta "
                               "de " BAJ-NRO-TARJ
                      END-REWRITE
                END-READ
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM SeguimientoBajas.
