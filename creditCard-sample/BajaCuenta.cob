       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BajaCuenta.
      * AUTHOR:  nacho.
      * Account closure desk (baja de cuenta). Keyed on the
      * titular's card, one confirmed transaction closes the whole
      * account instead of just stamping TJ-ESTADO "C":
      *  - the titular and every adicional of CC-ADICIONALES.DAT go
      *    to estado "C" (journaled and audited), which also puts
      *    the plastics on the next hot-card boletin
      *    (HotCardExtract);
      *  - every plan still billing in CC-CUOTAS-PENDIENTES.DAT
      *    collapses into a single charge for the final statement,
      *    the same precancelacion MantCuotas does;
      *  - the points of CC-PUNTOS.DAT are either cashed out as a
      *    nota de credito on the titular (the CanjePuntos path)
      *    or forfeited - either way the balance goes to zero;
      *  - an active CC-DEBITO-AUTOM.DAT enrollment goes to "B";
      *  - each plastic is registered in CC-BAJAS.DAT, estado F
      *    (resumen final pendiente). The close keeps closing the
      *    account - final statement, pagos and cupones bought
      *    before the baja - and moves it to S (seguimiento);
      *    SeguimientoBajas issues the settlement letter and moves
      *    it to L once the balance is zero.
      * Consulting needs only sign-on; the baja needs modification
      * level, and every change is audited under the operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          *> Adicional-to-titular links - the account is the
          *> titular plus every adicional hanging from it.
          SELECT AdicionalesFile ASSIGN TO
          "..\files\CC-ADICIONALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AdicionalesStatus.

          SELECT PendingCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PC-KEY
          FILE STATUS IS PendingCuotasStatus.

          SELECT OPTIONAL PuntosFile ASSIGN TO
          "..\files\CC-PUNTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PTS-NRO-TARJ
          FILE STATUS IS PuntosStatus.

          *> Pesos credited per punto canjeado.
          SELECT ParamFile ASSIGN TO
          "..\files\CC-PUNTOS-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParamStatus.

          SELECT OPTIONAL DebitoFile ASSIGN TO
          "..\files\CC-DEBITO-AUTOM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DEB-NRO-TARJ
          FILE STATUS IS DebitoStatus.

          SELECT AjustesPendFile ASSIGN TO
          "..\files\CC-AJUSTES-PEND.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CanjesFile ASSIGN TO "..\files\CC-CANJES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Shared numerator for adjustment movements - see
          *> Proximo_Nro_Ajuste.
          SELECT NumAjusteFile ASSIGN TO
          "..\files\CC-NUMAJUSTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NumAjusteStatus.

          *> Closed accounts, one record per plastic, followed
          *> from the final statement to the settlement letter.
          SELECT OPTIONAL BajasFile ASSIGN TO
          "..\files\CC-BAJAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BAJ-NRO-TARJ
          FILE STATUS IS BajasStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
           88 TJ-ACTIVA VALUE "A".
           88 TJ-BLOQUEADA VALUE "B".
           88 TJ-CANCELADA VALUE "C".
           88 TJ-PENDIENTE-ACTIV VALUE "P".
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ           PIC 9(16).
         03 ADI-NRO-TITULAR        PIC 9(16).
         03 ADI-FECHA-ALTA         PIC X(8).

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

       FD PuntosFile.
       01 PuntosRecord.
         02 PTS-NRO-TARJ                 PIC 9(16).
         02 PTS-SALDO                    PIC 9(8).
         02 PTS-ULT-GANADOS              PIC 9(6).

       FD ParamFile.
       01 PuntosParamRecord.
         03 PPAR-VALOR-PUNTO             PIC 9(1)V99.

       FD DebitoFile.
       01 DebitoRecord.
         02 DEB-NRO-TARJ                 PIC 9(16).
         02 DEB-CBU                      PIC X(22).
         02 DEB-DIA                      PIC 9(2).
         02 DEB-ESTADO                   PIC X(1).
           88 DEB-ACTIVO                 VALUE "A".
           88 DEB-BAJA                   VALUE "B".

       FD AjustesPendFile.
       01 AjustePendRecord.
        03 AJU-NRO-TARJ                  PIC 9(16).
        03 AJU-NRO-CUPON                 PIC 9(5).
        03 AJU-FECHA                     PIC X(10).
        03 AJU-IMPORTE                   PIC 9(6)V99.
        03 AJU-MONEDA                    PIC 9(1).
        03 AJU-CUOTAS                    PIC 9(2).
        03 AJU-TIPO                      PIC 9(1).
        03 AJU-COMERCIO                  PIC 9(6).
        03 AJU-AUTORIZACION              PIC 9(6).
        03 AJU-INTENTOS                  PIC 9(2).

       FD CanjesFile.
       01 CanjeRecord.
         03 CAN-NRO-TARJ                 PIC 9(16).
         03 CAN-PUNTOS                   PIC 9(6).
         03 CAN-IMPORTE                  PIC 9(6)V99.
         03 CAN-FECHA                    PIC X(8).

       FD NumAjusteFile.
       01 NumAjusteRecord.
         03 NUMAJU-ULTIMO                PIC 9(5).

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
           88 BAJ-PUNTOS-CANJEADOS       VALUE "C".
           88 BAJ-PUNTOS-PERDIDOS        VALUE "P".
         02 BAJ-PUNTOS-CANT              PIC 9(8).
         02 BAJ-CUOTAS-ACELERADAS        PIC 9(8)V99.
         02 BAJ-FECHA-RESUMEN            PIC X(10).
         02 BAJ-FECHA-CARTA              PIC 9(8).
         02 BAJ-USUARIO                  PIC X(8).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   AdicionalesStatus            PIC X(2).
       01   PendingCuotasStatus          PIC X(2).
          88 PendingCuotasOK VALUE "00".
       01   PuntosStatus                 PIC X(2).
       01   ParamStatus                  PIC X(2).
       01   DebitoStatus                 PIC X(2).
       01   NumAjusteStatus              PIC X(2).
       01   BajasStatus                  PIC X(2).

      *> After-image journal plumbing - see journal /
      *> RollForward.
       01   JRN-ARCHIVO                  PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "BAJACUENTA".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - the close holds the masters and
      *> CC-BAJAS.DAT open while it runs. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-CONFIRMA                  PIC X(1).
       01   WS-OPCION-PUNTOS             PIC X(1).
       01   WS-EOF-ADIC                  PIC X(1).
          88 EOF-ADIC VALUE "S".
       01   WS-EOF-CUOTAS                PIC X(1).
          88 EOF-CUOTAS VALUE "S".
       01   WS-ES-ADICIONAL              PIC X(1).
          88 ES-ADICIONAL VALUE "S".
       01   WS-TITULAR-DE                PIC 9(16).
       01   WS-CANJE-POSIBLE             PIC X(1).
          88 CANJE-POSIBLE VALUE "S".
       01   WS-PUNTOS-DISPONIBLE         PIC X(1).
          88 PUNTOS-DISPONIBLE VALUE "S".
       01   WS-DEBITOS-DISPONIBLE        PIC X(1).
          88 DEBITOS-DISPONIBLE VALUE "S".

       01   WS-VALOR-PUNTO               PIC 9(1)V99 VALUE 0.50.
       01   WS-SALDO-CUPON               PIC 9(8)V99.
       01   WS-IMPORTE-CREDITO           PIC 9(6)V99.
       01   WS-NRO-AJUSTE                PIC 9(5).

      *> The account being closed - the titular first, then its
      *> adicionales, with what the preview found on each.
       01   WS-MAX-CUENTA                PIC 9(2) VALUE 20.
       01   WS-CUENTA-COUNT              PIC 9(2) VALUE 0.
       01   WS-CUENTA-TABLE.
            02 WS-CUENTA-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-CTA-IX.
               03 WS-CTA-TARJ            PIC 9(16).
               03 WS-CTA-PUNTOS          PIC 9(8).
               03 WS-CTA-CREDITO         PIC 9(6)V99.
               03 WS-CTA-ACELERADO       PIC 9(8)V99.
       01   WS-TOTAL-CUOTAS              PIC 9(10)V99.
       01   WS-TOTAL-PUNTOS              PIC 9(9).
       01   WS-TOTAL-CREDITO             PIC 9(8)V99.
       01   CONTADOR-PLANES              PIC 9(4).
       01   CONTADOR-NO-ACELERADOS       PIC 9(4).
       01   CONTADOR-DEBITOS             PIC 9(2).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - bajas de cuenta "
                "bloqueadas hasta que termine el batch **"
             STOP RUN
          END-IF.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          PERFORM Load_Parametro.

          OPEN I-O TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             STOP RUN
          END-IF.
          OPEN I-O PendingCuotasFile.
          IF NOT PendingCuotasOK
             DISPLAY "** Error abriendo CC-CUOTAS-PENDIENTES.DAT - "
                "status " PendingCuotasStatus
             STOP RUN
          END-IF.
          OPEN I-O BajasFile.
          IF BajasStatus NOT = "00" AND BajasStatus NOT = "05"
             DISPLAY "** Error abriendo CC-BAJAS.DAT - status "
                BajasStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-PUNTOS-DISPONIBLE.
          OPEN I-O PuntosFile.
          IF PuntosStatus = "00" OR PuntosStatus = "05"
             SET PUNTOS-DISPONIBLE TO TRUE
          END-IF.
          MOVE "N" TO WS-DEBITOS-DISPONIBLE.
          OPEN I-O DebitoFile.
          IF DebitoStatus = "00" OR DebitoStatus = "05"
             SET DEBITOS-DISPONIBLE TO TRUE
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1
                   IF SEG-NIVEL = "M"
                      PERFORM Baja_De_Cuenta
                   ELSE
                      DISPLAY "** Sin permiso de modificacion"
                   END-IF
                WHEN 2 PERFORM Consulta_Baja
                WHEN 3 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE TarjetasFile.
          CLOSE PendingCuotasFile.
          CLOSE BajasFile.
          IF PUNTOS-DISPONIBLE
             CLOSE PuntosFile
          END-IF.
          IF DEBITOS-DISPONIBLE
             CLOSE DebitoFile
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Baja de cuenta".
          DISPLAY "1 - Baja de una cuenta (titular + adicionales)".
          DISPLAY "2 - Consulta de una baja".
          DISPLAY "3 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Load_Parametro.
          OPEN INPUT ParamFile.
          IF ParamStatus = "00"
             READ ParamFile
                AT END CONTINUE
             END-READ
             IF ParamStatus = "00" AND PPAR-VALOR-PUNTO > ZERO
                MOVE PPAR-VALOR-PUNTO TO WS-VALOR-PUNTO
             END-IF
             CLOSE ParamFile
          END-IF.
      *-----------------------------------------------------------*
      *   First the whole account is shown - plastics, what the
      *   cuotas still owe, points and debit enrollment - and
      *   only after the operator confirms is anything touched.
      *-----------------------------------------------------------*
       Baja_De_Cuenta.
          DISPLAY "Nro de tarjeta del titular -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                DISPLAY "** La tarjeta " WS-TARJ-INPUT " no existe"
                EXIT PARAGRAPH
          END-READ.
          PERFORM Cargar_Cuenta.
          IF ES-ADICIONAL
             DISPLAY "** La tarjeta es adicional de la cuenta "
                WS-TITULAR-DE " - la baja se hace sobre el titular"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-INPUT TO BAJ-NRO-TARJ.
          READ BajasFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                DISPLAY "** La cuenta ya fue dada de baja el "
                   BAJ-FECHA " - estado " BAJ-ESTADO
                EXIT PARAGRAPH
          END-READ.

          PERFORM Mostrar_Cuenta.
          PERFORM Elegir_Destino_Puntos.
          IF WS-OPCION-PUNTOS = "X"
             DISPLAY "Baja cancelada"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Confirma la BAJA de la cuenta completa S/N -> "
             WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Baja cancelada"
             EXIT PARAGRAPH
          END-IF.

          MOVE ZERO TO CONTADOR-PLANES.
          MOVE ZERO TO CONTADOR-NO-ACELERADOS.
          MOVE ZERO TO CONTADOR-DEBITOS.
          MOVE ZERO TO WS-TOTAL-CREDITO.
          PERFORM VARYING WS-CTA-IX FROM 1 BY 1
             UNTIL WS-CTA-IX > WS-CUENTA-COUNT
             PERFORM Cancelar_Plastico
             PERFORM Acelerar_Cuotas_Plastico
             PERFORM Liquidar_Puntos_Plastico
             PERFORM Baja_Debito_Plastico
             PERFORM Registrar_Baja_Plastico
          END-PERFORM.

          DISPLAY "Cuenta " WS-TARJ-INPUT " dada de baja - "
             WS-CUENTA-COUNT " plastico(s)".
          DISPLAY "Planes en cuotas adelantados al resumen final: "
             CONTADOR-PLANES.
          IF CONTADOR-NO-ACELERADOS > ZERO
             DISPLAY "** " CONTADOR-NO-ACELERADOS " plan(es) "
                "exceden el maximo de un cargo unico - siguen "
                "facturando en cuotas hasta cancelarse"
          END-IF.
          IF WS-TOTAL-CREDITO > ZERO
             DISPLAY "Puntos canjeados - credito de "
                WS-TOTAL-CREDITO " en el resumen final"
          END-IF.
          IF CONTADOR-DEBITOS > ZERO
             DISPLAY "Adhesiones a debito automatico dadas de baja: "
                CONTADOR-DEBITOS
          END-IF.
          DISPLAY "Los plasticos salen en el proximo boletin de "
             "tarjetas inhabilitadas".
      *-----------------------------------------------------------*
      *   The account is the titular plus every adicional linked
      *   to it. A number that is itself an adicional is turned
      *   away - the adicional alone is cancelled in MantTarjetas.
      *-----------------------------------------------------------*
       Cargar_Cuenta.
          MOVE "N" TO WS-ES-ADICIONAL.
          MOVE 1 TO WS-CUENTA-COUNT.
          MOVE WS-TARJ-INPUT TO WS-CTA-TARJ(1).
          MOVE "N" TO WS-EOF-ADIC.
          OPEN INPUT AdicionalesFile.
          IF AdicionalesStatus NOT = "00"
             SET EOF-ADIC TO TRUE
          END-IF.
          PERFORM UNTIL EOF-ADIC
             READ AdicionalesFile
                AT END SET EOF-ADIC TO TRUE
             END-READ
             IF NOT EOF-ADIC
                IF ADI-NRO-TARJ = WS-TARJ-INPUT
                   SET ES-ADICIONAL TO TRUE
                   MOVE ADI-NRO-TITULAR TO WS-TITULAR-DE
                END-IF
                IF ADI-NRO-TITULAR = WS-TARJ-INPUT
                   IF WS-CUENTA-COUNT < WS-MAX-CUENTA
                      ADD 1 TO WS-CUENTA-COUNT
                      MOVE ADI-NRO-TARJ
                         TO WS-CTA-TARJ(WS-CUENTA-COUNT)
                   ELSE
                      DISPLAY "** Adicional " ADI-NRO-TARJ
                         " fuera de cupo - darlo de baja en "
                         "MantTarjetas"
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          IF AdicionalesStatus NOT = "35"
             AND AdicionalesStatus NOT = "30"
             CLOSE AdicionalesFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Cuenta.
          MOVE ZERO TO WS-TOTAL-CUOTAS.
          MOVE ZERO TO WS-TOTAL-PUNTOS.
          PERFORM VARYING WS-CTA-IX FROM 1 BY 1
             UNTIL WS-CTA-IX > WS-CUENTA-COUNT
             MOVE WS-CTA-TARJ(WS-CTA-IX) TO TJ-NRO-TARJ
             READ TarjetasFile
                INVALID KEY
                   MOVE "** NO FIGURA EN TARJETAS" TO TJ-TITULAR
                   MOVE SPACE TO TJ-ESTADO
             END-READ
             DISPLAY WS-CTA-TARJ(WS-CTA-IX) " " TJ-TITULAR
                " estado " TJ-ESTADO
             PERFORM Sumar_Cuotas_Plastico
             PERFORM Leer_Puntos_Plastico
             ADD WS-CTA-ACELERADO(WS-CTA-IX) TO WS-TOTAL-CUOTAS
             ADD WS-CTA-PUNTOS(WS-CTA-IX) TO WS-TOTAL-PUNTOS
             PERFORM Mostrar_Debito_Plastico
          END-PERFORM.
          DISPLAY "Saldo en cuotas a adelantar al resumen final: $"
             WS-TOTAL-CUOTAS.
          DISPLAY "Puntos de la cuenta: " WS-TOTAL-PUNTOS.
      *-----------------------------------------------------------*
      *   What the plastic's plans still have to bill.
      *-----------------------------------------------------------*
       Sumar_Cuotas_Plastico.
          MOVE ZERO TO WS-CTA-ACELERADO(WS-CTA-IX).
          MOVE "N" TO WS-EOF-CUOTAS.
          MOVE WS-CTA-TARJ(WS-CTA-IX) TO PC-NRO-TARJ.
          MOVE ZERO TO PC-NRO-CUPON.
          START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
             INVALID KEY SET EOF-CUOTAS TO TRUE
          END-START.
          PERFORM UNTIL EOF-CUOTAS
             READ PendingCuotasFile NEXT RECORD
                AT END SET EOF-CUOTAS TO TRUE
             END-READ
             IF NOT EOF-CUOTAS
                IF PC-NRO-TARJ = WS-CTA-TARJ(WS-CTA-IX)
                   COMPUTE WS-SALDO-CUPON =
                      PC-IMPORTE * PC-CUOTAS-REST
                   ADD WS-SALDO-CUPON
                      TO WS-CTA-ACELERADO(WS-CTA-IX)
                ELSE
                   SET EOF-CUOTAS TO TRUE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Puntos_Plastico.
          MOVE ZERO TO WS-CTA-PUNTOS(WS-CTA-IX).
          IF PUNTOS-DISPONIBLE
             MOVE WS-CTA-TARJ(WS-CTA-IX) TO PTS-NRO-TARJ
             READ PuntosFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PTS-SALDO TO WS-CTA-PUNTOS(WS-CTA-IX)
             END-READ
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Debito_Plastico.
          IF DEBITOS-DISPONIBLE
             MOVE WS-CTA-TARJ(WS-CTA-IX) TO DEB-NRO-TARJ
             READ DebitoFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF DEB-ACTIVO
                      DISPLAY "   debito automatico activo - CBU "
                         DEB-CBU
                   END-IF
             END-READ
          END-IF.
      *-----------------------------------------------------------*
      *   Points are cashed out at the canje value as a credit on
      *   the final statement, or forfeited. A balance too large
      *   for a single nota de credito can only be forfeited.
      *-----------------------------------------------------------*
       Elegir_Destino_Puntos.
          MOVE SPACE TO WS-OPCION-PUNTOS.
          IF WS-TOTAL-PUNTOS = ZERO
             EXIT PARAGRAPH
          END-IF.
          SET CANJE-POSIBLE TO TRUE.
          PERFORM VARYING WS-CTA-IX FROM 1 BY 1
             UNTIL WS-CTA-IX > WS-CUENTA-COUNT
             COMPUTE WS-CTA-CREDITO(WS-CTA-IX) ROUNDED =
                WS-CTA-PUNTOS(WS-CTA-IX) * WS-VALOR-PUNTO
                ON SIZE ERROR
                   MOVE "N" TO WS-CANJE-POSIBLE
                   MOVE ZERO TO WS-CTA-CREDITO(WS-CTA-IX)
             END-COMPUTE
          END-PERFORM.
          IF CANJE-POSIBLE
             DISPLAY "Puntos: C = canjear por credito en el resumen "
                "final / P = perderlos -> " WITH NO ADVANCING
          ELSE
             DISPLAY "** El saldo de puntos excede una nota de "
                "credito - solo se pueden perder"
             DISPLAY "Puntos: P = perderlos / X = no dar de baja -> "
                WITH NO ADVANCING
          END-IF.
          ACCEPT WS-OPCION-PUNTOS.
          EVALUATE TRUE
             WHEN WS-OPCION-PUNTOS = "c" OR WS-OPCION-PUNTOS = "C"
                IF CANJE-POSIBLE
                   MOVE "C" TO WS-OPCION-PUNTOS
                ELSE
                   MOVE "X" TO WS-OPCION-PUNTOS
                END-IF
             WHEN WS-OPCION-PUNTOS = "p" OR WS-OPCION-PUNTOS = "P"
                MOVE "P" TO WS-OPCION-PUNTOS
             WHEN OTHER
                MOVE "X" TO WS-OPCION-PUNTOS
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Estado "C" stops every new authorization and puts the
      *   plastic on the next boletin.
      *-----------------------------------------------------------*
       Cancelar_Plastico.
          MOVE WS-CTA-TARJ(WS-CTA-IX) TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          IF TJ-CANCELADA
             EXIT PARAGRAPH
          END-IF.
          MOVE TarjetaRecord TO AUD-ANTES.
          MOVE "C" TO TJ-ESTADO.
          REWRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** No se pudo cancelar la tarjeta "
                   TJ-NRO-TARJ
             NOT INVALID KEY
                MOVE "M" TO AUD-OPERACION
                MOVE TJ-NRO-TARJ TO AUD-CLAVE
                MOVE TarjetaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                MOVE "R" TO JRN-OPERACION
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Every plan with cuotas left collapses into one charge -
      *   the next close posts it as the plan's final cuota on the
      *   final statement, exactly as a desk precancelacion does.
      *-----------------------------------------------------------*
       Acelerar_Cuotas_Plastico.
          MOVE ZERO TO WS-CTA-ACELERADO(WS-CTA-IX).
          MOVE "N" TO WS-EOF-CUOTAS.
          MOVE WS-CTA-TARJ(WS-CTA-IX) TO PC-NRO-TARJ.
          MOVE ZERO TO PC-NRO-CUPON.
          START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
             INVALID KEY SET EOF-CUOTAS TO TRUE
          END-START.
          PERFORM UNTIL EOF-CUOTAS
             READ PendingCuotasFile NEXT RECORD
                AT END SET EOF-CUOTAS TO TRUE
             END-READ
             IF NOT EOF-CUOTAS
                IF PC-NRO-TARJ = WS-CTA-TARJ(WS-CTA-IX)
                   PERFORM Acelerar_Un_Plan
                ELSE
                   SET EOF-CUOTAS TO TRUE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Acelerar_Un_Plan.
          COMPUTE WS-SALDO-CUPON = PC-IMPORTE * PC-CUOTAS-REST.
          ADD WS-SALDO-CUPON TO WS-CTA-ACELERADO(WS-CTA-IX).
          IF PC-CUOTAS-REST NOT > 1
             EXIT PARAGRAPH
          END-IF.
      *> PC-IMPORTE solo llega a 999999,99 - un plan cuyo saldo no
      *> entra ahi sigue en cuotas; la cuenta queda en seguimiento
      *> hasta que termine de facturar.
          IF WS-SALDO-CUPON > 999999.99
             ADD 1 TO CONTADOR-NO-ACELERADOS
             EXIT PARAGRAPH
          END-IF.
          MOVE PendingCuotaRecord TO AUD-ANTES.
          MOVE WS-SALDO-CUPON TO PC-IMPORTE.
          MOVE 1 TO PC-CUOTAS-REST.
          REWRITE PendingCuotaRecord
             INVALID KEY
                DISPLAY "** No se pudo adelantar el cupon "
                   PC-NRO-CUPON
             NOT INVALID KEY
                ADD 1 TO CONTADOR-PLANES
                MOVE "M" TO AUD-OPERACION
                MOVE PC-KEY TO AUD-CLAVE
                MOVE PendingCuotaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The balance leaves the points master either way; a
      *   canje rides the adjustments feed as a nota de credito on
      *   the titular, logged on CC-CANJES.DAT like any other.
      *-----------------------------------------------------------*
       Liquidar_Puntos_Plastico.
          IF NOT PUNTOS-DISPONIBLE
             OR WS-CTA-PUNTOS(WS-CTA-IX) = ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CTA-TARJ(WS-CTA-IX) TO PTS-NRO-TARJ.
          READ PuntosFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          MOVE PuntosRecord TO AUD-ANTES.
          MOVE ZERO TO PTS-SALDO.
          REWRITE PuntosRecord
             INVALID KEY
                DISPLAY "** No se pudo dar de baja los puntos de "
                   PTS-NRO-TARJ
                EXIT PARAGRAPH
          END-REWRITE.
          MOVE "M" TO AUD-OPERACION.
          MOVE PTS-NRO-TARJ TO AUD-CLAVE.
          MOVE PuntosRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          IF WS-OPCION-PUNTOS = "C"
             AND WS-CTA-CREDITO(WS-CTA-IX) > ZERO
             MOVE WS-CTA-CREDITO(WS-CTA-IX) TO WS-IMPORTE-CREDITO
             PERFORM Encolar_Nota_Credito
             PERFORM Grabar_Canje
             ADD WS-IMPORTE-CREDITO TO WS-TOTAL-CREDITO
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Encolar_Nota_Credito.
          PERFORM Proximo_Nro_Ajuste.
          OPEN EXTEND AjustesPendFile.
          MOVE WS-TARJ-INPUT TO AJU-NRO-TARJ.
          MOVE WS-NRO-AJUSTE TO AJU-NRO-CUPON.
          STRING "  " WS-DATE-DAY WS-DATE-MONTH WS-DATE-YEAR
             DELIMITED BY SIZE INTO AJU-FECHA.
          MOVE WS-IMPORTE-CREDITO TO AJU-IMPORTE.
          MOVE 0 TO AJU-MONEDA.
          MOVE 0 TO AJU-CUOTAS.
          MOVE 1 TO AJU-TIPO.
          MOVE 0 TO AJU-COMERCIO.
          MOVE 0 TO AJU-AUTORIZACION.
          MOVE 0 TO AJU-INTENTOS.
          WRITE AjustePendRecord.
          CLOSE AjustesPendFile.
      *-----------------------------------------------------------*
      *   Same reserved 95000-99999 range and shared numerator as
      *   CanjePuntos and the dispute desk.
      *-----------------------------------------------------------*
       Proximo_Nro_Ajuste.
          MOVE 95000 TO WS-NRO-AJUSTE.
          OPEN INPUT NumAjusteFile.
          IF NumAjusteStatus = "00"
             READ NumAjusteFile
                AT END CONTINUE
             END-READ
             IF NumAjusteStatus = "00"
                MOVE NUMAJU-ULTIMO TO WS-NRO-AJUSTE
             END-IF
             CLOSE NumAjusteFile
          END-IF.
          IF WS-NRO-AJUSTE < 95000 OR WS-NRO-AJUSTE = 99999
             MOVE 95000 TO WS-NRO-AJUSTE
          END-IF.
          ADD 1 TO WS-NRO-AJUSTE.
          OPEN OUTPUT NumAjusteFile.
          MOVE WS-NRO-AJUSTE TO NUMAJU-ULTIMO.
          WRITE NumAjusteRecord.
          CLOSE NumAjusteFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Canje.
          OPEN EXTEND CanjesFile.
          MOVE WS-CTA-TARJ(WS-CTA-IX) TO CAN-NRO-TARJ.
          MOVE WS-CTA-PUNTOS(WS-CTA-IX) TO CAN-PUNTOS.
          MOVE WS-IMPORTE-CREDITO TO CAN-IMPORTE.
          MOVE WS-FECHA-HOY TO CAN-FECHA.
          WRITE CanjeRecord.
          CLOSE CanjesFile.
      *-----------------------------------------------------------*
      *   The enrollment is kept with estado "B", as a baja in
      *   MantDebitoAutom keeps it - no further debit orders.
      *-----------------------------------------------------------*
       Baja_Debito_Plastico.
          IF NOT DEBITOS-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CTA-TARJ(WS-CTA-IX) TO DEB-NRO-TARJ.
          READ DebitoFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          IF NOT DEB-ACTIVO
             EXIT PARAGRAPH
          END-IF.
          MOVE DebitoRecord TO AUD-ANTES.
          MOVE "B" TO DEB-ESTADO.
          REWRITE DebitoRecord
             INVALID KEY
                DISPLAY "** No se pudo dar de baja el debito de "
                   DEB-NRO-TARJ
             NOT INVALID KEY
                ADD 1 TO CONTADOR-DEBITOS
                MOVE "M" TO AUD-OPERACION
                MOVE DEB-NRO-TARJ TO AUD-CLAVE
                MOVE DebitoRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *   From here the close owes the plastic its final statement
      *   (estado F).
      *-----------------------------------------------------------*
       Registrar_Baja_Plastico.
          MOVE WS-CTA-TARJ(WS-CTA-IX) TO BAJ-NRO-TARJ.
          MOVE WS-TARJ-INPUT TO BAJ-NRO-TITULAR.
          MOVE WS-FECHA-HOY-N TO BAJ-FECHA.
          MOVE "F" TO BAJ-ESTADO.
          MOVE SPACE TO BAJ-PUNTOS.
          MOVE WS-CTA-PUNTOS(WS-CTA-IX) TO BAJ-PUNTOS-CANT.
          IF WS-CTA-PUNTOS(WS-CTA-IX) > ZERO
             MOVE WS-OPCION-PUNTOS TO BAJ-PUNTOS
          END-IF.
          MOVE WS-CTA-ACELERADO(WS-CTA-IX) TO BAJ-CUOTAS-ACELERADAS.
          MOVE SPACES TO BAJ-FECHA-RESUMEN.
          MOVE ZERO TO BAJ-FECHA-CARTA.
          MOVE SEG-USUARIO TO BAJ-USUARIO.
          WRITE BajaRecord
             INVALID KEY
                DISPLAY "** La tarjeta " BAJ-NRO-TARJ
                   " ya figura en CC-BAJAS.DAT"
             NOT INVALID KEY
                MOVE "A" TO AUD-OPERACION
                MOVE BAJ-NRO-TARJ TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE BajaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consulta_Baja.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO BAJ-NRO-TARJ.
          READ BajasFile
             INVALID KEY
                DISPLAY "** La tarjeta no tiene baja de cuenta"
             NOT INVALID KEY
                DISPLAY "Cuenta del titular " BAJ-NRO-TITULAR
                DISPLAY "Baja del " BAJ-FECHA " por " BAJ-USUARIO
                DISPLAY "Cuotas adelantadas: $"
                   BAJ-CUOTAS-ACELERADAS
                DISPLAY "Puntos " BAJ-PUNTOS-CANT " ("
                   BAJ-PUNTOS ")"
                EVALUATE TRUE
                   WHEN BAJ-RESUMEN-PENDIENTE
                      DISPLAY "Estado: resumen final pendiente"
                   WHEN BAJ-EN-SEGUIMIENTO
                      DISPLAY "Estado: en seguimiento - resumen "
                         "final del " BAJ-FECHA-RESUMEN
                   WHEN BAJ-LIBRE-DEUDA
                      DISPLAY "Estado: libre deuda - carta del "
                         BAJ-FECHA-CARTA
                END-EVALUATE
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM BajaCuenta.
