      *    too many in a day, too much cumulative importe, or the
      *    same importe repeating - and refers the transaction to
      *    a human instead of approving in isolation.
      *  - 16-digit PANs: a card number whose Luhn check digit
      *    fails (chkluhn) is declined before any lookup, so a
      *    mistyped number never authorizes on someone else's card.
      *  - Cardholder spending controls: the operator also keys the
      *    comercio, and a purchase at a rubro the holder blocked,
      *    or over the card's per-transaction tope (CC-CONTROLES,
      *    kept by MantControles), is declined with its own reason
      *    before the limit is even looked at.
      *  - The authorization log line carries the comercio too, so
      *    a merchant compromise can be traced to every card that
      *    was authorized there (CompromisoComercio).
      *  - Cardholder alerts: every decline, every velocity referral
      *    and every approval above the card's alert umbral writes
      *    a line to CC-ALERTAS.DAT for the SMS/email gateway - card
      *    tail, importe, decision and motivo. Umbral and canal are
      *    per card (MantAlertas) with the default taken from
      *    CC-ALERTAS-PARAM.DAT.
      *  - Open-to-buy holds: every approval puts a hold on
      *    CC-RETENCIONES.DAT and the account's live holds come off
      *    the available credit, so the same limit cannot be
      *    approved twice before the close posts the cupones. The
      *    close releases a hold when its cupon posts, expires it
      *    after the presentation window; ReversaAutorizacion
      *    reverses the hold of a voided sale.
      *  - Credit balances: a card that closed with saldo a su
      *    favor has that credit added to its available, since
      *    SALDOS.DAT now carries the balance signed.
      *  - Card products: the account limit never goes past the
      *    maximum of the account's product (the titular's, for an
      *    adicional) on CC-PRODUCTOS.DAT - a temporary limit
      *    window still rules while it is open - and the approval
      *    shows the product.
      *  - The referral listing (CC-REFERIDOS.DAT) carries the card
      *    masked (maskpan).
      *  - PIN: the holder keys the PIN and pintarj checks it
      *    against the card's offset before anything else is
      *    looked at. A wrong PIN is declined; the third wrong try
      *    in a row blocks the PIN until the activation desk
      *    issues a new one. A plastic issued before PINs existed
      *    has none on file and is still authorized without it.
      *  - Corporate cards: an account linked to a cuenta
      *    corporativa (CC-CORP-TARJETAS.DAT) must also fit in what
      *    the company limit leaves after every card of the company
      *    - balances, cuotas and live holds - and nothing is
      *    authorized while the corporate account is de baja.
      * the same checkcc used by the overnight batch, so a merchant
      * finds out a card is invalid/blocked/cancelled right away
      * instead of the cupon showing up rejected the next morning.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AdicionalesStatus.

          *> Merchant master from the sales side - gives the rubro
          *> the holder's blocked-rubro controls are checked against.
          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioStatus.

          *> Cardholder spending controls kept by MantControles.
          SELECT OPTIONAL ControlesFile ASSIGN TO
          "..\files\CC-CONTROLES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CTR-NRO-TARJ
          FILE STATUS IS ControlesStatus.

          *> Per-card alert umbral and canal kept by MantAlertas -
          *> a card without a record takes the parameter default.
          SELECT OPTIONAL AlertasConfigFile ASSIGN TO
          "..\files\CC-ALERTAS-CONFIG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS ALC-NRO-TARJ
          FILE STATUS IS AlertasConfigStatus.

          *> Default umbral and canal for cards with no setting.
          SELECT AlertasParamFile ASSIGN TO
          "..\files\CC-ALERTAS-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AlertasParamStatus.

          *> Outbound queue the SMS/email gateway picks up. What it
          *> could not deliver comes back on CC-ALERTAS-REBOTES.DAT
          *> for ListaRebotesAlertas.
          SELECT AlertasFile ASSIGN TO "..\files\CC-ALERTAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AlertasStatus.

          *> Open-to-buy holds - one per approval until its cupon
          *> posts at the close.
          SELECT OPTIONAL RetencionesFile ASSIGN TO
          "..\files\CC-RETENCIONES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RET-CODIGO
          ALTERNATE RECORD KEY IS RET-NRO-TARJ WITH DUPLICATES
          FILE STATUS IS RetencionesStatus.

          *> Card products - the account's maximum limit.
          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

          *> Customer master - the e-mail or phone the alert goes to.
          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          *> Corporate accounts and the cards linked to them -
          *> see MantCorporativas.
          SELECT OPTIONAL CorporativasFile ASSIGN TO
          "..\files\CC-CORPORATIVAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CRP-EMPRESA
          FILE STATUS IS CorporativasStatus.

          SELECT OPTIONAL CorpTarjetasFile ASSIGN TO
          "..\files\CC-CORP-TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CTJ-NRO-TARJ
          ALTERNATE RECORD KEY IS CTJ-EMPRESA WITH DUPLICATES
          FILE STATUS IS CorpTarjetasStatus.

       DATA DIVISION.
       FILE SECTION.

       01 SaldoRecord.
         88 EOF-SALDO VALUE HIGH-VALUE.
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
       FD AuthLogFile.
       01 AuthLogRecord.
         03 AUT-CODIGO                   PIC 9(6).
         03 AUT-NRO-TARJ                 PIC 9(16).
         03 AUT-IMPORTE                  PIC 9(8)V99.
         03 AUT-FECHA                    PIC X(8).
      *> Comercio the operator keyed - lets a compromised merchant's
      *> authorizations be traced back to the cards.
         03 AUT-COMERCIO                 PIC 9(6).

       FD AuthSeqFile.
       01 AuthSeqRecord.

       FD ReferidosFile.
       01 ReferidoRecord.
         03 REF-NRO-TARJ                 PIC X(16).
         03 REF-IMPORTE                  PIC 9(8)V99.
         03 REF-FECHA                    PIC X(8).
         03 REF-MOTIVO                   PIC X(20).

       FD LimTempFile.
       01 LimTempRecord.
         03 LTM-NRO-TARJ                 PIC 9(16).
         03 LTM-FECHA-DESDE              PIC 9(8).
         03 LTM-FECHA-HASTA              PIC 9(8).
         03 LTM-LIMITE                   PIC 9(10)V99.

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ                 PIC 9(16).
         03 ADI-NRO-TITULAR              PIC 9(16).
         03 ADI-FECHA-ALTA               PIC X(8).

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-key.
           03 Comercio-num               PIC 9(6).
           03 Comercio-sucursal          PIC 9(2).
         02 Comercio-razon-social        PIC X(30).
         02 Comercio-direccion           PIC X(20).
         02 Comercio-cod-rubro           PIC 9(4).
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado              PIC X(1).
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD ControlesFile.
       01 ControlRecord.
         02 CTR-NRO-TARJ                 PIC 9(16).
         02 CTR-TOPE-OPERACION           PIC 9(8)V99.
         02 CTR-TOPE-USD                 PIC 9(6)V99.
         02 CTR-CANT-RUBROS              PIC 9(2).
         02 CTR-RUBRO-BLOQ OCCURS 10 TIMES
                                         PIC 9(4).

       FD AlertasConfigFile.
       01 AlertaConfigRecord.
         02 ALC-NRO-TARJ                 PIC 9(16).
         02 ALC-UMBRAL                   PIC 9(8)V99.
         02 ALC-CANAL                    PIC X(1).

       FD AlertasParamFile.
       01 AlertaParamRecord.
         03 ALP-UMBRAL                   PIC 9(8)V99.
         03 ALP-CANAL                    PIC X(1).

      *> Only the last four digits travel - the gateway is outside
      *> the house and never sees a full PAN.
       FD AlertasFile.
       01 AlertaRecord.
         03 ALE-FECHA                    PIC X(8).
         03 ALE-HORA                     PIC X(8).
         03 ALE-DOCUMENTO                PIC 9(11).
         03 ALE-TARJ-ULTIMOS             PIC X(4).
         03 ALE-IMPORTE                  PIC 9(8)V99.
         03 ALE-DECISION                 PIC X(1).
         03 ALE-MOTIVO                   PIC X(40).
         03 ALE-CANAL                    PIC X(1).
         03 ALE-DESTINO                  PIC X(30).

       FD RetencionesFile.
       01 RetencionRecord.
         03 RET-CODIGO                   PIC 9(6).
         03 RET-NRO-TARJ                 PIC 9(16).
         03 RET-IMPORTE                  PIC 9(8)V99.
         03 RET-FECHA                    PIC 9(8).
         03 RET-COMERCIO                 PIC 9(6).
         03 RET-ESTADO                   PIC X(1).
           88 RET-VIGENTE VALUE "V".
           88 RET-REVERSADA VALUE "R".
         03 RET-FECHA-REVERSA            PIC 9(8).
         03 RET-USUARIO-REVERSA          PIC X(8).

       FD ProductosFile.
       01 ProductoRecord.
         02 PRD-CODIGO                   PIC X(02).
         02 PRD-NOMBRE                   PIC X(15).
         02 PRD-TASA-FINANCIACION        PIC 9(2)V99.
         02 PRD-PORC-PAGO-MINIMO         PIC 9(2)V99.
         02 PRD-TASA-ADELANTO            PIC 9(2)V99.
         02 PRD-PORC-FEE-ADELANTO        PIC 9(2)V99.
         02 PRD-CARGO-MORA               PIC 9(6)V99.
         02 PRD-CARGO-SOBRELIMITE        PIC 9(6)V99.
         02 PRD-CARGO-RENOVACION         PIC 9(6)V99.
         02 PRD-MULT-PUNTOS              PIC 9V99.
         02 PRD-LIMITE-MAXIMO            PIC 9(10)V99.
         02 PRD-DISENO                   PIC X(04).

       FD ClientesFile.
       01 ClienteRecord.
         02 CLI-DOCUMENTO          PIC 9(11).
         02 CLI-NOMBRE             PIC X(30).
         02 CLI-CALLE              PIC X(30).
         02 CLI-LOCALIDAD          PIC X(20).
         02 CLI-COD-POSTAL         PIC X(08).
         02 CLI-EMAIL              PIC X(30).
         02 CLI-TELEFONO           PIC X(10).
         02 CLI-ENVIO              PIC X(01).

       FD CorporativasFile.
       01 CorporativaRecord.
         02 CRP-EMPRESA                  PIC 9(3).
         02 CRP-RAZON                    PIC X(25).
         02 CRP-CUIT                     PIC 9(11).
         02 CRP-LIMITE                   PIC 9(10)V99.
         02 CRP-CICLO                    PIC 9(2).
         02 CRP-ESTADO                   PIC X(1).
           88 CRP-ACTIVA                 VALUE "A".
           88 CRP-BAJA                   VALUE "B".
         02 CRP-FECHA-ALTA               PIC 9(8).
         02 CRP-ULTIMO-CIERRE            PIC 9(8).

       FD CorpTarjetasFile.
       01 CorpTarjetaRecord.
         02 CTJ-NRO-TARJ                 PIC 9(16).
         02 CTJ-EMPRESA                  PIC 9(3).
         02 CTJ-CONSULTOR                PIC X(5).
         02 CTJ-EMPRESA-GASTOS           PIC 9(3).
         02 CTJ-FECHA-ALTA               PIC 9(8).

       WORKING-STORAGE SECTION.
       01   WS-KEEP-GOING             PIC X(1) VALUE "S".
          88 WS-DONE                VALUE "N".

       01   WS-CC-Key                 PIC 9(16).
       01   WS-LUHN-RESULTADO         PIC X(1).
          88 LUHN-OK                VALUE "S".
       01   WS-LUHN-DIGITO            PIC 9(1).
       01   WS-IMPORTE-COMPRA         PIC 9(8)V99.
       01   WS-COMERCIO-NUM           PIC 9(6).
       01   WS-COMERCIO-SUC           PIC 9(2).

      *> PIN verification - see pintarj.
       01   WS-PIN-INGRESADO          PIC 9(4).
       01   PNT-ACCION                PIC X(1) VALUE "V".
       01   PNT-RESULTADO             PIC X(1).
       01   WS-PIN-RESULTADO          PIC X(1).
          88 PIN-OK                 VALUE "S".
       01   WS-PIN-MENSAJE            PIC X(40).

      *> Holder's spending controls - see Evaluar_Controles.
       01   ComercioStatus            PIC X(2).
          88 ComercioFound          VALUE "00".
       01   ControlesStatus           PIC X(2).
          88 ControlesOK            VALUE "00".
       01   WS-RUBRO-COMERCIO         PIC 9(4).
       01   WS-CTR-IX                 PIC 9(2).
       01   WS-CONTROL-RESULTADO      PIC X(1).
          88 CONTROL-OK             VALUE "S".
       01   WS-CONTROL-MENSAJE        PIC X(40).

      *> Cardholder alerts - see Emitir_Alerta.
       01   AlertasConfigStatus       PIC X(2).
       01   AlertasParamStatus        PIC X(2).
       01   AlertasStatus             PIC X(2).
       01   ClientesStatus            PIC X(2).
       01   WS-ALE-UMBRAL-DEF         PIC 9(8)V99 VALUE 100000.
       01   WS-ALE-CANAL-DEF          PIC X(1) VALUE "S".
       01   WS-ALE-CARGADA            PIC X(1) VALUE "N".
          88 ALE-CARGADA VALUE "S".
       01   WS-ALE-UMBRAL             PIC 9(8)V99.
       01   WS-ALE-CANAL              PIC X(1).
          88 ALE-CANAL-SMS          VALUE "S".
          88 ALE-CANAL-EMAIL        VALUE "E".
       01   WS-ALE-DECISION           PIC X(1).
          88 ALE-APROBADA           VALUE "A".
          88 ALE-RECHAZADA          VALUE "D".
          88 ALE-REFERIDA           VALUE "R".
       01   WS-ALE-MOTIVO             PIC X(40).
       01   WS-ALE-HORA               PIC X(8).

       01   SaldoStatus               PIC X(2).
          88 SaldoFound             VALUE "00".
          02 WS-DATE-MONTH            PIC X(2).
          02 WS-DATE-DAY              PIC X(2).

       01   WS-SALDO-ACTUAL           PIC S9(10)V99.
      *> SALD-FECHA carries the 2-filler/DD/MM/AAAA shape, which
      *> does NOT collate chronologically - the latest balance is
      *> picked by comparing the rearranged AAAAMMDD date.
       01   WS-CUOTAS-PENDIENTES      PIC 9(10)V99.
       01   WS-DISPONIBLE             PIC S9(10)V99.

      *> Approved but not yet posted - see Get_Retenciones.
       01   RetencionesStatus         PIC X(2).
       01   WS-EOF-RETENCIONES        PIC X(1).
          88 EOF-RETENCIONES VALUE "S".
       01   WS-RETENIDO               PIC 9(10)V99.
       01   WS-RETENIDO-CUENTA        PIC 9(10)V99.

      *> Account resolution - an adicional authorizes against its
      *> titular's limit, with the spending of every plastic on the
      *> account consumed out of that one limit.
       01   AdicionalesStatus         PIC X(2).
       01   WS-EOF-ADIC               PIC X(1).
          88 EOF-ADIC VALUE "S".
       01   WS-TARJ-CUENTA            PIC 9(16).
       01   WS-TARJ-CONSULTA          PIC 9(16).
       01   WS-ES-ADICIONAL           PIC X(1).
          88 ES-ADICIONAL VALUE "S".
       01   WS-LIMITE-CUENTA          PIC 9(10)V99.
       01   ProductosStatus           PIC X(2).
       01   WS-PRODUCTO-CUENTA        PIC X(2).
       01   WS-PRODUCTO-NOMBRE        PIC X(15).
       01   WS-SALDO-CUENTA           PIC S9(10)V99.
       01   WS-CUOTAS-CUENTA          PIC 9(10)V99.
      *> Company limit shared by every card of a corporate account
      *> and their adicionales - see Verificar_Limite_Corporativo.
       01   CorporativasStatus        PIC X(2).
       01   CorpTarjetasStatus        PIC X(2).
       01   WS-EOF-CTJ                PIC X(1).
          88 EOF-CTJ VALUE "S".
       01   WS-CORP-RESULTADO         PIC X(1).
          88 CORPORATIVA-OK VALUE "S".
       01   WS-CORP-MENSAJE           PIC X(40).
       01   WS-CORP-EMPRESA           PIC 9(3).
       01   WS-CORP-USADO             PIC S9(11)V99.
       01   WS-CORP-DISPONIBLE        PIC S9(11)V99.
       01   WS-MAX-CORP               PIC 9(3) VALUE 200.
       01   WS-CORP-COUNT             PIC 9(3) VALUE 0.
       01   WS-CORP-TABLE.
            02 WS-CORP-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-CRP-IX.
               03 WS-CORP-TARJ        PIC 9(16).
               03 WS-CORP-ES-TITULAR  PIC X(1).
       01   WS-MAX-MIEMBROS           PIC 9(2) VALUE 15.
       01   WS-MIEMBROS-COUNT         PIC 9(2) VALUE 0.
       01   WS-MIEMBROS-TABLE.
            02 WS-MIEMBRO-ENTRY OCCURS 15 TIMES
                                INDEXED BY WS-MIE-IX.
               03 WS-MIEMBRO-TARJ     PIC 9(16).
       01   VelocidadStatus           PIC X(2).
       01   WS-VEL-MAX-AUTS           PIC 9(3) VALUE 10.
       01   WS-VEL-MAX-IMPORTE        PIC 9(8)V99 VALUE 500000.
       01   WS-TIT-REASON             PIC X(1).
       01   WS-TitularRecord.
         02 WS-TIT-KEY.
           03 WS-TIT-NRO-TARJ         PIC 9(16).
         02 WS-TIT-TITULAR            PIC X(30).
         02 WS-TIT-DOCUMENTO          PIC 9(11).
         02 WS-TIT-LIMITE             PIC 9(10)V99.
         02 WS-TIT-COD-POSTAL         PIC X(08).
         02 WS-TIT-ENVIO              PIC X(01).
         02 WS-TIT-VENCIMIENTO        PIC 9(06).
         02 WS-TIT-PRODUCTO           PIC X(02).

       01   WS-CreditCardValid        PIC X(1).
          88 CC-VALID                VALUE HIGH-VALUE.

       01   WS-TarjetaRecord.
         02 WS-TJ-KEY.
           03 WS-TJ-NRO-TARJ         PIC 9(16).
         02 WS-TJ-TITULAR            PIC X(30).
         02 WS-TJ-DOCUMENTO          PIC 9(11).
         02 WS-TJ-LIMITE             PIC 9(10)V99.
         02 WS-TJ-COD-POSTAL         PIC X(08).
         02 WS-TJ-ENVIO              PIC X(01).
         02 WS-TJ-VENCIMIENTO        PIC 9(06).
         02 WS-TJ-PRODUCTO           PIC X(02).

       PROCEDURE DIVISION.
       Begin.
          PERFORM UNTIL WS-DONE
             PERFORM Get_Card_Number
             IF NOT WS-DONE
                PERFORM Verificar_Digito_Tarjeta
                IF LUHN-OK
                   PERFORM Get_Amount
                   PERFORM Get_Comercio
                   PERFORM Get_Pin
                   PERFORM Authorize_Card
                   PERFORM Show_Result
                ELSE
                   DISPLAY "RECHAZADA - NRO DE TARJETA INVALIDO "
                      "(DIGITO VERIFICADOR)"
                END-IF
             END-IF
          END-PERFORM.

             MOVE "N" TO WS-KEEP-GOING
          END-IF.
      *-----------------------------------------------------------*
      *   Luhn check digit - see chkluhn. Runs before checkcc so a
      *   typo is caught even when it matches another live card.
      *-----------------------------------------------------------*
       Verificar_Digito_Tarjeta.
          CALL 'chkluhn' USING BY CONTENT WS-CC-Key,
             BY REFERENCE WS-LUHN-RESULTADO,
             BY REFERENCE WS-LUHN-DIGITO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Get_Amount.
          DISPLAY "Importe de la compra -> " WITH NO ADVANCING.
          ACCEPT WS-IMPORTE-COMPRA.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Get_Comercio.
          DISPLAY "Nro de comercio -> " WITH NO ADVANCING.
          ACCEPT WS-COMERCIO-NUM.
          DISPLAY "Sucursal (0 = casa central) -> " WITH NO ADVANCING.
          ACCEPT WS-COMERCIO-SUC.
      *-----------------------------------------------------------*
       Get_Pin.
          DISPLAY "PIN -> " WITH NO ADVANCING.
          ACCEPT WS-PIN-INGRESADO.
      *-----------------------------------------------------------*
      *   Same subroutine the batch run uses per WS-CC-Key - the
      *   only difference here is it answers a single query on
      *   demand instead of one CC after another over a whole file.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Show_Result.
          IF CC-VALID AND CC-REASON-OK
             PERFORM Verificar_Pin
             IF NOT PIN-OK
                DISPLAY "RECHAZADA - " WS-PIN-MENSAJE
                MOVE "D" TO WS-ALE-DECISION
                MOVE WS-PIN-MENSAJE TO WS-ALE-MOTIVO
                PERFORM Emitir_Alerta
                EXIT PARAGRAPH
             END-IF
             PERFORM Evaluar_Controles
             IF NOT CONTROL-OK
                DISPLAY "RECHAZADA - " WS-CONTROL-MENSAJE
                MOVE "D" TO WS-ALE-DECISION
                MOVE WS-CONTROL-MENSAJE TO WS-ALE-MOTIVO
                PERFORM Emitir_Alerta
                EXIT PARAGRAPH
             END-IF
          END-IF.
          IF CC-VALID AND CC-REASON-OK
             PERFORM Armar_Cuenta
             PERFORM Acumular_Saldos_Cuenta
             COMPUTE WS-DISPONIBLE = WS-LIMITE-CUENTA
                - WS-SALDO-CUENTA - WS-CUOTAS-CUENTA
                - WS-RETENIDO-CUENTA
             IF WS-IMPORTE-COMPRA > WS-DISPONIBLE
                DISPLAY "RECHAZADA - SIN CREDITO DISPONIBLE"
                DISPLAY "  Limite de la cuenta: " WS-LIMITE-CUENTA
                   " Saldo: " WS-SALDO-CUENTA
                   " Cuotas pendientes: " WS-CUOTAS-CUENTA
                DISPLAY "  Autorizado sin presentar: "
                   WS-RETENIDO-CUENTA
                IF ES-ADICIONAL
                   DISPLAY "  (adicional de la tarjeta "
                      WS-TARJ-CUENTA ")"
                END-IF
                MOVE "D" TO WS-ALE-DECISION
                MOVE "SIN CREDITO DISPONIBLE" TO WS-ALE-MOTIVO
                PERFORM Emitir_Alerta
             ELSE
                PERFORM Verificar_Limite_Corporativo
                IF NOT CORPORATIVA-OK
                   DISPLAY "RECHAZADA - " WS-CORP-MENSAJE
                   DISPLAY "  Limite corporativo: " CRP-LIMITE
                      " Disponible: " WS-CORP-DISPONIBLE
                   MOVE "D" TO WS-ALE-DECISION
                   MOVE WS-CORP-MENSAJE TO WS-ALE-MOTIVO
                   PERFORM Emitir_Alerta
                ELSE
                   PERFORM Evaluar_Velocidad
                   IF VELOCIDAD-REFERIR
                      PERFORM Grabar_Referido
                      DISPLAY "REFERIDA - VERIFICACION MANUAL"
                      DISPLAY "  Motivo: " WS-VEL-MOTIVO
                      MOVE "R" TO WS-ALE-DECISION
                      MOVE WS-VEL-MOTIVO TO WS-ALE-MOTIVO
                      PERFORM Emitir_Alerta
                   ELSE
                      PERFORM Emitir_Autorizacion
                      DISPLAY "APROBADA - Titular: " WS-TJ-TITULAR
                      IF WS-PRODUCTO-NOMBRE NOT = SPACES
                         DISPLAY "  Producto: " WS-PRODUCTO-NOMBRE
                      END-IF
                      DISPLAY "  Autorizacion nro: " WS-AUTH-CODIGO
                      DISPLAY "  Disponible antes de la compra: "
                         WS-DISPONIBLE
                      MOVE "A" TO WS-ALE-DECISION
                      MOVE "APROBADA" TO WS-ALE-MOTIVO
                      PERFORM Emitir_Alerta
                   END-IF
                END-IF
             END-IF
          ELSE
             DISPLAY "RECHAZADA - MOTIVO: " WS-CC-REASON
      *> An unknown number has no holder to tell.
             IF NOT CC-REASON-NOTFOUND
                MOVE "D" TO WS-ALE-DECISION
                EVALUATE TRUE
                   WHEN CC-REASON-BLOQUEADA
                      MOVE "TARJETA BLOQUEADA" TO WS-ALE-MOTIVO
                   WHEN CC-REASON-CANCELADA
                      MOVE "TARJETA CANCELADA" TO WS-ALE-MOTIVO
                   WHEN CC-REASON-VENCIDA
                      MOVE "TARJETA VENCIDA" TO WS-ALE-MOTIVO
                   WHEN CC-REASON-PENDIENTE
                      MOVE "TARJETA SIN ACTIVAR" TO WS-ALE-MOTIVO
                   WHEN OTHER
                      MOVE "TARJETA INVALIDA" TO WS-ALE-MOTIVO
                END-EVALUATE
                PERFORM Emitir_Alerta
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   The PIN keyed against the card's offset. A card with no
      *   PIN on file predates PIN issuance and passes; a key or
      *   PIN file that cannot be read declines - an unverifiable
      *   PIN is not a verified one.
      *-----------------------------------------------------------*
       Verificar_Pin.
          MOVE "S" TO WS-PIN-RESULTADO.
          MOVE SPACES TO WS-PIN-MENSAJE.
          CALL 'pintarj' USING PNT-ACCION, WS-CC-Key,
             WS-PIN-INGRESADO, PNT-RESULTADO.
          EVALUATE PNT-RESULTADO
             WHEN "S"
                CONTINUE
             WHEN "X"
                DISPLAY "  (tarjeta sin PIN emitido)"
             WHEN "N"
                MOVE "N" TO WS-PIN-RESULTADO
                MOVE "PIN INCORRECTO" TO WS-PIN-MENSAJE
             WHEN "B"
                MOVE "N" TO WS-PIN-RESULTADO
                MOVE "PIN BLOQUEADO - BLANQUEAR EN LA MESA"
                   TO WS-PIN-MENSAJE
             WHEN OTHER
                MOVE "N" TO WS-PIN-RESULTADO
                MOVE "PIN NO VERIFICABLE" TO WS-PIN-MENSAJE
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Controls the holder put on THIS plastic - a parent can
      *   restrict an adicional without touching the titular. No
      *   control record means nothing is restricted; an unknown
      *   comercio has no rubro to block, only the tope applies.
      *-----------------------------------------------------------*
       Evaluar_Controles.
          SET CONTROL-OK TO TRUE.
          MOVE SPACES TO WS-CONTROL-MENSAJE.
          OPEN INPUT ControlesFile.
          IF NOT ControlesOK
      *> "05" - optional file not created yet: nobody has controls.
             IF ControlesStatus = "05"
                CLOSE ControlesFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CC-Key TO CTR-NRO-TARJ.
          READ ControlesFile
             INVALID KEY
                CLOSE ControlesFile
                EXIT PARAGRAPH
          END-READ.
          CLOSE ControlesFile.

          IF CTR-TOPE-OPERACION > ZERO
             AND WS-IMPORTE-COMPRA > CTR-TOPE-OPERACION
             MOVE "N" TO WS-CONTROL-RESULTADO
             MOVE "SUPERA TOPE POR OPERACION DEL TITULAR"
                TO WS-CONTROL-MENSAJE
             EXIT PARAGRAPH
          END-IF.

          IF CTR-CANT-RUBROS = ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE ZERO TO WS-RUBRO-COMERCIO.
          OPEN INPUT ComerciosFile.
          IF ComercioFound
             MOVE WS-COMERCIO-NUM TO Comercio-num
             MOVE WS-COMERCIO-SUC TO Comercio-sucursal
             READ ComerciosFile
                INVALID KEY
                   DISPLAY "  (comercio " WS-COMERCIO-NUM
                      " no registrado - sin control de rubro)"
                NOT INVALID KEY
                   MOVE Comercio-cod-rubro TO WS-RUBRO-COMERCIO
             END-READ
             CLOSE ComerciosFile
          END-IF.
          IF WS-RUBRO-COMERCIO > ZERO
             PERFORM VARYING WS-CTR-IX FROM 1 BY 1
                UNTIL WS-CTR-IX > CTR-CANT-RUBROS OR WS-CTR-IX > 10
                IF CTR-RUBRO-BLOQ(WS-CTR-IX) = WS-RUBRO-COMERCIO
                   MOVE "N" TO WS-CONTROL-RESULTADO
                   MOVE "RUBRO BLOQUEADO POR EL TITULAR"
                      TO WS-CONTROL-MENSAJE
                END-IF
             END-PERFORM
          END-IF.
      *-----------------------------------------------------------*
      *   The purchase fits the limit, but does its PATTERN fit?
      *-----------------------------------------------------------*
       Grabar_Referido.
          OPEN EXTEND ReferidosFile.
          CALL 'maskpan' USING BY CONTENT WS-CC-Key,
             BY REFERENCE REF-NRO-TARJ.
          MOVE WS-IMPORTE-COMPRA TO REF-IMPORTE.
          MOVE WS-FECHA-HOY TO REF-FECHA.
          MOVE WS-VEL-MOTIVO TO REF-MOTIVO.
                BY REFERENCE WS-TIT-REASON
             IF WS-TitularValid = HIGH-VALUE
                MOVE WS-TIT-LIMITE TO WS-LIMITE-CUENTA
                MOVE WS-TIT-PRODUCTO TO WS-PRODUCTO-CUENTA
             ELSE
      *> A dangling link must not hand out unlimited credit - the
      *> adicional falls back to its own recorded limit.
                MOVE WS-TJ-LIMITE TO WS-LIMITE-CUENTA
                MOVE WS-TJ-PRODUCTO TO WS-PRODUCTO-CUENTA
             END-IF
          ELSE
             MOVE WS-TJ-LIMITE TO WS-LIMITE-CUENTA
             MOVE WS-TJ-PRODUCTO TO WS-PRODUCTO-CUENTA
          END-IF.
          PERFORM Aplicar_Tope_Producto.
          PERFORM Buscar_Limite_Temporal.

          MOVE 1 TO WS-MIEMBROS-COUNT.
             CLOSE AdicionalesFile
          END-IF.
      *-----------------------------------------------------------*
      *   The account limit is cut to its product's maximum; no
      *   product, or no product file, leaves it as recorded.
      *-----------------------------------------------------------*
       Aplicar_Tope_Producto.
          MOVE SPACES TO WS-PRODUCTO-NOMBRE.
          IF WS-PRODUCTO-CUENTA = SPACES
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             MOVE WS-PRODUCTO-CUENTA TO PRD-CODIGO
             READ ProductosFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRD-NOMBRE TO WS-PRODUCTO-NOMBRE
                   IF PRD-LIMITE-MAXIMO > ZERO
                      AND WS-LIMITE-CUENTA > PRD-LIMITE-MAXIMO
                      MOVE PRD-LIMITE-MAXIMO TO WS-LIMITE-CUENTA
                   END-IF
             END-READ
             CLOSE ProductosFile
          ELSE
             IF ProductosStatus = "05"
                CLOSE ProductosFile
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   A temporary window covering today replaces the account
      *   limit - once the hasta passes, the scan finds nothing
      *   and the permanent limit is back without anyone touching
       Acumular_Saldos_Cuenta.
          MOVE ZERO TO WS-SALDO-CUENTA.
          MOVE ZERO TO WS-CUOTAS-CUENTA.
          MOVE ZERO TO WS-RETENIDO-CUENTA.
          PERFORM VARYING WS-MIE-IX FROM 1 BY 1
             UNTIL WS-MIE-IX > WS-MIEMBROS-COUNT
             MOVE WS-MIEMBRO-TARJ(WS-MIE-IX) TO WS-TARJ-CONSULTA
             PERFORM Get_Saldo_Actual
             PERFORM Get_Cuotas_Pendientes
             PERFORM Get_Retenciones
             ADD WS-SALDO-ACTUAL TO WS-SALDO-CUENTA
             ADD WS-CUOTAS-PENDIENTES TO WS-CUOTAS-CUENTA
             ADD WS-RETENIDO TO WS-RETENIDO-CUENTA
          END-PERFORM.
      *-----------------------------------------------------------*
      *   An account not linked to a cuenta corporativa passes.
      *   A linked one must fit in the company limit less what
      *   every card of the company - and their adicionales -
      *   already carries in balances, cuotas and live holds.
      *-----------------------------------------------------------*
       Verificar_Limite_Corporativo.
          SET CORPORATIVA-OK TO TRUE.
          MOVE SPACES TO WS-CORP-MENSAJE.
          MOVE ZERO TO WS-CORP-DISPONIBLE.
          MOVE ZERO TO CRP-LIMITE.
          OPEN INPUT CorpTarjetasFile.
          IF CorpTarjetasStatus NOT = "00"
             IF CorpTarjetasStatus = "05"
                CLOSE CorpTarjetasFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-CUENTA TO CTJ-NRO-TARJ.
          READ CorpTarjetasFile
             INVALID KEY
                CLOSE CorpTarjetasFile
                EXIT PARAGRAPH
          END-READ.
          MOVE CTJ-EMPRESA TO WS-CORP-EMPRESA.
          OPEN INPUT CorporativasFile.
          IF CorporativasStatus NOT = "00"
             IF CorporativasStatus = "05"
                CLOSE CorporativasFile
             END-IF
             CLOSE CorpTarjetasFile
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CORP-EMPRESA TO CRP-EMPRESA.
          READ CorporativasFile
             INVALID KEY
                MOVE ZERO TO CRP-LIMITE
                CLOSE CorporativasFile, CorpTarjetasFile
                EXIT PARAGRAPH
          END-READ.
          CLOSE CorporativasFile.
          IF CRP-BAJA
             MOVE "N" TO WS-CORP-RESULTADO
             MOVE "CUENTA CORPORATIVA DE BAJA" TO WS-CORP-MENSAJE
             CLOSE CorpTarjetasFile
             EXIT PARAGRAPH
          END-IF.

          INITIALIZE WS-CORP-TABLE.
          MOVE ZERO TO WS-CORP-COUNT.
          MOVE "N" TO WS-EOF-CTJ.
          START CorpTarjetasFile KEY IS EQUAL TO CTJ-EMPRESA
             INVALID KEY SET EOF-CTJ TO TRUE
          END-START.
          PERFORM UNTIL EOF-CTJ
             READ CorpTarjetasFile NEXT RECORD
                AT END SET EOF-CTJ TO TRUE
             END-READ
             IF NOT EOF-CTJ
                IF CTJ-EMPRESA = WS-CORP-EMPRESA
                   AND WS-CORP-COUNT < WS-MAX-CORP
                   ADD 1 TO WS-CORP-COUNT
                   MOVE CTJ-NRO-TARJ TO WS-CORP-TARJ(WS-CORP-COUNT)
                   MOVE "S" TO WS-CORP-ES-TITULAR(WS-CORP-COUNT)
                ELSE
                   SET EOF-CTJ TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          CLOSE CorpTarjetasFile.

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
                SET WS-CRP-IX TO 1
                SEARCH WS-CORP-ENTRY
                   WHEN WS-CORP-TARJ(WS-CRP-IX) = ADI-NRO-TITULAR
                      AND WS-CORP-ES-TITULAR(WS-CRP-IX) = "S"
                      IF WS-CORP-COUNT < WS-MAX-CORP
                         ADD 1 TO WS-CORP-COUNT
                         MOVE ADI-NRO-TARJ
                            TO WS-CORP-TARJ(WS-CORP-COUNT)
                         MOVE "N"
                            TO WS-CORP-ES-TITULAR(WS-CORP-COUNT)
                      END-IF
                END-SEARCH
             END-IF
          END-PERFORM.
          IF AdicionalesStatus NOT = "35"
             AND AdicionalesStatus NOT = "30"
             CLOSE AdicionalesFile
          END-IF.

          MOVE ZERO TO WS-CORP-USADO.
          PERFORM VARYING WS-CRP-IX FROM 1 BY 1
             UNTIL WS-CRP-IX > WS-CORP-COUNT
             MOVE WS-CORP-TARJ(WS-CRP-IX) TO WS-TARJ-CONSULTA
             PERFORM Get_Saldo_Actual
             PERFORM Get_Cuotas_Pendientes
             PERFORM Get_Retenciones
             ADD WS-SALDO-ACTUAL WS-CUOTAS-PENDIENTES WS-RETENIDO
                TO WS-CORP-USADO
          END-PERFORM.
          COMPUTE WS-CORP-DISPONIBLE = CRP-LIMITE - WS-CORP-USADO.
          IF WS-IMPORTE-COMPRA > WS-CORP-DISPONIBLE
             MOVE "N" TO WS-CORP-RESULTADO
             MOVE "LIMITE CORPORATIVO EXCEDIDO" TO WS-CORP-MENSAJE
          END-IF.
      *-----------------------------------------------------------*
      *   Live holds on the plastic - approvals whose cupon has not
      *   posted yet. A reversed hold no longer counts.
      *-----------------------------------------------------------*
       Get_Retenciones.
          MOVE ZERO TO WS-RETENIDO.
          MOVE "N" TO WS-EOF-RETENCIONES.
          OPEN INPUT RetencionesFile.
          IF RetencionesStatus NOT = "00"
             IF RetencionesStatus = "05"
                CLOSE RetencionesFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-CONSULTA TO RET-NRO-TARJ.
          START RetencionesFile KEY IS EQUAL TO RET-NRO-TARJ
             INVALID KEY SET EOF-RETENCIONES TO TRUE
          END-START.
          PERFORM UNTIL EOF-RETENCIONES
             READ RetencionesFile NEXT RECORD
                AT END SET EOF-RETENCIONES TO TRUE
             END-READ
             IF NOT EOF-RETENCIONES
                IF RET-NRO-TARJ = WS-TARJ-CONSULTA
                   IF RET-VIGENTE
                      ADD RET-IMPORTE TO WS-RETENIDO
                   END-IF
                ELSE
                   SET EOF-RETENCIONES TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          CLOSE RetencionesFile.
      *-----------------------------------------------------------*
      *   Next number off CC-AUTH-SEQ.DAT, logged with card, amount
      *   and date so the batch can match the acquirer's cupon back
          MOVE WS-CC-Key TO AUT-NRO-TARJ.
          MOVE WS-IMPORTE-COMPRA TO AUT-IMPORTE.
          MOVE WS-FECHA-HOY TO AUT-FECHA.
          MOVE WS-COMERCIO-NUM TO AUT-COMERCIO.
          WRITE AuthLogRecord.
          CLOSE AuthLogFile.
          PERFORM Grabar_Retencion.
      *-----------------------------------------------------------*
      *   The hold that keeps this approval off the available
      *   credit until the cupon posts - on the plastic that
      *   bought, so the account sum picks it up for the family.
      *-----------------------------------------------------------*
       Grabar_Retencion.
          OPEN I-O RetencionesFile.
          IF RetencionesStatus NOT = "00"
             AND RetencionesStatus NOT = "05"
             DISPLAY "  (no se pudo grabar la retencion - status "
                RetencionesStatus ")"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-AUTH-CODIGO TO RET-CODIGO.
          MOVE WS-CC-Key TO RET-NRO-TARJ.
          MOVE WS-IMPORTE-COMPRA TO RET-IMPORTE.
          MOVE WS-FECHA-HOY TO RET-FECHA.
          MOVE WS-COMERCIO-NUM TO RET-COMERCIO.
          SET RET-VIGENTE TO TRUE.
          MOVE ZERO TO RET-FECHA-REVERSA.
          MOVE SPACES TO RET-USUARIO-REVERSA.
          WRITE RetencionRecord
             INVALID KEY
                DISPLAY "  (retencion " RET-CODIGO " ya existente)"
          END-WRITE.
          CLOSE RetencionesFile.
      *-----------------------------------------------------------*
      *   Alert line for the gateway. Declines and referrals always
      *   go out; an approval only above the card's umbral, so the
      *   holder hears about the large charge and not the coffee.
      *   The destino is the customer's e-mail or phone - an e-mail
      *   canal with no address on file falls back to SMS.
      *-----------------------------------------------------------*
       Emitir_Alerta.
          PERFORM Cargar_Config_Alerta.
          IF ALE-APROBADA AND WS-IMPORTE-COMPRA NOT > WS-ALE-UMBRAL
             EXIT PARAGRAPH
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          MOVE FUNCTION CURRENT-DATE(9:8) TO WS-ALE-HORA.

          MOVE SPACES TO AlertaRecord.
          MOVE WS-FECHA-HOY TO ALE-FECHA.
          MOVE WS-ALE-HORA TO ALE-HORA.
          MOVE WS-TJ-DOCUMENTO TO ALE-DOCUMENTO.
          MOVE WS-CC-Key(13:4) TO ALE-TARJ-ULTIMOS.
          MOVE WS-IMPORTE-COMPRA TO ALE-IMPORTE.
          MOVE WS-ALE-DECISION TO ALE-DECISION.
          MOVE WS-ALE-MOTIVO TO ALE-MOTIVO.

          OPEN INPUT ClientesFile.
          IF ClientesStatus = "00"
             MOVE WS-TJ-DOCUMENTO TO CLI-DOCUMENTO
             READ ClientesFile
                INVALID KEY
                   MOVE SPACES TO CLI-EMAIL
                   MOVE SPACES TO CLI-TELEFONO
             END-READ
             CLOSE ClientesFile
          ELSE
             IF ClientesStatus = "05"
                CLOSE ClientesFile
             END-IF
             MOVE SPACES TO CLI-EMAIL
             MOVE SPACES TO CLI-TELEFONO
          END-IF.
          IF ALE-CANAL-EMAIL AND CLI-EMAIL NOT = SPACES
             MOVE "E" TO ALE-CANAL
             MOVE CLI-EMAIL TO ALE-DESTINO
          ELSE
             MOVE "S" TO ALE-CANAL
             MOVE CLI-TELEFONO TO ALE-DESTINO
          END-IF.

          OPEN EXTEND AlertasFile.
          IF AlertasStatus NOT = "00" AND AlertasStatus NOT = "05"
             DISPLAY "  (no se pudo encolar la alerta - status "
                AlertasStatus ")"
             EXIT PARAGRAPH
          END-IF.
          WRITE AlertaRecord.
          CLOSE AlertasFile.
      *-----------------------------------------------------------*
      *   The card's own umbral and canal, else the default. The
      *   parameter file is read once per session, like the
      *   velocity thresholds.
      *-----------------------------------------------------------*
       Cargar_Config_Alerta.
          IF NOT ALE-CARGADA
             SET ALE-CARGADA TO TRUE
             OPEN INPUT AlertasParamFile
             IF AlertasParamStatus = "00"
                READ AlertasParamFile
                   AT END CONTINUE
                END-READ
                IF AlertasParamStatus = "00"
                   MOVE ALP-UMBRAL TO WS-ALE-UMBRAL-DEF
                   IF ALP-CANAL = "S" OR ALP-CANAL = "E"
                      MOVE ALP-CANAL TO WS-ALE-CANAL-DEF
                   END-IF
                END-IF
                CLOSE AlertasParamFile
             END-IF
          END-IF.
          MOVE WS-ALE-UMBRAL-DEF TO WS-ALE-UMBRAL.
          MOVE WS-ALE-CANAL-DEF TO WS-ALE-CANAL.
          OPEN INPUT AlertasConfigFile.
          IF AlertasConfigStatus NOT = "00"
             IF AlertasConfigStatus = "05"
                CLOSE AlertasConfigFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CC-Key TO ALC-NRO-TARJ.
          READ AlertasConfigFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE ALC-UMBRAL TO WS-ALE-UMBRAL
                MOVE ALC-CANAL TO WS-ALE-CANAL
          END-READ.
          CLOSE AlertasConfigFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM AuthorizeCC.
