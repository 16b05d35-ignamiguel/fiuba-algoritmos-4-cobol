       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantCorporativas.
      * AUTHOR:  nacho.
      * Corporate card accounts for the consulting clients of
      * EMPRESAS (..\TPALGO4PARTE2\EMPind2.DAT). A cuenta
      * corporativa (CC-CORPORATIVAS.DAT, keyed by EMP-EMPRESA)
      * carries the company-level limit every card linked to it
      * shares, and the closing cycle all of them must be on, so
      * the company gets one consolidated statement
      * (ResumenCorporativo) a month. The links live on
      * CC-CORP-TARJETAS.DAT, one per titular card - its
      * adicionales ride on it, as everywhere else. AuthorizeCC
      * declines a purchase that fits the card's own limit but not
      * what is left of the company's.
      * A card may be tagged with the consultant (CONSind2.DAT) who
      * carries it and the client that consultant's expenses are
      * rebilled to - the company itself unless said otherwise. The
      * purchases of those cards go to GASTOS.DAT as viaticos after
      * each close (ResumenCorporativo), so tpparte2 rebills them.
      * The pago corporativo takes one company payment and spreads
      * it over the cards on PAGOS.DAT, each card's last closing
      * balance in card order; what is left over stays as a credit
      * on the first card. Every line carries its own reference
      * (CP + payment number + line) so the duplicate-payment
      * check of the close sees them as different payments, and
      * the payment is logged on CC-PAGOS-CORPORATIVOS.DAT.
      * A limit raise over CC-APROBACION-PARAM.DAT is held for a
      * second signature like a card's (cambiopend, tipo E). A
      * modificacion is only written if the account on file is
      * still the one read; if another operator changed it
      * meanwhile both versions are shown, nothing is written, and
      * the collision goes to auditmant as operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL CorporativasFile ASSIGN TO
          "..\files\CC-CORPORATIVAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CRP-EMPRESA
          FILE STATUS IS CorporativasStatus.

          SELECT OPTIONAL CorpTarjetasFile ASSIGN TO
          "..\files\CC-CORP-TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CTJ-NRO-TARJ
          ALTERNATE RECORD KEY IS CTJ-EMPRESA WITH DUPLICATES
          FILE STATUS IS CorpTarjetasStatus.

          *> Same physical company and consultant masters as
          *> TPALGO4PARTE2 - read only.
          SELECT EMPRESAS ASSIGN TO "..\TPALGO4PARTE2\EMPind2.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EMP-EMPRESA
          ALTERNATE RECORD KEY IS EMP-CUIT
          FILE STATUS IS EmpStatus.

          SELECT CONSULTORES ASSIGN TO
          "..\TPALGO4PARTE2\CONSind2.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CONS-NUMERO
          FILE STATUS IS ConsStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          *> Adicional-to-titular links kept by MantTarjetas.
          SELECT AdicionalesFile ASSIGN TO
          "..\files\CC-ADICIONALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AdicionalesStatus.

          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          SELECT PagosFile ASSIGN TO "..\files\PAGOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagosStatus.

          SELECT PagosCorpFile ASSIGN TO
          "..\files\CC-PAGOS-CORPORATIVOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagosCorpStatus.

          *> Last pago corporativo number - survives restarts.
          SELECT PagoSeqFile ASSIGN TO
          "..\files\CC-PAGO-CORP-SEQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagoSeqStatus.

          *> Limit raises above this wait for a second signature.
          SELECT ParamAprobacionFile ASSIGN TO
          "..\files\CC-APROBACION-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParamAprobacionStatus.

       DATA DIVISION.
       FILE SECTION.

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
      *> Last close whose viaticos went to GASTOS.DAT - see
      *> ResumenCorporativo.
         02 CRP-ULTIMO-CIERRE            PIC 9(8).

       FD CorpTarjetasFile.
       01 CorpTarjetaRecord.
         02 CTJ-NRO-TARJ                 PIC 9(16).
         02 CTJ-EMPRESA                  PIC 9(3).
         02 CTJ-CONSULTOR                PIC X(5).
         02 CTJ-EMPRESA-GASTOS           PIC 9(3).
         02 CTJ-FECHA-ALTA               PIC 9(8).

       FD EMPRESAS.
       01 REG-EMPRESAS.
          03 EMP-EMPRESA    PIC 9(3).
          03 EMP-RAZON        PIC X(25).
          03 EMP-DIRE        PIC X(20).
          03 EMP-TEL        PIC X(20).
          03 EMP-CUIT    PIC 9(11).
          03 EMP-LIMITE-HORAS PIC 9(4)V99.
          03 EMP-CONTRATO PIC X(1).
          03 EMP-ABONO-IMPORTE PIC 9(7)V99.
          03 EMP-MONEDA PIC X(1).
          03 EMP-PLAZO-DIAS PIC 9(3).

       FD CONSULTORES.
       01 REG-CONSULTORES.
          03 CONS-NUMERO    PIC X(5).
          03 CONS-DNI    PIC 9(8).
          03 CONS-SRT       PIC X(2).
          03 CONS-NOMBRE        PIC X(25).
          03 CONS-DIRE        PIC X(20).
          03 CONS-TEL        PIC X(20).

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
           88 TJ-CANCELADA       VALUE "C".
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ                 PIC 9(16).
         03 ADI-NRO-TITULAR              PIC 9(16).
         03 ADI-FECHA-ALTA               PIC X(8).

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD PagosFile.
       01 PagoRecord.
         03 PAG-NRO-TARJ                 PIC 9(16).
         03 PAG-FECHA.
           06 PAG-FILLER                 PIC X(2).
           06 PAG-DAY                    PIC X(2).
           06 PAG-MONTH                  PIC X(2).
           06 PAG-YEAR                   PIC X(4).
         03 PAG-IMPORTE                  PIC 9(6)V99.
         03 PAG-REF-BANCO                PIC X(10).
         03 PAG-MONEDA                   PIC 9(1).

       FD PagosCorpFile.
       01 PagoCorpRecord.
         03 PCO-NRO                      PIC 9(6).
         03 PCO-EMPRESA                  PIC 9(3).
         03 PCO-FECHA                    PIC 9(8).
         03 PCO-IMPORTE                  PIC 9(10)V99.
         03 PCO-REF-EMPRESA              PIC X(10).
         03 PCO-USUARIO                  PIC X(8).
         03 PCO-LINEAS                   PIC 9(3).

       FD PagoSeqFile.
       01 PagoSeqRecord.
         03 PSQ-ULTIMO-PAGO              PIC 9(6).

       FD ParamAprobacionFile.
       01 ParamAprobacionRecord.
         03 APR-UMBRAL-AUMENTO           PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01   CorporativasStatus           PIC X(2).
          88 CorporativaOK VALUE "00".
       01   CorpTarjetasStatus           PIC X(2).
          88 CorpTarjetaOK VALUE "00".
       01   EmpStatus                    PIC X(2).
          88 EmpOK VALUE "00".
       01   ConsStatus                   PIC X(2).
          88 ConsOK VALUE "00".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   AdicionalesStatus            PIC X(2).
       01   SaldoStatus                  PIC X(2).
          88 SaldoFound VALUE "00".
       01   PagosStatus                  PIC X(2).
       01   PagosCorpStatus              PIC X(2).
       01   PagoSeqStatus                PIC X(2).
       01   ParamAprobacionStatus        PIC X(2).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EMPRESA-INPUT             PIC 9(3).
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-CONFIRMA                  PIC X(1).
       01   WS-TARJ-MASCARA              PIC X(16).
       01   WS-EOF-CTJ                   PIC X(1).
          88 EOF-CTJ VALUE "S".
       01   WS-EOF-ADIC                  PIC X(1).
          88 EOF-ADIC VALUE "S".
       01   WS-EOF-SALDO                 PIC X(1).
          88 EOF-SALDO VALUE "S".
       01   WS-ES-ADICIONAL              PIC X(1).
          88 ES-ADICIONAL VALUE "S".
       01   WS-LIMITE-EDIT               PIC Z(9)9.99.
       01   WS-IMPORTE-EDIT              PIC -Z(9)9.99.

      *> The linked cards of one account plus their adicionales,
      *> each with its last closing balance.
       01   WS-MAX-MIEMBROS              PIC 9(3) VALUE 200.
       01   WS-MIEMBROS-COUNT            PIC 9(3) VALUE 0.
       01   WS-MIEMBROS-TABLE.
            02 WS-MIEMBRO-ENTRY OCCURS 200 TIMES
                                INDEXED BY WS-MIE-IX.
               03 WS-MIE-TARJ            PIC 9(16).
               03 WS-MIE-TITULAR         PIC 9(16).
               03 WS-MIE-SALDO           PIC S9(10)V99.
               03 WS-MIE-APLICADO        PIC 9(10)V99.
       01   WS-TARJ-CONSULTA             PIC 9(16).
       01   WS-SALDO-ACTUAL              PIC S9(10)V99.
       01   WS-FECHA-SALDO-N             PIC 9(8).
       01   WS-MEJOR-FECHA               PIC 9(8).
       01   WS-SALDO-TOTAL               PIC S9(11)V99.
       01   WS-DISPONIBLE                PIC S9(11)V99.

      *> Pago corporativo - one company payment spread over cards.
       01   WS-PAGO-IMPORTE              PIC 9(10)V99.
       01   WS-PAGO-REF                  PIC X(10).
       01   WS-RESTANTE                  PIC 9(10)V99.
       01   WS-A-APLICAR                 PIC 9(10)V99.
       01   WS-PENDIENTE-LINEA           PIC 9(10)V99.
       01   WS-ULTIMO-PAGO               PIC 9(6) VALUE ZERO.
       01   WS-LINEA-PAGO                PIC 9(2).
       01   WS-MAX-LINEA-PAGO            PIC 9(6)V99 VALUE 999999.99.

      *> Large limit raises wait for a second signature - see
      *> cambiopend / MantAprobaciones.
       01   WS-UMBRAL-AUMENTO            PIC 9(10)V99 VALUE 500000.00.
       01   WS-LIMITE-RETENIDO           PIC X(1).
          88 LIMITE-RETENIDO VALUE "S".
       01   CAP-TIPO                     PIC X(1) VALUE "E".
       01   CAP-CLAVE                    PIC X(20).
       01   CAP-VALOR-ANTERIOR           PIC X(22).
       01   FILLER REDEFINES CAP-VALOR-ANTERIOR.
          02 CAP-LIMITE-ANTERIOR         PIC 9(10)V99.
          02 FILLER                      PIC X(10).
       01   CAP-VALOR-NUEVO              PIC X(22).
       01   FILLER REDEFINES CAP-VALOR-NUEVO.
          02 CAP-LIMITE-NUEVO            PIC 9(10)V99.
          02 FILLER                      PIC X(10).
       01   CAP-NRO                      PIC 9(6).
       01   CAP-RESULTADO                PIC X(1).

      *> The account as read for a modificacion, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA              PIC X(70).
       01   WS-IMAGEN-PROPUESTA          PIC X(70).
       01   WS-COLISION                  PIC X(1).
          88 HAY-COLISION VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY-N               PIC 9(8).

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTCORPORATIVAS".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - a pago corporativo writes
      *> PAGOS.DAT, which the close reads. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - mantenimiento "
                "bloqueado hasta que termine el batch **"
             STOP RUN
          END-IF.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.
          OPEN I-O CorporativasFile.
          IF CorporativasStatus = "05"
             CLOSE CorporativasFile
             OPEN I-O CorporativasFile
          END-IF.
          IF NOT CorporativaOK
             DISPLAY "** Error abriendo CC-CORPORATIVAS.DAT - status "
                CorporativasStatus
             STOP RUN
          END-IF.
          OPEN I-O CorpTarjetasFile.
          IF CorpTarjetasStatus = "05"
             CLOSE CorpTarjetasFile
             OPEN I-O CorpTarjetasFile
          END-IF.
          IF NOT CorpTarjetaOK
             DISPLAY "** Error abriendo CC-CORP-TARJETAS.DAT - status "
                CorpTarjetasStatus
             STOP RUN
          END-IF.
          OPEN INPUT EMPRESAS.
          IF NOT EmpOK
             DISPLAY "** Error abriendo EMPRESAS - status " EmpStatus
             STOP RUN
          END-IF.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             STOP RUN
          END-IF.
          PERFORM Cargar_Umbral_Aprobacion.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Solo_Con_Permiso_Alta
                WHEN 2 PERFORM Solo_Con_Permiso_Modificacion
                WHEN 3 PERFORM Solo_Con_Permiso_Vinculo
                WHEN 4 PERFORM Solo_Con_Permiso_Desvinculo
                WHEN 5 PERFORM Consultar_Cuenta
                WHEN 6 PERFORM Solo_Con_Permiso_Pago
                WHEN 7 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE CorporativasFile, CorpTarjetasFile, EMPRESAS,
             TarjetasFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Cuentas corporativas".
          DISPLAY "1 - Alta de cuenta corporativa".
          DISPLAY "2 - Modificacion de cuenta (limite / estado)".
          DISPLAY "3 - Vincular tarjeta".
          DISPLAY "4 - Desvincular tarjeta".
          DISPLAY "5 - Consulta de cuenta".
          DISPLAY "6 - Pago corporativo".
          DISPLAY "7 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   The signed-on level gates every mutating option - a
      *   consulta user keeps the inquiry and nothing else.
      *-----------------------------------------------------------*
       Solo_Con_Permiso_Alta.
          IF SEG-NIVEL = "M"
             PERFORM Alta_Cuenta
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Modificacion.
          IF SEG-NIVEL = "M"
             PERFORM Modificar_Cuenta
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Vinculo.
          IF SEG-NIVEL = "M"
             PERFORM Vincular_Tarjeta
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Desvinculo.
          IF SEG-NIVEL = "M"
             PERFORM Desvincular_Tarjeta
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Pago.
          IF SEG-NIVEL = "M"
             PERFORM Pago_Corporativo
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
      *-----------------------------------------------------------*
      *   Defaults to 500000.00 if the parameter file is missing.
      *-----------------------------------------------------------*
       Cargar_Umbral_Aprobacion.
          OPEN INPUT ParamAprobacionFile.
          IF ParamAprobacionStatus = "00"
             READ ParamAprobacionFile
                AT END CONTINUE
             END-READ
             IF ParamAprobacionStatus = "00"
                AND APR-UMBRAL-AUMENTO > ZERO
                MOVE APR-UMBRAL-AUMENTO TO WS-UMBRAL-AUMENTO
             END-IF
             CLOSE ParamAprobacionFile
          END-IF.
      *-----------------------------------------------------------*
      *   Only a client of the consultancy can have an account -
      *   its name and CUIT come from EMPRESAS. The opening limit
      *   is not a raise and is not held.
      *-----------------------------------------------------------*
       Alta_Cuenta.
          DISPLAY "Nro de empresa -> " WITH NO ADVANCING.
          ACCEPT WS-EMPRESA-INPUT.
          MOVE WS-EMPRESA-INPUT TO EMP-EMPRESA.
          READ EMPRESAS
             INVALID KEY
                DISPLAY "** La empresa " WS-EMPRESA-INPUT
                   " no existe - ver MantEmpresas"
                EXIT PARAGRAPH
          END-READ.
          INITIALIZE CorporativaRecord.
          MOVE EMP-EMPRESA TO CRP-EMPRESA.
          MOVE EMP-RAZON TO CRP-RAZON.
          MOVE EMP-CUIT TO CRP-CUIT.
          DISPLAY "Empresa: " EMP-RAZON " CUIT " EMP-CUIT.
          DISPLAY "Limite corporativo -> " WITH NO ADVANCING.
          ACCEPT CRP-LIMITE.
          DISPLAY "Ciclo de cierre de las tarjetas -> "
             WITH NO ADVANCING.
          ACCEPT CRP-CICLO.
          SET CRP-ACTIVA TO TRUE.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE WS-CURRENT-DATE-FIELDS TO WS-FECHA-HOY-N.
          MOVE WS-FECHA-HOY-N TO CRP-FECHA-ALTA.
          MOVE ZERO TO CRP-ULTIMO-CIERRE.
          WRITE CorporativaRecord
             INVALID KEY
                DISPLAY "** La empresa ya tiene cuenta corporativa"
             NOT INVALID KEY
                DISPLAY "Cuenta corporativa " CRP-EMPRESA
                   " dada de alta"
                MOVE "A" TO AUD-OPERACION
                MOVE CRP-EMPRESA TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE CorporativaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-WRITE.
      *-----------------------------------------------------------*
      *   The cycle is not changed here: every linked card is on
      *   it, and moving them is a MantTarjetas job card by card.
      *-----------------------------------------------------------*
       Modificar_Cuenta.
          DISPLAY "Nro de empresa -> " WITH NO ADVANCING.
          ACCEPT WS-EMPRESA-INPUT.
          MOVE WS-EMPRESA-INPUT TO CRP-EMPRESA.
          READ CorporativasFile
             INVALID KEY
                DISPLAY "** La empresa no tiene cuenta corporativa"
                EXIT PARAGRAPH
          END-READ.
          MOVE CorporativaRecord TO WS-IMAGEN-LEIDA.
          MOVE CorporativaRecord TO AUD-ANTES.
          MOVE SPACES TO CAP-VALOR-ANTERIOR.
          MOVE CRP-LIMITE TO CAP-LIMITE-ANTERIOR.
          DISPLAY "Limite corporativo [" CRP-LIMITE "] -> "
             WITH NO ADVANCING.
          ACCEPT CRP-LIMITE.
      *> A large raise is never granted by one person - the old
      *> limit stays on the account until the new one is approved.
          MOVE "N" TO WS-LIMITE-RETENIDO.
          IF CRP-LIMITE > CAP-LIMITE-ANTERIOR
             AND CRP-LIMITE - CAP-LIMITE-ANTERIOR > WS-UMBRAL-AUMENTO
             MOVE SPACES TO CAP-VALOR-NUEVO
             MOVE CRP-LIMITE TO CAP-LIMITE-NUEVO
             MOVE CAP-LIMITE-ANTERIOR TO CRP-LIMITE
             SET LIMITE-RETENIDO TO TRUE
          END-IF.
          DISPLAY "Estado A=activa B=baja [" CRP-ESTADO "] -> "
             WITH NO ADVANCING.
          ACCEPT CRP-ESTADO.
          IF NOT CRP-ACTIVA AND NOT CRP-BAJA
             MOVE WS-IMAGEN-LEIDA(54:1) TO CRP-ESTADO
          END-IF.
          IF CRP-BAJA
             DISPLAY "Cuenta de baja: sus tarjetas no autorizan "
                "hasta que se desvinculen"
          END-IF.

          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE CorporativaRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la cuenta"
             NOT INVALID KEY
                DISPLAY "Cuenta corporativa " CRP-EMPRESA
                   " actualizada"
                MOVE "M" TO AUD-OPERACION
                MOVE CRP-EMPRESA TO AUD-CLAVE
                MOVE CorporativaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                IF LIMITE-RETENIDO
                   PERFORM Retener_Limite
                END-IF
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The new limit goes to CAMBIOS-PENDIENTES.DAT; only a
      *   second user approving it there moves it onto the account.
      *-----------------------------------------------------------*
       Retener_Limite.
          MOVE CRP-EMPRESA TO CAP-CLAVE.
          CALL 'cambiopend' USING CAP-TIPO, CAP-CLAVE,
             CAP-VALOR-ANTERIOR, CAP-VALOR-NUEVO, SEG-PROGRAMA,
             SEG-USUARIO, CAP-NRO, CAP-RESULTADO.
          EVALUATE CAP-RESULTADO
             WHEN "S"
                DISPLAY "Limite nuevo " CAP-LIMITE-NUEVO
                   " retenido - cambio " CAP-NRO
                DISPLAY "pendiente de aprobacion; sigue vigente "
                   "el limite " CRP-LIMITE
             WHEN "D"
                DISPLAY "** Ya hay un cambio de limite pendiente ("
                   CAP-NRO ") - el limite nuevo NO se registro"
             WHEN OTHER
                DISPLAY "** No se pudo registrar el aumento de "
                   "limite - sigue vigente el anterior"
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Only a titular on the account's cycle can be linked, and
      *   to one company only. Its adicionales follow it.
      *-----------------------------------------------------------*
       Vincular_Tarjeta.
          DISPLAY "Nro de empresa -> " WITH NO ADVANCING.
          ACCEPT WS-EMPRESA-INPUT.
          MOVE WS-EMPRESA-INPUT TO CRP-EMPRESA.
          READ CorporativasFile
             INVALID KEY
                DISPLAY "** La empresa no tiene cuenta corporativa"
                EXIT PARAGRAPH
          END-READ.
          IF CRP-BAJA
             DISPLAY "** La cuenta corporativa esta de baja"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                DISPLAY "** Tarjeta inexistente"
                EXIT PARAGRAPH
          END-READ.
          IF TJ-CANCELADA
             DISPLAY "** La tarjeta esta cancelada"
             EXIT PARAGRAPH
          END-IF.
          IF TJ-CICLO NOT = CRP-CICLO
             DISPLAY "** La tarjeta cierra en el ciclo " TJ-CICLO
                " y la cuenta en el " CRP-CICLO
                " - cambiar el ciclo en MantTarjetas"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-INPUT TO WS-TARJ-CONSULTA.
          PERFORM Buscar_Titular_Adicional.
          IF ES-ADICIONAL
             DISPLAY "** Es una adicional - se vincula su titular "
                "y la adicional lo sigue"
             EXIT PARAGRAPH
          END-IF.

          INITIALIZE CorpTarjetaRecord.
          MOVE TJ-NRO-TARJ TO CTJ-NRO-TARJ.
          MOVE CRP-EMPRESA TO CTJ-EMPRESA.
          MOVE CRP-EMPRESA TO CTJ-EMPRESA-GASTOS.
          DISPLAY "Titular: " TJ-TITULAR " - documento "
             TJ-DOCUMENTO.
          DISPLAY "Consultor que la usa (en blanco = no es "
             "consultor) -> " WITH NO ADVANCING.
          ACCEPT CTJ-CONSULTOR.
          IF CTJ-CONSULTOR NOT = SPACES
             PERFORM Validar_Consultor
             IF CTJ-CONSULTOR = SPACES
                EXIT PARAGRAPH
             END-IF
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE WS-CURRENT-DATE-FIELDS TO WS-FECHA-HOY-N.
          MOVE WS-FECHA-HOY-N TO CTJ-FECHA-ALTA.
          WRITE CorpTarjetaRecord
             INVALID KEY
                PERFORM Informar_Ya_Vinculada
             NOT INVALID KEY
                CALL 'maskpan' USING BY CONTENT CTJ-NRO-TARJ,
                   BY REFERENCE WS-TARJ-MASCARA
                DISPLAY "Tarjeta " WS-TARJ-MASCARA
                   " vinculada a la cuenta " CTJ-EMPRESA
                MOVE "A" TO AUD-OPERACION
                MOVE CTJ-NRO-TARJ TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE CorpTarjetaRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-WRITE.
      *-----------------------------------------------------------*
      *   The consultant must exist, and should be the cardholder;
      *   the client rebilled defaults to the account's company.
      *   Anything that does not check out blanks CTJ-CONSULTOR.
      *-----------------------------------------------------------*
       Validar_Consultor.
          OPEN INPUT CONSULTORES.
          IF NOT ConsOK
             DISPLAY "** CONSULTORES no disponible - status "
                ConsStatus
             MOVE SPACES TO CTJ-CONSULTOR
             EXIT PARAGRAPH
          END-IF.
          MOVE CTJ-CONSULTOR TO CONS-NUMERO.
          READ CONSULTORES
             INVALID KEY
                DISPLAY "** Consultor " CTJ-CONSULTOR " inexistente"
                MOVE SPACES TO CTJ-CONSULTOR
          END-READ.
          CLOSE CONSULTORES.
          IF CTJ-CONSULTOR = SPACES
             EXIT PARAGRAPH
          END-IF.
          IF CONS-DNI NOT = TJ-DOCUMENTO
             DISPLAY "El consultor " CONS-NOMBRE " (DNI " CONS-DNI
                ") no es el titular - vincular igual S/N -> "
                WITH NO ADVANCING
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                MOVE SPACES TO CTJ-CONSULTOR
                EXIT PARAGRAPH
             END-IF
          END-IF.
          DISPLAY "Empresa a la que se refacturan sus gastos ("
             "0 = " CRP-EMPRESA ") -> " WITH NO ADVANCING.
          ACCEPT WS-EMPRESA-INPUT.
          IF WS-EMPRESA-INPUT NOT = ZERO
             MOVE WS-EMPRESA-INPUT TO EMP-EMPRESA
             READ EMPRESAS
                INVALID KEY
                   DISPLAY "** La empresa " WS-EMPRESA-INPUT
                      " no existe"
                   MOVE SPACES TO CTJ-CONSULTOR
                NOT INVALID KEY
                   MOVE WS-EMPRESA-INPUT TO CTJ-EMPRESA-GASTOS
             END-READ
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Ya_Vinculada.
          READ CorpTarjetasFile
             INVALID KEY
                DISPLAY "** No se pudo vincular la tarjeta"
             NOT INVALID KEY
                DISPLAY "** La tarjeta ya esta vinculada a la "
                   "cuenta " CTJ-EMPRESA
          END-READ.
      *-----------------------------------------------------------*
      *   Unlinking gives the card back its own limit alone; its
      *   balance stays on it.
      *-----------------------------------------------------------*
       Desvincular_Tarjeta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO CTJ-NRO-TARJ.
          READ CorpTarjetasFile
             INVALID KEY
                DISPLAY "** La tarjeta no esta vinculada a ninguna "
                   "cuenta corporativa"
                EXIT PARAGRAPH
          END-READ.
          CALL 'maskpan' USING BY CONTENT CTJ-NRO-TARJ,
             BY REFERENCE WS-TARJ-MASCARA.
          DISPLAY "Desvincular la tarjeta " WS-TARJ-MASCARA
             " de la cuenta " CTJ-EMPRESA " S/N -> "
             WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             EXIT PARAGRAPH
          END-IF.
          MOVE CorpTarjetaRecord TO AUD-ANTES.
          DELETE CorpTarjetasFile
             INVALID KEY
                DISPLAY "** No se pudo desvincular la tarjeta"
             NOT INVALID KEY
                DISPLAY "Tarjeta desvinculada"
                MOVE "B" TO AUD-OPERACION
                MOVE WS-TARJ-INPUT TO AUD-CLAVE
                MOVE SPACES TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-DELETE.
      *-----------------------------------------------------------*
      *   The account, each of its cards with the last closing
      *   balance, and what the closing balances leave of the
      *   company limit (AuthorizeCC also takes cuotas and live
      *   holds off it).
      *-----------------------------------------------------------*
       Consultar_Cuenta.
          DISPLAY "Nro de empresa -> " WITH NO ADVANCING.
          ACCEPT WS-EMPRESA-INPUT.
          MOVE WS-EMPRESA-INPUT TO CRP-EMPRESA.
          READ CorporativasFile
             INVALID KEY
                DISPLAY "** La empresa no tiene cuenta corporativa"
                EXIT PARAGRAPH
          END-READ.
          MOVE CRP-LIMITE TO WS-LIMITE-EDIT.
          DISPLAY "Cuenta " CRP-EMPRESA " " CRP-RAZON " CUIT "
             CRP-CUIT.
          DISPLAY "  Limite corporativo " WS-LIMITE-EDIT " - ciclo "
             CRP-CICLO " - estado " CRP-ESTADO.
          PERFORM Armar_Miembros.
          MOVE ZERO TO WS-SALDO-TOTAL.
          PERFORM VARYING WS-MIE-IX FROM 1 BY 1
             UNTIL WS-MIE-IX > WS-MIEMBROS-COUNT
             PERFORM Mostrar_Miembro
             ADD WS-MIE-SALDO(WS-MIE-IX) TO WS-SALDO-TOTAL
          END-PERFORM.
          COMPUTE WS-DISPONIBLE = CRP-LIMITE - WS-SALDO-TOTAL.
          MOVE WS-SALDO-TOTAL TO WS-IMPORTE-EDIT.
          DISPLAY "  Tarjetas: " WS-MIEMBROS-COUNT
             " - saldo al cierre " WS-IMPORTE-EDIT.
          MOVE WS-DISPONIBLE TO WS-IMPORTE-EDIT.
          DISPLAY "  Disponible segun saldos al cierre "
             WS-IMPORTE-EDIT.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Miembro.
          CALL 'maskpan' USING BY CONTENT WS-MIE-TARJ(WS-MIE-IX),
             BY REFERENCE WS-TARJ-MASCARA.
          MOVE WS-MIE-TARJ(WS-MIE-IX) TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY MOVE SPACES TO TJ-TITULAR
          END-READ.
          MOVE WS-MIE-SALDO(WS-MIE-IX) TO WS-IMPORTE-EDIT.
          IF WS-MIE-TITULAR(WS-MIE-IX) = ZERO
             MOVE WS-MIE-TARJ(WS-MIE-IX) TO CTJ-NRO-TARJ
             READ CorpTarjetasFile
                INVALID KEY MOVE SPACES TO CTJ-CONSULTOR
             END-READ
             DISPLAY "  " WS-TARJ-MASCARA " " TJ-TITULAR " "
                WS-IMPORTE-EDIT
             IF CTJ-CONSULTOR NOT = SPACES
                DISPLAY "     consultor " CTJ-CONSULTOR
                   " - gastos a la empresa " CTJ-EMPRESA-GASTOS
             END-IF
          ELSE
             DISPLAY "    adic " WS-TARJ-MASCARA " " TJ-TITULAR " "
                WS-IMPORTE-EDIT
          END-IF.
      *-----------------------------------------------------------*
      *   One company payment, spread over its cards' last closing
      *   balances in card order; any excess is left as a credit
      *   on the first card. Nothing is written until the operator
      *   has seen the split.
      *-----------------------------------------------------------*
       Pago_Corporativo.
          DISPLAY "Nro de empresa -> " WITH NO ADVANCING.
          ACCEPT WS-EMPRESA-INPUT.
          MOVE WS-EMPRESA-INPUT TO CRP-EMPRESA.
          READ CorporativasFile
             INVALID KEY
                DISPLAY "** La empresa no tiene cuenta corporativa"
                EXIT PARAGRAPH
          END-READ.
          PERFORM Armar_Miembros.
          IF WS-MIEMBROS-COUNT = ZERO
             DISPLAY "** La cuenta no tiene tarjetas vinculadas"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Importe del pago -> " WITH NO ADVANCING.
          ACCEPT WS-PAGO-IMPORTE.
          IF WS-PAGO-IMPORTE = ZERO
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Referencia bancaria de la empresa -> "
             WITH NO ADVANCING.
          ACCEPT WS-PAGO-REF.

          MOVE WS-PAGO-IMPORTE TO WS-RESTANTE.
          PERFORM VARYING WS-MIE-IX FROM 1 BY 1
             UNTIL WS-MIE-IX > WS-MIEMBROS-COUNT
             MOVE ZERO TO WS-MIE-APLICADO(WS-MIE-IX)
             IF WS-MIE-SALDO(WS-MIE-IX) > ZERO AND WS-RESTANTE > ZERO
                IF WS-MIE-SALDO(WS-MIE-IX) < WS-RESTANTE
                   MOVE WS-MIE-SALDO(WS-MIE-IX)
                      TO WS-MIE-APLICADO(WS-MIE-IX)
                ELSE
                   MOVE WS-RESTANTE TO WS-MIE-APLICADO(WS-MIE-IX)
                END-IF
                SUBTRACT WS-MIE-APLICADO(WS-MIE-IX) FROM WS-RESTANTE
             END-IF
          END-PERFORM.
          IF WS-RESTANTE > ZERO
             ADD WS-RESTANTE TO WS-MIE-APLICADO(1)
          END-IF.

          DISPLAY "Distribucion del pago:".
          PERFORM VARYING WS-MIE-IX FROM 1 BY 1
             UNTIL WS-MIE-IX > WS-MIEMBROS-COUNT
             IF WS-MIE-APLICADO(WS-MIE-IX) > ZERO
                CALL 'maskpan' USING BY CONTENT
                   WS-MIE-TARJ(WS-MIE-IX),
                   BY REFERENCE WS-TARJ-MASCARA
                MOVE WS-MIE-APLICADO(WS-MIE-IX) TO WS-LIMITE-EDIT
                DISPLAY "  " WS-TARJ-MASCARA " " WS-LIMITE-EDIT
             END-IF
          END-PERFORM.
          IF WS-RESTANTE > ZERO
             MOVE WS-RESTANTE TO WS-LIMITE-EDIT
             DISPLAY "  (" WS-LIMITE-EDIT " en exceso queda a favor "
                "en la primera tarjeta)"
          END-IF.
          DISPLAY "Confirma el pago S/N -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Pago no registrado"
             EXIT PARAGRAPH
          END-IF.
          PERFORM Grabar_Pago_Corporativo.
      *-----------------------------------------------------------*
      *   PAGOS.DAT takes at most 999999.99 a line, so a larger
      *   share goes in as several lines of the same card.
      *-----------------------------------------------------------*
       Grabar_Pago_Corporativo.
          PERFORM Siguiente_Nro_Pago.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE WS-CURRENT-DATE-FIELDS TO WS-FECHA-HOY-N.
          OPEN EXTEND PagosFile.
          IF PagosStatus = "35"
             OPEN OUTPUT PagosFile
          END-IF.
          IF PagosStatus NOT = "00"
             DISPLAY "** PAGOS.DAT no disponible - status "
                PagosStatus " - pago no registrado"
             EXIT PARAGRAPH
          END-IF.
          MOVE ZERO TO WS-LINEA-PAGO.
          PERFORM VARYING WS-MIE-IX FROM 1 BY 1
             UNTIL WS-MIE-IX > WS-MIEMBROS-COUNT
             MOVE WS-MIE-APLICADO(WS-MIE-IX) TO WS-PENDIENTE-LINEA
             PERFORM UNTIL WS-PENDIENTE-LINEA = ZERO
                IF WS-PENDIENTE-LINEA > WS-MAX-LINEA-PAGO
                   MOVE WS-MAX-LINEA-PAGO TO WS-A-APLICAR
                ELSE
                   MOVE WS-PENDIENTE-LINEA TO WS-A-APLICAR
                END-IF
                PERFORM Grabar_Linea_Pago
                SUBTRACT WS-A-APLICAR FROM WS-PENDIENTE-LINEA
             END-PERFORM
          END-PERFORM.
          CLOSE PagosFile.

          MOVE WS-ULTIMO-PAGO TO PCO-NRO.
          MOVE CRP-EMPRESA TO PCO-EMPRESA.
          MOVE WS-FECHA-HOY-N TO PCO-FECHA.
          MOVE WS-PAGO-IMPORTE TO PCO-IMPORTE.
          MOVE WS-PAGO-REF TO PCO-REF-EMPRESA.
          MOVE SEG-USUARIO TO PCO-USUARIO.
          MOVE WS-LINEA-PAGO TO PCO-LINEAS.
          OPEN EXTEND PagosCorpFile.
          IF PagosCorpStatus = "35"
             OPEN OUTPUT PagosCorpFile
          END-IF.
          IF PagosCorpStatus = "00"
             WRITE PagoCorpRecord
             CLOSE PagosCorpFile
          END-IF.
          MOVE "A" TO AUD-OPERACION.
          MOVE SPACES TO AUD-CLAVE.
          STRING "CP" WS-ULTIMO-PAGO DELIMITED BY SIZE
             INTO AUD-CLAVE.
          MOVE SPACES TO AUD-ANTES.
          MOVE PagoCorpRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Pago corporativo " WS-ULTIMO-PAGO " registrado en "
             WS-LINEA-PAGO " lineas - se acredita en el proximo "
             "cierre".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Linea_Pago.
          ADD 1 TO WS-LINEA-PAGO.
          MOVE WS-MIE-TARJ(WS-MIE-IX) TO PAG-NRO-TARJ.
          MOVE "  " TO PAG-FILLER.
          MOVE WS-DATE-DAY TO PAG-DAY.
          MOVE WS-DATE-MONTH TO PAG-MONTH.
          MOVE WS-DATE-YEAR TO PAG-YEAR.
          MOVE WS-A-APLICAR TO PAG-IMPORTE.
          MOVE 0 TO PAG-MONEDA.
          MOVE SPACES TO PAG-REF-BANCO.
          STRING "CP" WS-ULTIMO-PAGO WS-LINEA-PAGO DELIMITED BY SIZE
             INTO PAG-REF-BANCO.
          WRITE PagoRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Siguiente_Nro_Pago.
          MOVE ZERO TO WS-ULTIMO-PAGO.
          OPEN INPUT PagoSeqFile.
          IF PagoSeqStatus = "00"
             READ PagoSeqFile
                AT END CONTINUE
             END-READ
             IF PagoSeqStatus = "00" AND PSQ-ULTIMO-PAGO NUMERIC
                MOVE PSQ-ULTIMO-PAGO TO WS-ULTIMO-PAGO
             END-IF
             CLOSE PagoSeqFile
          END-IF.
          ADD 1 TO WS-ULTIMO-PAGO.
          OPEN OUTPUT PagoSeqFile.
          MOVE WS-ULTIMO-PAGO TO PSQ-ULTIMO-PAGO.
          WRITE PagoSeqRecord.
          CLOSE PagoSeqFile.
      *-----------------------------------------------------------*
      *   The account's linked cards in card order, then the
      *   adicionales of each, every one with its last closing
      *   balance. WS-MIE-TITULAR is zero for a linked card.
      *-----------------------------------------------------------*
       Armar_Miembros.
          INITIALIZE WS-MIEMBROS-TABLE.
          MOVE ZERO TO WS-MIEMBROS-COUNT.
          MOVE "N" TO WS-EOF-CTJ.
          MOVE CRP-EMPRESA TO CTJ-EMPRESA.
          START CorpTarjetasFile KEY IS EQUAL TO CTJ-EMPRESA
             INVALID KEY SET EOF-CTJ TO TRUE
          END-START.
          PERFORM UNTIL EOF-CTJ
             READ CorpTarjetasFile NEXT RECORD
                AT END SET EOF-CTJ TO TRUE
             END-READ
             IF NOT EOF-CTJ
                IF CTJ-EMPRESA = CRP-EMPRESA
                   AND WS-MIEMBROS-COUNT < WS-MAX-MIEMBROS
                   ADD 1 TO WS-MIEMBROS-COUNT
                   MOVE CTJ-NRO-TARJ
                      TO WS-MIE-TARJ(WS-MIEMBROS-COUNT)
                   MOVE ZERO TO WS-MIE-TITULAR(WS-MIEMBROS-COUNT)
                ELSE
                   SET EOF-CTJ TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF WS-MIEMBROS-COUNT > ZERO
             PERFORM Agregar_Adicionales
          END-IF.
          PERFORM VARYING WS-MIE-IX FROM 1 BY 1
             UNTIL WS-MIE-IX > WS-MIEMBROS-COUNT
             MOVE WS-MIE-TARJ(WS-MIE-IX) TO WS-TARJ-CONSULTA
             PERFORM Get_Saldo_Actual
             MOVE WS-SALDO-ACTUAL TO WS-MIE-SALDO(WS-MIE-IX)
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Adicionales.
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
                SET WS-MIE-IX TO 1
                SEARCH WS-MIEMBRO-ENTRY
                   WHEN WS-MIE-TARJ(WS-MIE-IX) = ADI-NRO-TITULAR
                      AND WS-MIE-TITULAR(WS-MIE-IX) = ZERO
                      IF WS-MIEMBROS-COUNT < WS-MAX-MIEMBROS
                         ADD 1 TO WS-MIEMBROS-COUNT
                         MOVE ADI-NRO-TARJ
                            TO WS-MIE-TARJ(WS-MIEMBROS-COUNT)
                         MOVE ADI-NRO-TITULAR
                            TO WS-MIE-TITULAR(WS-MIEMBROS-COUNT)
                      END-IF
                END-SEARCH
             END-IF
          END-PERFORM.
          IF AdicionalesStatus NOT = "35"
             AND AdicionalesStatus NOT = "30"
             CLOSE AdicionalesFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Titular_Adicional.
          MOVE "N" TO WS-ES-ADICIONAL.
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
                IF ADI-NRO-TARJ = WS-TARJ-CONSULTA
                   SET ES-ADICIONAL TO TRUE
                   SET EOF-ADIC TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          IF AdicionalesStatus NOT = "35"
             AND AdicionalesStatus NOT = "30"
             CLOSE AdicionalesFile
          END-IF.
      *-----------------------------------------------------------*
      *   Latest balance on file for the card - SALD-FECHA is
      *   2-filler/DD/MM/AAAA, so the latest is picked on the
      *   rearranged AAAAMMDD date.
      *-----------------------------------------------------------*
       Get_Saldo_Actual.
          MOVE ZERO TO WS-SALDO-ACTUAL.
          OPEN INPUT SaldoFile.
          IF SaldoFound
             MOVE "N" TO WS-EOF-SALDO
             MOVE WS-TARJ-CONSULTA TO SALD-NRO-TARJ
             MOVE LOW-VALUES TO SALD-FECHA
             START SaldoFile KEY IS NOT LESS THAN SALD-KEY
                INVALID KEY SET EOF-SALDO TO TRUE
             END-START
             MOVE ZERO TO WS-MEJOR-FECHA
             PERFORM UNTIL EOF-SALDO
                READ SaldoFile NEXT RECORD
                   AT END SET EOF-SALDO TO TRUE
                END-READ
                IF NOT EOF-SALDO
                   IF SALD-NRO-TARJ NOT = WS-TARJ-CONSULTA
                      SET EOF-SALDO TO TRUE
                   ELSE
                      MOVE SALD-FECHA(7:4) TO WS-FECHA-SALDO-N(1:4)
                      MOVE SALD-FECHA(5:2) TO WS-FECHA-SALDO-N(5:2)
                      MOVE SALD-FECHA(3:2) TO WS-FECHA-SALDO-N(7:2)
                      IF WS-FECHA-SALDO-N > WS-MEJOR-FECHA
                         MOVE WS-FECHA-SALDO-N TO WS-MEJOR-FECHA
                         MOVE SALD-IMPORTE TO WS-SALDO-ACTUAL
                      END-IF
                   END-IF
                END-IF
             END-PERFORM
             CLOSE SaldoFile
          END-IF.
      *-----------------------------------------------------------*
      *   Reads the account again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE CorporativaRecord TO WS-IMAGEN-PROPUESTA.
          READ CorporativasFile
             INVALID KEY CONTINUE
          END-READ.
          IF CorporativaOK AND CorporativaRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO CorporativaRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La cuenta fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF CorporativaOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Cuenta
             MOVE CorporativaRecord TO AUD-ANTES
          ELSE
             DISPLAY "La cuenta ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO CorporativaRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Cuenta.
          MOVE "C" TO AUD-OPERACION.
          MOVE CRP-EMPRESA TO AUD-CLAVE.
          MOVE CorporativaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Cuenta.
          MOVE CRP-LIMITE TO WS-LIMITE-EDIT.
          DISPLAY "  " CRP-EMPRESA " " CRP-RAZON " limite "
             WS-LIMITE-EDIT " estado " CRP-ESTADO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantCorporativas.
