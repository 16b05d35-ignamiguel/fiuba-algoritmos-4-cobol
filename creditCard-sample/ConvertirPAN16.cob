       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirPAN16.
      * AUTHOR:  nacho.
      * One-off conversion of the card masters to full 16-digit
      * PANs. Before the run the old 10-digit files are renamed
      * with the .ANT suffix (TARJETAS.ANT, SALDOS.ANT,
      * CC-CUOTAS-PENDIENTES.ANT and CC-ADICIONALES.ANT); each old
      * number becomes the issuer prefix + the old ten digits + the
      * Luhn check digit chkluhn computes for them, and the masters
      * are rebuilt under the wide key. The prefix is a constant,
      * so the new numbers keep the old collating order and every
      * file loads in one sequential pass. Each old-to-new pair is
      * written to CC-CONVERSION-PAN.DAT so the secondary files
      * and any outside reference translate from the same table.
      * Every other file keeping a card number from one run to the
      * next is renamed .ANT the same way and rebuilt here after
      * the masters: debitos automaticos, puntos, ajustes
      * pendientes and canjes, cobranzas, incobrables, propuestas
      * de limite, disputas, limites temporarios, the SALDOS and
      * TARJETAS historicos, the saldo audit trail and both
      * CC-SITUACION files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldTarjetasFile ASSIGN TO "..\files\TARJETAS.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OTJ-KEY
          ALTERNATE RECORD KEY IS OTJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS OldTarjetaStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT OldSaldoFile ASSIGN TO "..\files\SALDOS.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OSALD-KEY
          FILE STATUS IS OldSaldoStatus.

          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          SELECT OldCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OPC-KEY
          FILE STATUS IS OldCuotasStatus.

          SELECT PendingCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PC-KEY
          FILE STATUS IS PendingCuotasStatus.

          SELECT OldAdicionalesFile ASSIGN TO
          "..\files\CC-ADICIONALES.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldAdicionalesStatus.

          SELECT AdicionalesFile ASSIGN TO
          "..\files\CC-ADICIONALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldDebitoFile ASSIGN TO
          "..\files\CC-DEBITO-AUTOM.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS ODEB-NRO-TARJ
          FILE STATUS IS OldDebitoStatus.

          SELECT DebitoFile ASSIGN TO
          "..\files\CC-DEBITO-AUTOM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS DEB-NRO-TARJ
          FILE STATUS IS DebitoStatus.

          SELECT OldPuntosFile ASSIGN TO "..\files\CC-PUNTOS.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OPTS-NRO-TARJ
          FILE STATUS IS OldPuntosStatus.

          SELECT PuntosFile ASSIGN TO "..\files\CC-PUNTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PTS-NRO-TARJ
          FILE STATUS IS PuntosStatus.

          SELECT OldAjustesPendFile ASSIGN TO
          "..\files\CC-AJUSTES-PEND.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldAjustesPendStatus.

          SELECT AjustesPendFile ASSIGN TO
          "..\files\CC-AJUSTES-PEND.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldCanjesFile ASSIGN TO "..\files\CC-CANJES.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldCanjesStatus.

          SELECT CanjesFile ASSIGN TO "..\files\CC-CANJES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldCobranzasFile ASSIGN TO
          "..\files\CC-COBRANZAS.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OCOB-NRO-TARJ
          FILE STATUS IS OldCobranzasStatus.

          SELECT CobranzasFile ASSIGN TO
          "..\files\CC-COBRANZAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS COB-NRO-TARJ
          FILE STATUS IS CobranzasStatus.

          SELECT OldIncobrablesFile ASSIGN TO
          "..\files\CC-INCOBRABLES.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OINC-NRO-TARJ
          FILE STATUS IS OldIncobrablesStatus.

          SELECT IncobrablesFile ASSIGN TO
          "..\files\CC-INCOBRABLES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS INC-NRO-TARJ
          FILE STATUS IS IncobrablesStatus.

          SELECT OldPropuestasFile ASSIGN TO
          "..\files\CC-PROPUESTAS-LIMITE.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OPRO-NRO-TARJ
          FILE STATUS IS OldPropuestasStatus.

          SELECT PropuestasFile ASSIGN TO
          "..\files\CC-PROPUESTAS-LIMITE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRO-NRO-TARJ
          FILE STATUS IS PropuestasStatus.

          SELECT OldDisputasFile ASSIGN TO
          "..\files\CC-DISPUTAS.ANT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS ODSP-NRO-CASO
          FILE STATUS IS OldDisputasStatus.

          SELECT DisputasFile ASSIGN TO
          "..\files\CC-DISPUTAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS DSP-NRO-CASO
          FILE STATUS IS DisputasStatus.

          SELECT OldLimTempFile ASSIGN TO
          "..\files\CC-LIMITES-TEMP.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldLimTempStatus.

          SELECT LimTempFile ASSIGN TO "..\files\CC-LIMITES-TEMP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldSaldoHistFile ASSIGN TO
          "..\files\SALDOS-HISTORICO.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldSaldoHistStatus.

          SELECT SaldoHistFile ASSIGN TO "..\files\SALDOS-HISTORICO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldTarjetasHistFile ASSIGN TO
          "..\files\TARJETAS-HISTORICO.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldTarjetasHistStatus.

          SELECT TarjetasHistFile ASSIGN TO
          "..\files\TARJETAS-HISTORICO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldSaldoAuditFile ASSIGN TO
          "..\files\SALDOS-AUDITORIA.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldSaldoAuditStatus.

          SELECT SaldoAuditFile ASSIGN TO
          "..\files\SALDOS-AUDITORIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldSituacionFile ASSIGN TO
          "..\files\CC-SITUACION.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldSituacionStatus.

          SELECT SituacionFile ASSIGN TO "..\files\CC-SITUACION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OldSituacionAntFile ASSIGN TO
          "..\files\CC-SITUACION-ANT.ANT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OldSituacionAntStatus.

          SELECT SituacionAntFile ASSIGN TO
          "..\files\CC-SITUACION-ANT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ConversionFile ASSIGN TO
          "..\files\CC-CONVERSION-PAN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Pre-conversion layouts - identical to today's except for
      *> the 10-digit card number.
       FD OldTarjetasFile.
       01 OldTarjetaRecord.
         02 OTJ-KEY.
           03 OTJ-NRO-TARJ       PIC 9(10).
         02 OTJ-TITULAR          PIC X(30).
         02 OTJ-DOCUMENTO        PIC 9(11).
         02 OTJ-LIMITE           PIC 9(10)V99.
         02 OTJ-ESTADO           PIC X(01).
         02 OTJ-CICLO            PIC 9(02).
         02 OTJ-CALLE            PIC X(30).
         02 OTJ-LOCALIDAD        PIC X(20).
         02 OTJ-COD-POSTAL       PIC X(08).
         02 OTJ-ENVIO            PIC X(01).
         02 OTJ-VENCIMIENTO      PIC 9(06).

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

       FD OldSaldoFile.
       01 OldSaldoRecord.
         02 OSALD-KEY.
           04 OSALD-NRO-TARJ       PIC 9(10).
           04 OSALD-FECHA          PIC X(10).
         02 OSALD-IMPORTE          PIC 9(6)V99.
         02 OSALD-IMPORTE-USD      PIC 9(6)V99.

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ        PIC 9(16).
           04 SALD-FECHA           PIC X(10).
         02 SALD-IMPORTE           PIC 9(6)V99.
         02 SALD-IMPORTE-USD       PIC 9(6)V99.

       FD OldCuotasFile.
       01 OldCuotaRecord.
         02 OPC-KEY.
           03 OPC-NRO-TARJ         PIC 9(10).
           03 OPC-NRO-CUPON        PIC 9(5).
         02 OPC-IMPORTE            PIC 9(6)V99.
         02 OPC-CUOTAS-TOT         PIC 9(2).
         02 OPC-CUOTAS-REST        PIC 9(2).
         02 OPC-PROMO              PIC X(1).
         02 OPC-PROMO-NOMBRE       PIC X(20).

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ          PIC 9(16).
           03 PC-NRO-CUPON         PIC 9(5).
         02 PC-IMPORTE             PIC 9(6)V99.
         02 PC-CUOTAS-TOT          PIC 9(2).
         02 PC-CUOTAS-REST         PIC 9(2).
         02 PC-PROMO               PIC X(1).
         02 PC-PROMO-NOMBRE        PIC X(20).

       FD OldAdicionalesFile.
       01 OldAdicionalRecord.
         03 OADI-NRO-TARJ          PIC 9(10).
         03 OADI-NRO-TITULAR       PIC 9(10).
         03 OADI-FECHA-ALTA        PIC X(8).

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ           PIC 9(16).
         03 ADI-NRO-TITULAR        PIC 9(16).
         03 ADI-FECHA-ALTA         PIC X(8).

       FD OldDebitoFile.
       01 OldDebitoRecord.
         02 ODEB-NRO-TARJ          PIC 9(10).
         02 ODEB-CBU               PIC X(22).
         02 ODEB-DIA               PIC 9(2).
         02 ODEB-ESTADO            PIC X(1).

       FD DebitoFile.
       01 DebitoRecord.
         02 DEB-NRO-TARJ           PIC 9(16).
         02 DEB-CBU                PIC X(22).
         02 DEB-DIA                PIC 9(2).
         02 DEB-ESTADO             PIC X(1).

       FD OldPuntosFile.
       01 OldPuntosRecord.
         02 OPTS-NRO-TARJ          PIC 9(10).
         02 OPTS-SALDO             PIC 9(8).
         02 OPTS-ULT-GANADOS       PIC 9(6).

       FD PuntosFile.
       01 PuntosRecord.
         02 PTS-NRO-TARJ           PIC 9(16).
         02 PTS-SALDO              PIC 9(8).
         02 PTS-ULT-GANADOS        PIC 9(6).

       FD OldAjustesPendFile.
       01 OldAjustePendRecord.
         03 OAJU-NRO-TARJ          PIC 9(10).
         03 OAJU-NRO-CUPON         PIC 9(5).
         03 OAJU-FECHA             PIC X(10).
         03 OAJU-IMPORTE           PIC 9(6)V99.
         03 OAJU-MONEDA            PIC 9(1).
         03 OAJU-CUOTAS            PIC 9(2).
         03 OAJU-TIPO              PIC 9(1).
         03 OAJU-COMERCIO          PIC 9(6).
         03 OAJU-AUTORIZACION      PIC 9(6).
         03 OAJU-INTENTOS          PIC 9(2).

       FD AjustesPendFile.
       01 AjustePendRecord.
         03 AJU-NRO-TARJ           PIC 9(16).
         03 AJU-NRO-CUPON          PIC 9(5).
         03 AJU-FECHA              PIC X(10).
         03 AJU-IMPORTE            PIC 9(6)V99.
         03 AJU-MONEDA             PIC 9(1).
         03 AJU-CUOTAS             PIC 9(2).
         03 AJU-TIPO               PIC 9(1).
         03 AJU-COMERCIO           PIC 9(6).
         03 AJU-AUTORIZACION       PIC 9(6).
         03 AJU-INTENTOS           PIC 9(2).

       FD OldCanjesFile.
       01 OldCanjeRecord.
         03 OCAN-NRO-TARJ          PIC 9(10).
         03 OCAN-PUNTOS            PIC 9(6).
         03 OCAN-IMPORTE           PIC 9(6)V99.
         03 OCAN-FECHA             PIC X(8).

       FD CanjesFile.
       01 CanjeRecord.
         03 CAN-NRO-TARJ           PIC 9(16).
         03 CAN-PUNTOS             PIC 9(6).
         03 CAN-IMPORTE            PIC 9(6)V99.
         03 CAN-FECHA              PIC X(8).

       FD OldCobranzasFile.
       01 OldCobranzaRecord.
         02 OCOB-NRO-TARJ          PIC 9(10).
         02 OCOB-ESTADO            PIC X(1).
         02 OCOB-SALDO             PIC 9(10)V99.
         02 OCOB-COBRADOR          PIC X(8).
         02 OCOB-RESULTADO         PIC X(20).
         02 OCOB-PROMESA-FECHA     PIC 9(8).
         02 OCOB-PROMESA-IMPORTE   PIC 9(6)V99.
         02 OCOB-FECHA-GESTION     PIC X(8).

       FD CobranzasFile.
       01 CobranzaRecord.
         02 COB-NRO-TARJ           PIC 9(16).
         02 COB-ESTADO             PIC X(1).
         02 COB-SALDO              PIC 9(10)V99.
         02 COB-COBRADOR           PIC X(8).
         02 COB-RESULTADO          PIC X(20).
         02 COB-PROMESA-FECHA      PIC 9(8).
         02 COB-PROMESA-IMPORTE    PIC 9(6)V99.
         02 COB-FECHA-GESTION      PIC X(8).

       FD OldIncobrablesFile.
       01 OldIncobrableRecord.
         02 OINC-NRO-TARJ          PIC 9(10).
         02 OINC-FECHA-QUEBRANTO   PIC X(8).
         02 OINC-IMPORTE-CASTIGADO PIC 9(10)V99.
         02 OINC-IMPORTE-RECUPERADO PIC 9(10)V99.

       FD IncobrablesFile.
       01 IncobrableRecord.
         02 INC-NRO-TARJ           PIC 9(16).
         02 INC-FECHA-QUEBRANTO    PIC X(8).
         02 INC-IMPORTE-CASTIGADO  PIC 9(10)V99.
         02 INC-IMPORTE-RECUPERADO PIC 9(10)V99.

       FD OldPropuestasFile.
       01 OldPropuestaRecord.
         02 OPRO-NRO-TARJ          PIC 9(10).
         02 OPRO-ACCION            PIC X(1).
         02 OPRO-LIMITE-ACTUAL     PIC 9(10)V99.
         02 OPRO-LIMITE-PROPUESTO  PIC 9(10)V99.
         02 OPRO-UTILIZACION-PCT   PIC 9(3).
         02 OPRO-MORA-DIAS         PIC 9(5).
         02 OPRO-CANT-PAGOS        PIC 9(4).
         02 OPRO-ESTADO            PIC X(1).

       FD PropuestasFile.
       01 PropuestaRecord.
         02 PRO-NRO-TARJ           PIC 9(16).
         02 PRO-ACCION             PIC X(1).
         02 PRO-LIMITE-ACTUAL      PIC 9(10)V99.
         02 PRO-LIMITE-PROPUESTO   PIC 9(10)V99.
         02 PRO-UTILIZACION-PCT    PIC 9(3).
         02 PRO-MORA-DIAS          PIC 9(5).
         02 PRO-CANT-PAGOS         PIC 9(4).
         02 PRO-ESTADO             PIC X(1).

       FD OldDisputasFile.
       01 OldDisputaRecord.
         02 ODSP-NRO-CASO          PIC 9(6).
         02 ODSP-NRO-TARJ          PIC 9(10).
         02 ODSP-NRO-CUPON         PIC 9(5).
         02 ODSP-IMPORTE           PIC 9(6)V99.
         02 ODSP-COMERCIO          PIC 9(6).
         02 ODSP-ESTADO            PIC X(1).
         02 ODSP-FECHA-ALTA        PIC 9(8).
         02 ODSP-FECHA-LIMITE      PIC 9(8).
         02 ODSP-CREDITO-DADO      PIC X(1).

       FD DisputasFile.
       01 DisputaRecord.
         02 DSP-NRO-CASO           PIC 9(6).
         02 DSP-NRO-TARJ           PIC 9(16).
         02 DSP-NRO-CUPON          PIC 9(5).
         02 DSP-IMPORTE            PIC 9(6)V99.
         02 DSP-COMERCIO           PIC 9(6).
         02 DSP-ESTADO             PIC X(1).
         02 DSP-FECHA-ALTA         PIC 9(8).
         02 DSP-FECHA-LIMITE       PIC 9(8).
         02 DSP-CREDITO-DADO       PIC X(1).

       FD OldLimTempFile.
       01 OldLimTempRecord.
         03 OLTM-NRO-TARJ          PIC 9(10).
         03 OLTM-FECHA-DESDE       PIC 9(8).
         03 OLTM-FECHA-HASTA       PIC 9(8).
         03 OLTM-LIMITE            PIC 9(10)V99.

       FD LimTempFile.
       01 LimTempRecord.
         03 LTM-NRO-TARJ           PIC 9(16).
         03 LTM-FECHA-DESDE        PIC 9(8).
         03 LTM-FECHA-HASTA        PIC 9(8).
         03 LTM-LIMITE             PIC 9(10)V99.

       FD OldSaldoHistFile.
       01 OldSaldoHistRecord.
         02 OSALDHIST-NRO-TARJ     PIC 9(10).
         02 OSALDHIST-FECHA        PIC X(10).
         02 OSALDHIST-IMPORTE      PIC 9(6)V99.
         02 OSALDHIST-IMPORTE-USD  PIC 9(6)V99.

       FD SaldoHistFile.
       01 SaldoHistRecord.
         02 SALDHIST-NRO-TARJ      PIC 9(16).
         02 SALDHIST-FECHA         PIC X(10).
         02 SALDHIST-IMPORTE       PIC 9(6)V99.
         02 SALDHIST-IMPORTE-USD   PIC 9(6)V99.

       FD OldTarjetasHistFile.
       01 OldTarjetaHistRecord.
         02 OTJHIST-NRO-TARJ       PIC 9(10).
         02 OTJHIST-TITULAR        PIC X(30).
         02 OTJHIST-DOCUMENTO      PIC 9(11).
         02 OTJHIST-LIMITE         PIC 9(10)V99.
         02 OTJHIST-ESTADO         PIC X(01).
         02 OTJHIST-CICLO          PIC 9(02).
         02 OTJHIST-CALLE          PIC X(30).
         02 OTJHIST-LOCALIDAD      PIC X(20).
         02 OTJHIST-COD-POSTAL     PIC X(08).
         02 OTJHIST-ENVIO          PIC X(01).

       FD TarjetasHistFile.
       01 TarjetaHistRecord.
         02 TJHIST-NRO-TARJ        PIC 9(16).
         02 TJHIST-TITULAR         PIC X(30).
         02 TJHIST-DOCUMENTO       PIC 9(11).
         02 TJHIST-LIMITE          PIC 9(10)V99.
         02 TJHIST-ESTADO          PIC X(01).
         02 TJHIST-CICLO           PIC 9(02).
         02 TJHIST-CALLE           PIC X(30).
         02 TJHIST-LOCALIDAD       PIC X(20).
         02 TJHIST-COD-POSTAL      PIC X(08).
         02 TJHIST-ENVIO           PIC X(01).

       FD OldSaldoAuditFile.
       01 OldSaldoAuditRecord.
         02 OAUD-NRO-TARJ          PIC 9(10).
         02 OAUD-IMPORTE-ANTERIOR  PIC 9(10)V99.
         02 OAUD-IMPORTE-NUEVO     PIC 9(10)V99.
         02 OAUD-RUN               PIC X(10).

       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         02 AUD-NRO-TARJ           PIC 9(16).
         02 AUD-IMPORTE-ANTERIOR   PIC 9(10)V99.
         02 AUD-IMPORTE-NUEVO      PIC 9(10)V99.
         02 AUD-RUN                PIC X(10).

       FD OldSituacionFile.
       01 OldSituacionRecord.
         03 OSIT-DOCUMENTO         PIC 9(11).
         03 OSIT-NRO-TARJ          PIC 9(10).
         03 OSIT-SITUACION         PIC 9(1).
         03 OSIT-SALDO             PIC 9(10)V99.
         03 OSIT-MORA-DIAS         PIC 9(5).
         03 OSIT-FECHA             PIC 9(8).

       FD SituacionFile.
       01 SituacionRecord.
         03 SIT-DOCUMENTO          PIC 9(11).
         03 SIT-NRO-TARJ           PIC 9(16).
         03 SIT-SITUACION          PIC 9(1).
         03 SIT-SALDO              PIC 9(10)V99.
         03 SIT-MORA-DIAS          PIC 9(5).
         03 SIT-FECHA              PIC 9(8).

       FD OldSituacionAntFile.
       01 OldSituacionAntRecord.
         03 OSITA-DOCUMENTO        PIC 9(11).
         03 OSITA-NRO-TARJ         PIC 9(10).
         03 OSITA-SITUACION        PIC 9(1).
         03 OSITA-SALDO            PIC 9(10)V99.
         03 OSITA-MORA-DIAS        PIC 9(5).
         03 OSITA-FECHA            PIC 9(8).

       FD SituacionAntFile.
       01 SituacionAntRecord.
         03 SITA-DOCUMENTO         PIC 9(11).
         03 SITA-NRO-TARJ          PIC 9(16).
         03 SITA-SITUACION         PIC 9(1).
         03 SITA-SALDO             PIC 9(10)V99.
         03 SITA-MORA-DIAS         PIC 9(5).
         03 SITA-FECHA             PIC 9(8).

       FD ConversionFile.
       01 ConversionRecord.
         03 CNV-NRO-TARJ-ANT       PIC 9(10).
         03 CNV-NRO-TARJ-NUEVA     PIC 9(16).

       WORKING-STORAGE SECTION.
       01   OldTarjetaStatus         PIC X(2).
       01   TarjetaStatus            PIC X(2).
          88 TarjetaOK VALUE "00".
       01   OldSaldoStatus           PIC X(2).
       01   SaldoStatus              PIC X(2).
          88 SaldoOK VALUE "00".
       01   OldCuotasStatus          PIC X(2).
       01   PendingCuotasStatus      PIC X(2).
          88 PendingCuotasOK VALUE "00".
       01   OldAdicionalesStatus     PIC X(2).
       01   OldDebitoStatus          PIC X(2).
       01   DebitoStatus             PIC X(2).
          88 DebitoOK VALUE "00".
       01   OldPuntosStatus          PIC X(2).
       01   PuntosStatus             PIC X(2).
          88 PuntosOK VALUE "00".
       01   OldAjustesPendStatus     PIC X(2).
       01   OldCanjesStatus          PIC X(2).
       01   OldCobranzasStatus       PIC X(2).
       01   CobranzasStatus          PIC X(2).
          88 CobranzasOK VALUE "00".
       01   OldIncobrablesStatus     PIC X(2).
       01   IncobrablesStatus        PIC X(2).
          88 IncobrablesOK VALUE "00".
       01   OldPropuestasStatus      PIC X(2).
       01   PropuestasStatus         PIC X(2).
          88 PropuestasOK VALUE "00".
       01   OldDisputasStatus        PIC X(2).
       01   DisputasStatus           PIC X(2).
          88 DisputasOK VALUE "00".
       01   OldLimTempStatus         PIC X(2).
       01   OldSaldoHistStatus       PIC X(2).
       01   OldTarjetasHistStatus    PIC X(2).
       01   OldSaldoAuditStatus      PIC X(2).
       01   OldSituacionStatus       PIC X(2).
       01   OldSituacionAntStatus    PIC X(2).

       01   WS-EOF                  PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

      *> Issuer prefix the plastics are embossed under - the first
      *> five digits of every PAN this conversion builds.
       01   WS-PREFIJO-EMISOR        PIC 9(5) VALUE 45170.
       01   WS-TARJ-VIEJA            PIC 9(10).
       01   WS-TARJ-NUEVA            PIC 9(16).
       01   WS-LUHN-RESULTADO        PIC X(1).
       01   WS-LUHN-DIGITO           PIC 9(1).

       01   CONT-TARJETAS            PIC 9(6) VALUE ZERO.
       01   CONT-SALDOS              PIC 9(6) VALUE ZERO.
       01   CONT-CUOTAS              PIC 9(6) VALUE ZERO.
       01   CONT-ADICIONALES         PIC 9(6) VALUE ZERO.
       01   CONT-DEBITOS             PIC 9(6) VALUE ZERO.
       01   CONT-PUNTOS              PIC 9(6) VALUE ZERO.
       01   CONT-AJUSTES             PIC 9(6) VALUE ZERO.
       01   CONT-CANJES              PIC 9(6) VALUE ZERO.
       01   CONT-COBRANZAS           PIC 9(6) VALUE ZERO.
       01   CONT-INCOBRABLES         PIC 9(6) VALUE ZERO.
       01   CONT-PROPUESTAS          PIC 9(6) VALUE ZERO.
       01   CONT-DISPUTAS            PIC 9(6) VALUE ZERO.
       01   CONT-LIM-TEMP            PIC 9(6) VALUE ZERO.
       01   CONT-SALDOS-HIST         PIC 9(8) VALUE ZERO.
       01   CONT-TARJETAS-HIST       PIC 9(6) VALUE ZERO.
       01   CONT-AUDITORIA           PIC 9(8) VALUE ZERO.
       01   CONT-SITUACION           PIC 9(6) VALUE ZERO.
       01   CONT-SITUACION-ANT       PIC 9(6) VALUE ZERO.
       01   CONT-ERRORES             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          OPEN OUTPUT ConversionFile.
          PERFORM Convertir_Tarjetas.
          PERFORM Convertir_Saldos.
          PERFORM Convertir_Cuotas.
          PERFORM Convertir_Adicionales.
          CLOSE ConversionFile.

          PERFORM Convertir_Debitos.
          PERFORM Convertir_Puntos.
          PERFORM Convertir_Ajustes.
          PERFORM Convertir_Canjes.
          PERFORM Convertir_Cobranzas.
          PERFORM Convertir_Incobrables.
          PERFORM Convertir_Propuestas.
          PERFORM Convertir_Disputas.
          PERFORM Convertir_Limites_Temp.
          PERFORM Convertir_Saldos_Hist.
          PERFORM Convertir_Tarjetas_Hist.
          PERFORM Convertir_Auditoria.
          PERFORM Convertir_Situacion.
          PERFORM Convertir_Situacion_Ant.

          DISPLAY "Tarjetas convertidas:     " CONT-TARJETAS.
          DISPLAY "Saldos convertidos:       " CONT-SALDOS.
          DISPLAY "Cuotas convertidas:       " CONT-CUOTAS.
          DISPLAY "Adicionales convertidos:  " CONT-ADICIONALES.
          DISPLAY "Debitos automaticos:      " CONT-DEBITOS.
          DISPLAY "Cuentas de puntos:        " CONT-PUNTOS.
          DISPLAY "Ajustes pendientes:       " CONT-AJUSTES.
          DISPLAY "Canjes:                   " CONT-CANJES.
          DISPLAY "Casos de cobranza:        " CONT-COBRANZAS.
          DISPLAY "Incobrables:              " CONT-INCOBRABLES.
          DISPLAY "Propuestas de limite:     " CONT-PROPUESTAS.
          DISPLAY "Disputas:                 " CONT-DISPUTAS.
          DISPLAY "Limites temporarios:      " CONT-LIM-TEMP.
          DISPLAY "Saldos historicos:        " CONT-SALDOS-HIST.
          DISPLAY "Tarjetas historicas:      " CONT-TARJETAS-HIST.
          DISPLAY "Auditoria de saldos:      " CONT-AUDITORIA.
          DISPLAY "Situacion de deudores:    " CONT-SITUACION.
          DISPLAY "Situacion mes anterior:   " CONT-SITUACION-ANT.
          DISPLAY "Registros con error:      " CONT-ERRORES.
          IF CONT-ERRORES > ZERO
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *   Old number to new PAN: prefix in the top five digits,
      *   the old ten digits after it, and the Luhn check digit in
      *   the last position.
      *-----------------------------------------------------------*
       Armar_Pan.
          COMPUTE WS-TARJ-NUEVA = WS-PREFIJO-EMISOR * 100000000000
             + WS-TARJ-VIEJA * 10.
          CALL 'chkluhn' USING BY CONTENT WS-TARJ-NUEVA,
             BY REFERENCE WS-LUHN-RESULTADO,
             BY REFERENCE WS-LUHN-DIGITO.
          ADD WS-LUHN-DIGITO TO WS-TARJ-NUEVA.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Tarjetas.
          OPEN INPUT OldTarjetasFile.
          IF OldTarjetaStatus NOT = "00"
             DISPLAY "** TARJETAS.ANT no disponible - status "
                OldTarjetaStatus
             STOP RUN
          END-IF.
          OPEN OUTPUT TarjetasFile.
          IF NOT TarjetaOK
             DISPLAY "** Error abriendo TARJETAS.DAT - status "
                TarjetaStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldTarjetasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OTJ-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO TJ-NRO-TARJ
                MOVE OTJ-TITULAR TO TJ-TITULAR
                MOVE OTJ-DOCUMENTO TO TJ-DOCUMENTO
                MOVE OTJ-LIMITE TO TJ-LIMITE
                MOVE OTJ-ESTADO TO TJ-ESTADO
                MOVE OTJ-CICLO TO TJ-CICLO
                MOVE OTJ-CALLE TO TJ-CALLE
                MOVE OTJ-LOCALIDAD TO TJ-LOCALIDAD
                MOVE OTJ-COD-POSTAL TO TJ-COD-POSTAL
                MOVE OTJ-ENVIO TO TJ-ENVIO
                MOVE OTJ-VENCIMIENTO TO TJ-VENCIMIENTO
                WRITE TarjetaRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " TJ-NRO-TARJ
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-TARJETAS
                      MOVE WS-TARJ-VIEJA TO CNV-NRO-TARJ-ANT
                      MOVE WS-TARJ-NUEVA TO CNV-NRO-TARJ-NUEVA
                      WRITE ConversionRecord
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldTarjetasFile, TarjetasFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Saldos.
          OPEN INPUT OldSaldoFile.
          IF OldSaldoStatus NOT = "00"
             DISPLAY "** SALDOS.ANT no disponible - status "
                OldSaldoStatus " - saldos sin convertir"
             ADD 1 TO CONT-ERRORES
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT SaldoFile.
          IF NOT SaldoOK
             DISPLAY "** Error abriendo SALDOS.DAT - status "
                SaldoStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldSaldoFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OSALD-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO SALD-NRO-TARJ
                MOVE OSALD-FECHA TO SALD-FECHA
                MOVE OSALD-IMPORTE TO SALD-IMPORTE
                MOVE OSALD-IMPORTE-USD TO SALD-IMPORTE-USD
                WRITE SaldoRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " SALD-KEY
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-SALDOS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldSaldoFile, SaldoFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Cuotas.
          OPEN INPUT OldCuotasFile.
          IF OldCuotasStatus NOT = "00"
             DISPLAY "** CC-CUOTAS-PENDIENTES.ANT no disponible - "
                "status " OldCuotasStatus " - cuotas sin convertir"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT PendingCuotasFile.
          IF NOT PendingCuotasOK
             DISPLAY "** Error abriendo CC-CUOTAS-PENDIENTES.DAT - "
                "status " PendingCuotasStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldCuotasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OPC-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO PC-NRO-TARJ
                MOVE OPC-NRO-CUPON TO PC-NRO-CUPON
                MOVE OPC-IMPORTE TO PC-IMPORTE
                MOVE OPC-CUOTAS-TOT TO PC-CUOTAS-TOT
                MOVE OPC-CUOTAS-REST TO PC-CUOTAS-REST
                MOVE OPC-PROMO TO PC-PROMO
                MOVE OPC-PROMO-NOMBRE TO PC-PROMO-NOMBRE
                WRITE PendingCuotaRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " PC-KEY
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-CUOTAS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldCuotasFile, PendingCuotasFile.
      *-----------------------------------------------------------*
      *   Both ends of every adicional-to-titular link move to the
      *   new numbering, or the account would split in two.
      *-----------------------------------------------------------*
       Convertir_Adicionales.
          OPEN INPUT OldAdicionalesFile.
          IF OldAdicionalesStatus NOT = "00"
             DISPLAY "** CC-ADICIONALES.ANT no disponible - status "
                OldAdicionalesStatus " - sin adicionales"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT AdicionalesFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldAdicionalesFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OADI-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO ADI-NRO-TARJ
                MOVE OADI-NRO-TITULAR TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO ADI-NRO-TITULAR
                MOVE OADI-FECHA-ALTA TO ADI-FECHA-ALTA
                WRITE AdicionalRecord
                ADD 1 TO CONT-ADICIONALES
             END-IF
          END-PERFORM.
          CLOSE OldAdicionalesFile, AdicionalesFile.
      *-----------------------------------------------------------*
      *   The files below carry the card number as data. Each one
      *   goes through the same Armar_Pan that wrote the conversion
      *   map, so it lands on exactly the PAN the map records - and
      *   the historical files, whose purged cards are no longer
      *   in TARJETAS.ANT, still get the number they would have had.
      *   A missing .ANT only means the file was never created here.
      *-----------------------------------------------------------*
       Convertir_Debitos.
          OPEN INPUT OldDebitoFile.
          IF OldDebitoStatus NOT = "00"
             DISPLAY "** CC-DEBITO-AUTOM.ANT no disponible - status "
                OldDebitoStatus " - debitos sin convertir"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT DebitoFile.
          IF NOT DebitoOK
             DISPLAY "** Error abriendo CC-DEBITO-AUTOM.DAT - status "
                DebitoStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldDebitoFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE ODEB-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO DEB-NRO-TARJ
                MOVE ODEB-CBU TO DEB-CBU
                MOVE ODEB-DIA TO DEB-DIA
                MOVE ODEB-ESTADO TO DEB-ESTADO
                WRITE DebitoRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " DEB-NRO-TARJ
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-DEBITOS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldDebitoFile, DebitoFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Puntos.
          OPEN INPUT OldPuntosFile.
          IF OldPuntosStatus NOT = "00"
             DISPLAY "** CC-PUNTOS.ANT no disponible - status "
                OldPuntosStatus " - puntos sin convertir"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT PuntosFile.
          IF NOT PuntosOK
             DISPLAY "** Error abriendo CC-PUNTOS.DAT - status "
                PuntosStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldPuntosFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OPTS-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO PTS-NRO-TARJ
                MOVE OPTS-SALDO TO PTS-SALDO
                MOVE OPTS-ULT-GANADOS TO PTS-ULT-GANADOS
                WRITE PuntosRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " PTS-NRO-TARJ
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-PUNTOS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldPuntosFile, PuntosFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Ajustes.
          OPEN INPUT OldAjustesPendFile.
          IF OldAjustesPendStatus NOT = "00"
             DISPLAY "** CC-AJUSTES-PEND.ANT no disponible - status "
                OldAjustesPendStatus " - sin ajustes"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT AjustesPendFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldAjustesPendFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OAJU-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO AJU-NRO-TARJ
                MOVE OAJU-NRO-CUPON TO AJU-NRO-CUPON
                MOVE OAJU-FECHA TO AJU-FECHA
                MOVE OAJU-IMPORTE TO AJU-IMPORTE
                MOVE OAJU-MONEDA TO AJU-MONEDA
                MOVE OAJU-CUOTAS TO AJU-CUOTAS
                MOVE OAJU-TIPO TO AJU-TIPO
                MOVE OAJU-COMERCIO TO AJU-COMERCIO
                MOVE OAJU-AUTORIZACION TO AJU-AUTORIZACION
                MOVE OAJU-INTENTOS TO AJU-INTENTOS
                WRITE AjustePendRecord
                ADD 1 TO CONT-AJUSTES
             END-IF
          END-PERFORM.
          CLOSE OldAjustesPendFile, AjustesPendFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Canjes.
          OPEN INPUT OldCanjesFile.
          IF OldCanjesStatus NOT = "00"
             DISPLAY "** CC-CANJES.ANT no disponible - status "
                OldCanjesStatus " - sin canjes"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT CanjesFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldCanjesFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OCAN-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO CAN-NRO-TARJ
                MOVE OCAN-PUNTOS TO CAN-PUNTOS
                MOVE OCAN-IMPORTE TO CAN-IMPORTE
                MOVE OCAN-FECHA TO CAN-FECHA
                WRITE CanjeRecord
                ADD 1 TO CONT-CANJES
             END-IF
          END-PERFORM.
          CLOSE OldCanjesFile, CanjesFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Cobranzas.
          OPEN INPUT OldCobranzasFile.
          IF OldCobranzasStatus NOT = "00"
             DISPLAY "** CC-COBRANZAS.ANT no disponible - status "
                OldCobranzasStatus " - cobranzas sin convertir"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT CobranzasFile.
          IF NOT CobranzasOK
             DISPLAY "** Error abriendo CC-COBRANZAS.DAT - status "
                CobranzasStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldCobranzasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OCOB-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO COB-NRO-TARJ
                MOVE OCOB-ESTADO TO COB-ESTADO
                MOVE OCOB-SALDO TO COB-SALDO
                MOVE OCOB-COBRADOR TO COB-COBRADOR
                MOVE OCOB-RESULTADO TO COB-RESULTADO
                MOVE OCOB-PROMESA-FECHA TO COB-PROMESA-FECHA
                MOVE OCOB-PROMESA-IMPORTE TO COB-PROMESA-IMPORTE
                MOVE OCOB-FECHA-GESTION TO COB-FECHA-GESTION
                WRITE CobranzaRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " COB-NRO-TARJ
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-COBRANZAS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldCobranzasFile, CobranzasFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Incobrables.
          OPEN INPUT OldIncobrablesFile.
          IF OldIncobrablesStatus NOT = "00"
             DISPLAY "** CC-INCOBRABLES.ANT no disponible - status "
                OldIncobrablesStatus " - incobrables sin convertir"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT IncobrablesFile.
          IF NOT IncobrablesOK
             DISPLAY "** Error abriendo CC-INCOBRABLES.DAT - status "
                IncobrablesStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldIncobrablesFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OINC-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO INC-NRO-TARJ
                MOVE OINC-FECHA-QUEBRANTO TO INC-FECHA-QUEBRANTO
                MOVE OINC-IMPORTE-CASTIGADO TO INC-IMPORTE-CASTIGADO
                MOVE OINC-IMPORTE-RECUPERADO
                   TO INC-IMPORTE-RECUPERADO
                WRITE IncobrableRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " INC-NRO-TARJ
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-INCOBRABLES
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldIncobrablesFile, IncobrablesFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Propuestas.
          OPEN INPUT OldPropuestasFile.
          IF OldPropuestasStatus NOT = "00"
             DISPLAY "** CC-PROPUESTAS-LIMITE.ANT no disponible - "
                "status " OldPropuestasStatus
                " - propuestas sin convertir"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT PropuestasFile.
          IF NOT PropuestasOK
             DISPLAY "** Error abriendo CC-PROPUESTAS-LIMITE.DAT - "
                "status " PropuestasStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldPropuestasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OPRO-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO PRO-NRO-TARJ
                MOVE OPRO-ACCION TO PRO-ACCION
                MOVE OPRO-LIMITE-ACTUAL TO PRO-LIMITE-ACTUAL
                MOVE OPRO-LIMITE-PROPUESTO TO PRO-LIMITE-PROPUESTO
                MOVE OPRO-UTILIZACION-PCT TO PRO-UTILIZACION-PCT
                MOVE OPRO-MORA-DIAS TO PRO-MORA-DIAS
                MOVE OPRO-CANT-PAGOS TO PRO-CANT-PAGOS
                MOVE OPRO-ESTADO TO PRO-ESTADO
                WRITE PropuestaRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " PRO-NRO-TARJ
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-PROPUESTAS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldPropuestasFile, PropuestasFile.
      *-----------------------------------------------------------*
      *   Keyed by case number - only the card inside the record
      *   changes.
      *-----------------------------------------------------------*
       Convertir_Disputas.
          OPEN INPUT OldDisputasFile.
          IF OldDisputasStatus NOT = "00"
             DISPLAY "** CC-DISPUTAS.ANT no disponible - status "
                OldDisputasStatus " - disputas sin convertir"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT DisputasFile.
          IF NOT DisputasOK
             DISPLAY "** Error abriendo CC-DISPUTAS.DAT - status "
                DisputasStatus
             STOP RUN
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldDisputasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE ODSP-NRO-CASO TO DSP-NRO-CASO
                MOVE ODSP-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO DSP-NRO-TARJ
                MOVE ODSP-NRO-CUPON TO DSP-NRO-CUPON
                MOVE ODSP-IMPORTE TO DSP-IMPORTE
                MOVE ODSP-COMERCIO TO DSP-COMERCIO
                MOVE ODSP-ESTADO TO DSP-ESTADO
                MOVE ODSP-FECHA-ALTA TO DSP-FECHA-ALTA
                MOVE ODSP-FECHA-LIMITE TO DSP-FECHA-LIMITE
                MOVE ODSP-CREDITO-DADO TO DSP-CREDITO-DADO
                WRITE DisputaRecord
                   INVALID KEY
                      DISPLAY "** Clave duplicada " DSP-NRO-CASO
                      ADD 1 TO CONT-ERRORES
                   NOT INVALID KEY
                      ADD 1 TO CONT-DISPUTAS
                END-WRITE
             END-IF
          END-PERFORM.
          CLOSE OldDisputasFile, DisputasFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Limites_Temp.
          OPEN INPUT OldLimTempFile.
          IF OldLimTempStatus NOT = "00"
             DISPLAY "** CC-LIMITES-TEMP.ANT no disponible - status "
                OldLimTempStatus " - sin limites temporarios"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT LimTempFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldLimTempFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OLTM-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO LTM-NRO-TARJ
                MOVE OLTM-FECHA-DESDE TO LTM-FECHA-DESDE
                MOVE OLTM-FECHA-HASTA TO LTM-FECHA-HASTA
                MOVE OLTM-LIMITE TO LTM-LIMITE
                WRITE LimTempRecord
                ADD 1 TO CONT-LIM-TEMP
             END-IF
          END-PERFORM.
          CLOSE OldLimTempFile, LimTempFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Saldos_Hist.
          OPEN INPUT OldSaldoHistFile.
          IF OldSaldoHistStatus NOT = "00"
             DISPLAY "** SALDOS-HISTORICO.ANT no disponible - status "
                OldSaldoHistStatus " - sin historico de saldos"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT SaldoHistFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldSaldoHistFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OSALDHIST-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO SALDHIST-NRO-TARJ
                MOVE OSALDHIST-FECHA TO SALDHIST-FECHA
                MOVE OSALDHIST-IMPORTE TO SALDHIST-IMPORTE
                MOVE OSALDHIST-IMPORTE-USD TO SALDHIST-IMPORTE-USD
                WRITE SaldoHistRecord
                ADD 1 TO CONT-SALDOS-HIST
             END-IF
          END-PERFORM.
          CLOSE OldSaldoHistFile, SaldoHistFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Tarjetas_Hist.
          OPEN INPUT OldTarjetasHistFile.
          IF OldTarjetasHistStatus NOT = "00"
             DISPLAY "** TARJETAS-HISTORICO.ANT no disponible - "
                "status " OldTarjetasHistStatus
                " - sin historico de tarjetas"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT TarjetasHistFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldTarjetasHistFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OTJHIST-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO TJHIST-NRO-TARJ
                MOVE OTJHIST-TITULAR TO TJHIST-TITULAR
                MOVE OTJHIST-DOCUMENTO TO TJHIST-DOCUMENTO
                MOVE OTJHIST-LIMITE TO TJHIST-LIMITE
                MOVE OTJHIST-ESTADO TO TJHIST-ESTADO
                MOVE OTJHIST-CICLO TO TJHIST-CICLO
                MOVE OTJHIST-CALLE TO TJHIST-CALLE
                MOVE OTJHIST-LOCALIDAD TO TJHIST-LOCALIDAD
                MOVE OTJHIST-COD-POSTAL TO TJHIST-COD-POSTAL
                MOVE OTJHIST-ENVIO TO TJHIST-ENVIO
                WRITE TarjetaHistRecord
                ADD 1 TO CONT-TARJETAS-HIST
             END-IF
          END-PERFORM.
          CLOSE OldTarjetasHistFile, TarjetasHistFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Auditoria.
          OPEN INPUT OldSaldoAuditFile.
          IF OldSaldoAuditStatus NOT = "00"
             DISPLAY "** SALDOS-AUDITORIA.ANT no disponible - status "
                OldSaldoAuditStatus " - sin auditoria de saldos"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT SaldoAuditFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldSaldoAuditFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OAUD-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO AUD-NRO-TARJ
                MOVE OAUD-IMPORTE-ANTERIOR TO AUD-IMPORTE-ANTERIOR
                MOVE OAUD-IMPORTE-NUEVO TO AUD-IMPORTE-NUEVO
                MOVE OAUD-RUN TO AUD-RUN
                WRITE SaldoAuditRecord
                ADD 1 TO CONT-AUDITORIA
             END-IF
          END-PERFORM.
          CLOSE OldSaldoAuditFile, SaldoAuditFile.
      *-----------------------------------------------------------*
      *   This month's classification and the one kept from last
      *   month - ClasificacionDeudores matches the two by card.
      *-----------------------------------------------------------*
       Convertir_Situacion.
          OPEN INPUT OldSituacionFile.
          IF OldSituacionStatus NOT = "00"
             DISPLAY "** CC-SITUACION.ANT no disponible - status "
                OldSituacionStatus " - sin situacion de deudores"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT SituacionFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldSituacionFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OSIT-DOCUMENTO TO SIT-DOCUMENTO
                MOVE OSIT-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO SIT-NRO-TARJ
                MOVE OSIT-SITUACION TO SIT-SITUACION
                MOVE OSIT-SALDO TO SIT-SALDO
                MOVE OSIT-MORA-DIAS TO SIT-MORA-DIAS
                MOVE OSIT-FECHA TO SIT-FECHA
                WRITE SituacionRecord
                ADD 1 TO CONT-SITUACION
             END-IF
          END-PERFORM.
          CLOSE OldSituacionFile, SituacionFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Situacion_Ant.
          OPEN INPUT OldSituacionAntFile.
          IF OldSituacionAntStatus NOT = "00"
             DISPLAY "** CC-SITUACION-ANT.ANT no disponible - status "
                OldSituacionAntStatus " - sin situacion anterior"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT SituacionAntFile.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ OldSituacionAntFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE OSITA-DOCUMENTO TO SITA-DOCUMENTO
                MOVE OSITA-NRO-TARJ TO WS-TARJ-VIEJA
                PERFORM Armar_Pan
                MOVE WS-TARJ-NUEVA TO SITA-NRO-TARJ
                MOVE OSITA-SITUACION TO SITA-SITUACION
                MOVE OSITA-SALDO TO SITA-SALDO
                MOVE OSITA-MORA-DIAS TO SITA-MORA-DIAS
                MOVE OSITA-FECHA TO SITA-FECHA
                WRITE SituacionAntRecord
                ADD 1 TO CONT-SITUACION-ANT
             END-IF
          END-PERFORM.
          CLOSE OldSituacionAntFile, SituacionAntFile.
       END PROGRAM ConvertirPAN16.
