       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BorradoDatosPersonales.
      * AUTHOR:  nacho.
      * Works the deletion requests registered by
      * MantSolicitudesBorrado. For each pendiente or bloqueada
      * request it first FINDS every place the person appears -
      * TARJETAS and TARJETAS-HISTORICO, CLIENTES, the credit
      * applications in CC-SOLICITUDES, SALDOS and
      * SALDOS-HISTORICO, CC-EXTRACTO-HIST, the audit trails
      * (SALDOS-AUDITORIA, MANT-AUDITORIA, CAMBIOS-JOURNAL), CONSind2,
      * TIMESind2 and TIMESHIST, and every generation of the master
      * snapshots - and then checks the legal holds: a card still
      * live, an open saldo or pending cuotas, an open dispute, a
      * write-off not yet recovered, a credit application still
      * awaiting its decision, or any record still inside the
      * retention period (BORRADO-PARAMETROS.DAT, 10 years by
      * default). A held request stays bloqueada with its motivo and
      * is looked at again next run. Only when nothing holds it are
      * the personal fields anonymized, with the same fixed patterns
      * AnonimizarMaestros uses for the test copies: documento and
      * DNI move to the 91... range (the test copies use 90...) tied
      * to the request number, names become "TITULAR BORRADO" /
      * "CONSULTOR BORRADO" plus that number, addresses, emails and
      * phones the fixed fictitious values, and the income declared
      * on an application goes to zero. CLIENTES is keyed by the
      * documento, so the client record is written again under the
      * 91... number and the old one deleted. Card numbers and
      * CONS-NUMERO are the keys of the accounting records kept
      * under retention and carry no personal data once name and
      * documento are gone, so they stay. Every executed request
      * appends its certificate, file by file, to
      * BORRADO-CERTIFICADOS.DAT; the run's own detail goes to
      * BORRADO-REPORTE.DAT. A hold that names a card shows it
      * masked (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SolicitudesFile ASSIGN TO
          "..\files\BORRADO-SOLICITUDES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSO-NRO-SOLICITUD
          FILE STATUS IS SolicitudesStatus.

          SELECT OPTIONAL ParametrosFile ASSIGN TO
          "..\files\BORRADO-PARAMETROS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaFS.

          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoFS.

          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesFS.

          SELECT OPTIONAL SolCreditoFile ASSIGN TO
          "..\files\CC-SOLICITUDES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOL-NRO
          ALTERNATE RECORD KEY IS SOL-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS SolCreditoFS.

          SELECT OPTIONAL PendingCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PC-KEY
          FILE STATUS IS PendingCuotasFS.

          SELECT OPTIONAL DisputasFile ASSIGN TO
          "..\files\CC-DISPUTAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DSP-NRO-CASO
          FILE STATUS IS DisputasFS.

          SELECT OPTIONAL IncobrablesFile ASSIGN TO
          "..\files\CC-INCOBRABLES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS INC-NRO-TARJ
          FILE STATUS IS IncobrablesFS.

          SELECT OPTIONAL ExtractoHistFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HIS-KEY
          FILE STATUS IS ExtractoHistFS.

          SELECT ConsultoresFile ASSIGN TO
          "..\TPALGO4PARTE2\CONSind2.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CONS-NUMERO
          FILE STATUS IS ConsFS.

          SELECT TIM ASSIGN TO "..\TPALGO4PARTE2\TIMESind2.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TIM-NFC
          FILE STATUS IS TimFS.

          *> The flat history, audit and snapshot files all go
          *> through this one select, path set per file, and are
          *> rewritten through the work copy when a line changes.
          SELECT OPTIONAL TextoFile ASSIGN TO WS-ARCH-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TextoFS.

          SELECT TrabajoFile ASSIGN TO "..\files\borrado.tmp"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CertificadoFile ASSIGN TO
          "..\files\BORRADO-CERTIFICADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CertificadoFS.

          SELECT ReporteFile ASSIGN TO
          "..\files\BORRADO-REPORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SolicitudesFile.
       01 SolicitudRecord.
         02 BSO-NRO-SOLICITUD            PIC 9(6).
         02 BSO-TIPO                     PIC X(1).
           88 BSO-TITULAR                VALUE "T".
           88 BSO-CONSULTOR              VALUE "C".
         02 BSO-DOCUMENTO                PIC 9(11).
         02 BSO-CONS-NUMERO              PIC X(5).
         02 BSO-FECHA-ALTA               PIC 9(8).
         02 BSO-USUARIO-ALTA             PIC X(8).
         02 BSO-ESTADO                   PIC X(1).
           88 BSO-PENDIENTE              VALUE "P".
           88 BSO-BLOQUEADA              VALUE "B".
           88 BSO-EJECUTADA              VALUE "E".
           88 BSO-ANULADA                VALUE "A".
         02 BSO-FECHA-EVALUACION         PIC 9(8).
         02 BSO-MOTIVO                   PIC X(30).
         02 BSO-FECHA-EJECUCION          PIC 9(8).

       FD ParametrosFile.
       01 BorradoParamRecord.
         03 BPA-ANIOS-RETENCION          PIC 9(2).

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
           88 TJ-CANCELADA VALUE "C".
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
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

       FD ClientesFile.
       01 ClienteRecord.
         02 CLI-DOCUMENTO                PIC 9(11).
         02 CLI-NOMBRE                   PIC X(30).
         02 CLI-CALLE                    PIC X(30).
         02 CLI-LOCALIDAD                PIC X(20).
         02 CLI-COD-POSTAL               PIC X(08).
         02 CLI-EMAIL                    PIC X(30).
         02 CLI-TELEFONO                 PIC X(10).
         02 CLI-ENVIO                    PIC X(01).

       FD SolCreditoFile.
       01 SolCreditoRecord.
         02 SOL-NRO                      PIC 9(8).
         02 SOL-FECHA                    PIC 9(8).
         02 SOL-DOCUMENTO                PIC 9(11).
         02 SOL-NOMBRE                   PIC X(30).
         02 SOL-CALLE                    PIC X(30).
         02 SOL-LOCALIDAD                PIC X(20).
         02 SOL-COD-POSTAL               PIC X(08).
         02 SOL-EMAIL                    PIC X(30).
         02 SOL-TELEFONO                 PIC X(10).
         02 SOL-ENVIO                    PIC X(01).
         02 SOL-INGRESO                  PIC 9(10)V99.
         02 SOL-PRODUCTO                 PIC X(02).
         02 SOL-CICLO                    PIC 9(02).
         02 SOL-ESTADO                   PIC X(01).
           88 SOL-INGRESADA              VALUE "I".
           88 SOL-APROBACION-PROPUESTA   VALUE "A".
           88 SOL-RECHAZO-PROPUESTO      VALUE "R".
         02 SOL-PUNTAJE                  PIC 9(03).
         02 SOL-LIMITE                   PIC 9(10)V99.
         02 SOL-MOTIVO                   PIC X(30).
         02 SOL-SITUACION                PIC 9(01).
         02 SOL-NRO-TARJ                 PIC 9(16).
         02 SOL-USUARIO-ALTA             PIC X(08).
         02 SOL-USUARIO-DECISION         PIC X(08).
         02 SOL-FECHA-DECISION           PIC 9(08).
         02 SOL-FECHA-CARTA              PIC 9(08).

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

       FD DisputasFile.
       01 DisputaRecord.
         02 DSP-NRO-CASO                 PIC 9(6).
         02 DSP-NRO-TARJ                 PIC 9(16).
         02 DSP-NRO-CUPON                PIC 9(5).
         02 DSP-IMPORTE                  PIC 9(6)V99.
         02 DSP-COMERCIO                 PIC 9(6).
         02 DSP-ESTADO                   PIC X(1).
           88 DSP-ABIERTO                VALUE "A".
           88 DSP-CREDITO-PROV           VALUE "C".
           88 DSP-PEDIDO-ADQ             VALUE "Q".
         02 DSP-FECHA-ALTA               PIC 9(8).
         02 DSP-FECHA-LIMITE             PIC 9(8).
         02 DSP-CREDITO-DADO             PIC X(1).

       FD IncobrablesFile.
       01 IncobrableRecord.
         02 INC-NRO-TARJ                 PIC 9(16).
         02 INC-FECHA-QUEBRANTO          PIC X(8).
         02 INC-IMPORTE-CASTIGADO        PIC 9(10)V99.
         02 INC-IMPORTE-RECUPERADO       PIC 9(10)V99.

       FD ExtractoHistFile.
       01 ExtractoHistRecord.
         02 HIS-KEY.
           03 HIS-NRO-TARJ               PIC 9(16).
           03 HIS-FECHA-CIERRE           PIC 9(8).
           03 HIS-SECUENCIA              PIC 9(4).
         02 HIS-LINEA                    PIC X(80).

       FD ConsultoresFile.
       01 REG-CONSULTORES.
          03 CONS-NUMERO    PIC X(5).
          03 CONS-DNI    PIC 9(8).
          03 CONS-SRT       PIC X(2).
          03 CONS-NOMBRE        PIC X(25).
          03 CONS-DIRE        PIC X(20).
          03 CONS-TEL        PIC X(20).

       FD TIM.
       01 REG-TIMES.
           02 TIM-NFC.
               03 TIM-NUMERO    PIC X(5).
               03 TIM-FECHA     PIC 9(8).
               03 TIM-CUIT      PIC 9(11).
           02 TIM-TAREA        PIC X(4).
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD TextoFile.
       01 TextoRecord                    PIC X(300).

       FD TrabajoFile.
       01 TrabajoRecord                  PIC X(300).

       FD CertificadoFile.
       01 CertificadoRecord              PIC X(100).

       FD ReporteFile.
       01 ReporteRecord                  PIC X(100).

       WORKING-STORAGE SECTION.

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

      *> The masters this run rewrites - it must not run inside
      *> either batch window. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8).
       01   BLOQ-ACCION                  PIC X(1) VALUE "Q".
       01   BLOQ-ESTADO                  PIC X(1).

      *> After-image journal for the TARJETAS rewrites - see journal.
       01   JRN-ARCHIVO                  PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).

       01   SolicitudesStatus            PIC X(2).
          88 SolicitudOK VALUE "00".
       01   ParametrosStatus             PIC X(2).
       01   TarjetaFS                    PIC X(2).
          88 TarjetaFound VALUE "00".
       01   SaldoFS                      PIC X(2).
          88 SaldoFound VALUE "00".
       01   ClientesFS                   PIC X(2).
       01   SolCreditoFS                 PIC X(2).
       01   PendingCuotasFS              PIC X(2).
       01   DisputasFS                   PIC X(2).
       01   IncobrablesFS                PIC X(2).
       01   ExtractoHistFS               PIC X(2).
       01   ConsFS                       PIC X(2).
          88 ConsFound VALUE "00".
       01   TimFS                        PIC X(2).
       01   TextoFS                      PIC X(2).
       01   CertificadoFS                PIC X(2).

       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-EOF-BSO                   PIC X(1).
          88 EOF-BSO VALUE "S".
       01   WS-EOF-TRABAJO               PIC X(1).
          88 EOF-TRABAJO VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          02 FILLER                      PIC X(13).
       01   WS-ANIOS-RETENCION           PIC 9(2) VALUE 10.
       01   WS-FECHA-LIMITE              PIC 9(8).

      *> C cuenta y evalua, E enmascara.
       01   WS-MODO                      PIC X(1).
          88 MODO-CONTAR VALUE "C".
          88 MODO-ENMASCARAR VALUE "E".

      *> The person being worked: the cards found for a documento,
      *> the newest record date seen anywhere, and the holds.
       01   WS-MAX-TARJ                  PIC 9(2) VALUE 20.
       01   WS-TARJ-COUNT                PIC 9(2).
       01   WS-TARJ-TABLA.
            02 WS-TARJ-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-TJX.
               03 WS-TARJ-NRO            PIC 9(16).
               03 WS-TARJ-TEXTO          PIC X(16).
               03 WS-TARJ-EN-MAESTRO     PIC X(1).
       01   WS-TARJ-ORIGEN               PIC X(1).
       01   WS-DOC-ORIG                  PIC X(11).
       01   WS-ULTIMA-FECHA              PIC 9(8).
       01   WS-FECHA-AUX                 PIC 9(8).
       01   WS-FECHA-AUX-X REDEFINES WS-FECHA-AUX PIC X(8).
       01   WS-CANT-BLOQUEOS             PIC 9(2).
       01   WS-BLOQUEO-TEXTO             PIC X(30).
       01   WS-TARJ-MASCARA              PIC X(16).
       01   WS-PERSONA-HALLADA           PIC X(1).
          88 PERSONA-HALLADA VALUE "S".

      *> Original text -> masked text, replaced wherever a line is
      *> about this person. The CLAVE entries are the ones that say
      *> a line IS about this person (documento, card, name).
       01   WS-MAX-TEXTOS                PIC 9(2) VALUE 40.
       01   WS-TEXTO-COUNT               PIC 9(2).
       01   WS-TEXTO-TABLA.
            02 WS-TEXTO-ENTRY OCCURS 40 TIMES
                              INDEXED BY WS-TXX.
               03 WS-TXT-ORIG            PIC X(30).
               03 WS-TXT-NUEVO           PIC X(30).
               03 WS-TXT-LARGO           PIC 9(2).
               03 WS-TXT-CLAVE           PIC X(1).
       01   WS-NUEVO-ORIG                PIC X(30).
       01   WS-NUEVO-MASC                PIC X(30).
       01   WS-NUEVO-LARGO               PIC 9(2).
       01   WS-NUEVO-CLAVE               PIC X(1).
       01   WS-HALLADO                   PIC X(1).
          88 HALLADO VALUE "S".

      *> The masked values for this request.
       01   WS-SECUENCIA                 PIC 9(6).
       01   WS-DOC-NUEVO                 PIC 9(11).
       01   WS-DOC-TEXTO                 PIC X(11).
       01   WS-DNI-NUEVO                 PIC 9(8).
       01   WS-DNI-TEXTO                 PIC X(8).
       01   WS-NOMBRE-NUEVO              PIC X(30).
       01   WS-CONS-CLAVE                PIC X(13).
       01   WS-CLIENTE-DOC               PIC 9(11).

      *> Name and contact data of a CLIENTES record or a credit
      *> application, on their way into the text table.
       01   WS-CONTACTO.
            02 WS-CTO-NOMBRE             PIC X(30).
            02 WS-CTO-CALLE              PIC X(30).
            02 WS-CTO-LOCALIDAD          PIC X(20).
            02 WS-CTO-COD-POSTAL         PIC X(08).
            02 WS-CTO-EMAIL              PIC X(30).
            02 WS-CTO-TELEFONO           PIC X(10).

      *> One line of any flat file, with the views the date and
      *> identity checks need.
       01   WS-LINEA                     PIC X(300).
       01   WS-LINEA-SALDO REDEFINES WS-LINEA.
            02 WLS-NRO-TARJ              PIC X(16).
            02 WLS-FECHA.
               03 FILLER                 PIC X(2).
               03 WLS-DD                 PIC X(2).
               03 WLS-MM                 PIC X(2).
               03 WLS-AAAA               PIC X(4).
            02 FILLER                    PIC X(274).
       01   WS-LINEA-TIMES REDEFINES WS-LINEA.
            02 WLT-NUMERO                PIC X(5).
            02 WLT-FECHA                 PIC X(8).
            02 FILLER                    PIC X(287).
       01   WS-LINEA-TJHIST REDEFINES WS-LINEA.
            02 WLH-NRO-TARJ              PIC 9(16).
            02 WLH-TITULAR               PIC X(30).
            02 WLH-DOCUMENTO             PIC X(11).
            02 WLH-LIMITE                PIC X(12).
            02 WLH-ESTADO                PIC X(1).
            02 WLH-CICLO                 PIC X(2).
            02 WLH-CALLE                 PIC X(30).
            02 WLH-LOCALIDAD             PIC X(20).
            02 WLH-COD-POSTAL            PIC X(8).
            02 FILLER                    PIC X(170).
       01   WS-LINEA-ANTES               PIC X(300).
       01   WS-SALDO-FECHA               PIC 9(8).
       01   WS-SALDO-ABIERTO             PIC X(1).
          88 SALDO-ABIERTO VALUE "S".
       01   WS-COINCIDE                  PIC 9(4).

      *> Which flat file is being worked. Tipo S is a SALDOS-shaped
      *> line (card, fecha), T a TIMES-shaped one (numero, fecha),
      *> L anything else.
       01   WS-ARCH-PATH                 PIC X(60).
       01   WS-ARCH-NOMBRE               PIC X(30).
       01   WS-ARCH-TIPO                 PIC X(1).
       01   WS-ARCH-HALLADOS             PIC 9(7).
       01   WS-ARCH-CAMBIADOS            PIC 9(7).
       01   WS-GENERACION                PIC 9(1).
       01   WS-SNAP-MASTER               PIC X(8).

      *> Where the person was found, for the report and the
      *> certificate.
       01   WS-MAX-RESULTADOS            PIC 9(2) VALUE 40.
       01   WS-RES-COUNT                 PIC 9(2).
       01   WS-RES-TABLA.
            02 WS-RES-ENTRY OCCURS 40 TIMES
                            INDEXED BY WS-RSX.
               03 WS-RES-TIPO            PIC X(1).
               03 WS-RES-NOMBRE          PIC X(30).
               03 WS-RES-HALLADOS        PIC 9(7).
               03 WS-RES-CAMBIADOS       PIC 9(7).

       01   CONT-EVALUADAS               PIC 9(5) VALUE ZERO.
       01   CONT-EJECUTADAS              PIC 9(5) VALUE ZERO.
       01   CONT-BLOQUEADAS              PIC 9(5) VALUE ZERO.

       01 rep_solicitud.
         02 FILLER                       PIC X(10) VALUE "SOLICITUD ".
         02 rs_nro                       PIC 9(6).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rs_tipo                      PIC X(10).
         02 rs_identificador             PIC X(11).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rs_resultado                 PIC X(12).
         02 FILLER                       PIC X(47) VALUE SPACES.

       01 rep_bloqueo.
         02 FILLER                       PIC X(6) VALUE SPACES.
         02 FILLER                       PIC X(10) VALUE "BLOQUEO: ".
         02 rb_motivo                    PIC X(30).
         02 FILLER                       PIC X(54) VALUE SPACES.

       01 rep_archivo.
         02 FILLER                       PIC X(6) VALUE SPACES.
         02 ra_nombre                    PIC X(30).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ra_hallados                  PIC ZZZZZZ9.
         02 FILLER                       PIC X(4) VALUE SPACES.
         02 ra_cambiados                 PIC ZZZZZZ9.
         02 FILLER                       PIC X(44) VALUE SPACES.

       01 rep_archivo_titulos.
         02 FILLER                       PIC X(6) VALUE SPACES.
         02 FILLER                       PIC X(30) VALUE "ARCHIVO".
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 FILLER                       PIC X(7) VALUE "HALLADO".
         02 FILLER                       PIC X(4) VALUE SPACES.
         02 FILLER                       PIC X(7) VALUE "ANONIM.".
         02 FILLER                       PIC X(44) VALUE SPACES.

       01 cert_titulo.
         02 FILLER                       PIC X(41) VALUE
            "CERTIFICADO DE SUPRESION DE DATOS - SOL. ".
         02 ct_nro                       PIC 9(6).
         02 FILLER                       PIC X(8) VALUE "  FECHA ".
         02 ct_fecha                     PIC 9(8).
         02 FILLER                       PIC X(37) VALUE SPACES.

       01 cert_persona.
         02 FILLER                       PIC X(6) VALUE SPACES.
         02 cp_tipo                      PIC X(22).
         02 cp_identificador             PIC X(11).
         02 FILLER                       PIC X(14) VALUE
            "  SOLICITADA: ".
         02 cp_fecha_alta                PIC 9(8).
         02 FILLER                       PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "BORRADO-DATOS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          PERFORM Verificar_Ventanas.
          IF BLOQ-ESTADO = "A"
             MOVE 16 TO RETURN-CODE
             MOVE "ERROR" TO JOBLOG-ESTADO
             PERFORM Cerrar_Joblog
             GOBACK
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          PERFORM Leer_Parametros.
          COMPUTE WS-FECHA-LIMITE =
             WS-FECHA-HOY - WS-ANIOS-RETENCION * 10000.

          OPEN I-O SolicitudesFile.
          IF NOT SolicitudOK AND SolicitudesStatus NOT = "05"
             DISPLAY "** Error abriendo BORRADO-SOLICITUDES.DAT - "
                "status " SolicitudesStatus
             MOVE 16 TO RETURN-CODE
             MOVE "ERROR" TO JOBLOG-ESTADO
             PERFORM Cerrar_Joblog
             GOBACK
          END-IF.

          OPEN OUTPUT ReporteFile.
          MOVE SPACES TO ReporteRecord.
          STRING "SOLICITUDES DE BORRADO - CORRIDA " WS-FECHA-HOY
             " - RETENCION " WS-ANIOS-RETENCION " ANIOS (HASTA "
             WS-FECHA-LIMITE ")"
             DELIMITED BY SIZE INTO ReporteRecord.
          WRITE ReporteRecord.

          MOVE "N" TO WS-EOF-BSO.
          MOVE LOW-VALUES TO BSO-NRO-SOLICITUD.
          START SolicitudesFile KEY IS NOT LESS THAN
             BSO-NRO-SOLICITUD
             INVALID KEY SET EOF-BSO TO TRUE
          END-START.
          PERFORM UNTIL EOF-BSO
             READ SolicitudesFile NEXT RECORD
                AT END SET EOF-BSO TO TRUE
             END-READ
             IF NOT EOF-BSO
                IF BSO-PENDIENTE OR BSO-BLOQUEADA
                   PERFORM Procesar_Solicitud
                END-IF
             END-IF
          END-PERFORM.

          MOVE SPACES TO ReporteRecord.
          WRITE ReporteRecord.
          MOVE SPACES TO ReporteRecord.
          STRING "EVALUADAS " CONT-EVALUADAS
             "  EJECUTADAS " CONT-EJECUTADAS
             "  BLOQUEADAS " CONT-BLOQUEADAS
             DELIMITED BY SIZE INTO ReporteRecord.
          WRITE ReporteRecord.
          CLOSE ReporteFile.
          CLOSE SolicitudesFile.

          DISPLAY "Solicitudes de borrado - evaluadas "
             CONT-EVALUADAS " ejecutadas " CONT-EJECUTADAS
             " bloqueadas " CONT-BLOQUEADAS.
          MOVE 0 TO RETURN-CODE.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONT-EVALUADAS TO JOBLOG-REGISTROS.
          PERFORM Cerrar_Joblog.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cerrar_Joblog.
          MOVE "F" TO JOBLOG-EVENTO.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
      *-----------------------------------------------------------*
      *   TARJETAS and CONSind2 are rewritten here, so neither
      *   subsystem's batch window may be open.
      *-----------------------------------------------------------*
       Verificar_Ventanas.
          MOVE "TARJETAS" TO BLOQ-SUBSISTEMA.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO NOT = "A"
             MOVE "CONSULT" TO BLOQ-SUBSISTEMA
             CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
                BLOQ-ESTADO
          END-IF.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO (" BLOQ-SUBSISTEMA
                ") - el borrado de datos no puede correr"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Parametros.
          OPEN INPUT ParametrosFile.
          IF ParametrosStatus = "00"
             READ ParametrosFile
                AT END CONTINUE
                NOT AT END
                   IF BPA-ANIOS-RETENCION NUMERIC
                      AND BPA-ANIOS-RETENCION > ZERO
                      MOVE BPA-ANIOS-RETENCION TO WS-ANIOS-RETENCION
                   END-IF
             END-READ
             CLOSE ParametrosFile
          END-IF.
      *-----------------------------------------------------------*
      *   Find first, hold second, mask last: nothing is touched
      *   until every source has been looked at and nothing holds
      *   the request.
      *-----------------------------------------------------------*
       Procesar_Solicitud.
          ADD 1 TO CONT-EVALUADAS.
          MOVE ZERO TO WS-TARJ-COUNT.
          MOVE ZERO TO WS-TEXTO-COUNT.
          MOVE ZERO TO WS-RES-COUNT.
          MOVE ZERO TO WS-ULTIMA-FECHA.
          MOVE ZERO TO WS-CANT-BLOQUEOS.
          MOVE SPACES TO BSO-MOTIVO.
          MOVE "N" TO WS-PERSONA-HALLADA.
          MOVE BSO-NRO-SOLICITUD TO WS-SECUENCIA.

          MOVE BSO-NRO-SOLICITUD TO rs_nro.
          IF BSO-TITULAR
             MOVE "TITULAR" TO rs_tipo
             MOVE BSO-DOCUMENTO TO rs_identificador
          ELSE
             MOVE "CONSULTOR" TO rs_tipo
             MOVE BSO-CONS-NUMERO TO rs_identificador
          END-IF.
          MOVE SPACES TO ReporteRecord.
          WRITE ReporteRecord.

          SET MODO-CONTAR TO TRUE.
          IF BSO-TITULAR
             PERFORM Identificar_Titular
             PERFORM Evaluar_Titular
             PERFORM Recorrer_Archivos_Titular
          ELSE
             PERFORM Identificar_Consultor
             PERFORM Evaluar_Consultor
             PERFORM Recorrer_Archivos_Consultor
          END-IF.

          IF WS-ULTIMA-FECHA > WS-FECHA-LIMITE
             MOVE SPACES TO WS-BLOQUEO-TEXTO
             STRING "RETENCION - ULTIMO " WS-ULTIMA-FECHA
                DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
             PERFORM Registrar_Bloqueo
          END-IF.

          MOVE WS-FECHA-HOY TO BSO-FECHA-EVALUACION.
          IF WS-CANT-BLOQUEOS > ZERO
             SET BSO-BLOQUEADA TO TRUE
             ADD 1 TO CONT-BLOQUEADAS
             MOVE "BLOQUEADA" TO rs_resultado
             MOVE rep_solicitud TO ReporteRecord
             WRITE ReporteRecord
             PERFORM Listar_Bloqueos
             PERFORM Escribir_Resultados
          ELSE
             MOVE ZERO TO WS-RES-COUNT
             SET MODO-ENMASCARAR TO TRUE
             IF BSO-TITULAR
                PERFORM Enmascarar_Titular
                PERFORM Recorrer_Archivos_Titular
             ELSE
                PERFORM Enmascarar_Consultor
                PERFORM Recorrer_Archivos_Consultor
             END-IF
             SET BSO-EJECUTADA TO TRUE
             MOVE WS-FECHA-HOY TO BSO-FECHA-EJECUCION
             IF NOT PERSONA-HALLADA
                MOVE "SIN DATOS REGISTRADOS" TO BSO-MOTIVO
             END-IF
             ADD 1 TO CONT-EJECUTADAS
             MOVE "EJECUTADA" TO rs_resultado
             MOVE rep_solicitud TO ReporteRecord
             WRITE ReporteRecord
             PERFORM Escribir_Resultados
             PERFORM Emitir_Certificado
          END-IF.

          REWRITE SolicitudRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la solicitud "
                   BSO-NRO-SOLICITUD
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The first hold becomes the request's motivo; the report
      *   lists all of them, so the desk sees everything that has
      *   to clear, not one thing at a time.
      *-----------------------------------------------------------*
       Registrar_Bloqueo.
          ADD 1 TO WS-CANT-BLOQUEOS.
          IF WS-CANT-BLOQUEOS = 1
             MOVE WS-BLOQUEO-TEXTO TO BSO-MOTIVO
          END-IF.
          IF WS-RES-COUNT < WS-MAX-RESULTADOS
             ADD 1 TO WS-RES-COUNT
             MOVE "B" TO WS-RES-TIPO(WS-RES-COUNT)
             MOVE WS-BLOQUEO-TEXTO TO WS-RES-NOMBRE(WS-RES-COUNT)
             MOVE ZERO TO WS-RES-HALLADOS(WS-RES-COUNT)
             MOVE ZERO TO WS-RES-CAMBIADOS(WS-RES-COUNT)
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Bloqueos.
          PERFORM VARYING WS-RSX FROM 1 BY 1
             UNTIL WS-RSX > WS-RES-COUNT
             IF WS-RES-TIPO(WS-RSX) = "B"
                MOVE WS-RES-NOMBRE(WS-RSX) TO rb_motivo
                MOVE rep_bloqueo TO ReporteRecord
                WRITE ReporteRecord
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Escribir_Resultados.
          MOVE rep_archivo_titulos TO ReporteRecord.
          WRITE ReporteRecord.
          PERFORM VARYING WS-RSX FROM 1 BY 1
             UNTIL WS-RSX > WS-RES-COUNT
             IF WS-RES-TIPO(WS-RSX) = "A"
                MOVE WS-RES-NOMBRE(WS-RSX) TO ra_nombre
                MOVE WS-RES-HALLADOS(WS-RSX) TO ra_hallados
                MOVE WS-RES-CAMBIADOS(WS-RSX) TO ra_cambiados
                MOVE rep_archivo TO ReporteRecord
                WRITE ReporteRecord
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Registrar_Resultado.
          IF WS-ARCH-HALLADOS > ZERO
             SET PERSONA-HALLADA TO TRUE
          END-IF.
          IF WS-RES-COUNT < WS-MAX-RESULTADOS
             ADD 1 TO WS-RES-COUNT
             MOVE "A" TO WS-RES-TIPO(WS-RES-COUNT)
             MOVE WS-ARCH-NOMBRE TO WS-RES-NOMBRE(WS-RES-COUNT)
             MOVE WS-ARCH-HALLADOS TO WS-RES-HALLADOS(WS-RES-COUNT)
             MOVE WS-ARCH-CAMBIADOS
                TO WS-RES-CAMBIADOS(WS-RES-COUNT)
          END-IF.
      *-----------------------------------------------------------*
      *   Keeps the newest record date seen for the person - the
      *   one the retention period runs from.
      *-----------------------------------------------------------*
       Tomar_Fecha.
          IF WS-FECHA-AUX-X NUMERIC
             AND WS-FECHA-AUX > WS-ULTIMA-FECHA
             MOVE WS-FECHA-AUX TO WS-ULTIMA-FECHA
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Tarjeta.
          MOVE "N" TO WS-HALLADO.
          PERFORM VARYING WS-TJX FROM 1 BY 1
             UNTIL WS-TJX > WS-TARJ-COUNT OR HALLADO
             IF WS-TARJ-NRO(WS-TJX) = TJ-NRO-TARJ
                SET HALLADO TO TRUE
             END-IF
          END-PERFORM.
          IF NOT HALLADO
             IF WS-TARJ-COUNT < WS-MAX-TARJ
                ADD 1 TO WS-TARJ-COUNT
                MOVE TJ-NRO-TARJ TO WS-TARJ-NRO(WS-TARJ-COUNT)
                MOVE TJ-NRO-TARJ TO WS-TARJ-TEXTO(WS-TARJ-COUNT)
                MOVE WS-TARJ-ORIGEN
                   TO WS-TARJ-EN-MAESTRO(WS-TARJ-COUNT)
             ELSE
                DISPLAY "** Solicitud " BSO-NRO-SOLICITUD
                   " - mas de " WS-MAX-TARJ " tarjetas"
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   A text goes in once, and only when there is something to
      *   mask - a blank field or one already masked adds nothing.
      *-----------------------------------------------------------*
       Agregar_Texto.
          IF WS-NUEVO-ORIG(1:WS-NUEVO-LARGO) = SPACES
             OR WS-NUEVO-ORIG(1:WS-NUEVO-LARGO)
                = WS-NUEVO-MASC(1:WS-NUEVO-LARGO)
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-HALLADO.
          PERFORM VARYING WS-TXX FROM 1 BY 1
             UNTIL WS-TXX > WS-TEXTO-COUNT OR HALLADO
             IF WS-TXT-LARGO(WS-TXX) = WS-NUEVO-LARGO
                AND WS-TXT-ORIG(WS-TXX) = WS-NUEVO-ORIG
                SET HALLADO TO TRUE
             END-IF
          END-PERFORM.
          IF NOT HALLADO
             IF WS-TEXTO-COUNT < WS-MAX-TEXTOS
                ADD 1 TO WS-TEXTO-COUNT
                MOVE WS-NUEVO-ORIG TO WS-TXT-ORIG(WS-TEXTO-COUNT)
                MOVE WS-NUEVO-MASC TO WS-TXT-NUEVO(WS-TEXTO-COUNT)
                MOVE WS-NUEVO-LARGO TO WS-TXT-LARGO(WS-TEXTO-COUNT)
                MOVE WS-NUEVO-CLAVE TO WS-TXT-CLAVE(WS-TEXTO-COUNT)
             ELSE
                DISPLAY "** Solicitud " BSO-NRO-SOLICITUD
                   " - demasiados datos distintos a enmascarar"
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Documento and name are the keys; street, town and
      *   postal code only get replaced.
      *-----------------------------------------------------------*
       Agregar_Textos_Titular.
          MOVE SPACES TO WS-NUEVO-ORIG.
          MOVE WS-DOC-TEXTO TO WS-NUEVO-MASC.
          MOVE BSO-DOCUMENTO TO WS-NUEVO-ORIG.
          MOVE 11 TO WS-NUEVO-LARGO.
          MOVE "S" TO WS-NUEVO-CLAVE.
          PERFORM Agregar_Texto.
          MOVE TJ-TITULAR TO WS-NUEVO-ORIG.
          MOVE WS-NOMBRE-NUEVO TO WS-NUEVO-MASC.
          MOVE 30 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
          MOVE "N" TO WS-NUEVO-CLAVE.
          MOVE TJ-CALLE TO WS-NUEVO-ORIG.
          MOVE "CALLE FICTICIA 123" TO WS-NUEVO-MASC.
          PERFORM Agregar_Texto.
          MOVE TJ-LOCALIDAD TO WS-NUEVO-ORIG.
          MOVE "LOCALIDAD PRUEBA" TO WS-NUEVO-MASC.
          MOVE 20 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
          MOVE TJ-COD-POSTAL TO WS-NUEVO-ORIG.
          MOVE "X0000XXX" TO WS-NUEVO-MASC.
          MOVE 8 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
      *-----------------------------------------------------------*
      *   The person's cards: the live ones by the documento key,
      *   the purged ones from TARJETAS-HISTORICO. A card that is
      *   not cancelled is a hold by itself.
      *-----------------------------------------------------------*
       Identificar_Titular.
          COMPUTE WS-DOC-NUEVO = 91000000000 + WS-SECUENCIA.
          MOVE WS-DOC-NUEVO TO WS-DOC-TEXTO.
          MOVE SPACES TO WS-NOMBRE-NUEVO.
          STRING "TITULAR BORRADO " WS-SECUENCIA
             DELIMITED BY SIZE INTO WS-NOMBRE-NUEVO.

          MOVE BSO-DOCUMENTO TO WS-DOC-ORIG.
          PERFORM Leer_Tarjetas_Documento.

          MOVE "N" TO WS-TARJ-ORIGEN.
          MOVE "..\files\TARJETAS-HISTORICO.DAT" TO WS-ARCH-PATH.
          MOVE "N" TO WS-EOF.
          OPEN INPUT TextoFile.
          IF TextoFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ TextoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE TextoRecord TO WS-LINEA
                IF WLH-DOCUMENTO = WS-DOC-ORIG
                   MOVE WLH-NRO-TARJ TO TJ-NRO-TARJ
                   MOVE WLH-TITULAR TO TJ-TITULAR
                   MOVE WLH-CALLE TO TJ-CALLE
                   MOVE WLH-LOCALIDAD TO TJ-LOCALIDAD
                   MOVE WLH-COD-POSTAL TO TJ-COD-POSTAL
                   PERFORM Agregar_Tarjeta
                   PERFORM Agregar_Textos_Titular
                END-IF
             END-IF
          END-PERFORM.
          IF TextoFS = "00" OR TextoFS = "10"
             CLOSE TextoFile
          END-IF.

          PERFORM Leer_Cliente.
          PERFORM Leer_Solicitudes_Credito.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Tarjetas_Documento.
          MOVE "S" TO WS-TARJ-ORIGEN.
          MOVE "TARJETAS" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          MOVE "N" TO WS-EOF.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** TARJETAS.DAT no disponible - status "
                TarjetaFS
             EXIT PARAGRAPH
          END-IF.
          MOVE BSO-DOCUMENTO TO TJ-DOCUMENTO.
          START TarjetasFile KEY IS EQUAL TO TJ-DOCUMENTO
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ TarjetasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF TJ-DOCUMENTO NOT = BSO-DOCUMENTO
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   ADD 1 TO WS-ARCH-HALLADOS
                   PERFORM Agregar_Tarjeta
                   PERFORM Agregar_Textos_Titular
                   IF NOT TJ-CANCELADA
                      CALL 'maskpan' USING BY CONTENT TJ-NRO-TARJ,
                         BY REFERENCE WS-TARJ-MASCARA
                      MOVE SPACES TO WS-BLOQUEO-TEXTO
                      STRING "TARJETA VIGENTE " WS-TARJ-MASCARA
                         DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                      PERFORM Registrar_Bloqueo
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          CLOSE TarjetasFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   The client record - name, address, email and phone are
      *   kept here, one record per documento.
      *-----------------------------------------------------------*
       Leer_Cliente.
          MOVE "CLIENTES" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN INPUT ClientesFile.
          IF ClientesFS NOT = "00"
             IF ClientesFS = "05"
                CLOSE ClientesFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE BSO-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-ARCH-HALLADOS
                MOVE CLI-NOMBRE TO WS-CTO-NOMBRE
                MOVE CLI-CALLE TO WS-CTO-CALLE
                MOVE CLI-LOCALIDAD TO WS-CTO-LOCALIDAD
                MOVE CLI-COD-POSTAL TO WS-CTO-COD-POSTAL
                MOVE CLI-EMAIL TO WS-CTO-EMAIL
                MOVE CLI-TELEFONO TO WS-CTO-TELEFONO
                PERFORM Agregar_Textos_Contacto
          END-READ.
          CLOSE ClientesFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   Every credit application under the documento, declined
      *   ones included. Only one still waiting for its decision
      *   holds the request.
      *-----------------------------------------------------------*
       Leer_Solicitudes_Credito.
          MOVE "CC-SOLICITUDES" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          MOVE "N" TO WS-EOF.
          OPEN INPUT SolCreditoFile.
          IF SolCreditoFS NOT = "00"
             IF SolCreditoFS = "05"
                CLOSE SolCreditoFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE BSO-DOCUMENTO TO SOL-DOCUMENTO.
          START SolCreditoFile KEY IS EQUAL TO SOL-DOCUMENTO
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ SolCreditoFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF SOL-DOCUMENTO NOT = BSO-DOCUMENTO
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   ADD 1 TO WS-ARCH-HALLADOS
                   MOVE SOL-NOMBRE TO WS-CTO-NOMBRE
                   MOVE SOL-CALLE TO WS-CTO-CALLE
                   MOVE SOL-LOCALIDAD TO WS-CTO-LOCALIDAD
                   MOVE SOL-COD-POSTAL TO WS-CTO-COD-POSTAL
                   MOVE SOL-EMAIL TO WS-CTO-EMAIL
                   MOVE SOL-TELEFONO TO WS-CTO-TELEFONO
                   PERFORM Agregar_Textos_Contacto
                   IF SOL-INGRESADA OR SOL-APROBACION-PROPUESTA
                      OR SOL-RECHAZO-PROPUESTO
                      MOVE SPACES TO WS-BLOQUEO-TEXTO
                      STRING "SOLICITUD PENDIENTE " SOL-NRO
                         DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                      PERFORM Registrar_Bloqueo
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          CLOSE SolCreditoFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   Same patterns as the card's own fields; the name is a
      *   key, the rest only gets replaced.
      *-----------------------------------------------------------*
       Agregar_Textos_Contacto.
          MOVE WS-CTO-NOMBRE TO WS-NUEVO-ORIG.
          MOVE WS-NOMBRE-NUEVO TO WS-NUEVO-MASC.
          MOVE 30 TO WS-NUEVO-LARGO.
          MOVE "S" TO WS-NUEVO-CLAVE.
          PERFORM Agregar_Texto.
          MOVE "N" TO WS-NUEVO-CLAVE.
          MOVE WS-CTO-CALLE TO WS-NUEVO-ORIG.
          MOVE "CALLE FICTICIA 123" TO WS-NUEVO-MASC.
          PERFORM Agregar_Texto.
          MOVE WS-CTO-EMAIL TO WS-NUEVO-ORIG.
          MOVE "BORRADO@FICTICIO.INVALIDO" TO WS-NUEVO-MASC.
          PERFORM Agregar_Texto.
          MOVE WS-CTO-LOCALIDAD TO WS-NUEVO-ORIG.
          MOVE "LOCALIDAD PRUEBA" TO WS-NUEVO-MASC.
          MOVE 20 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
          MOVE WS-CTO-TELEFONO TO WS-NUEVO-ORIG.
          MOVE "0000-0000" TO WS-NUEVO-MASC.
          MOVE 10 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
          MOVE WS-CTO-COD-POSTAL TO WS-NUEVO-ORIG.
          MOVE "X0000XXX" TO WS-NUEVO-MASC.
          MOVE 8 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
      *-----------------------------------------------------------*
      *   Per card: the newest saldo must be zero, no cuota may be
      *   left, no dispute open, no write-off unrecovered. The
      *   statement history and the write-off date also feed the
      *   retention date.
      *-----------------------------------------------------------*
       Evaluar_Titular.
          PERFORM Evaluar_Saldos.
          PERFORM Evaluar_Cuotas.
          PERFORM Evaluar_Incobrables.
          PERFORM Evaluar_Disputas.
          PERFORM Evaluar_Extractos.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Evaluar_Saldos.
          MOVE "SALDOS" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN INPUT SaldoFile.
          IF NOT SaldoFound
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-TJX FROM 1 BY 1
             UNTIL WS-TJX > WS-TARJ-COUNT
             MOVE ZERO TO WS-SALDO-FECHA
             MOVE "N" TO WS-SALDO-ABIERTO
             MOVE "N" TO WS-EOF
             MOVE WS-TARJ-NRO(WS-TJX) TO SALD-NRO-TARJ
             MOVE LOW-VALUES TO SALD-FECHA
             START SaldoFile KEY IS NOT LESS THAN SALD-KEY
                INVALID KEY SET FIN-ARCHIVO TO TRUE
             END-START
             PERFORM UNTIL FIN-ARCHIVO
                READ SaldoFile NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                END-READ
                IF NOT FIN-ARCHIVO
                   IF SALD-NRO-TARJ NOT = WS-TARJ-NRO(WS-TJX)
                      SET FIN-ARCHIVO TO TRUE
                   ELSE
                      ADD 1 TO WS-ARCH-HALLADOS
                      PERFORM Evaluar_Un_Saldo
                   END-IF
                END-IF
             END-PERFORM
             IF SALDO-ABIERTO
                CALL 'maskpan' USING BY CONTENT WS-TARJ-NRO(WS-TJX),
                   BY REFERENCE WS-TARJ-MASCARA
                MOVE SPACES TO WS-BLOQUEO-TEXTO
                STRING "SALDO ABIERTO " WS-TARJ-MASCARA
                   DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                PERFORM Registrar_Bloqueo
             END-IF
          END-PERFORM.
          CLOSE SaldoFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   SALDOS keeps a row per close; only the newest one says
      *   whether the card still owes.
      *-----------------------------------------------------------*
       Evaluar_Un_Saldo.
          MOVE SALD-FECHA(7:4) TO WS-FECHA-AUX-X(1:4).
          MOVE SALD-FECHA(5:2) TO WS-FECHA-AUX-X(5:2).
          MOVE SALD-FECHA(3:2) TO WS-FECHA-AUX-X(7:2).
          IF WS-FECHA-AUX-X NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
          PERFORM Tomar_Fecha.
          IF WS-FECHA-AUX NOT < WS-SALDO-FECHA
             MOVE WS-FECHA-AUX TO WS-SALDO-FECHA
             IF SALD-IMPORTE NOT = ZERO OR SALD-IMPORTE-USD > ZERO
                SET SALDO-ABIERTO TO TRUE
             ELSE
                MOVE "N" TO WS-SALDO-ABIERTO
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Evaluar_Cuotas.
          MOVE "CC-CUOTAS-PENDIENTES" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN INPUT PendingCuotasFile.
          IF PendingCuotasFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-TJX FROM 1 BY 1
             UNTIL WS-TJX > WS-TARJ-COUNT
             MOVE "N" TO WS-EOF
             MOVE WS-TARJ-NRO(WS-TJX) TO PC-NRO-TARJ
             MOVE ZERO TO PC-NRO-CUPON
             START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
                INVALID KEY SET FIN-ARCHIVO TO TRUE
             END-START
             PERFORM UNTIL FIN-ARCHIVO
                READ PendingCuotasFile NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                END-READ
                IF NOT FIN-ARCHIVO
                   IF PC-NRO-TARJ NOT = WS-TARJ-NRO(WS-TJX)
                      SET FIN-ARCHIVO TO TRUE
                   ELSE
                      ADD 1 TO WS-ARCH-HALLADOS
                      IF PC-CUOTAS-REST > ZERO
                         CALL 'maskpan' USING BY CONTENT PC-NRO-TARJ,
                            BY REFERENCE WS-TARJ-MASCARA
                         MOVE SPACES TO WS-BLOQUEO-TEXTO
                         STRING "CUOTAS PENDIENTES " WS-TARJ-MASCARA
                            DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                         PERFORM Registrar_Bloqueo
                         SET FIN-ARCHIVO TO TRUE
                      END-IF
                   END-IF
                END-IF
             END-PERFORM
          END-PERFORM.
          CLOSE PendingCuotasFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   A written-off card holds the request until every peso
      *   castigado has been recovered; after that the write-off
      *   date still counts for retention.
      *-----------------------------------------------------------*
       Evaluar_Incobrables.
          MOVE "CC-INCOBRABLES" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN INPUT IncobrablesFile.
          IF IncobrablesFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-TJX FROM 1 BY 1
             UNTIL WS-TJX > WS-TARJ-COUNT
             MOVE WS-TARJ-NRO(WS-TJX) TO INC-NRO-TARJ
             READ IncobrablesFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-ARCH-HALLADOS
                   MOVE INC-FECHA-QUEBRANTO TO WS-FECHA-AUX-X
                   PERFORM Tomar_Fecha
                   IF INC-IMPORTE-RECUPERADO
                      < INC-IMPORTE-CASTIGADO
                      CALL 'maskpan' USING BY CONTENT INC-NRO-TARJ,
                         BY REFERENCE WS-TARJ-MASCARA
                      MOVE SPACES TO WS-BLOQUEO-TEXTO
                      STRING "QUEBRANTO IMPAGO " WS-TARJ-MASCARA
                         DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                      PERFORM Registrar_Bloqueo
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE IncobrablesFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   Cases are keyed by number, so the whole file passes.
      *-----------------------------------------------------------*
       Evaluar_Disputas.
          MOVE "CC-DISPUTAS" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          IF WS-TARJ-COUNT = ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF.
          OPEN INPUT DisputasFile.
          IF DisputasFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ DisputasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                PERFORM VARYING WS-TJX FROM 1 BY 1
                   UNTIL WS-TJX > WS-TARJ-COUNT
                   IF DSP-NRO-TARJ = WS-TARJ-NRO(WS-TJX)
                      ADD 1 TO WS-ARCH-HALLADOS
                      MOVE DSP-FECHA-ALTA TO WS-FECHA-AUX
                      PERFORM Tomar_Fecha
                      IF DSP-ABIERTO OR DSP-CREDITO-PROV
                         OR DSP-PEDIDO-ADQ
                         MOVE SPACES TO WS-BLOQUEO-TEXTO
                         STRING "DISPUTA ABIERTA CASO " DSP-NRO-CASO
                            DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                         PERFORM Registrar_Bloqueo
                      END-IF
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM.
          CLOSE DisputasFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   Counts (and in the masking pass rewrites) the archived
      *   statement lines of every card; the newest close feeds the
      *   retention date.
      *-----------------------------------------------------------*
       Evaluar_Extractos.
          MOVE "CC-EXTRACTO-HIST" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          IF MODO-CONTAR
             OPEN INPUT ExtractoHistFile
          ELSE
             OPEN I-O ExtractoHistFile
          END-IF.
          IF ExtractoHistFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-TJX FROM 1 BY 1
             UNTIL WS-TJX > WS-TARJ-COUNT
             MOVE "N" TO WS-EOF
             MOVE WS-TARJ-NRO(WS-TJX) TO HIS-NRO-TARJ
             MOVE ZERO TO HIS-FECHA-CIERRE
             MOVE ZERO TO HIS-SECUENCIA
             START ExtractoHistFile KEY IS NOT LESS THAN HIS-KEY
                INVALID KEY SET FIN-ARCHIVO TO TRUE
             END-START
             PERFORM UNTIL FIN-ARCHIVO
                READ ExtractoHistFile NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                END-READ
                IF NOT FIN-ARCHIVO
                   IF HIS-NRO-TARJ NOT = WS-TARJ-NRO(WS-TJX)
                      SET FIN-ARCHIVO TO TRUE
                   ELSE
                      ADD 1 TO WS-ARCH-HALLADOS
                      MOVE HIS-FECHA-CIERRE TO WS-FECHA-AUX
                      PERFORM Tomar_Fecha
                      IF MODO-ENMASCARAR
                         MOVE SPACES TO WS-LINEA
                         MOVE HIS-LINEA TO WS-LINEA
                         MOVE WS-LINEA TO WS-LINEA-ANTES
                         PERFORM Reemplazar_Textos
                         IF WS-LINEA NOT = WS-LINEA-ANTES
                            MOVE WS-LINEA(1:80) TO HIS-LINEA
                            REWRITE ExtractoHistRecord
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                  ADD 1 TO WS-ARCH-CAMBIADOS
                            END-REWRITE
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-PERFORM
          END-PERFORM.
          CLOSE ExtractoHistFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *   The flat files that can carry the person: history,
      *   audit trails and every snapshot generation.
      *-----------------------------------------------------------*
       Recorrer_Archivos_Titular.
          MOVE "..\files\TARJETAS-HISTORICO.DAT" TO WS-ARCH-PATH.
          MOVE "TARJETAS-HISTORICO" TO WS-ARCH-NOMBRE.
          MOVE "L" TO WS-ARCH-TIPO.
          PERFORM Procesar_Archivo_Texto.
          MOVE "..\files\SALDOS-HISTORICO.DAT" TO WS-ARCH-PATH.
          MOVE "SALDOS-HISTORICO" TO WS-ARCH-NOMBRE.
          MOVE "S" TO WS-ARCH-TIPO.
          PERFORM Procesar_Archivo_Texto.
          MOVE "..\files\SALDOS-AUDITORIA.DAT" TO WS-ARCH-PATH.
          MOVE "SALDOS-AUDITORIA" TO WS-ARCH-NOMBRE.
          MOVE "L" TO WS-ARCH-TIPO.
          PERFORM Procesar_Archivo_Texto.
          PERFORM Recorrer_Auditorias.
          MOVE "TARJETAS" TO WS-SNAP-MASTER.
          MOVE "L" TO WS-ARCH-TIPO.
          PERFORM Recorrer_Snapshots.
          MOVE "SALDOS" TO WS-SNAP-MASTER.
          MOVE "S" TO WS-ARCH-TIPO.
          PERFORM Recorrer_Snapshots.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Recorrer_Auditorias.
          MOVE "..\files\MANT-AUDITORIA.DAT" TO WS-ARCH-PATH.
          MOVE "MANT-AUDITORIA" TO WS-ARCH-NOMBRE.
          MOVE "L" TO WS-ARCH-TIPO.
          PERFORM Procesar_Archivo_Texto.
          MOVE "..\files\CAMBIOS-JOURNAL.DAT" TO WS-ARCH-PATH.
          MOVE "CAMBIOS-JOURNAL" TO WS-ARCH-NOMBRE.
          PERFORM Procesar_Archivo_Texto.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Recorrer_Snapshots.
          PERFORM VARYING WS-GENERACION FROM 1 BY 1
             UNTIL WS-GENERACION > 9
             MOVE SPACES TO WS-ARCH-PATH
             STRING "..\files\SNAP-" DELIMITED BY SIZE
                WS-SNAP-MASTER DELIMITED BY SPACE
                ".G" WS-GENERACION DELIMITED BY SIZE
                INTO WS-ARCH-PATH
             MOVE SPACES TO WS-ARCH-NOMBRE
             STRING "SNAP-" DELIMITED BY SIZE
                WS-SNAP-MASTER DELIMITED BY SPACE
                ".G" WS-GENERACION DELIMITED BY SIZE
                INTO WS-ARCH-NOMBRE
             PERFORM Procesar_Archivo_Texto
          END-PERFORM.
      *-----------------------------------------------------------*
      *   One flat file. Counting only reads it; masking writes
      *   every line to the work copy and copies it back over the
      *   original only when some line actually changed. A file
      *   that is not there is simply not listed.
      *-----------------------------------------------------------*
       Procesar_Archivo_Texto.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          MOVE "N" TO WS-EOF.
          OPEN INPUT TextoFile.
          IF TextoFS NOT = "00"
             IF TextoFS = "05"
                CLOSE TextoFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          IF MODO-ENMASCARAR
             OPEN OUTPUT TrabajoFile
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ TextoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE TextoRecord TO WS-LINEA
                PERFORM Evaluar_Linea
                IF MODO-ENMASCARAR
                   MOVE WS-LINEA TO TrabajoRecord
                   WRITE TrabajoRecord
                END-IF
             END-IF
          END-PERFORM.
          CLOSE TextoFile.
          IF MODO-ENMASCARAR
             CLOSE TrabajoFile
             IF WS-ARCH-CAMBIADOS > ZERO
                PERFORM Copiar_Trabajo
             END-IF
          END-IF.
          IF WS-ARCH-HALLADOS > ZERO
             PERFORM Registrar_Resultado
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Copiar_Trabajo.
          MOVE "N" TO WS-EOF-TRABAJO.
          OPEN INPUT TrabajoFile.
          OPEN OUTPUT TextoFile.
          PERFORM UNTIL EOF-TRABAJO
             READ TrabajoFile
                AT END SET EOF-TRABAJO TO TRUE
             END-READ
             IF NOT EOF-TRABAJO
                MOVE TrabajoRecord TO TextoRecord
                WRITE TextoRecord
             END-IF
          END-PERFORM.
          CLOSE TrabajoFile.
          CLOSE TextoFile.
      *-----------------------------------------------------------*
      *   Is this line about the person? For a TIMES-shaped line
      *   the consultant number in front says so; for anything
      *   else, one of the person's cards or key texts inside it.
      *-----------------------------------------------------------*
       Evaluar_Linea.
          MOVE ZERO TO WS-COINCIDE.
          IF WS-ARCH-TIPO = "T"
             IF WLT-NUMERO = BSO-CONS-NUMERO
                MOVE 1 TO WS-COINCIDE
             END-IF
          ELSE
             PERFORM VARYING WS-TJX FROM 1 BY 1
                UNTIL WS-TJX > WS-TARJ-COUNT
                INSPECT WS-LINEA TALLYING WS-COINCIDE
                   FOR ALL WS-TARJ-TEXTO(WS-TJX)
             END-PERFORM
             PERFORM VARYING WS-TXX FROM 1 BY 1
                UNTIL WS-TXX > WS-TEXTO-COUNT
                IF WS-TXT-CLAVE(WS-TXX) = "S"
                   INSPECT WS-LINEA TALLYING WS-COINCIDE
                      FOR ALL WS-TXT-ORIG(WS-TXX)
                         (1:WS-TXT-LARGO(WS-TXX))
                END-IF
             END-PERFORM
          END-IF.
          IF WS-COINCIDE = ZERO
             EXIT PARAGRAPH
          END-IF.

          ADD 1 TO WS-ARCH-HALLADOS.
          EVALUATE WS-ARCH-TIPO
             WHEN "S"
                MOVE WLS-AAAA TO WS-FECHA-AUX-X(1:4)
                MOVE WLS-MM TO WS-FECHA-AUX-X(5:2)
                MOVE WLS-DD TO WS-FECHA-AUX-X(7:2)
                PERFORM Tomar_Fecha
             WHEN "T"
                MOVE WLT-FECHA TO WS-FECHA-AUX-X
                PERFORM Tomar_Fecha
          END-EVALUATE.
          IF MODO-ENMASCARAR
             MOVE WS-LINEA TO WS-LINEA-ANTES
             PERFORM Reemplazar_Textos
             IF WS-LINEA NOT = WS-LINEA-ANTES
                ADD 1 TO WS-ARCH-CAMBIADOS
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reemplazar_Textos.
          PERFORM VARYING WS-TXX FROM 1 BY 1
             UNTIL WS-TXX > WS-TEXTO-COUNT
             INSPECT WS-LINEA REPLACING ALL
                WS-TXT-ORIG(WS-TXX)(1:WS-TXT-LARGO(WS-TXX))
                BY WS-TXT-NUEVO(WS-TXX)(1:WS-TXT-LARGO(WS-TXX))
          END-PERFORM.
      *-----------------------------------------------------------*
      *   The masters themselves: every card of the documento gets
      *   the masked titular, documento and address, and the change
      *   is journaled like any other TARJETAS rewrite.
      *-----------------------------------------------------------*
       Enmascarar_Titular.
          MOVE "TARJETAS" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN I-O TarjetasFile.
          IF TarjetaFound
             PERFORM VARYING WS-TJX FROM 1 BY 1
                UNTIL WS-TJX > WS-TARJ-COUNT
                IF WS-TARJ-EN-MAESTRO(WS-TJX) = "S"
                   MOVE WS-TARJ-NRO(WS-TJX) TO TJ-NRO-TARJ
                   READ TarjetasFile
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         ADD 1 TO WS-ARCH-HALLADOS
                         PERFORM Enmascarar_Tarjeta
                   END-READ
                END-IF
             END-PERFORM
             CLOSE TarjetasFile
          ELSE
             DISPLAY "** TARJETAS.DAT no disponible - status "
                TarjetaFS
          END-IF.
          PERFORM Registrar_Resultado.
          PERFORM Enmascarar_Cliente.
          PERFORM Enmascarar_Solicitudes_Credito.
          PERFORM Evaluar_Saldos.
          PERFORM Evaluar_Extractos.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Enmascarar_Tarjeta.
          MOVE WS-NOMBRE-NUEVO TO TJ-TITULAR.
          MOVE WS-DOC-NUEVO TO TJ-DOCUMENTO.
          MOVE "CALLE FICTICIA 123" TO TJ-CALLE.
          MOVE "LOCALIDAD PRUEBA" TO TJ-LOCALIDAD.
          MOVE "X0000XXX" TO TJ-COD-POSTAL.
          REWRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** No se pudo enmascarar la tarjeta "
                   TJ-NRO-TARJ
             NOT INVALID KEY
                ADD 1 TO WS-ARCH-CAMBIADOS
                MOVE "R" TO JRN-OPERACION
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The documento is the CLIENTES key: the masked record goes
      *   in under the 91... number first, and only then is the
      *   original deleted, so a failed write loses nothing.
      *-----------------------------------------------------------*
       Enmascarar_Cliente.
          MOVE "CLIENTES" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN I-O ClientesFile.
          IF ClientesFS NOT = "00"
             IF ClientesFS = "05"
                CLOSE ClientesFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE BSO-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-ARCH-HALLADOS
                PERFORM Reemplazar_Cliente
          END-READ.
          CLOSE ClientesFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reemplazar_Cliente.
          MOVE CLI-DOCUMENTO TO WS-CLIENTE-DOC.
          MOVE WS-DOC-NUEVO TO CLI-DOCUMENTO.
          MOVE WS-NOMBRE-NUEVO TO CLI-NOMBRE.
          MOVE "CALLE FICTICIA 123" TO CLI-CALLE.
          MOVE "LOCALIDAD PRUEBA" TO CLI-LOCALIDAD.
          MOVE "X0000XXX" TO CLI-COD-POSTAL.
          MOVE "BORRADO@FICTICIO.INVALIDO" TO CLI-EMAIL.
          MOVE "0000-0000" TO CLI-TELEFONO.
          WRITE ClienteRecord
             INVALID KEY
                DISPLAY "** No se pudo enmascarar el cliente - "
                   "solicitud " BSO-NRO-SOLICITUD
                EXIT PARAGRAPH
          END-WRITE.
          MOVE WS-CLIENTE-DOC TO CLI-DOCUMENTO.
          DELETE ClientesFile RECORD
             INVALID KEY
                DISPLAY "** No se pudo borrar el cliente original - "
                   "solicitud " BSO-NRO-SOLICITUD
             NOT INVALID KEY
                ADD 1 TO WS-ARCH-CAMBIADOS
          END-DELETE.
      *-----------------------------------------------------------*
      *   Each rewrite moves the application off the documento's
      *   alternate key, so the walk restarts on that key until no
      *   application is left under it.
      *-----------------------------------------------------------*
       Enmascarar_Solicitudes_Credito.
          MOVE "CC-SOLICITUDES" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          MOVE "N" TO WS-EOF.
          OPEN I-O SolCreditoFile.
          IF SolCreditoFS NOT = "00"
             IF SolCreditoFS = "05"
                CLOSE SolCreditoFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             MOVE BSO-DOCUMENTO TO SOL-DOCUMENTO
             START SolCreditoFile KEY IS EQUAL TO SOL-DOCUMENTO
                INVALID KEY SET FIN-ARCHIVO TO TRUE
             END-START
             IF NOT FIN-ARCHIVO
                READ SolCreditoFile NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                END-READ
             END-IF
             IF NOT FIN-ARCHIVO
                ADD 1 TO WS-ARCH-HALLADOS
                PERFORM Reemplazar_Solicitud_Credito
             END-IF
          END-PERFORM.
          CLOSE SolCreditoFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reemplazar_Solicitud_Credito.
          MOVE WS-DOC-NUEVO TO SOL-DOCUMENTO.
          MOVE WS-NOMBRE-NUEVO TO SOL-NOMBRE.
          MOVE "CALLE FICTICIA 123" TO SOL-CALLE.
          MOVE "LOCALIDAD PRUEBA" TO SOL-LOCALIDAD.
          MOVE "X0000XXX" TO SOL-COD-POSTAL.
          MOVE "BORRADO@FICTICIO.INVALIDO" TO SOL-EMAIL.
          MOVE "0000-0000" TO SOL-TELEFONO.
          MOVE ZERO TO SOL-INGRESO.
          REWRITE SolCreditoRecord
             INVALID KEY
                DISPLAY "** No se pudo enmascarar la solicitud "
                   "de tarjeta " SOL-NRO
                SET FIN-ARCHIVO TO TRUE
             NOT INVALID KEY
                ADD 1 TO WS-ARCH-CAMBIADOS
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The consultant's master record. The number-and-DNI pair
      *   as it sits in a CONSind2 image, and the name, are the
      *   keys; DNI, address and phone get replaced.
      *-----------------------------------------------------------*
       Identificar_Consultor.
          COMPUTE WS-DNI-NUEVO = 91000000 + WS-SECUENCIA.
          MOVE WS-DNI-NUEVO TO WS-DNI-TEXTO.
          MOVE SPACES TO WS-NOMBRE-NUEVO.
          STRING "CONSULTOR BORRADO " WS-SECUENCIA
             DELIMITED BY SIZE INTO WS-NOMBRE-NUEVO.

          MOVE "CONSIND2" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN INPUT ConsultoresFile.
          IF NOT ConsFound
             DISPLAY "** CONSind2.DAT no disponible - status "
                ConsFS
             EXIT PARAGRAPH
          END-IF.
          MOVE BSO-CONS-NUMERO TO CONS-NUMERO.
          READ ConsultoresFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-ARCH-HALLADOS
                PERFORM Agregar_Textos_Consultor
          END-READ.
          CLOSE ConsultoresFile.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Textos_Consultor.
          MOVE SPACES TO WS-CONS-CLAVE.
          STRING CONS-NUMERO CONS-DNI
             DELIMITED BY SIZE INTO WS-CONS-CLAVE.
          MOVE WS-CONS-CLAVE TO WS-NUEVO-ORIG.
          MOVE SPACES TO WS-NUEVO-MASC.
          STRING CONS-NUMERO WS-DNI-TEXTO
             DELIMITED BY SIZE INTO WS-NUEVO-MASC.
          MOVE 13 TO WS-NUEVO-LARGO.
          MOVE "S" TO WS-NUEVO-CLAVE.
          PERFORM Agregar_Texto.
          MOVE CONS-NOMBRE TO WS-NUEVO-ORIG.
          MOVE WS-NOMBRE-NUEVO TO WS-NUEVO-MASC.
          MOVE 25 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
          MOVE "N" TO WS-NUEVO-CLAVE.
          MOVE CONS-DNI TO WS-NUEVO-ORIG.
          MOVE WS-DNI-TEXTO TO WS-NUEVO-MASC.
          MOVE 8 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
          MOVE CONS-DIRE TO WS-NUEVO-ORIG.
          MOVE "CALLE FICTICIA 123" TO WS-NUEVO-MASC.
          MOVE 20 TO WS-NUEVO-LARGO.
          PERFORM Agregar_Texto.
          MOVE CONS-TEL TO WS-NUEVO-ORIG.
          MOVE "0000-0000" TO WS-NUEVO-MASC.
          PERFORM Agregar_Texto.
      *-----------------------------------------------------------*
      *   The live hours file feeds the retention date - hours
      *   still there are hours not yet archived.
      *-----------------------------------------------------------*
       Evaluar_Consultor.
          MOVE "TIMESIND2" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          MOVE "N" TO WS-EOF.
          OPEN INPUT TIM.
          IF TimFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE BSO-CONS-NUMERO TO TIM-NUMERO.
          MOVE ZERO TO TIM-FECHA.
          MOVE ZERO TO TIM-CUIT.
          START TIM KEY IS NOT LESS THAN TIM-NFC
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ TIM NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF TIM-NUMERO NOT = BSO-CONS-NUMERO
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   ADD 1 TO WS-ARCH-HALLADOS
                   MOVE TIM-FECHA TO WS-FECHA-AUX
                   PERFORM Tomar_Fecha
                END-IF
             END-IF
          END-PERFORM.
          CLOSE TIM.
          PERFORM Registrar_Resultado.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Recorrer_Archivos_Consultor.
          MOVE "..\TPALGO4PARTE2\TIMESHIST.DAT" TO WS-ARCH-PATH.
          MOVE "TIMESHIST" TO WS-ARCH-NOMBRE.
          MOVE "T" TO WS-ARCH-TIPO.
          PERFORM Procesar_Archivo_Texto.
          PERFORM Recorrer_Auditorias.
          MOVE "TIMES" TO WS-SNAP-MASTER.
          MOVE "T" TO WS-ARCH-TIPO.
          PERFORM Recorrer_Snapshots.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Enmascarar_Consultor.
          MOVE "CONSIND2" TO WS-ARCH-NOMBRE.
          MOVE ZERO TO WS-ARCH-HALLADOS.
          MOVE ZERO TO WS-ARCH-CAMBIADOS.
          OPEN I-O ConsultoresFile.
          IF NOT ConsFound
             DISPLAY "** CONSind2.DAT no disponible - status "
                ConsFS
             EXIT PARAGRAPH
          END-IF.
          MOVE BSO-CONS-NUMERO TO CONS-NUMERO.
          READ ConsultoresFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-ARCH-HALLADOS
                MOVE WS-DNI-NUEVO TO CONS-DNI
                MOVE WS-NOMBRE-NUEVO TO CONS-NOMBRE
                MOVE "CALLE FICTICIA 123" TO CONS-DIRE
                MOVE "0000-0000" TO CONS-TEL
                REWRITE REG-CONSULTORES
                   INVALID KEY
                      DISPLAY "** No se pudo enmascarar el "
                         "consultor " CONS-NUMERO
                   NOT INVALID KEY
                      ADD 1 TO WS-ARCH-CAMBIADOS
                END-REWRITE
          END-READ.
          CLOSE ConsultoresFile.
          PERFORM Registrar_Resultado.
          PERFORM Evaluar_Consultor.
      *-----------------------------------------------------------*
      *   The certificate the person (and the auditor) gets: who,
      *   when, and file by file how many records held their data
      *   and how many were anonymized.
      *-----------------------------------------------------------*
       Emitir_Certificado.
          OPEN EXTEND CertificadoFile.
          IF CertificadoFS NOT = "00"
             OPEN OUTPUT CertificadoFile
          END-IF.
          MOVE BSO-NRO-SOLICITUD TO ct_nro.
          MOVE WS-FECHA-HOY TO ct_fecha.
          MOVE cert_titulo TO CertificadoRecord.
          WRITE CertificadoRecord.
          IF BSO-TITULAR
             MOVE "EX TITULAR DOCUMENTO" TO cp_tipo
             MOVE BSO-DOCUMENTO TO cp_identificador
          ELSE
             MOVE "EX CONSULTOR NUMERO" TO cp_tipo
             MOVE BSO-CONS-NUMERO TO cp_identificador
          END-IF.
          MOVE BSO-FECHA-ALTA TO cp_fecha_alta.
          MOVE cert_persona TO CertificadoRecord.
          WRITE CertificadoRecord.
          IF NOT PERSONA-HALLADA
             MOVE "      SIN DATOS DE LA PERSONA EN LOS ARCHIVOS"
                TO CertificadoRecord
             WRITE CertificadoRecord
          ELSE
             MOVE rep_archivo_titulos TO CertificadoRecord
             WRITE CertificadoRecord
             PERFORM VARYING WS-RSX FROM 1 BY 1
                UNTIL WS-RSX > WS-RES-COUNT
                IF WS-RES-HALLADOS(WS-RSX) > ZERO
                   MOVE WS-RES-NOMBRE(WS-RSX) TO ra_nombre
                   MOVE WS-RES-HALLADOS(WS-RSX) TO ra_hallados
                   MOVE WS-RES-CAMBIADOS(WS-RSX) TO ra_cambiados
                   MOVE rep_archivo TO CertificadoRecord
                   WRITE CertificadoRecord
                END-IF
             END-PERFORM
             MOVE SPACES TO CertificadoRecord
             STRING "      NOMBRE, DOCUMENTO, DOMICILIO, EMAIL Y "
                "TELEFONO REEMPLAZADOS POR VALORES FICTICIOS."
                DELIMITED BY SIZE INTO CertificadoRecord
             WRITE CertificadoRecord
             IF BSO-TITULAR
                MOVE SPACES TO CertificadoRecord
                STRING "      INGRESO DECLARADO EN SOLICITUDES DE "
                   "TARJETA PUESTO EN CERO."
                   DELIMITED BY SIZE INTO CertificadoRecord
                WRITE CertificadoRecord
             END-IF
             MOVE SPACES TO CertificadoRecord
             STRING "      SE CONSERVAN LOS NROS DE TARJETA Y DE "
                "CONSULTOR, CLAVE DE REGISTROS CONTABLES."
                DELIMITED BY SIZE INTO CertificadoRecord
             WRITE CertificadoRecord
          END-IF.
          MOVE SPACES TO CertificadoRecord.
          WRITE CertificadoRecord.
          CLOSE CertificadoFile.
