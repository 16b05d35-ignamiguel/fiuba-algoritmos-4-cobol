       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantSolicitudes.
      * AUTHOR:  nacho.
      * Card application (solicitud) desk. The alta takes the
      * applicant's data, declared monthly income and the product
      * asked for onto CC-SOLICITUDES.DAT (estado I), numbered off
      * CC-SOLICITUD-SEQ.DAT; a documento already in the customer
      * master (CLIENTES.DAT) brings its own name and address,
      * which are only changed in MantClientes.
      * EvaluarSolicitudes scores the applications overnight and
      * proposes approval (A, with an initial limit) or decline
      * (R, with the reason). The analyst decides each proposal
      * here - never the one who keyed the application:
      *   - an approval may lower the proposed limit, never raise
      *     it. The customer is created if new, the card is
      *     numbered on the BIN of CC-SOLICITUD-PARAM.DAT from the
      *     CC-PAN-SEQ.DAT sequence (check digit per chkluhn,
      *     numbers in use skipped), expires SPA-VIGENCIA-MESES
      *     from now (36 if not set) and is created through the
      *     same alta as MantTarjetas (altatarj) - pendiente de
      *     activacion, embossing line and PIN. The solicitud
      *     keeps the card number (estado E).
      *   - a decline (estado D) keeps its reason; the next
      *     EvaluarSolicitudes run prints the letter.
      * A decision is only applied if the solicitud on file is
      * still the one shown; if another analyst decided it
      * meanwhile both versions are shown, nothing is written, and
      * the collision goes to auditmant as operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SolicitudesFile ASSIGN TO
          "..\files\CC-SOLICITUDES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOL-NRO
          ALTERNATE RECORD KEY IS SOL-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS SolicitudesStatus.

          SELECT SeqFile ASSIGN TO "..\files\CC-SOLICITUD-SEQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SeqStatus.

          *> BIN, minimum score and plastic validity for new cards.
          SELECT ParamSolicitudFile ASSIGN TO
          "..\files\CC-SOLICITUD-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParamSolicitudStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          *> Account-number sequence shared with the mass reissue
          *> (CompromisoComercio).
          SELECT PanSeqFile ASSIGN TO "..\files\CC-PAN-SEQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PanSeqStatus.

          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

          *> Customer master - the holder's address and delivery
          *> preference, shared by all of a person's cards.
          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

       DATA DIVISION.
       FILE SECTION.

       FD SolicitudesFile.
       01 SolicitudRecord.
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
           88 SOL-ENVIO-PAPEL            VALUE "P".
           88 SOL-ENVIO-EMAIL            VALUE "E".
         02 SOL-INGRESO                  PIC 9(10)V99.
         02 SOL-PRODUCTO                 PIC X(02).
         02 SOL-CICLO                    PIC 9(02).
         02 SOL-ESTADO                   PIC X(01).
           88 SOL-INGRESADA              VALUE "I".
           88 SOL-APROBACION-PROPUESTA   VALUE "A".
           88 SOL-RECHAZO-PROPUESTO      VALUE "R".
           88 SOL-EMITIDA                VALUE "E".
           88 SOL-DENEGADA               VALUE "D".
         02 SOL-PUNTAJE                  PIC 9(03).
         02 SOL-LIMITE                   PIC 9(10)V99.
         02 SOL-MOTIVO                   PIC X(30).
         02 SOL-SITUACION                PIC 9(01).
         02 SOL-NRO-TARJ                 PIC 9(16).
         02 SOL-USUARIO-ALTA             PIC X(08).
         02 SOL-USUARIO-DECISION         PIC X(08).
         02 SOL-FECHA-DECISION           PIC 9(08).
         02 SOL-FECHA-CARTA              PIC 9(08).

       FD SeqFile.
       01 SeqRecord.
         03 SEQ-ULTIMA-SOLICITUD         PIC 9(8).

       FD ParamSolicitudFile.
       01 ParamSolicitudRecord.
         03 SPA-BIN                      PIC 9(6).
         03 SPA-PUNTAJE-MINIMO           PIC 9(3).
         03 SPA-VIGENCIA-MESES           PIC 9(2).

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

       FD PanSeqFile.
       01 PanSeqRecord.
         03 PSQ-ULTIMA-CUENTA            PIC 9(9).

       FD ProductosFile.
       01 ProductoRecord.
         02 PRD-CODIGO             PIC X(02).
         02 PRD-NOMBRE             PIC X(15).
         02 PRD-TASA-FINANCIACION  PIC 9(2)V99.
         02 PRD-PORC-PAGO-MINIMO   PIC 9(2)V99.
         02 PRD-TASA-ADELANTO      PIC 9(2)V99.
         02 PRD-PORC-FEE-ADELANTO  PIC 9(2)V99.
         02 PRD-CARGO-MORA         PIC 9(6)V99.
         02 PRD-CARGO-SOBRELIMITE  PIC 9(6)V99.
         02 PRD-CARGO-RENOVACION   PIC 9(6)V99.
         02 PRD-MULT-PUNTOS        PIC 9V99.
         02 PRD-LIMITE-MAXIMO      PIC 9(10)V99.
         02 PRD-DISENO             PIC X(04).

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

       WORKING-STORAGE SECTION.
       01   SolicitudesStatus            PIC X(2).
          88 SolicitudOK VALUE "00".
       01   SeqStatus                    PIC X(2).
       01   ParamSolicitudStatus         PIC X(2).
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   PanSeqStatus                 PIC X(2).
       01   ProductosStatus              PIC X(2).
       01   WS-PRODUCTOS-DISPONIBLE      PIC X(1) VALUE "N".
          88 PRODUCTOS-DISPONIBLE VALUE "S".
       01   WS-PRODUCTO-EXISTE           PIC X(1).
          88 PRODUCTO-EXISTE VALUE "S".
       01   ClientesStatus               PIC X(2).
          88 ClientesOK VALUE "00".
       01   WS-CLIENTE-EXISTE            PIC X(1).
          88 CLIENTE-EXISTE VALUE "S".

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-SOL                   PIC X(1).
          88 EOF-SOL VALUE "S".
       01   WS-NRO-INPUT                 PIC 9(8).
       01   WS-DECISION                  PIC X(1).
       01   WS-LIMITE-INPUT              PIC 9(10)V99.
       01   WS-MOTIVO-INPUT              PIC X(30).
       01   CONTADOR-A-RESOLVER          PIC 9(4).
       01   WS-ULTIMA-SOLICITUD          PIC 9(8) VALUE ZERO.
       01   WS-TARJ-MASCARA              PIC X(16).

      *> New-card parameters (CC-SOLICITUD-PARAM.DAT).
       01   WS-BIN                       PIC 9(6) VALUE ZERO.
       01   WS-VIGENCIA-MESES            PIC 9(2) VALUE 36.

      *> Card number for an approved application - same BIN +
      *> sequence + Luhn layout as the mass reissue.
       01   WS-ULTIMA-CUENTA             PIC 9(9) VALUE 0.
       01   WS-NRO-NUEVO                 PIC 9(16).
       01   WS-NRO-NUEVO-R REDEFINES WS-NRO-NUEVO.
            02 WS-NN-BIN                 PIC 9(6).
            02 WS-NN-CUENTA              PIC 9(9).
            02 WS-NN-DIGITO              PIC 9(1).
       01   WS-NRO-LIBRE                 PIC X(1).
          88 NRO-LIBRE VALUE "S".
       01   WS-INTENTOS                  PIC 9(3).
       01   WS-LUHN-RESULTADO            PIC X(1).
       01   WS-LUHN-DIGITO               PIC 9(1).
       01   WS-MESES-TOTAL               PIC 9(6).
       01   WS-VTO-ANIO                  PIC 9(4).
       01   WS-VTO-MES                   PIC 9(2).

      *> New-plastic alta - see altatarj.
       01   WS-ALTA-TARJETA.
         02 ALT-NRO-TARJ                 PIC 9(16).
         02 ALT-TITULAR                  PIC X(30).
         02 ALT-DOCUMENTO                PIC 9(11).
         02 ALT-LIMITE                   PIC 9(10)V99.
         02 ALT-ESTADO                   PIC X(01).
         02 ALT-CICLO                    PIC 9(02).
         02 ALT-CALLE                    PIC X(30).
         02 ALT-LOCALIDAD                PIC X(20).
         02 ALT-COD-POSTAL               PIC X(08).
         02 ALT-ENVIO                    PIC X(01).
         02 ALT-VENCIMIENTO              PIC 9(06).
         02 ALT-PRODUCTO                 PIC X(02).
       01   WS-ALTA-RESULTADO            PIC X(1).
          88 ALTA-OK VALUE "S".

      *> The solicitud as shown for a decision, and the analyst's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA              PIC X(267).
       01   WS-IMAGEN-PROPUESTA          PIC X(267).
       01   WS-COLISION                  PIC X(1).
          88 HAY-COLISION VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC 9(4).
          02 WS-DATE-MONTH               PIC 9(2).
          02 WS-DATE-DAY                 PIC 9(2).
       01   WS-FECHA-HOY-N               PIC 9(8).

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTSOLICITUDES".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - an approval writes TARJETAS.DAT.
      *> See batchlock.
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
          OPEN I-O SolicitudesFile.
          IF SolicitudesStatus = "35"
             OPEN OUTPUT SolicitudesFile
             CLOSE SolicitudesFile
             OPEN I-O SolicitudesFile
          END-IF.
          IF NOT SolicitudOK
             DISPLAY "** Error abriendo CC-SOLICITUDES.DAT - status "
                SolicitudesStatus
             STOP RUN
          END-IF.
          OPEN I-O ClientesFile.
          IF ClientesStatus = "05"
             CLOSE ClientesFile
             OPEN I-O ClientesFile
          END-IF.
          IF NOT ClientesOK
             DISPLAY "** Error abriendo CLIENTES.DAT - status "
                ClientesStatus
             STOP RUN
          END-IF.
          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             SET PRODUCTOS-DISPONIBLE TO TRUE
          END-IF.
          PERFORM Cargar_Parametros.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Solo_Con_Permiso_Alta
                WHEN 2 PERFORM Consultar_Solicitud
                WHEN 3 PERFORM Listar_A_Resolver
                WHEN 4 PERFORM Solo_Con_Permiso_Decision
                WHEN 5 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE SolicitudesFile, ClientesFile.
          IF PRODUCTOS-DISPONIBLE
             CLOSE ProductosFile
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Solicitudes de tarjeta".
          DISPLAY "1 - Alta de solicitud".
          DISPLAY "2 - Consulta de solicitud".
          DISPLAY "3 - Listar solicitudes evaluadas a resolver".
          DISPLAY "4 - Aprobar / rechazar una solicitud evaluada".
          DISPLAY "5 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   The signed-on level gates every mutating option - a
      *   consulta user keeps the inquiries and nothing else.
      *-----------------------------------------------------------*
       Solo_Con_Permiso_Alta.
          IF SEG-NIVEL = "M"
             PERFORM Alta_Solicitud
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Decision.
          IF SEG-NIVEL = "M"
             PERFORM Decidir_Solicitud
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
      *-----------------------------------------------------------*
      *   No parameter file = no BIN: applications are taken and
      *   scored, but none can be issued until it is loaded.
      *-----------------------------------------------------------*
       Cargar_Parametros.
          OPEN INPUT ParamSolicitudFile.
          IF ParamSolicitudStatus = "00"
             READ ParamSolicitudFile
                AT END CONTINUE
                NOT AT END
                   IF SPA-BIN NUMERIC
                      MOVE SPA-BIN TO WS-BIN
                   END-IF
                   IF SPA-VIGENCIA-MESES NUMERIC
                      AND SPA-VIGENCIA-MESES > ZERO
                      MOVE SPA-VIGENCIA-MESES TO WS-VIGENCIA-MESES
                   END-IF
             END-READ
             CLOSE ParamSolicitudFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Alta_Solicitud.
          INITIALIZE SolicitudRecord.
          DISPLAY "Documento -> " WITH NO ADVANCING.
          ACCEPT SOL-DOCUMENTO.
          MOVE SOL-DOCUMENTO TO CLI-DOCUMENTO.
          MOVE "N" TO WS-CLIENTE-EXISTE.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET CLIENTE-EXISTE TO TRUE
          END-READ.
          IF CLIENTE-EXISTE
             DISPLAY "Cliente existente: " CLI-NOMBRE
             DISPLAY "Domicilio: " CLI-CALLE " " CLI-LOCALIDAD
                " (" CLI-COD-POSTAL ") - envio " CLI-ENVIO
             MOVE CLI-NOMBRE TO SOL-NOMBRE
             MOVE CLI-CALLE TO SOL-CALLE
             MOVE CLI-LOCALIDAD TO SOL-LOCALIDAD
             MOVE CLI-COD-POSTAL TO SOL-COD-POSTAL
             MOVE CLI-EMAIL TO SOL-EMAIL
             MOVE CLI-TELEFONO TO SOL-TELEFONO
             MOVE CLI-ENVIO TO SOL-ENVIO
          ELSE
             PERFORM Pedir_Datos_Solicitante
          END-IF.
          DISPLAY "Ingreso mensual declarado -> " WITH NO ADVANCING.
          ACCEPT SOL-INGRESO.
          PERFORM Pedir_Producto.
          DISPLAY "Ciclo de cierre (0 = unico) -> " WITH NO ADVANCING.
          ACCEPT SOL-CICLO.

          PERFORM Siguiente_Nro_Solicitud.
          MOVE WS-ULTIMA-SOLICITUD TO SOL-NRO.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE WS-CURRENT-DATE-FIELDS TO WS-FECHA-HOY-N.
          MOVE WS-FECHA-HOY-N TO SOL-FECHA.
          SET SOL-INGRESADA TO TRUE.
          MOVE SEG-USUARIO TO SOL-USUARIO-ALTA.
          WRITE SolicitudRecord
             INVALID KEY
                DISPLAY "** La solicitud " SOL-NRO " ya existe - "
                   "revisar CC-SOLICITUD-SEQ.DAT"
             NOT INVALID KEY
                DISPLAY "Solicitud " SOL-NRO " ingresada - se evalua "
                   "en la corrida nocturna"
                MOVE "A" TO AUD-OPERACION
                MOVE SOL-NRO TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE SolicitudRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-WRITE.
      *-----------------------------------------------------------*
      *   A documento the bank has never seen - it only becomes a
      *   customer if the card is approved.
      *-----------------------------------------------------------*
       Pedir_Datos_Solicitante.
          DISPLAY "Solicitante nuevo - documento " SOL-DOCUMENTO.
          DISPLAY "Nombre -> " WITH NO ADVANCING.
          ACCEPT SOL-NOMBRE.
          DISPLAY "Calle -> " WITH NO ADVANCING.
          ACCEPT SOL-CALLE.
          DISPLAY "Localidad -> " WITH NO ADVANCING.
          ACCEPT SOL-LOCALIDAD.
          DISPLAY "Codigo postal -> " WITH NO ADVANCING.
          ACCEPT SOL-COD-POSTAL.
          DISPLAY "Email -> " WITH NO ADVANCING.
          ACCEPT SOL-EMAIL.
          DISPLAY "Telefono -> " WITH NO ADVANCING.
          ACCEPT SOL-TELEFONO.
          DISPLAY "Envio de resumen P/E -> " WITH NO ADVANCING.
          ACCEPT SOL-ENVIO.
          IF NOT SOL-ENVIO-PAPEL AND NOT SOL-ENVIO-EMAIL
             MOVE "P" TO SOL-ENVIO
          END-IF.
          IF SOL-ENVIO-EMAIL AND SOL-EMAIL = SPACES
             DISPLAY "** Sin email - el resumen sigue en papel"
             MOVE "P" TO SOL-ENVIO
          END-IF.
      *-----------------------------------------------------------*
      *   The product asked for. Without a product master the
      *   application goes without one, as a MantTarjetas alta.
      *-----------------------------------------------------------*
       Pedir_Producto.
          MOVE SPACES TO SOL-PRODUCTO.
          MOVE "N" TO WS-PRODUCTO-EXISTE.
          PERFORM UNTIL PRODUCTO-EXISTE OR NOT PRODUCTOS-DISPONIBLE
             DISPLAY "Producto solicitado -> " WITH NO ADVANCING
             ACCEPT SOL-PRODUCTO
             MOVE SOL-PRODUCTO TO PRD-CODIGO
             READ ProductosFile
                INVALID KEY
                   DISPLAY "** Producto " SOL-PRODUCTO
                      " inexistente - ver MantProductos"
                NOT INVALID KEY
                   SET PRODUCTO-EXISTE TO TRUE
             END-READ
          END-PERFORM.
      *-----------------------------------------------------------*
      *   The number survives restarts on CC-SOLICITUD-SEQ.DAT,
      *   the same way the debit orders are numbered.
      *-----------------------------------------------------------*
       Siguiente_Nro_Solicitud.
          MOVE ZERO TO WS-ULTIMA-SOLICITUD.
          OPEN INPUT SeqFile.
          IF SeqStatus = "00"
             READ SeqFile
                AT END CONTINUE
             END-READ
             IF SeqStatus = "00" AND SEQ-ULTIMA-SOLICITUD NUMERIC
                MOVE SEQ-ULTIMA-SOLICITUD TO WS-ULTIMA-SOLICITUD
             END-IF
             CLOSE SeqFile
          END-IF.
          ADD 1 TO WS-ULTIMA-SOLICITUD.
          OPEN OUTPUT SeqFile.
          MOVE WS-ULTIMA-SOLICITUD TO SEQ-ULTIMA-SOLICITUD.
          WRITE SeqRecord.
          CLOSE SeqFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consultar_Solicitud.
          DISPLAY "Nro de solicitud -> " WITH NO ADVANCING.
          ACCEPT WS-NRO-INPUT.
          MOVE WS-NRO-INPUT TO SOL-NRO.
          READ SolicitudesFile
             INVALID KEY
                DISPLAY "** Solicitud inexistente"
             NOT INVALID KEY
                PERFORM Mostrar_Solicitud
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Solicitud.
          DISPLAY "Solicitud " SOL-NRO " del " SOL-FECHA
             " - estado " SOL-ESTADO.
          DISPLAY "   " SOL-NOMBRE " - documento " SOL-DOCUMENTO.
          DISPLAY "   " SOL-CALLE " " SOL-LOCALIDAD
             " (" SOL-COD-POSTAL ")".
          DISPLAY "   Ingreso declarado " SOL-INGRESO
             " - producto " SOL-PRODUCTO " - ciclo " SOL-CICLO.
          DISPLAY "   Cargada por " SOL-USUARIO-ALTA.
          EVALUATE TRUE
             WHEN SOL-INGRESADA
                DISPLAY "   Sin evaluar todavia"
             WHEN SOL-APROBACION-PROPUESTA
                DISPLAY "   Propuesta APROBAR - puntaje " SOL-PUNTAJE
                   " situacion " SOL-SITUACION " limite "
                   SOL-LIMITE
             WHEN SOL-RECHAZO-PROPUESTO
                DISPLAY "   Propuesta RECHAZAR - puntaje "
                   SOL-PUNTAJE " situacion " SOL-SITUACION
                DISPLAY "   Motivo: " SOL-MOTIVO
             WHEN SOL-EMITIDA
                CALL 'maskpan' USING BY CONTENT SOL-NRO-TARJ,
                   BY REFERENCE WS-TARJ-MASCARA
                DISPLAY "   APROBADA por " SOL-USUARIO-DECISION
                   " el " SOL-FECHA-DECISION " - tarjeta "
                   WS-TARJ-MASCARA " limite " SOL-LIMITE
             WHEN SOL-DENEGADA
                DISPLAY "   RECHAZADA por " SOL-USUARIO-DECISION
                   " el " SOL-FECHA-DECISION " - " SOL-MOTIVO
                IF SOL-FECHA-CARTA > ZERO
                   DISPLAY "   Carta emitida el " SOL-FECHA-CARTA
                ELSE
                   DISPLAY "   Carta pendiente"
                END-IF
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_A_Resolver.
          MOVE ZERO TO CONTADOR-A-RESOLVER.
          MOVE "N" TO WS-EOF-SOL.
          MOVE ZERO TO SOL-NRO.
          START SolicitudesFile KEY IS NOT LESS THAN SOL-NRO
             INVALID KEY SET EOF-SOL TO TRUE
          END-START.
          PERFORM UNTIL EOF-SOL
             READ SolicitudesFile NEXT RECORD
                AT END SET EOF-SOL TO TRUE
             END-READ
             IF NOT EOF-SOL
                IF SOL-APROBACION-PROPUESTA OR SOL-RECHAZO-PROPUESTO
                   ADD 1 TO CONTADOR-A-RESOLVER
                   PERFORM Mostrar_Solicitud
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Solicitudes a resolver: " CONTADOR-A-RESOLVER.
      *-----------------------------------------------------------*
      *   The analyst who decides must not be the one who keyed
      *   the application - with no user master everybody is
      *   SINCTRL and there is no second person.
      *-----------------------------------------------------------*
       Decidir_Solicitud.
          IF SEG-USUARIO = "SINCTRL"
             DISPLAY "** Sin maestro de usuarios no hay segunda "
                "firma - no se puede resolver"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Nro de solicitud -> " WITH NO ADVANCING.
          ACCEPT WS-NRO-INPUT.
          MOVE WS-NRO-INPUT TO SOL-NRO.
          READ SolicitudesFile
             INVALID KEY
                DISPLAY "** Solicitud inexistente"
                EXIT PARAGRAPH
          END-READ.
          IF NOT SOL-APROBACION-PROPUESTA
             AND NOT SOL-RECHAZO-PROPUESTO
             DISPLAY "** La solicitud no esta evaluada a resolver - "
                "estado " SOL-ESTADO
             EXIT PARAGRAPH
          END-IF.
          IF SOL-USUARIO-ALTA = SEG-USUARIO
             DISPLAY "** La solicitud la cargo usted - la tiene que "
                "resolver otro usuario"
             EXIT PARAGRAPH
          END-IF.
          MOVE SolicitudRecord TO WS-IMAGEN-LEIDA.
          PERFORM Mostrar_Solicitud.
          IF SOL-APROBACION-PROPUESTA
             DISPLAY "Aprobar / Rechazar / dejar Pendiente A/R/P -> "
                WITH NO ADVANCING
          ELSE
             DISPLAY "Confirmar rechazo R / dejar Pendiente P -> "
                WITH NO ADVANCING
          END-IF.
          ACCEPT WS-DECISION.
          EVALUATE TRUE
             WHEN (WS-DECISION = "A" OR WS-DECISION = "a")
                AND SOL-APROBACION-PROPUESTA
                PERFORM Aprobar_Solicitud
             WHEN WS-DECISION = "R" OR WS-DECISION = "r"
                PERFORM Rechazar_Solicitud
             WHEN OTHER
                DISPLAY "Queda pendiente"
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   The analyst may give less than the score proposed, never
      *   more. Nothing is written before the solicitud is known
      *   to be still the one shown.
      *-----------------------------------------------------------*
       Aprobar_Solicitud.
          IF WS-BIN = ZERO
             DISPLAY "** Sin BIN en CC-SOLICITUD-PARAM.DAT - no se "
                "puede emitir la tarjeta"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Limite a otorgar (0 = el propuesto) -> "
             WITH NO ADVANCING.
          ACCEPT WS-LIMITE-INPUT.
          IF WS-LIMITE-INPUT = ZERO
             MOVE SOL-LIMITE TO WS-LIMITE-INPUT
          END-IF.
          IF WS-LIMITE-INPUT > SOL-LIMITE
             DISPLAY "** No se puede otorgar mas que el limite "
                "propuesto (" SOL-LIMITE ")"
             EXIT PARAGRAPH
          END-IF.
          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.

          PERFORM Alta_Cliente_Si_Nuevo.
          PERFORM Generar_Nro_Tarjeta.
          IF NOT NRO-LIBRE
             DISPLAY "** No se pudo numerar la tarjeta - queda "
                "pendiente"
             EXIT PARAGRAPH
          END-IF.
          PERFORM Calcular_Vencimiento.

          MOVE WS-NRO-NUEVO TO ALT-NRO-TARJ.
          MOVE SOL-NOMBRE TO ALT-TITULAR.
          MOVE SOL-DOCUMENTO TO ALT-DOCUMENTO.
          MOVE WS-LIMITE-INPUT TO ALT-LIMITE.
          MOVE "P" TO ALT-ESTADO.
          MOVE SOL-CICLO TO ALT-CICLO.
          MOVE SOL-CALLE TO ALT-CALLE.
          MOVE SOL-LOCALIDAD TO ALT-LOCALIDAD.
          MOVE SOL-COD-POSTAL TO ALT-COD-POSTAL.
          MOVE SOL-ENVIO TO ALT-ENVIO.
          MOVE WS-VTO-ANIO TO ALT-VENCIMIENTO(1:4).
          MOVE WS-VTO-MES TO ALT-VENCIMIENTO(5:2).
          MOVE SOL-PRODUCTO TO ALT-PRODUCTO.
          CALL 'altatarj' USING WS-ALTA-TARJETA, SEG-PROGRAMA,
             SEG-USUARIO, WS-ALTA-RESULTADO.
          IF NOT ALTA-OK
             DISPLAY "** No se pudo dar de alta la tarjeta - la "
                "solicitud queda pendiente"
             EXIT PARAGRAPH
          END-IF.

          MOVE SolicitudRecord TO AUD-ANTES.
          SET SOL-EMITIDA TO TRUE.
          MOVE ALT-NRO-TARJ TO SOL-NRO-TARJ.
          MOVE WS-LIMITE-INPUT TO SOL-LIMITE.
          PERFORM Registrar_Decision.
          CALL 'maskpan' USING BY CONTENT SOL-NRO-TARJ,
             BY REFERENCE WS-TARJ-MASCARA.
          DISPLAY "Solicitud aprobada - tarjeta " WS-TARJ-MASCARA
             " pendiente de activacion, enviada a embozado".
      *-----------------------------------------------------------*
      *   A proposed decline is confirmed with its own reason; an
      *   approval the analyst turns down needs one.
      *-----------------------------------------------------------*
       Rechazar_Solicitud.
          MOVE SPACES TO WS-MOTIVO-INPUT.
          IF SOL-APROBACION-PROPUESTA
             PERFORM UNTIL WS-MOTIVO-INPUT NOT = SPACES
                DISPLAY "Motivo del rechazo -> " WITH NO ADVANCING
                ACCEPT WS-MOTIVO-INPUT
             END-PERFORM
          END-IF.
          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          MOVE SolicitudRecord TO AUD-ANTES.
          IF WS-MOTIVO-INPUT NOT = SPACES
             MOVE WS-MOTIVO-INPUT TO SOL-MOTIVO
          END-IF.
          MOVE ZERO TO SOL-LIMITE.
          SET SOL-DENEGADA TO TRUE.
          MOVE ZERO TO SOL-FECHA-CARTA.
          PERFORM Registrar_Decision.
          DISPLAY "Solicitud rechazada - la carta sale en la "
             "proxima evaluacion".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Registrar_Decision.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE WS-CURRENT-DATE-FIELDS TO WS-FECHA-HOY-N.
          MOVE SEG-USUARIO TO SOL-USUARIO-DECISION.
          MOVE WS-FECHA-HOY-N TO SOL-FECHA-DECISION.
          REWRITE SolicitudRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar la decision de la "
                   "solicitud " SOL-NRO
             NOT INVALID KEY
                MOVE "M" TO AUD-OPERACION
                MOVE SOL-NRO TO AUD-CLAVE
                MOVE SolicitudRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *   An approved applicant the bank did not know becomes a
      *   customer with the data of the application.
      *-----------------------------------------------------------*
       Alta_Cliente_Si_Nuevo.
          MOVE SOL-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                MOVE SOL-DOCUMENTO TO CLI-DOCUMENTO
                MOVE SOL-NOMBRE TO CLI-NOMBRE
                MOVE SOL-CALLE TO CLI-CALLE
                MOVE SOL-LOCALIDAD TO CLI-LOCALIDAD
                MOVE SOL-COD-POSTAL TO CLI-COD-POSTAL
                MOVE SOL-EMAIL TO CLI-EMAIL
                MOVE SOL-TELEFONO TO CLI-TELEFONO
                MOVE SOL-ENVIO TO CLI-ENVIO
                WRITE ClienteRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar el cliente "
                         CLI-DOCUMENTO
                   NOT INVALID KEY
                      MOVE "A" TO AUD-OPERACION
                      MOVE CLI-DOCUMENTO TO AUD-CLAVE
                      MOVE SPACES TO AUD-ANTES
                      MOVE ClienteRecord TO AUD-DESPUES
                      CALL 'auditmant' USING SEG-PROGRAMA,
                         SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                         AUD-ANTES, AUD-DESPUES
                END-WRITE
          END-READ.
      *-----------------------------------------------------------*
      *   The application BIN, next account number of the shared
      *   sequence, check digit per chkluhn - and a number somebody
      *   already holds is skipped.
      *-----------------------------------------------------------*
       Generar_Nro_Tarjeta.
          MOVE "N" TO WS-NRO-LIBRE.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             EXIT PARAGRAPH
          END-IF.
          PERFORM Leer_Secuencia_Pan.
          MOVE ZERO TO WS-INTENTOS.
          PERFORM UNTIL NRO-LIBRE OR WS-INTENTOS > 100
             ADD 1 TO WS-INTENTOS
             ADD 1 TO WS-ULTIMA-CUENTA
             MOVE WS-BIN TO WS-NN-BIN
             MOVE WS-ULTIMA-CUENTA TO WS-NN-CUENTA
             MOVE ZERO TO WS-NN-DIGITO
             CALL 'chkluhn' USING BY CONTENT WS-NRO-NUEVO,
                BY REFERENCE WS-LUHN-RESULTADO,
                BY REFERENCE WS-LUHN-DIGITO
             MOVE WS-LUHN-DIGITO TO WS-NN-DIGITO
             MOVE WS-NRO-NUEVO TO TJ-NRO-TARJ
             READ TarjetasFile
                INVALID KEY SET NRO-LIBRE TO TRUE
             END-READ
          END-PERFORM.
          CLOSE TarjetasFile.
          PERFORM Grabar_Secuencia_Pan.
      *-----------------------------------------------------------*
      *   No sequence file yet = start from the bottom; numbers
      *   already in use are skipped anyway.
      *-----------------------------------------------------------*
       Leer_Secuencia_Pan.
          MOVE ZERO TO WS-ULTIMA-CUENTA.
          OPEN INPUT PanSeqFile.
          IF PanSeqStatus = "00"
             READ PanSeqFile
                AT END CONTINUE
             END-READ
             IF PanSeqStatus = "00" AND PSQ-ULTIMA-CUENTA NUMERIC
                MOVE PSQ-ULTIMA-CUENTA TO WS-ULTIMA-CUENTA
             END-IF
             CLOSE PanSeqFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Secuencia_Pan.
          OPEN OUTPUT PanSeqFile.
          MOVE WS-ULTIMA-CUENTA TO PSQ-ULTIMA-CUENTA.
          WRITE PanSeqRecord.
          CLOSE PanSeqFile.
      *-----------------------------------------------------------*
      *   Valid through the month SPA-VIGENCIA-MESES from now.
      *-----------------------------------------------------------*
       Calcular_Vencimiento.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          COMPUTE WS-MESES-TOTAL = WS-DATE-YEAR * 12
             + WS-DATE-MONTH - 1 + WS-VIGENCIA-MESES.
          DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-VTO-ANIO
             REMAINDER WS-VTO-MES.
          ADD 1 TO WS-VTO-MES.
      *-----------------------------------------------------------*
      *   Reads the solicitud again before anything moves. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE SolicitudRecord TO WS-IMAGEN-PROPUESTA.
          READ SolicitudesFile
             INVALID KEY CONTINUE
          END-READ.
          IF SolicitudOK AND SolicitudRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO SolicitudRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La solicitud fue resuelta por otro usuario "
             "mientras la veia - NO se grabo".
          IF SolicitudOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Solicitud
             MOVE SolicitudRecord TO AUD-ANTES
          ELSE
             DISPLAY "La solicitud ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO SolicitudRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Solicitud.
          MOVE "C" TO AUD-OPERACION.
          MOVE SOL-NRO TO AUD-CLAVE.
          MOVE SolicitudRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a decidir sobre la version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantSolicitudes.
