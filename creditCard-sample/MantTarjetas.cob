      * Online add/update/inquire maintenance for TARJETAS.DAT, keyed
      * on TJ-NRO-TARJ - so a single card no longer needs a full
      * reload of INPUT-TARJETAS.dat through CreateIndexedFromSeq_2.
      * The plastic replacement itself is the shared reemplazotj
      * transaction - balances, cuotas and recurring charges move
      * to the new number there.
      * Name, address and delivery preference belong to the
      * customer (CLIENTES.DAT, keyed by documento): an alta for a
      * known documento takes them from there, a new documento is
      * created as a customer on the spot, and the card keeps only
      * a copy - changes are made in MantClientes, which carries
      * them onto every card of the person.
      * Estado "C" here cancels a single plastic; closing a whole
      * account (adicionales, cuotas, points, debit, final
      * statement and settlement letter) is BajaCuenta's job.
      * Every plastic belongs to a product (CC-PRODUCTOS.DAT, kept
      * by MantProductos): the alta asks for it, an adicional takes
      * the titular's, and no limit may go over the product's
      * maximum. An upgrade or downgrade is only recorded here, on
      * CC-CAMBIOS-PRODUCTO.DAT, for the titular and each of its
      * adicionales - the close of the card's cycle bills under the
      * new product and moves it onto the master.
      * A modificacion is only written if the card on file is still
      * the one read when the screen opened; if another operator
      * changed it meanwhile both versions are shown, the change is
      * dropped to be keyed again, and the collision goes to
      * auditmant as operation C.
      * A limit raise bigger than the approval threshold
      * (CC-APROBACION-PARAM.DAT, 500000.00 if missing) is not
      * written: the rest of the modificacion is, the old limit
      * stays in force, and the new one is held in
      * CAMBIOS-PENDIENTES.DAT (see cambiopend) until a second user
      * approves it on MantAprobaciones.
      * Every plastic sent to the embosser also gets its PIN
      * (pintarj) - only the offset is kept, and the PIN mailer
      * leaves on another day (PinMailerExtract).
      * The alta itself is the shared altatarj transaction, the
      * one MantSolicitudes also uses for an approved application.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          *> Fixed-format embossing extract for the plastics
          *> vendor - one line per alta, so nobody re-types the
          *> card into the vendor's portal by hand.
          SELECT EmbozadoFile ASSIGN TO "..\files\CC-EMBOZADO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Product master - rates, fees, maximum limit and the
          *> plastic design code the embossing line carries.
          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

          *> Product changes waiting for the card's next close.
          SELECT OPTIONAL CambiosProductoFile ASSIGN TO
          "..\files\CC-CAMBIOS-PRODUCTO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CPR-NRO-TARJ
          FILE STATUS IS CambiosProductoStatus.

          *> Raise above which a new limit needs a second signature.
          SELECT ParamAprobacionFile ASSIGN TO
          "..\files\CC-APROBACION-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParamAprobacionStatus.

          *> Adicional-to-titular links - the adicionales of an
          *> account spend against the titular's limit and ride the
          *> titular's combined statement.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AdicionalesStatus.

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

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
           88 TJ-ENVIO-PAPEL VALUE "P".
           88 TJ-ENVIO-EMAIL VALUE "E".
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD EmbozadoFile.
       01 EmbozadoRecord.
         03 EMB-NRO-TARJ           PIC 9(16).
         03 EMB-TITULAR            PIC X(30).
         03 EMB-DOCUMENTO          PIC 9(11).
         03 EMB-VENCIMIENTO        PIC 9(6).
         03 EMB-LOCALIDAD          PIC X(20).
         03 EMB-COD-POSTAL         PIC X(8).
         03 EMB-FECHA-ALTA         PIC X(8).
         03 EMB-DISENO             PIC X(4).

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

       FD CambiosProductoFile.
       01 CambioProductoRecord.
         02 CPR-NRO-TARJ           PIC 9(16).
         02 CPR-PRODUCTO-ANT       PIC X(02).
         02 CPR-PRODUCTO-NUEVO     PIC X(02).
         02 CPR-FECHA              PIC 9(08).
         02 CPR-USUARIO            PIC X(08).

       FD ParamAprobacionFile.
       01 AprobacionParamRecord.
         03 APR-UMBRAL-AUMENTO           PIC 9(10)V99.

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ           PIC 9(16).
         03 ADI-NRO-TITULAR        PIC 9(16).
         03 ADI-FECHA-ALTA         PIC X(8).

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
           88 CLI-ENVIO-PAPEL VALUE "P".
           88 CLI-ENVIO-EMAIL VALUE "E".

       WORKING-STORAGE SECTION.
       01   TarjetaStatus            PIC X(2).
          88 TarjetaFound       VALUE "00".
       01   WS-EOF-TARJETA           PIC X(1) VALUE "N".
          88 EOF-TARJETA VALUE "S".

       01   WS-TARJ-VIEJA            PIC 9(16).
       01   WS-TARJ-NUEVA            PIC 9(16).
       01   WS-REEMPLAZO-OK          PIC X(1).
          88 REEMPLAZO-OK VALUE "S".
       01   CONTADOR-SALDOS-MIG      PIC 9(4) VALUE ZERO.
       01   CONTADOR-CUOTAS-MIG      PIC 9(4) VALUE ZERO.
       01   CONTADOR-RECURRENTES-MIG PIC 9(4) VALUE ZERO.
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR           PIC X(4).
          02 WS-DATE-MONTH          PIC X(2).
          02 WS-DATE-DAY            PIC X(2).

       01   AdicionalesStatus        PIC X(2).
       01   ClientesStatus           PIC X(2).
          88 ClientesOK VALUE "00".
       01   WS-CLIENTE-EXISTE        PIC X(1).
          88 CLIENTE-EXISTE VALUE "S".
       01   WS-DOC-ANTERIOR          PIC 9(11).
       01   WS-EOF-ADIC              PIC X(1).
          88 EOF-ADIC VALUE "S".
       01   WS-TARJ-TITULAR          PIC 9(16).
       01   WS-TARJ-ADICIONAL        PIC 9(16).
       01   WS-ADIC-TITULAR          PIC X(30).
       01   WS-CUENTA-INPUT          PIC 9(16).

      *> Card products - see Leer_Producto / Cambio_Producto.
       01   ProductosStatus          PIC X(2).
       01   WS-PRODUCTOS-DISPONIBLE  PIC X(1) VALUE "N".
          88 PRODUCTOS-DISPONIBLE VALUE "S".
       01   WS-PRODUCTO-EXISTE       PIC X(1).
          88 PRODUCTO-EXISTE VALUE "S".
       01   WS-PRODUCTO-BUSCADO      PIC X(02).
       01   WS-PRODUCTO-NUEVO        PIC X(02).
       01   WS-LIMITE-MAXIMO         PIC 9(10)V99.
       01   WS-LIMITE-OK             PIC X(1).
          88 LIMITE-OK VALUE "S".
       01   CambiosProductoStatus    PIC X(2).
          88 CambiosProductoOK VALUE "00".
       01   WS-CONFIRMA              PIC X(1).
       01   WS-CAMBIO-ACCION         PIC X(1).
          88 CAMBIO-REGISTRAR VALUE "R".
          88 CAMBIO-ANULAR VALUE "A".
       01   CONTADOR-CAMBIOS         PIC 9(2).

      *> Large limit raises wait for a second signature - see
      *> cambiopend / MantAprobaciones.
       01   ParamAprobacionStatus    PIC X(2).
       01   WS-UMBRAL-AUMENTO        PIC 9(10)V99 VALUE 500000.00.
       01   WS-LIMITE-RETENIDO       PIC X(1).
          88 LIMITE-RETENIDO VALUE "S".
       01   CAP-TIPO                 PIC X(1) VALUE "L".
       01   CAP-CLAVE                PIC X(20).
       01   CAP-VALOR-ANTERIOR       PIC X(22).
       01   FILLER REDEFINES CAP-VALOR-ANTERIOR.
          02 CAP-LIMITE-ANTERIOR     PIC 9(10)V99.
          02 FILLER                  PIC X(10).
       01   CAP-VALOR-NUEVO          PIC X(22).
       01   FILLER REDEFINES CAP-VALOR-NUEVO.
          02 CAP-LIMITE-NUEVO        PIC 9(10)V99.
          02 FILLER                  PIC X(10).
       01   CAP-NRO                  PIC 9(6).
       01   CAP-RESULTADO            PIC X(1).

      *> Luhn check digit on every number keyed for a new plastic -
      *> see chkluhn.
       01   WS-LUHN-NRO              PIC 9(16).
       01   WS-LUHN-RESULTADO        PIC X(1).
          88 LUHN-OK VALUE "S".
       01   WS-LUHN-DIGITO           PIC 9(1).
       01   CONTADOR-ADICIONALES     PIC 9(2).

      *> The card as read for a modificacion, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(139).
       01   WS-IMAGEN-PROPUESTA      PIC X(139).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

      *> After-image journal plumbing - see journal /
      *> RollForward.
       01   BLOQ-ACCION              PIC X(1).
       01   BLOQ-ESTADO              PIC X(1).

      *> New-plastic alta - see altatarj.
       01   WS-ALTA-TARJETA          PIC X(139).
       01   WS-ALTA-RESULTADO        PIC X(1).
          88 ALTA-OK VALUE "S".

      *> PIN for every plastic that goes to the embosser - see
      *> pintarj. Only the offset is stored.
       01   PNT-ACCION               PIC X(1).
       01   PNT-PIN                  PIC 9(4).
       01   PNT-RESULTADO            PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
                TarjetaStatus
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
      *> No product master yet - cards are kept without a product
      *> and bill on the general parameters, as before.
          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             SET PRODUCTOS-DISPONIBLE TO TRUE
          END-IF.
          PERFORM Cargar_Umbral_Aprobacion.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
                WHEN 5 PERFORM Solo_Con_Permiso_Replace
                WHEN 6 PERFORM Solo_Con_Permiso_Adicional
                WHEN 7 PERFORM Inquire_Cuenta
                WHEN 8 PERFORM Solo_Con_Permiso_Producto
                WHEN 9 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE TarjetasFile.
          CLOSE ClientesFile.
          IF ProductosStatus NOT = "35" AND ProductosStatus NOT = "30"
             CLOSE ProductosFile
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
          DISPLAY "5 - Reemplazo de plastico".
          DISPLAY "6 - Alta de adicional".
          DISPLAY "7 - Consulta de cuenta (titular + adicionales)".
          DISPLAY "8 - Cambio de producto (upgrade / downgrade)".
          DISPLAY "9 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   The signed-on level gates every mutating option - a
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Producto.
          IF SEG-NIVEL = "M"
             PERFORM Cambio_Producto
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Add_Tarjeta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT TJ-NRO-TARJ.
          MOVE TJ-NRO-TARJ TO WS-LUHN-NRO.
          PERFORM Verificar_Digito_Tarjeta.
          IF NOT LUHN-OK
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Titular -> " WITH NO ADVANCING.
          ACCEPT TJ-TITULAR.
          DISPLAY "Documento -> " WITH NO ADVANCING.
          ACCEPT TJ-DOCUMENTO.
          PERFORM Pedir_Producto_Alta.
          MOVE "N" TO WS-LIMITE-OK.
          PERFORM UNTIL LIMITE-OK
             DISPLAY "Limite -> " WITH NO ADVANCING
             ACCEPT TJ-LIMITE
             PERFORM Validar_Limite_Producto
          END-PERFORM.
          DISPLAY "Ciclo de cierre (0 = unico) -> " WITH NO ADVANCING.
          ACCEPT TJ-CICLO.
          DISPLAY "Vencimiento AAAAMM -> " WITH NO ADVANCING.
          ACCEPT TJ-VENCIMIENTO.
          PERFORM Leer_Cliente.
          IF CLIENTE-EXISTE
             DISPLAY "Cliente existente: " CLI-NOMBRE
             DISPLAY "Domicilio: " CLI-CALLE " " CLI-LOCALIDAD
                " (" CLI-COD-POSTAL ") - envio " CLI-ENVIO
          ELSE
             PERFORM Alta_Cliente
          END-IF.
          PERFORM Copiar_Datos_Cliente.
      *> The write itself - estado pendiente de activacion,
      *> embossing, PIN, audit and journal - is the shared alta
      *> (altatarj), the same one an approved solicitud goes
      *> through; TARJETAS.DAT is closed around the CALL.
          MOVE TarjetaRecord TO WS-ALTA-TARJETA.
          CLOSE TarjetasFile.
          CALL 'altatarj' USING WS-ALTA-TARJETA, SEG-PROGRAMA,
             SEG-USUARIO, WS-ALTA-RESULTADO.
          OPEN I-O TarjetasFile.
          IF ALTA-OK
             DISPLAY "Tarjeta " WS-ALTA-TARJETA(1:16) " dada de "
                "alta - pendiente de activacion"
          END-IF.
      *-----------------------------------------------------------*
      *   The card's customer, by documento.
      *-----------------------------------------------------------*
       Leer_Cliente.
          MOVE "N" TO WS-CLIENTE-EXISTE.
          MOVE TJ-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET CLIENTE-EXISTE TO TRUE
          END-READ.
      *-----------------------------------------------------------*
      *   A documento the bank has never seen - the person's data
      *   is taken here, once, and becomes the customer record.
      *-----------------------------------------------------------*
       Alta_Cliente.
          DISPLAY "Cliente nuevo - documento " TJ-DOCUMENTO.
          MOVE TJ-DOCUMENTO TO CLI-DOCUMENTO.
          MOVE TJ-TITULAR TO CLI-NOMBRE.
          DISPLAY "Calle -> " WITH NO ADVANCING.
          ACCEPT CLI-CALLE.
          DISPLAY "Localidad -> " WITH NO ADVANCING.
          ACCEPT CLI-LOCALIDAD.
          DISPLAY "Codigo postal -> " WITH NO ADVANCING.
          ACCEPT CLI-COD-POSTAL.
          DISPLAY "Email -> " WITH NO ADVANCING.
          ACCEPT CLI-EMAIL.
          DISPLAY "Telefono -> " WITH NO ADVANCING.
          ACCEPT CLI-TELEFONO.
          DISPLAY "Envio de resumen P/E -> " WITH NO ADVANCING.
          ACCEPT CLI-ENVIO.
          IF NOT CLI-ENVIO-PAPEL AND NOT CLI-ENVIO-EMAIL
             MOVE "P" TO CLI-ENVIO
          END-IF.
          IF CLI-ENVIO-EMAIL AND CLI-EMAIL = SPACES
             DISPLAY "** Sin email - el resumen sigue en papel"
             MOVE "P" TO CLI-ENVIO
          END-IF.
          WRITE ClienteRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar el cliente "
                   CLI-DOCUMENTO
             NOT INVALID KEY
                SET CLIENTE-EXISTE TO TRUE
                MOVE "A" TO AUD-OPERACION
                MOVE CLI-DOCUMENTO TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE ClienteRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-WRITE.
      *-----------------------------------------------------------*
      *   The card's copy of the customer's address and delivery
      *   preference.
      *-----------------------------------------------------------*
       Copiar_Datos_Cliente.
          IF CLIENTE-EXISTE
             MOVE CLI-CALLE TO TJ-CALLE
             MOVE CLI-LOCALIDAD TO TJ-LOCALIDAD
             MOVE CLI-COD-POSTAL TO TJ-COD-POSTAL
             MOVE CLI-ENVIO TO TJ-ENVIO
          END-IF.
          IF NOT TJ-ENVIO-PAPEL AND NOT TJ-ENVIO-EMAIL
             MOVE "P" TO TJ-ENVIO
          END-IF.
      *-----------------------------------------------------------*
      *   A new plastic's number must carry a valid Luhn check
      *   digit - a transposed or mistyped digit is refused here
      *   instead of creating a card nobody holds.
      *-----------------------------------------------------------*
       Verificar_Digito_Tarjeta.
          CALL 'chkluhn' USING BY CONTENT WS-LUHN-NRO,
             BY REFERENCE WS-LUHN-RESULTADO,
             BY REFERENCE WS-LUHN-DIGITO.
          IF NOT LUHN-OK
             DISPLAY "** Nro de tarjeta " WS-LUHN-NRO " invalido - "
                "digito verificador incorrecto"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Update_Tarjeta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
                DISPLAY "** La tarjeta " TJ-NRO-TARJ " no existe"
             NOT INVALID KEY
                MOVE TarjetaRecord TO AUD-ANTES
                MOVE TarjetaRecord TO WS-IMAGEN-LEIDA
                PERFORM Update_Tarjeta_Fields
          END-READ.
      *-----------------------------------------------------------*
       Update_Tarjeta_Fields.
          DISPLAY "Titular [" TJ-TITULAR "] -> " WITH NO ADVANCING.
          ACCEPT TJ-TITULAR.
          MOVE TJ-DOCUMENTO TO WS-DOC-ANTERIOR.
          DISPLAY "Documento [" TJ-DOCUMENTO "] -> " WITH NO ADVANCING.
          ACCEPT TJ-DOCUMENTO.
          MOVE TJ-PRODUCTO TO WS-PRODUCTO-BUSCADO.
          PERFORM Leer_Producto.
          MOVE SPACES TO CAP-VALOR-ANTERIOR.
          MOVE TJ-LIMITE TO CAP-LIMITE-ANTERIOR.
          MOVE "N" TO WS-LIMITE-OK.
          PERFORM UNTIL LIMITE-OK
             DISPLAY "Limite [" TJ-LIMITE "] -> " WITH NO ADVANCING
             ACCEPT TJ-LIMITE
             PERFORM Validar_Limite_Producto
          END-PERFORM.
      *> A large raise is never granted by one person - the old
      *> limit stays on the master until the new one is approved.
          MOVE "N" TO WS-LIMITE-RETENIDO.
          IF TJ-LIMITE > CAP-LIMITE-ANTERIOR
             AND TJ-LIMITE - CAP-LIMITE-ANTERIOR > WS-UMBRAL-AUMENTO
             MOVE SPACES TO CAP-VALOR-NUEVO
             MOVE TJ-LIMITE TO CAP-LIMITE-NUEVO
             MOVE CAP-LIMITE-ANTERIOR TO TJ-LIMITE
             SET LIMITE-RETENIDO TO TRUE
          END-IF.
          DISPLAY "Producto " TJ-PRODUCTO
             " - para cambiarlo: opcion 8".
          DISPLAY "Estado A/B/C [" TJ-ESTADO "] -> " WITH NO ADVANCING.
          ACCEPT TJ-ESTADO.
          IF TJ-CANCELADA
             DISPLAY "Baja de la cuenta completa: ver BajaCuenta"
          END-IF.
          DISPLAY "Ciclo [" TJ-CICLO "] -> " WITH NO ADVANCING.
          ACCEPT TJ-CICLO.
          DISPLAY "Vencimiento AAAAMM [" TJ-VENCIMIENTO "] -> "
             WITH NO ADVANCING.
          ACCEPT TJ-VENCIMIENTO.
      *> Address and delivery are the customer's - a card moved to
      *> another documento takes the new customer's copy.
          PERFORM Leer_Cliente.
          IF NOT CLIENTE-EXISTE AND TJ-DOCUMENTO NOT = WS-DOC-ANTERIOR
             PERFORM Alta_Cliente
          END-IF.
          PERFORM Copiar_Datos_Cliente.
          DISPLAY "Domicilio y envio de resumen: ver MantClientes".

          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar la tarjeta"
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
                IF LIMITE-RETENIDO
                   PERFORM Retener_Limite
                END-IF
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The new limit goes to CAMBIOS-PENDIENTES.DAT; only a
      *   second user approving it there moves it onto the master.
      *-----------------------------------------------------------*
       Retener_Limite.
          MOVE TJ-NRO-TARJ TO CAP-CLAVE.
          CALL 'cambiopend' USING CAP-TIPO, CAP-CLAVE,
             CAP-VALOR-ANTERIOR, CAP-VALOR-NUEVO, SEG-PROGRAMA,
             SEG-USUARIO, CAP-NRO, CAP-RESULTADO.
          EVALUATE CAP-RESULTADO
             WHEN "S"
                DISPLAY "Limite nuevo " CAP-LIMITE-NUEVO
                   " retenido - cambio " CAP-NRO
                DISPLAY "pendiente de aprobacion; sigue vigente "
                   "el limite " TJ-LIMITE
             WHEN "D"
                DISPLAY "** Ya hay un cambio de limite pendiente ("
                   CAP-NRO ") - el limite nuevo NO se registro"
             WHEN OTHER
                DISPLAY "** No se pudo registrar el aumento de "
                   "limite - sigue vigente el anterior"
          END-EVALUATE.
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
      *   Reads the card again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE TarjetaRecord TO WS-IMAGEN-PROPUESTA.
          READ TarjetasFile KEY IS TJ-KEY
             INVALID KEY CONTINUE
          END-READ.
          IF TarjetaFound AND TarjetaRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO TarjetaRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La tarjeta fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF TarjetaFound
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Tarjeta
             MOVE TarjetaRecord TO AUD-ANTES
          ELSE
             DISPLAY "La tarjeta ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO TarjetaRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Tarjeta.
          MOVE "C" TO AUD-OPERACION.
          MOVE TJ-NRO-TARJ TO AUD-CLAVE.
          MOVE TarjetaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Tarjeta.
          DISPLAY "  Titular: " TJ-TITULAR.
          DISPLAY "  Documento: " TJ-DOCUMENTO.
          DISPLAY "  Limite: " TJ-LIMITE.
          DISPLAY "  Estado: " TJ-ESTADO "  Ciclo: " TJ-CICLO.
          DISPLAY "  Vencimiento: " TJ-VENCIMIENTO
             "  Producto: " TJ-PRODUCTO.
          DISPLAY "  Domicilio: " TJ-CALLE " " TJ-LOCALIDAD
             " " TJ-COD-POSTAL.
          DISPLAY "  Envio de resumen: " TJ-ENVIO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Inquire_Tarjeta.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
                DISPLAY "Limite: " TJ-LIMITE
                DISPLAY "Estado: " TJ-ESTADO
                DISPLAY "Ciclo: " TJ-CICLO
                PERFORM Leer_Cliente
                PERFORM Copiar_Datos_Cliente
                DISPLAY "Calle: " TJ-CALLE
                DISPLAY "Localidad: " TJ-LOCALIDAD
                DISPLAY "Codigo postal: " TJ-COD-POSTAL
                DISPLAY "Envio de resumen: " TJ-ENVIO
                IF CLIENTE-EXISTE
                   DISPLAY "Email: " CLI-EMAIL
                   DISPLAY "Telefono: " CLI-TELEFONO
                END-IF
                DISPLAY "Vencimiento: " TJ-VENCIMIENTO
                PERFORM Mostrar_Producto_Tarjeta
          END-READ.
      *-----------------------------------------------------------*
      *   Support staff often only have the cardholder's document
      *   Card replacement - blocks out the lost plastic, creates
      *   the new one under the same titular/documento, migrates the
      *   SALDOS.DAT records and outstanding cuotas to the new
      *   number and leaves the old-to-new link on file. The work
      *   is done by reemplazotj, which opens TARJETAS.DAT itself -
      *   the file is closed around the CALL.
      *-----------------------------------------------------------*
       Replace_Tarjeta.
          MOVE "N" TO WS-REEMPLAZO-OK.
          ACCEPT WS-TARJ-VIEJA.
          DISPLAY "Nro de tarjeta nueva -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-NUEVA.
          MOVE WS-TARJ-NUEVA TO WS-LUHN-NRO.
          PERFORM Verificar_Digito_Tarjeta.
          IF NOT LUHN-OK
             EXIT PARAGRAPH
          END-IF.

          CLOSE TarjetasFile.
          CALL 'reemplazotj' USING WS-TARJ-VIEJA, WS-TARJ-NUEVA,
             WS-REEMPLAZO-OK, CONTADOR-SALDOS-MIG,
             CONTADOR-CUOTAS-MIG, CONTADOR-RECURRENTES-MIG.
          OPEN I-O TarjetasFile.

          IF REEMPLAZO-OK
             DISPLAY "Reemplazo completo - saldos migrados: "
                CONTADOR-SALDOS-MIG " cuotas migradas: "
                CONTADOR-CUOTAS-MIG
             DISPLAY "Debitos recurrentes migrados: "
                CONTADOR-RECURRENTES-MIG
          END-IF.
      *-----------------------------------------------------------*
      *   Adicional onto an existing titular's account - the new
      *   plastic copies the titular's documento, limite, ciclo and
      *   address, and the link goes on file so the authorization
       Grabar_Adicional.
          DISPLAY "Nro de tarjeta adicional -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-ADICIONAL.
          MOVE WS-TARJ-ADICIONAL TO WS-LUHN-NRO.
          PERFORM Verificar_Digito_Tarjeta.
          IF NOT LUHN-OK
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Nombre del adicional -> " WITH NO ADVANCING.
          ACCEPT WS-ADIC-TITULAR.
          DISPLAY "Vencimiento del plastico AAAAMM -> "
          MOVE WS-TARJ-ADICIONAL TO TJ-NRO-TARJ.
          MOVE WS-ADIC-TITULAR TO TJ-TITULAR.
          MOVE "P" TO TJ-ESTADO.
          PERFORM Leer_Cliente.
          PERFORM Copiar_Datos_Cliente.
          WRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** La tarjeta " WS-TARJ-ADICIONAL
      *-----------------------------------------------------------*
      *   One embossing line per alta, straight off the record
      *   just written - the vendor file is what actually reaches
      *   the plant. The mailing address is the customer's.
      *-----------------------------------------------------------*
       Grabar_Embozado.
          PERFORM Leer_Cliente.
          PERFORM Copiar_Datos_Cliente.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          OPEN EXTEND EmbozadoFile.
          MOVE TJ-NRO-TARJ TO EMB-NRO-TARJ.
          MOVE TJ-COD-POSTAL TO EMB-COD-POSTAL.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO EMB-FECHA-ALTA.
          MOVE TJ-PRODUCTO TO WS-PRODUCTO-BUSCADO.
          PERFORM Leer_Producto.
          MOVE SPACES TO EMB-DISENO.
          IF PRODUCTO-EXISTE
             MOVE PRD-DISENO TO EMB-DISENO
          END-IF.
          WRITE EmbozadoRecord.
          CLOSE EmbozadoFile.
          MOVE "E" TO PNT-ACCION.
          CALL 'pintarj' USING PNT-ACCION, TJ-NRO-TARJ, PNT-PIN,
             PNT-RESULTADO.
          IF PNT-RESULTADO NOT = "S"
             DISPLAY "** PIN no emitido - blanquearlo en la mesa de "
                "activacion"
          END-IF.
      *-----------------------------------------------------------*
      *   The whole account as the cardholder sees it - the titular
      *   plastic plus every adicional hanging off it, all sharing
                   " - estado " TJ-ESTADO
          END-READ.
      *-----------------------------------------------------------*
      *   The product a new titular is issued under. Without a
      *   product master the card is kept without one.
      *-----------------------------------------------------------*
       Pedir_Producto_Alta.
          MOVE SPACES TO TJ-PRODUCTO.
          MOVE "N" TO WS-PRODUCTO-EXISTE.
          PERFORM UNTIL PRODUCTO-EXISTE OR NOT PRODUCTOS-DISPONIBLE
             DISPLAY "Producto -> " WITH NO ADVANCING
             ACCEPT TJ-PRODUCTO
             MOVE TJ-PRODUCTO TO WS-PRODUCTO-BUSCADO
             PERFORM Leer_Producto
             IF NOT PRODUCTO-EXISTE
                DISPLAY "** Producto " TJ-PRODUCTO " inexistente - "
                   "ver MantProductos"
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Producto.
          MOVE "N" TO WS-PRODUCTO-EXISTE.
          IF PRODUCTOS-DISPONIBLE AND WS-PRODUCTO-BUSCADO NOT = SPACES
             MOVE WS-PRODUCTO-BUSCADO TO PRD-CODIGO
             READ ProductosFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET PRODUCTO-EXISTE TO TRUE
             END-READ
          END-IF.
      *-----------------------------------------------------------*
      *   No card holds more limit than its product allows - a
      *   higher line means an upgrade first.
      *-----------------------------------------------------------*
       Validar_Limite_Producto.
          SET LIMITE-OK TO TRUE.
          IF PRODUCTO-EXISTE AND PRD-LIMITE-MAXIMO > ZERO
             AND TJ-LIMITE > PRD-LIMITE-MAXIMO
             MOVE "N" TO WS-LIMITE-OK
             DISPLAY "** El limite supera el maximo del producto "
                PRD-CODIGO " (" PRD-LIMITE-MAXIMO ")"
          END-IF.
      *-----------------------------------------------------------*
      *   The card's product, and the change still waiting for
      *   the next close if there is one.
      *-----------------------------------------------------------*
       Mostrar_Producto_Tarjeta.
          MOVE TJ-PRODUCTO TO WS-PRODUCTO-BUSCADO.
          PERFORM Leer_Producto.
          IF PRODUCTO-EXISTE
             DISPLAY "Producto: " TJ-PRODUCTO " - " PRD-NOMBRE
          ELSE
             DISPLAY "Producto: " TJ-PRODUCTO
          END-IF.
          OPEN INPUT CambiosProductoFile.
          IF CambiosProductoOK
             MOVE TJ-NRO-TARJ TO CPR-NRO-TARJ
             READ CambiosProductoFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY "  Cambio a " CPR-PRODUCTO-NUEVO
                      " pendiente del proximo cierre (pedido el "
                      CPR-FECHA " por " CPR-USUARIO ")"
             END-READ
             CLOSE CambiosProductoFile
          ELSE
             IF CambiosProductoStatus = "05"
                CLOSE CambiosProductoFile
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Upgrade / downgrade. The product belongs to the account:
      *   it is changed on the titular and recorded for every
      *   plastic of it, and nothing on TARJETAS.DAT moves until
      *   the close of the card's cycle bills under the new
      *   product and applies it. Asking for the card's current
      *   product again withdraws a change still pending.
      *-----------------------------------------------------------*
       Cambio_Producto.
          IF NOT PRODUCTOS-DISPONIBLE
             DISPLAY "** CC-PRODUCTOS.DAT no disponible - cargar "
                "los productos con MantProductos"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Nro de tarjeta del titular -> " WITH NO ADVANCING.
          ACCEPT WS-CUENTA-INPUT.
          MOVE WS-CUENTA-INPUT TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                DISPLAY "** La tarjeta " WS-CUENTA-INPUT " no existe"
                EXIT PARAGRAPH
          END-READ.
          MOVE WS-CUENTA-INPUT TO WS-TARJ-TITULAR.
          PERFORM Verificar_No_Es_Adicional.
          IF NOT EOF-ADIC
             DISPLAY "** La tarjeta es adicional de " ADI-NRO-TITULAR
                " - el producto se cambia en la titular"
             EXIT PARAGRAPH
          END-IF.
          IF TJ-CANCELADA
             DISPLAY "** La tarjeta esta cancelada"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Titular: " TJ-TITULAR.
          PERFORM Mostrar_Producto_Tarjeta.
          DISPLAY "Producto nuevo -> " WITH NO ADVANCING.
          ACCEPT WS-PRODUCTO-NUEVO.
          MOVE WS-PRODUCTO-NUEVO TO WS-PRODUCTO-BUSCADO.
          PERFORM Leer_Producto.
          IF NOT PRODUCTO-EXISTE
             DISPLAY "** Producto " WS-PRODUCTO-NUEVO " inexistente"
             EXIT PARAGRAPH
          END-IF.
          IF WS-PRODUCTO-NUEVO = TJ-PRODUCTO
             SET CAMBIO-ANULAR TO TRUE
             DISPLAY "Es el producto actual - se anula el cambio "
                "pendiente, si lo hay"
          ELSE
             SET CAMBIO-REGISTRAR TO TRUE
             DISPLAY "Cambio de " TJ-PRODUCTO " a " PRD-CODIGO
                " - " PRD-NOMBRE ", desde el proximo cierre"
             IF PRD-LIMITE-MAXIMO > ZERO
                AND TJ-LIMITE > PRD-LIMITE-MAXIMO
                DISPLAY "  El limite de la cuenta baja de "
                   TJ-LIMITE " a " PRD-LIMITE-MAXIMO
                   " al aplicarse"
             END-IF
          END-IF.
          DISPLAY "Confirma (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Cambio de producto cancelado"
             EXIT PARAGRAPH
          END-IF.

          OPEN I-O CambiosProductoFile.
          IF NOT CambiosProductoOK AND CambiosProductoStatus NOT = "05"
             DISPLAY "** Error abriendo CC-CAMBIOS-PRODUCTO.DAT - "
                "status " CambiosProductoStatus
             EXIT PARAGRAPH
          END-IF.
          MOVE ZERO TO CONTADOR-CAMBIOS.
          PERFORM Registrar_Cambio_Tarjeta.
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
                IF ADI-NRO-TITULAR = WS-CUENTA-INPUT
                   MOVE ADI-NRO-TARJ TO TJ-NRO-TARJ
                   READ TarjetasFile
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM Registrar_Cambio_Tarjeta
                   END-READ
                END-IF
             END-IF
          END-PERFORM.
          IF AdicionalesStatus NOT = "35"
             AND AdicionalesStatus NOT = "30"
             CLOSE AdicionalesFile
          END-IF.
          CLOSE CambiosProductoFile.
          IF CAMBIO-REGISTRAR
             DISPLAY "Plasticos con cambio registrado: "
                CONTADOR-CAMBIOS
          ELSE
             DISPLAY "Cambios pendientes anulados: " CONTADOR-CAMBIOS
          END-IF.
      *-----------------------------------------------------------*
      *   One plastic's pending change - a second request before
      *   the close replaces the first.
      *-----------------------------------------------------------*
       Registrar_Cambio_Tarjeta.
          MOVE TJ-NRO-TARJ TO CPR-NRO-TARJ.
          MOVE TJ-NRO-TARJ TO AUD-CLAVE.
          READ CambiosProductoFile
             INVALID KEY
                IF CAMBIO-REGISTRAR
                   PERFORM Armar_Cambio_Producto
                   WRITE CambioProductoRecord
                      INVALID KEY
                         DISPLAY "** No se pudo registrar el cambio "
                            "de " TJ-NRO-TARJ
                      NOT INVALID KEY
                         ADD 1 TO CONTADOR-CAMBIOS
                         MOVE "A" TO AUD-OPERACION
                         MOVE SPACES TO AUD-ANTES
                         MOVE CambioProductoRecord TO AUD-DESPUES
                         CALL 'auditmant' USING SEG-PROGRAMA,
                            SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                            AUD-ANTES, AUD-DESPUES
                   END-WRITE
                END-IF
             NOT INVALID KEY
                MOVE CambioProductoRecord TO AUD-ANTES
                IF CAMBIO-REGISTRAR
                   PERFORM Armar_Cambio_Producto
                   REWRITE CambioProductoRecord
                   END-REWRITE
                   MOVE "M" TO AUD-OPERACION
                   MOVE CambioProductoRecord TO AUD-DESPUES
                ELSE
                   DELETE CambiosProductoFile RECORD
                   END-DELETE
                   MOVE "B" TO AUD-OPERACION
                   MOVE SPACES TO AUD-DESPUES
                END-IF
                ADD 1 TO CONTADOR-CAMBIOS
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Armar_Cambio_Producto.
          MOVE TJ-NRO-TARJ TO CPR-NRO-TARJ.
          MOVE TJ-PRODUCTO TO CPR-PRODUCTO-ANT.
          MOVE WS-PRODUCTO-NUEVO TO CPR-PRODUCTO-NUEVO.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO CPR-FECHA.
          MOVE SEG-USUARIO TO CPR-USUARIO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantTarjetas.
