       IDENTIFICATION DIVISION.
       PROGRAM-ID. altatarj.
      * AUTHOR:  nacho.
      * New-plastic alta transaction, CALLed like reemplazotj by
      * MantTarjetas (an alta keyed at the desk) and by
      * MantSolicitudes (an approved card application), so both
      * create a card exactly the same way: the card is written
      * pendiente de activacion, its address and delivery copy
      * refreshed from the customer (CLIENTES.DAT), one line goes
      * to CC-EMBOZADO.DAT with the product's plastic design
      * (CC-PRODUCTOS.DAT), the PIN is issued (pintarj) and the
      * alta is audited (auditmant) and journaled. The caller has
      * already checked the number's Luhn digit, the product and
      * its maximum limit, and the customer exists; TARJETAS.DAT
      * must be closed - it is opened here.
      *   LS-TARJETA:   the card record as the caller built it;
      *                 comes back as written.
      *   LS-PROGRAMA, LS-USUARIO: who is giving the alta, for
      *                 the audit trail.
      *   LS-RESULTADO: "S" alta hecha / "N" el numero ya existe /
      *                 "E" no se pudo abrir TARJETAS.DAT.

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

          *> Fixed-format embossing extract for the plastics
          *> vendor - one line per alta.
          SELECT EmbozadoFile ASSIGN TO "..\files\CC-EMBOZADO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Product master - the plastic design code.
          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

          *> Customer master - where the person lives.
          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
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
         03 EMB-CALLE              PIC X(30).
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
       01   TarjetaStatus            PIC X(2).
          88 TarjetaFound       VALUE "00".
       01   ProductosStatus          PIC X(2).
       01   ClientesStatus           PIC X(2).
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR           PIC X(4).
          02 WS-DATE-MONTH          PIC X(2).
          02 WS-DATE-DAY            PIC X(2).

      *> After-image journal plumbing - see journal /
      *> RollForward.
       01   JRN-ARCHIVO              PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION            PIC X(1).
       01   JRN-REGISTRO             PIC X(140).

      *> Change-audit plumbing - see auditmant.
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

      *> PIN for every plastic that goes to the embosser - see
      *> pintarj. Only the offset is stored.
       01   PNT-ACCION               PIC X(1).
       01   PNT-PIN                  PIC 9(4).
       01   PNT-RESULTADO            PIC X(1).

       LINKAGE SECTION.
       01 LS-TARJETA                     PIC X(139).
       01 LS-PROGRAMA                    PIC X(20).
       01 LS-USUARIO                     PIC X(8).
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-TARJETA, LS-PROGRAMA,
                                LS-USUARIO, LS-RESULTADO.
          MOVE "N" TO LS-RESULTADO.

          OPEN I-O TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             MOVE "E" TO LS-RESULTADO
             EXIT PROGRAM
          END-IF.

          MOVE LS-TARJETA TO TarjetaRecord.
      *> A new plastic is born pendiente de activacion - it only
      *> goes live once the call center confirms the cardholder
      *> received it, not the moment someone keys it in.
          MOVE "P" TO TJ-ESTADO.
          PERFORM Tomar_Datos_Cliente.
          IF NOT TJ-ENVIO-PAPEL AND NOT TJ-ENVIO-EMAIL
             MOVE "P" TO TJ-ENVIO
          END-IF.

          WRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** La tarjeta " TJ-NRO-TARJ " ya existe"
             NOT INVALID KEY
                MOVE "S" TO LS-RESULTADO
                MOVE TarjetaRecord TO LS-TARJETA
                PERFORM Grabar_Embozado
                MOVE "A" TO AUD-OPERACION
                MOVE TJ-NRO-TARJ TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE TarjetaRecord TO AUD-DESPUES
                CALL 'auditmant' USING LS-PROGRAMA, LS-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                MOVE "W" TO JRN-OPERACION
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
          END-WRITE.
          CLOSE TarjetasFile.
       EXIT PROGRAM.
      *-----------------------------------------------------------*
      *   The card's copy of the customer's address and delivery
      *   preference. A documento not in the master keeps what
      *   the caller put on the card.
      *-----------------------------------------------------------*
       Tomar_Datos_Cliente.
          OPEN INPUT ClientesFile.
          IF ClientesStatus NOT = "00"
             IF ClientesStatus = "05"
                CLOSE ClientesFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE TJ-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE CLI-CALLE TO TJ-CALLE
                MOVE CLI-LOCALIDAD TO TJ-LOCALIDAD
                MOVE CLI-COD-POSTAL TO TJ-COD-POSTAL
                MOVE CLI-ENVIO TO TJ-ENVIO
          END-READ.
          CLOSE ClientesFile.
      *-----------------------------------------------------------*
      *   One embossing line per alta, straight off the record
      *   just written - the vendor file is what actually reaches
      *   the plant.
      *-----------------------------------------------------------*
       Grabar_Embozado.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          OPEN EXTEND EmbozadoFile.
          MOVE TJ-NRO-TARJ TO EMB-NRO-TARJ.
          MOVE TJ-TITULAR TO EMB-TITULAR.
          MOVE TJ-DOCUMENTO TO EMB-DOCUMENTO.
          MOVE TJ-VENCIMIENTO TO EMB-VENCIMIENTO.
          MOVE TJ-CALLE TO EMB-CALLE.
          MOVE TJ-LOCALIDAD TO EMB-LOCALIDAD.
          MOVE TJ-COD-POSTAL TO EMB-COD-POSTAL.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO EMB-FECHA-ALTA.
          MOVE SPACES TO EMB-DISENO.
          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             MOVE TJ-PRODUCTO TO PRD-CODIGO
             READ ProductosFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRD-DISENO TO EMB-DISENO
             END-READ
             CLOSE ProductosFile
          ELSE
             IF ProductosStatus = "05"
                CLOSE ProductosFile
             END-IF
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
      *-----------------------------------------------------------*
       END PROGRAM altatarj.
