       IDENTIFICATION DIVISION.
       PROGRAM-ID. reemplazotj.
      * AUTHOR:  nacho.
      * Plastic replacement transaction, CALLed like checkcc by
      * MantTarjetas (a lost or stolen card at the desk) and by
      * CompromisoComercio (mass reissue after a merchant breach),
      * so both do exactly the same thing: the new plastic is
      * written pendiente de activacion under the old one's
      * titular/documento and sent to CC-EMBOZADO.DAT, the old one
      * is cancelled, its SALDOS.DAT records, outstanding cuotas and
      * active recurring charges move to the new number (each
      * comercio is told through CC-AVISO-COMERCIOS.DAT) and the
      * old-to-new link goes on CC-REEMPLAZOS.DAT. The new card's
      * address and delivery copy is refreshed from the customer
      * (CLIENTES.DAT), so the plastic is mailed where the person
      * lives now, not where the old card said. The embossing line
      * carries the design code of the card's product
      * (CC-PRODUCTOS.DAT), and a product change still waiting for
      * the close (CC-CAMBIOS-PRODUCTO.DAT) follows the card to its
      * new number. The new plastic gets a new PIN (pintarj) and
      * its mailer follows on another day. The caller has
      * already checked the new number's Luhn digit, and must have
      * TARJETAS.DAT closed - it is opened here.
      *   LS-RESULTADO: "S" reemplazo hecho / "N" la tarjeta vieja
      *                 no existe o la nueva ya existe / "E" no se
      *                 pudo abrir TARJETAS.DAT.
      *   LS-SALDOS-MIG, LS-CUOTAS-MIG, LS-RECURRENTES-MIG: cuantos
      *                 registros pasaron a la tarjeta nueva.

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

          *> The holder's balances and outstanding cuotas follow the
          *> new plastic instead of being hand-edited across.
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

          *> Old-to-new plastic links, so history stays traceable.
          SELECT ReemplazosFile ASSIGN TO "..\files\CC-REEMPLAZOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Recurring charges subscribed on the card - the active
          *> ones follow a replaced plastic, and each comercio is
          *> sent the new number so the next charge isn't bounced.
          SELECT OPTIONAL RecurrentesFile ASSIGN TO
          "..\files\CC-DEBITOS-RECURRENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RCR-KEY
          FILE STATUS IS RecurrentesStatus.

          SELECT OPTIONAL AvisoComerciosFile ASSIGN TO
          "..\files\CC-AVISO-COMERCIOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AvisoStatus.

          *> Fixed-format embossing extract for the plastics
          *> vendor - the replacement goes out like any alta.
          SELECT EmbozadoFile ASSIGN TO "..\files\CC-EMBOZADO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Product master - the plastic design code.
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

          *> Customer master - where the person lives now.
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
       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ        PIC 9(16).
           04 SALD-FECHA           PIC X(10).
         02 SALD-IMPORTE           PIC S9(6)V99.
         02 SALD-IMPORTE-USD       PIC 9(6)V99.

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ          PIC 9(16).
           03 PC-NRO-CUPON         PIC 9(5).
         02 PC-IMPORTE             PIC 9(6)V99.
         02 PC-CUOTAS-TOT          PIC 9(2).
         02 PC-CUOTAS-REST         PIC 9(2).
      *> Promotional plan marker - a cuota born under a comercio/
      *> rubro promotion carries the promotion's name onto every
      *> statement it bills on.
         02 PC-PROMO               PIC X(1).
         02 PC-PROMO-NOMBRE        PIC X(20).

       FD ReemplazosFile.
       01 ReemplazoRecord.
         03 REE-NRO-TARJ-VIEJA     PIC 9(16).
         03 REE-NRO-TARJ-NUEVA     PIC 9(16).
         03 REE-FECHA              PIC X(8).

       FD RecurrentesFile.
       01 RecurrenteRecord.
         02 RCR-KEY.
           03 RCR-NRO-TARJ         PIC 9(16).
           03 RCR-COMERCIO         PIC 9(6).
         02 RCR-DESCRIPCION        PIC X(20).
         02 RCR-IMPORTE            PIC 9(6)V99.
         02 RCR-FRECUENCIA         PIC 9(2).
         02 RCR-FECHA-DESDE        PIC 9(8).
         02 RCR-FECHA-HASTA        PIC 9(8).
         02 RCR-ULT-CARGO          PIC 9(8).
         02 RCR-ESTADO             PIC X(1).
           88 RCR-ACTIVO           VALUE "A".
         02 RCR-FECHA-BAJA         PIC X(8).

       FD AvisoComerciosFile.
       01 AvisoComercioRecord.
         02 AVC-COMERCIO           PIC 9(6).
         02 AVC-MOTIVO             PIC X(1).
         02 AVC-NRO-TARJ           PIC 9(16).
         02 AVC-NRO-TARJ-NUEVA     PIC 9(16).
         02 AVC-VENCIMIENTO-NUEVO  PIC 9(6).
         02 AVC-FECHA              PIC X(8).

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

       FD CambiosProductoFile.
       01 CambioProductoRecord.
         02 CPR-NRO-TARJ           PIC 9(16).
         02 CPR-PRODUCTO-ANT       PIC X(02).
         02 CPR-PRODUCTO-NUEVO     PIC X(02).
         02 CPR-FECHA              PIC 9(08).
         02 CPR-USUARIO            PIC X(08).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus            PIC X(2).
          88 TarjetaFound       VALUE "00".

       01   SaldoStatus              PIC X(2).
          88 SaldoFound VALUE "00".
       01   PendingCuotasStatus      PIC X(2).
       01   ClientesStatus           PIC X(2).
       01   WS-EOF-SALDOS            PIC X(1).
          88 EOF-SALDOS VALUE "S".
       01   WS-EOF-CUOTAS            PIC X(1).
          88 EOF-CUOTAS VALUE "S".
       01   WS-TARJ-VIEJA            PIC 9(16).
       01   WS-TARJ-NUEVA            PIC 9(16).
       01   WS-REEMPLAZO-OK          PIC X(1).
          88 REEMPLAZO-OK VALUE "S".
       01   CONTADOR-SALDOS-MIG      PIC 9(4) VALUE ZERO.
       01   CONTADOR-CUOTAS-MIG      PIC 9(4) VALUE ZERO.
       01   CONTADOR-RECURRENTES-MIG PIC 9(4) VALUE ZERO.
       01   RecurrentesStatus        PIC X(2).
       01   AvisoStatus              PIC X(2).
       01   WS-EOF-RECURRENTES       PIC X(1).
          88 EOF-RECURRENTES VALUE "S".
       01   WS-FECHA-AVISO           PIC X(8).
      *> Old record held aside so the new-number copy writes FIRST
      *> and the old one is only deleted on a successful write - a
      *> duplicate on the new card loses nothing.
       01   WS-SALDO-BUF             PIC X(42).
       01   WS-CUOTA-BUF             PIC X(54).
       01   WS-RECURRENTE-BUF        PIC X(85).
       01   WS-CAMBIO-BUF            PIC X(36).
       01   ProductosStatus          PIC X(2).
       01   CambiosProductoStatus    PIC X(2).
          88 CambiosProductoOK VALUE "00".
       01   WS-MIGRACION-OK          PIC X(1).
          88 MIGRACION-OK VALUE "S".
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR           PIC X(4).
          02 WS-DATE-MONTH          PIC X(2).
          02 WS-DATE-DAY            PIC X(2).

      *> After-image journal plumbing - see journal /
      *> RollForward.
       01   JRN-ARCHIVO              PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION            PIC X(1).
       01   JRN-REGISTRO             PIC X(140).

      *> PIN for every plastic that goes to the embosser - see
      *> pintarj. Only the offset is stored.
       01   PNT-ACCION               PIC X(1).
       01   PNT-PIN                  PIC 9(4).
       01   PNT-RESULTADO            PIC X(1).

       LINKAGE SECTION.
       01 LS-TARJ-VIEJA                  PIC 9(16).
       01 LS-TARJ-NUEVA                  PIC 9(16).
       01 LS-RESULTADO                   PIC X(1).
       01 LS-SALDOS-MIG                  PIC 9(4).
       01 LS-CUOTAS-MIG                  PIC 9(4).
       01 LS-RECURRENTES-MIG             PIC 9(4).

       PROCEDURE DIVISION USING LS-TARJ-VIEJA, LS-TARJ-NUEVA,
                                LS-RESULTADO, LS-SALDOS-MIG,
                                LS-CUOTAS-MIG, LS-RECURRENTES-MIG.
          MOVE "N" TO LS-RESULTADO.
          MOVE ZERO TO LS-SALDOS-MIG.
          MOVE ZERO TO LS-CUOTAS-MIG.
          MOVE ZERO TO LS-RECURRENTES-MIG.
          MOVE ZERO TO CONTADOR-SALDOS-MIG.
          MOVE ZERO TO CONTADOR-CUOTAS-MIG.
          MOVE ZERO TO CONTADOR-RECURRENTES-MIG.
          MOVE "N" TO WS-REEMPLAZO-OK.
          MOVE LS-TARJ-VIEJA TO WS-TARJ-VIEJA.
          MOVE LS-TARJ-NUEVA TO WS-TARJ-NUEVA.

          OPEN I-O TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             MOVE "E" TO LS-RESULTADO
             EXIT PROGRAM
          END-IF.

          MOVE WS-TARJ-VIEJA TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                DISPLAY "** La tarjeta " WS-TARJ-VIEJA " no existe"
             NOT INVALID KEY
                PERFORM Crear_Tarjeta_Nueva
          END-READ.

          IF REEMPLAZO-OK
             PERFORM Cancelar_Tarjeta_Vieja
             PERFORM Migrar_Saldos
             PERFORM Migrar_Cuotas
             PERFORM Migrar_Recurrentes
             PERFORM Migrar_Cambio_Producto
             PERFORM Grabar_Link_Reemplazo
             MOVE "S" TO LS-RESULTADO
             MOVE CONTADOR-SALDOS-MIG TO LS-SALDOS-MIG
             MOVE CONTADOR-CUOTAS-MIG TO LS-CUOTAS-MIG
             MOVE CONTADOR-RECURRENTES-MIG TO LS-RECURRENTES-MIG
          END-IF.
          CLOSE TarjetasFile.
       EXIT PROGRAM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Crear_Tarjeta_Nueva.
      *> TarjetaRecord still carries everything read off the old
      *> plastic - only the number and the estado change. The
      *> replacement is born pendiente de activacion and goes to
      *> the embossing vendor like any alta: a plastic the holder
      *> does not yet have must not authorize.
          MOVE WS-TARJ-NUEVA TO TJ-NRO-TARJ.
          MOVE "P" TO TJ-ESTADO.
          PERFORM Tomar_Datos_Cliente.
          WRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** La tarjeta " WS-TARJ-NUEVA " ya existe"
             NOT INVALID KEY
                SET REEMPLAZO-OK TO TRUE
                PERFORM Grabar_Embozado
                MOVE "TARJETAS" TO JRN-ARCHIVO
                MOVE "W" TO JRN-OPERACION
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
                DISPLAY "Reposicion " WS-TARJ-NUEVA " pendiente "
                   "de activacion - enviada a embozado"
          END-WRITE.
      *-----------------------------------------------------------*
      *   A documento not yet in the customer master keeps the old
      *   plastic's copy.
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
      *-----------------------------------------------------------*
       Cancelar_Tarjeta_Vieja.
          MOVE WS-TARJ-VIEJA TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                DISPLAY "** No se pudo releer la tarjeta vieja"
             NOT INVALID KEY
                MOVE "C" TO TJ-ESTADO
                REWRITE TarjetaRecord
                   INVALID KEY
                      DISPLAY "** No se pudo cancelar la vieja"
                   NOT INVALID KEY
                      MOVE "TARJETAS" TO JRN-ARCHIVO
                      MOVE "R" TO JRN-OPERACION
                      MOVE TarjetaRecord TO JRN-REGISTRO
                      CALL 'journal' USING JRN-ARCHIVO,
                         JRN-OPERACION, JRN-REGISTRO
                END-REWRITE
          END-READ.
      *-----------------------------------------------------------*
      *   Every dated balance record moves under the new number -
      *   written first, then the old record deleted, the same
      *   browse-and-delete walk ArchivePurgeCC does.
      *-----------------------------------------------------------*
       Migrar_Saldos.
          MOVE ZERO TO CONTADOR-SALDOS-MIG.
          MOVE "N" TO WS-EOF-SALDOS.
          OPEN I-O SaldoFile.
          IF NOT SaldoFound
             DISPLAY "** SALDOS.DAT no disponible - status "
                SaldoStatus " - saldos sin migrar"
          ELSE
             MOVE WS-TARJ-VIEJA TO SALD-NRO-TARJ
             MOVE LOW-VALUES TO SALD-FECHA
             START SaldoFile KEY IS NOT LESS THAN SALD-KEY
                INVALID KEY SET EOF-SALDOS TO TRUE
             END-START
             PERFORM UNTIL EOF-SALDOS
                READ SaldoFile NEXT RECORD
                   AT END SET EOF-SALDOS TO TRUE
                END-READ
                IF NOT EOF-SALDOS
                   IF SALD-NRO-TARJ = WS-TARJ-VIEJA
                      PERFORM Migrar_Un_Saldo
                   ELSE
                      SET EOF-SALDOS TO TRUE
                   END-IF
                END-IF
             END-PERFORM
             CLOSE SaldoFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Migrar_Un_Saldo.
          MOVE "N" TO WS-MIGRACION-OK.
          MOVE SaldoRecord TO WS-SALDO-BUF.
          MOVE WS-TARJ-NUEVA TO SALD-NRO-TARJ.
          WRITE SaldoRecord
             INVALID KEY
                DISPLAY "** Saldo " SALD-FECHA " ya existia en la "
                   "tarjeta nueva - queda en la vieja, revisar"
             NOT INVALID KEY
                SET MIGRACION-OK TO TRUE
                ADD 1 TO CONTADOR-SALDOS-MIG
                MOVE "SALDOS" TO JRN-ARCHIVO
                MOVE "W" TO JRN-OPERACION
                MOVE SaldoRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
          END-WRITE.
      *> Only a successfully copied balance leaves the old card -
      *> the old record is re-read by its key and deleted then.
          MOVE WS-SALDO-BUF TO SaldoRecord.
          IF MIGRACION-OK
             READ SaldoFile
                INVALID KEY
                   DISPLAY "** No se pudo releer el saldo viejo "
                      SALD-KEY
                NOT INVALID KEY
                   DELETE SaldoFile RECORD
                   MOVE "SALDOS" TO JRN-ARCHIVO
                   MOVE "D" TO JRN-OPERACION
                   MOVE WS-SALDO-BUF TO JRN-REGISTRO
                   CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                      JRN-REGISTRO
             END-READ
          END-IF.
      *> Re-position PAST the record just handled - after a failed
      *> copy the old record is still there, and restarting at the
      *> top of the group would read it forever. The buffer still
      *> holds its key.
          MOVE WS-SALDO-BUF TO SaldoRecord.
          START SaldoFile KEY IS GREATER THAN SALD-KEY
             INVALID KEY SET EOF-SALDOS TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *   Outstanding cuotas move under the new number the same way
      *   the balances do - written new, then the old key deleted.
      *-----------------------------------------------------------*
       Migrar_Cuotas.
          MOVE ZERO TO CONTADOR-CUOTAS-MIG.
          MOVE "N" TO WS-EOF-CUOTAS.
          OPEN I-O PendingCuotasFile.
          IF PendingCuotasStatus NOT = "00"
             DISPLAY "** CC-CUOTAS-PENDIENTES.DAT no disponible - "
                "status " PendingCuotasStatus " - cuotas sin migrar"
          ELSE
             MOVE WS-TARJ-VIEJA TO PC-NRO-TARJ
             MOVE ZERO TO PC-NRO-CUPON
             START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
                INVALID KEY SET EOF-CUOTAS TO TRUE
             END-START
             PERFORM UNTIL EOF-CUOTAS
                READ PendingCuotasFile NEXT RECORD
                   AT END SET EOF-CUOTAS TO TRUE
                END-READ
                IF NOT EOF-CUOTAS
                   IF PC-NRO-TARJ = WS-TARJ-VIEJA
                      PERFORM Migrar_Una_Cuota
                   ELSE
                      SET EOF-CUOTAS TO TRUE
                   END-IF
                END-IF
             END-PERFORM
             CLOSE PendingCuotasFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Migrar_Una_Cuota.
          MOVE "N" TO WS-MIGRACION-OK.
          MOVE PendingCuotaRecord TO WS-CUOTA-BUF.
          MOVE WS-TARJ-NUEVA TO PC-NRO-TARJ.
          WRITE PendingCuotaRecord
             INVALID KEY
                DISPLAY "** Cuota de cupon " PC-NRO-CUPON " ya "
                   "existia en la tarjeta nueva - queda en la vieja"
             NOT INVALID KEY
                SET MIGRACION-OK TO TRUE
                ADD 1 TO CONTADOR-CUOTAS-MIG
          END-WRITE.
          MOVE WS-CUOTA-BUF TO PendingCuotaRecord.
          IF MIGRACION-OK
             READ PendingCuotasFile
                INVALID KEY
                   DISPLAY "** No se pudo releer la cuota vieja "
                      PC-KEY
                NOT INVALID KEY
                   DELETE PendingCuotasFile RECORD
             END-READ
          END-IF.
      *> Re-position PAST the record just handled - after a failed
      *> copy the old record is still there, and restarting at the
      *> top of the group would read it forever.
          MOVE WS-CUOTA-BUF TO PendingCuotaRecord.
          START PendingCuotasFile KEY IS GREATER THAN PC-KEY
             INVALID KEY SET EOF-CUOTAS TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *   Active recurring charges move to the new number with
      *   their last-charge date, so the frequency keeps running.
      *   The old record stays behind as "M" for history, and the
      *   comercio gets a notice with the new number and
      *   vencimiento.
      *-----------------------------------------------------------*
       Migrar_Recurrentes.
          MOVE ZERO TO CONTADOR-RECURRENTES-MIG.
          MOVE "N" TO WS-EOF-RECURRENTES.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-AVISO.
          OPEN I-O RecurrentesFile.
          IF RecurrentesStatus = "05"
             CLOSE RecurrentesFile
             EXIT PARAGRAPH
          END-IF.
          IF RecurrentesStatus NOT = "00"
             DISPLAY "** CC-DEBITOS-RECURRENTES.DAT no disponible - "
                "status " RecurrentesStatus " - debitos sin migrar"
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND AvisoComerciosFile.
          MOVE WS-TARJ-VIEJA TO RCR-NRO-TARJ.
          MOVE ZERO TO RCR-COMERCIO.
          START RecurrentesFile KEY IS NOT LESS THAN RCR-KEY
             INVALID KEY SET EOF-RECURRENTES TO TRUE
          END-START.
          PERFORM UNTIL EOF-RECURRENTES
             READ RecurrentesFile NEXT RECORD
                AT END SET EOF-RECURRENTES TO TRUE
             END-READ
             IF NOT EOF-RECURRENTES
                IF RCR-NRO-TARJ = WS-TARJ-VIEJA
                   IF RCR-ACTIVO
                      PERFORM Migrar_Un_Recurrente
                   END-IF
                ELSE
                   SET EOF-RECURRENTES TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          CLOSE AvisoComerciosFile.
          CLOSE RecurrentesFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Migrar_Un_Recurrente.
          MOVE "N" TO WS-MIGRACION-OK.
          MOVE RecurrenteRecord TO WS-RECURRENTE-BUF.
          MOVE WS-TARJ-NUEVA TO RCR-NRO-TARJ.
          WRITE RecurrenteRecord
             INVALID KEY
                DISPLAY "** Debito del comercio " RCR-COMERCIO
                   " ya existia en la tarjeta nueva - revisar"
             NOT INVALID KEY
                SET MIGRACION-OK TO TRUE
                ADD 1 TO CONTADOR-RECURRENTES-MIG
          END-WRITE.
          MOVE WS-RECURRENTE-BUF TO RecurrenteRecord.
          IF MIGRACION-OK
             READ RecurrentesFile
                INVALID KEY
                   DISPLAY "** No se pudo releer el debito viejo "
                      RCR-KEY
                NOT INVALID KEY
                   MOVE "M" TO RCR-ESTADO
                   MOVE WS-FECHA-AVISO TO RCR-FECHA-BAJA
                   REWRITE RecurrenteRecord
                   END-REWRITE
                   MOVE RCR-COMERCIO TO AVC-COMERCIO
                   MOVE "R" TO AVC-MOTIVO
                   MOVE WS-TARJ-VIEJA TO AVC-NRO-TARJ
                   MOVE WS-TARJ-NUEVA TO AVC-NRO-TARJ-NUEVA
                   MOVE TJ-VENCIMIENTO TO AVC-VENCIMIENTO-NUEVO
                   MOVE WS-FECHA-AVISO TO AVC-FECHA
                   WRITE AvisoComercioRecord
             END-READ
          END-IF.
      *> Re-position PAST the record just handled, as the cuotas
      *> walk does.
          MOVE WS-RECURRENTE-BUF TO RecurrenteRecord.
          START RecurrentesFile KEY IS GREATER THAN RCR-KEY
             INVALID KEY SET EOF-RECURRENTES TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Link_Reemplazo.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          OPEN EXTEND ReemplazosFile.
          MOVE WS-TARJ-VIEJA TO REE-NRO-TARJ-VIEJA.
          MOVE WS-TARJ-NUEVA TO REE-NRO-TARJ-NUEVA.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO REE-FECHA.
          WRITE ReemplazoRecord.
          CLOSE ReemplazosFile.
      *-----------------------------------------------------------*
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
      *   An upgrade or downgrade asked for on the old plastic is
      *   still owed at the next close - it moves to the new number.
      *-----------------------------------------------------------*
       Migrar_Cambio_Producto.
          OPEN I-O CambiosProductoFile.
          IF NOT CambiosProductoOK
             IF CambiosProductoStatus = "05"
                CLOSE CambiosProductoFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-VIEJA TO CPR-NRO-TARJ.
          READ CambiosProductoFile
             INVALID KEY
                CLOSE CambiosProductoFile
                EXIT PARAGRAPH
          END-READ.
          MOVE CambioProductoRecord TO WS-CAMBIO-BUF.
          MOVE WS-TARJ-NUEVA TO CPR-NRO-TARJ.
          WRITE CambioProductoRecord
             INVALID KEY
                DISPLAY "** La tarjeta " WS-TARJ-NUEVA " ya tiene "
                   "un cambio de producto pendiente"
             NOT INVALID KEY
                MOVE WS-CAMBIO-BUF TO CambioProductoRecord
                DELETE CambiosProductoFile RECORD
                END-DELETE
                DISPLAY "Cambio de producto pendiente pasado a "
                   WS-TARJ-NUEVA
          END-WRITE.
          CLOSE CambiosProductoFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM reemplazotj.
