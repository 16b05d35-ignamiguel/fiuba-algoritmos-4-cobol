      * and date. The report option lists every plastic still
      * unactivated 30 days after its alta (the alta date comes off
      * the embossing extract), so lost envelopes surface instead of
      * aging in silence. That report shows the card masked
      * (maskpan); the activation log keeps the full number.
      * The desk also resets PINs: a holder who forgot the PIN, or
      * blocked it with three wrong tries at the POS, gets a new
      * one (pintarj) and a new PIN mailer, never the PIN read out
      * on the phone. Each blanqueo is logged with user and date
      * on CC-BLANQUEOS-PIN.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          "..\files\CC-PENDIENTES-ACTIVACION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> One line per PIN reset - who and when.
          SELECT BlanqueosFile ASSIGN TO
          "..\files\CC-BLANQUEOS-PIN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD EmbozadoFile.
       01 EmbozadoRecord.
         03 EMB-NRO-TARJ                 PIC 9(16).
         03 EMB-TITULAR                  PIC X(30).
         03 EMB-DOCUMENTO                PIC 9(11).
         03 EMB-VENCIMIENTO              PIC 9(6).
         03 EMB-LOCALIDAD                PIC X(20).
         03 EMB-COD-POSTAL               PIC X(8).
         03 EMB-FECHA-ALTA               PIC X(8).
         03 EMB-DISENO                   PIC X(4).

       FD ActivacionesFile.
       01 ActivacionRecord.
         03 ACT-NRO-TARJ                 PIC 9(16).
         03 ACT-FECHA                    PIC X(8).
         03 ACT-USUARIO                  PIC X(8).

       FD PendientesFile.
       01 PendienteRecord.
         03 PEN-NRO-TARJ                 PIC X(16).
         03 PEN-TITULAR                  PIC X(30).
         03 PEN-FECHA-ALTA               PIC X(8).
         03 PEN-DIAS                     PIC 9(5).

       FD BlanqueosFile.
       01 BlanqueoRecord.
         03 BLQ-NRO-TARJ                 PIC 9(16).
         03 BLQ-FECHA                    PIC X(8).
         03 BLQ-USUARIO                  PIC X(8).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".

       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-USUARIO                   PIC X(8).
       01   WS-EOF-TARJETAS              PIC X(1).
          88 EOF-TARJETAS VALUE "S".
       01   WS-ALTA-N                    PIC 9(8).
       01   CONTADOR-PENDIENTES          PIC 9(5).

      *> PIN reset - see pintarj.
       01   PNT-ACCION                   PIC X(1).
       01   PNT-PIN                      PIC 9(4).
       01   PNT-RESULTADO                PIC X(1).

      *> After-image journal plumbing - see journal / RollForward.
       01   JRN-ARCHIVO                  PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION                PIC X(1).
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Activar_Tarjeta
                WHEN 2 PERFORM Reporte_Pendientes
                WHEN 3 PERFORM Blanquear_Pin
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          DISPLAY "Activacion de tarjetas nuevas".
          DISPLAY "1 - Activar una tarjeta".
          DISPLAY "2 - Reporte de pendientes sin activar".
          DISPLAY "3 - Blanqueo de PIN".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
          WRITE ActivacionRecord.
          CLOSE ActivacionesFile.
      *-----------------------------------------------------------*
      *   A new PIN for a live plastic - active, or still waiting
      *   to be activated. The old offset is replaced, the try count
      *   cleared and a new mailer queued; the PIN is never shown
      *   here.
      *-----------------------------------------------------------*
       Blanquear_Pin.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                DISPLAY "** La tarjeta " WS-TARJ-INPUT " no existe"
             NOT INVALID KEY
                PERFORM Confirmar_Blanqueo
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Confirmar_Blanqueo.
          IF NOT TJ-ACTIVA AND NOT TJ-PENDIENTE-ACTIV
             DISPLAY "** La tarjeta no esta vigente - estado "
                TJ-ESTADO
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Titular: " TJ-TITULAR.
          DISPLAY "Usuario que confirma -> " WITH NO ADVANCING.
          ACCEPT WS-USUARIO.
          MOVE "E" TO PNT-ACCION.
          CALL 'pintarj' USING PNT-ACCION, TJ-NRO-TARJ, PNT-PIN,
             PNT-RESULTADO.
          IF PNT-RESULTADO = "S"
             OPEN EXTEND BlanqueosFile
             MOVE TJ-NRO-TARJ TO BLQ-NRO-TARJ
             MOVE WS-FECHA-HOY TO BLQ-FECHA
             MOVE WS-USUARIO TO BLQ-USUARIO
             WRITE BlanqueoRecord
             CLOSE BlanqueosFile
             DISPLAY "PIN blanqueado - el nuevo PIN llega por "
                "correo en sobre aparte"
          ELSE
             DISPLAY "** No se pudo blanquear el PIN"
          END-IF.
      *-----------------------------------------------------------*
      *   Every plastic still pendiente 30+ days after its alta -
      *   or whose alta the embossing extract no longer shows,
      *   which is just as suspect.
          END-IF.
          IF WS-DIAS-PENDIENTE > WS-DIAS-AVISO
             ADD 1 TO CONTADOR-PENDIENTES
             CALL 'maskpan' USING BY CONTENT TJ-NRO-TARJ,
                BY REFERENCE PEN-NRO-TARJ
             MOVE TJ-TITULAR TO PEN-TITULAR
             MOVE WS-FECHA-ALTA TO PEN-FECHA-ALTA
             IF WS-DIAS-PENDIENTE > 99999
                MOVE WS-DIAS-PENDIENTE TO PEN-DIAS
             END-IF
             WRITE PendienteRecord
             DISPLAY "  " PEN-NRO-TARJ " " TJ-TITULAR
                " - alta " WS-FECHA-ALTA
          END-IF.
      *-----------------------------------------------------------*
