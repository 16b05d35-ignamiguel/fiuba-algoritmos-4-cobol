       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CompromisoComercio.
      * AUTHOR:  nacho.
      * Common-point-of-purchase run for a comercio that reported a
      * data breach. Given the comercio and a date window, every
      * card that bought there is collected from the three places
      * a purchase leaves a trace - the presented cupones
      * (CC-CUPONES-PRESENTADOS.DAT), the statement archive
      * (CC-EXTRACTO-HIST.DAT) and the authorization log
      * (CC-AUTORIZACIONES.DAT) - and the exposure list goes to
      * CC-EXPOSICION.DAT and the screen. On the operator's
      * confirmation each exposed card still alive is blocked in
      * TARJETAS.DAT and reissued through reemplazotj, the same
      * replacement MantTarjetas does: the new plastic is numbered
      * here on the old one's BIN from the CC-PAN-SEQ.DAT sequence,
      * goes to CC-EMBOZADO.DAT, and the hot-card boletin is cut
      * again (HotCardExtract) before the run ends. The exposure
      * list shows each card masked (maskpan).

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

          SELECT PresentadosFile ASSIGN TO
          "..\files\CC-CUPONES-PRESENTADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PresentadosStatus.

          SELECT OPTIONAL ExtractoHistFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS HIS-KEY
          FILE STATUS IS ExtractoStatus.

          SELECT AuthLogFile ASSIGN TO
          "..\files\CC-AUTORIZACIONES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuthLogStatus.

          *> Last account number issued by a mass reissue - the
          *> nine digits between the BIN and the check digit.
          SELECT PanSeqFile ASSIGN TO "..\files\CC-PAN-SEQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PanSeqStatus.

          *> Printable exposure list and reissue results.
          SELECT ExposicionFile ASSIGN TO "..\files\CC-EXPOSICION.DAT"
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

       FD PresentadosFile.
       01 PresentadoRecord.
         03 PRES-COMERCIO                PIC 9(6).
         03 PRES-FECHA                   PIC 9(8).
         03 PRES-IMPORTE                 PIC 9(6)V99.
         03 PRES-CARD-TAIL               PIC 9(4).
         03 PRES-NRO-CUPON               PIC 9(5).
         03 PRES-NRO-TARJ                PIC 9(16).
         03 PRES-CONCILIADO              PIC X(1).

      *> The statement archive - every close's extract lines, keyed
      *> by card, closing date and sequence. Only the detail lines
      *> matter here - the header and trailer views share the type
      *> byte.
       FD ExtractoHistFile.
       01 ExtractoHistRecord.
         02 HIS-KEY.
           03 HIS-NRO-TARJ               PIC 9(16).
           03 HIS-FECHA-CIERRE           PIC 9(8).
           03 HIS-SECUENCIA              PIC 9(4).
         02 HIS-LINEA                    PIC X(80).

       FD AuthLogFile.
       01 AuthLogRecord.
         03 AUT-CODIGO                   PIC 9(6).
         03 AUT-NRO-TARJ                 PIC 9(16).
         03 AUT-IMPORTE                  PIC 9(8)V99.
         03 AUT-FECHA                    PIC X(8).
         03 AUT-COMERCIO                 PIC 9(6).

       FD PanSeqFile.
       01 PanSeqRecord.
         03 PSQ-ULTIMA-CUENTA            PIC 9(9).

       FD ExposicionFile.
       01 ExposicionLinea                PIC X(100).

       WORKING-STORAGE SECTION.
      *> An archived extract line, detail view.
       01 ExtractoDetailRecord.
         03 EXT-D-TIPO                   PIC X(1).
         03 EXT-D-DOCUMENTO              PIC 9(11).
         03 EXT-D-NRO-TARJ               PIC 9(16).
         03 EXT-D-NRO-CUPON              PIC 9(5).
         03 EXT-D-FECHA                  PIC X(10).
         03 EXT-D-IMPORTE                PIC 9(6)V99.
         03 EXT-D-TIPO-MOV               PIC 9(1).
         03 EXT-D-DUPLICADO              PIC X(1).
         03 EXT-D-COMERCIO               PIC 9(6).
         03 EXT-D-COMERCIO-NOMBRE        PIC X(20).
         03 EXT-D-MONEDA                 PIC 9(1).

       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   PresentadosStatus            PIC X(2).
       01   ExtractoStatus               PIC X(2).
       01   AuthLogStatus                PIC X(2).
       01   PanSeqStatus                 PIC X(2).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   WS-COMERCIO-INPUT            PIC 9(6).
       01   WS-DESDE-INPUT               PIC 9(8).
       01   WS-HASTA-INPUT               PIC 9(8).
       01   WS-CONFIRMA                  PIC X(1).
       01   WS-FECHA-MOV.
         03 WS-FM-ANIO                   PIC X(4).
         03 WS-FM-MES                    PIC X(2).
         03 WS-FM-DIA                    PIC X(2).
       01   WS-FECHA-MOV-N REDEFINES WS-FECHA-MOV PIC 9(8).

      *> Cards exposed, one entry per card whichever source found
      *> it, with how many traces each source left.
       01   WS-MAX-EXPUESTAS             PIC 9(4) VALUE 5000.
       01   WS-EXP-COUNT                 PIC 9(4) VALUE 0.
       01   WS-EXP-TABLE.
            02 WS-EXP-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-EXP-IX.
               03 WS-EXP-NRO-TARJ        PIC 9(16).
               03 WS-EXP-CANT-PRES       PIC 9(4).
               03 WS-EXP-CANT-EXT        PIC 9(4).
               03 WS-EXP-CANT-AUT        PIC 9(4).
               03 WS-EXP-NRO-NUEVA       PIC 9(16).
               03 WS-EXP-RESULTADO       PIC X(20).
       01   WS-TARJ-BUSCADA              PIC 9(16).
       01   WS-FUENTE                    PIC X(1).
       01   CONTADOR-DESBORDE            PIC 9(6) VALUE 0.
       01   CONTADOR-REEMITIDAS          PIC 9(4) VALUE 0.

      *> New-number generation - BIN of the old plastic, next
      *> account from the sequence, Luhn digit from chkluhn.
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

      *> reemplazotj parameters.
       01   WS-TARJ-VIEJA                PIC 9(16).
       01   WS-REEMPLAZO-OK              PIC X(1).
          88 REEMPLAZO-OK VALUE "S".
       01   CONTADOR-SALDOS-MIG          PIC 9(4).
       01   CONTADOR-CUOTAS-MIG          PIC 9(4).
       01   CONTADOR-RECURRENTES-MIG     PIC 9(4).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).

       01   WS-LINEA-TITULO.
         03 FILLER                       PIC X(30)
                                 VALUE "EXPOSICION POR COMERCIO     ".
         03 LT-COMERCIO                  PIC 9(6).
         03 FILLER                       PIC X(9) VALUE "  DESDE ".
         03 LT-DESDE                     PIC 9(8).
         03 FILLER                       PIC X(8) VALUE "  HASTA ".
         03 LT-HASTA                     PIC 9(8).
         03 FILLER                       PIC X(31) VALUE SPACES.
       01   WS-LINEA-COLUMNAS.
         03 FILLER                       PIC X(50)
               VALUE "TARJETA           TITULAR                       ".
         03 FILLER                       PIC X(50)
               VALUE " E  PRES EXTR AUTO  NUEVA / RESULTADO".
       01   WS-LINEA-DETALLE.
         03 LD-NRO-TARJ                  PIC X(16).
         03 FILLER                       PIC X(2) VALUE SPACES.
         03 LD-TITULAR                   PIC X(30).
         03 FILLER                       PIC X(2) VALUE SPACES.
         03 LD-ESTADO                    PIC X(1).
         03 FILLER                       PIC X(2) VALUE SPACES.
         03 LD-CANT-PRES                 PIC ZZZ9.
         03 FILLER                       PIC X(1) VALUE SPACES.
         03 LD-CANT-EXT                  PIC ZZZ9.
         03 FILLER                       PIC X(1) VALUE SPACES.
         03 LD-CANT-AUT                  PIC ZZZ9.
         03 FILLER                       PIC X(2) VALUE SPACES.
         03 LD-RESULTADO                 PIC X(20).
         03 FILLER                       PIC X(11) VALUE SPACES.
       01   WS-LINEA-TOTAL.
         03 FILLER                       PIC X(20)
                                 VALUE "TARJETAS EXPUESTAS: ".
         03 LTT-CANT                     PIC ZZZ9.
         03 FILLER                       PIC X(20)
                                 VALUE "   REEMITIDAS: ".
         03 LTT-REEMITIDAS               PIC ZZZ9.
         03 FILLER                       PIC X(52) VALUE SPACES.

      *> After-image journal plumbing - see journal /
      *> RollForward.
       01   JRN-ARCHIVO                  PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "COMPROMISOCOMERCIO".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - blocks and reissues must not race
      *> the close over TARJETAS.DAT. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - proceso "
                "bloqueado hasta que termine el batch **"
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

          DISPLAY "Comercio comprometido -> " WITH NO ADVANCING.
          ACCEPT WS-COMERCIO-INPUT.
          DISPLAY "Desde AAAAMMDD -> " WITH NO ADVANCING.
          ACCEPT WS-DESDE-INPUT.
          DISPLAY "Hasta AAAAMMDD -> " WITH NO ADVANCING.
          ACCEPT WS-HASTA-INPUT.
          IF WS-COMERCIO-INPUT = ZERO
             OR WS-HASTA-INPUT < WS-DESDE-INPUT
             DISPLAY "** Comercio o ventana de fechas invalidos"
             STOP RUN
          END-IF.

          PERFORM Buscar_En_Presentados.
          PERFORM Buscar_En_Extracto.
          PERFORM Buscar_En_Autorizaciones.

          OPEN OUTPUT ExposicionFile.
          PERFORM Listar_Exposicion.
          IF WS-EXP-COUNT = ZERO
             DISPLAY "Ninguna tarjeta opero en el comercio en la "
                "ventana"
             CLOSE ExposicionFile
             STOP RUN
          END-IF.

          IF SEG-NIVEL NOT = "M"
             DISPLAY "** Sin permiso de modificacion - solo se "
                "emite la lista"
             CLOSE ExposicionFile
             STOP RUN
          END-IF.
          DISPLAY "Bloquear y reemplazar las " WS-EXP-COUNT
             " tarjetas (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA = "S"
             PERFORM Leer_Secuencia
             PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                UNTIL WS-EXP-IX > WS-EXP-COUNT
                PERFORM Bloquear_Y_Reemitir
             END-PERFORM
             PERFORM Grabar_Secuencia
             PERFORM Listar_Exposicion
      *> The acquirers' terminals must learn about the blocks now,
      *> not with tomorrow's scheduled boletin.
             CALL "HotCardExtract"
             DISPLAY "Tarjetas reemitidas: " CONTADOR-REEMITIDAS
          ELSE
             DISPLAY "Sin bloqueos - solo se emitio la lista"
          END-IF.
          CLOSE ExposicionFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *   Presented cupones carry the full card number and the
      *   purchase date as AAAAMMDD.
      *-----------------------------------------------------------*
       Buscar_En_Presentados.
          MOVE "P" TO WS-FUENTE.
          MOVE "N" TO WS-EOF.
          OPEN INPUT PresentadosFile.
          IF PresentadosStatus NOT = "00"
             DISPLAY "** CC-CUPONES-PRESENTADOS.DAT no disponible - "
                "status " PresentadosStatus
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ PresentadosFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF PRES-COMERCIO = WS-COMERCIO-INPUT
                   AND PRES-NRO-TARJ > ZERO
                   AND PRES-FECHA >= WS-DESDE-INPUT
                   AND PRES-FECHA <= WS-HASTA-INPUT
                   MOVE PRES-NRO-TARJ TO WS-TARJ-BUSCADA
                   PERFORM Agregar_Expuesta
                END-IF
             END-IF
          END-PERFORM.
          CLOSE PresentadosFile.
      *-----------------------------------------------------------*
      *   Every archived close, not just the last one. The cupon
      *   date has the 2-filler/DD/MM/AAAA shape of the feeds -
      *   rearmed as AAAAMMDD to compare.
      *-----------------------------------------------------------*
       Buscar_En_Extracto.
          MOVE "E" TO WS-FUENTE.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ExtractoHistFile.
          IF ExtractoStatus NOT = "00"
             DISPLAY "** CC-EXTRACTO-HIST.DAT no disponible - status "
                ExtractoStatus
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ ExtractoHistFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE HIS-LINEA TO ExtractoDetailRecord
                IF EXT-D-TIPO = "D" AND EXT-D-TIPO-MOV = 0
                   AND EXT-D-COMERCIO = WS-COMERCIO-INPUT
                   MOVE EXT-D-FECHA(7:4) TO WS-FM-ANIO
                   MOVE EXT-D-FECHA(5:2) TO WS-FM-MES
                   MOVE EXT-D-FECHA(3:2) TO WS-FM-DIA
                   IF WS-FECHA-MOV-N >= WS-DESDE-INPUT
                      AND WS-FECHA-MOV-N <= WS-HASTA-INPUT
                      MOVE EXT-D-NRO-TARJ TO WS-TARJ-BUSCADA
                      PERFORM Agregar_Expuesta
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          CLOSE ExtractoHistFile.
      *-----------------------------------------------------------*
      *   Authorizations reach the log before any cupon is
      *   presented - the freshest trace of a card at the comercio.
      *-----------------------------------------------------------*
       Buscar_En_Autorizaciones.
          MOVE "A" TO WS-FUENTE.
          MOVE "N" TO WS-EOF.
          OPEN INPUT AuthLogFile.
          IF AuthLogStatus NOT = "00"
             DISPLAY "** CC-AUTORIZACIONES.DAT no disponible - "
                "status " AuthLogStatus
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ AuthLogFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF AUT-COMERCIO = WS-COMERCIO-INPUT
                   AND AUT-FECHA >= WS-DESDE-INPUT
                   AND AUT-FECHA <= WS-HASTA-INPUT
                   MOVE AUT-NRO-TARJ TO WS-TARJ-BUSCADA
                   PERFORM Agregar_Expuesta
                END-IF
             END-IF
          END-PERFORM.
          CLOSE AuthLogFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Expuesta.
          SET WS-EXP-IX TO 1.
          SEARCH WS-EXP-ENTRY
             AT END
                ADD 1 TO CONTADOR-DESBORDE
             WHEN WS-EXP-IX > WS-EXP-COUNT
                ADD 1 TO WS-EXP-COUNT
                MOVE WS-TARJ-BUSCADA TO WS-EXP-NRO-TARJ(WS-EXP-IX)
                MOVE ZERO TO WS-EXP-CANT-PRES(WS-EXP-IX)
                MOVE ZERO TO WS-EXP-CANT-EXT(WS-EXP-IX)
                MOVE ZERO TO WS-EXP-CANT-AUT(WS-EXP-IX)
                MOVE ZERO TO WS-EXP-NRO-NUEVA(WS-EXP-IX)
                MOVE SPACES TO WS-EXP-RESULTADO(WS-EXP-IX)
                PERFORM Contar_Fuente
             WHEN WS-EXP-NRO-TARJ(WS-EXP-IX) = WS-TARJ-BUSCADA
                PERFORM Contar_Fuente
          END-SEARCH.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Contar_Fuente.
          EVALUATE WS-FUENTE
             WHEN "P" ADD 1 TO WS-EXP-CANT-PRES(WS-EXP-IX)
             WHEN "E" ADD 1 TO WS-EXP-CANT-EXT(WS-EXP-IX)
             WHEN "A" ADD 1 TO WS-EXP-CANT-AUT(WS-EXP-IX)
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Written once before the confirmation and again after the
      *   reissue, with each card's new number or why it was left.
      *-----------------------------------------------------------*
       Listar_Exposicion.
          MOVE WS-COMERCIO-INPUT TO LT-COMERCIO.
          MOVE WS-DESDE-INPUT TO LT-DESDE.
          MOVE WS-HASTA-INPUT TO LT-HASTA.
          WRITE ExposicionLinea FROM WS-LINEA-TITULO.
          DISPLAY WS-LINEA-TITULO.
          WRITE ExposicionLinea FROM WS-LINEA-COLUMNAS.
          DISPLAY WS-LINEA-COLUMNAS.
          OPEN INPUT TarjetasFile.
          PERFORM VARYING WS-EXP-IX FROM 1 BY 1
             UNTIL WS-EXP-IX > WS-EXP-COUNT
             CALL 'maskpan' USING BY CONTENT WS-EXP-NRO-TARJ(WS-EXP-IX),
                BY REFERENCE LD-NRO-TARJ
             MOVE SPACES TO LD-TITULAR
             MOVE SPACES TO LD-ESTADO
             IF TarjetaFound
                MOVE WS-EXP-NRO-TARJ(WS-EXP-IX) TO TJ-NRO-TARJ
                READ TarjetasFile
                   INVALID KEY
                      MOVE "** NO EXISTE **" TO LD-TITULAR
                   NOT INVALID KEY
                      MOVE TJ-TITULAR TO LD-TITULAR
                      MOVE TJ-ESTADO TO LD-ESTADO
                END-READ
             END-IF
             MOVE WS-EXP-CANT-PRES(WS-EXP-IX) TO LD-CANT-PRES
             MOVE WS-EXP-CANT-EXT(WS-EXP-IX) TO LD-CANT-EXT
             MOVE WS-EXP-CANT-AUT(WS-EXP-IX) TO LD-CANT-AUT
             IF WS-EXP-NRO-NUEVA(WS-EXP-IX) > ZERO
                MOVE WS-EXP-NRO-NUEVA(WS-EXP-IX) TO LD-RESULTADO
             ELSE
                MOVE WS-EXP-RESULTADO(WS-EXP-IX) TO LD-RESULTADO
             END-IF
             WRITE ExposicionLinea FROM WS-LINEA-DETALLE
             DISPLAY WS-LINEA-DETALLE
          END-PERFORM.
          IF TarjetaFound
             CLOSE TarjetasFile
          END-IF.
          MOVE WS-EXP-COUNT TO LTT-CANT.
          MOVE CONTADOR-REEMITIDAS TO LTT-REEMITIDAS.
          WRITE ExposicionLinea FROM WS-LINEA-TOTAL.
          DISPLAY WS-LINEA-TOTAL.
          IF CONTADOR-DESBORDE > ZERO
             DISPLAY "** " CONTADOR-DESBORDE " rastros fuera de la "
                "tabla de " WS-MAX-EXPUESTAS " tarjetas - achicar "
                "la ventana y volver a correr"
          END-IF.
      *-----------------------------------------------------------*
      *   Block first, so the card is dead even if the reissue
      *   can't go through; a cancelled card is left alone.
      *-----------------------------------------------------------*
       Bloquear_Y_Reemitir.
          OPEN I-O TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             MOVE "ERROR TARJETAS" TO WS-EXP-RESULTADO(WS-EXP-IX)
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-EXP-NRO-TARJ(WS-EXP-IX) TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                MOVE "NO EXISTE" TO WS-EXP-RESULTADO(WS-EXP-IX)
                CLOSE TarjetasFile
                EXIT PARAGRAPH
          END-READ.
          IF TJ-CANCELADA
             MOVE "YA CANCELADA" TO WS-EXP-RESULTADO(WS-EXP-IX)
             CLOSE TarjetasFile
             EXIT PARAGRAPH
          END-IF.
          MOVE TarjetaRecord TO AUD-ANTES.
          MOVE "B" TO TJ-ESTADO.
          REWRITE TarjetaRecord
             INVALID KEY
                MOVE "ERROR AL BLOQUEAR" TO WS-EXP-RESULTADO(WS-EXP-IX)
                CLOSE TarjetasFile
                EXIT PARAGRAPH
          END-REWRITE.
          MOVE "TARJETAS" TO JRN-ARCHIVO.
          MOVE "R" TO JRN-OPERACION.
          MOVE TarjetaRecord TO JRN-REGISTRO.
          CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
             JRN-REGISTRO.
          MOVE "M" TO AUD-OPERACION.
          MOVE TJ-NRO-TARJ TO AUD-CLAVE.
          MOVE TarjetaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          MOVE "BLOQUEADA" TO WS-EXP-RESULTADO(WS-EXP-IX).

          PERFORM Generar_Nro_Nuevo.
          CLOSE TarjetasFile.
          IF NOT NRO-LIBRE
             MOVE "BLOQ - SIN NRO NUEVO" TO WS-EXP-RESULTADO(WS-EXP-IX)
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-EXP-NRO-TARJ(WS-EXP-IX) TO WS-TARJ-VIEJA.
          CALL 'reemplazotj' USING WS-TARJ-VIEJA, WS-NRO-NUEVO,
             WS-REEMPLAZO-OK, CONTADOR-SALDOS-MIG,
             CONTADOR-CUOTAS-MIG, CONTADOR-RECURRENTES-MIG.
          IF REEMPLAZO-OK
             ADD 1 TO CONTADOR-REEMITIDAS
             MOVE WS-NRO-NUEVO TO WS-EXP-NRO-NUEVA(WS-EXP-IX)
          ELSE
             MOVE "BLOQ - NO REEMITIDA" TO WS-EXP-RESULTADO(WS-EXP-IX)
          END-IF.
      *-----------------------------------------------------------*
      *   Same BIN as the compromised plastic, next account number
      *   of the sequence, check digit per chkluhn - and a number
      *   somebody already holds is skipped.
      *-----------------------------------------------------------*
       Generar_Nro_Nuevo.
          MOVE "N" TO WS-NRO-LIBRE.
          MOVE ZERO TO WS-INTENTOS.
          PERFORM UNTIL NRO-LIBRE OR WS-INTENTOS > 100
             ADD 1 TO WS-INTENTOS
             ADD 1 TO WS-ULTIMA-CUENTA
             MOVE WS-EXP-NRO-TARJ(WS-EXP-IX) TO WS-NRO-NUEVO
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
      *-----------------------------------------------------------*
      *   No sequence file yet = start from the bottom; numbers
      *   already in use are skipped anyway.
      *-----------------------------------------------------------*
       Leer_Secuencia.
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
       Grabar_Secuencia.
          OPEN OUTPUT PanSeqFile.
          MOVE WS-ULTIMA-CUENTA TO PSQ-ULTIMA-CUENTA.
          WRITE PanSeqRecord.
          CLOSE PanSeqFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM CompromisoComercio.
