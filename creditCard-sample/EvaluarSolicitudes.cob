       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EvaluarSolicitudes.
      * AUTHOR:  nacho.
      * Nightly credit scoring of the card applications keyed in
      * MantSolicitudes (CC-SOLICITUDES.DAT, estado I). Each one is
      * checked against what we already know of the documento:
      *   - our own debtor classification (CC-SITUACION.DAT, the
      *     worst situacion of any of the person's cards): 1 scores
      *     as is, 2 takes points off, 3 or worse is declined;
      *   - a write-off on any of the person's cards
      *     (CC-INCOBRABLES.DAT) is declined;
      *   - a blocked card of the person is declined; every live
      *     card (A or P) takes points off, and its limit is
      *     already lent to the person.
      * The declared monthly income falls in a band of the scoring
      * table (CC-SCORING.DAT - ingreso desde, puntos, multiplo;
      * the built-in bands below if the file is missing), which
      * gives the base points and the multiple of income that can
      * be lent. At or over the minimum score
      * (CC-SOLICITUD-PARAM.DAT, 50 if missing) the application is
      * proposed for approval (estado A) with an initial limit of
      * income times the multiple, less the limits already held,
      * capped at the product's maximum and rounded down to the
      * thousand; otherwise it is proposed for decline (estado R)
      * with the reason. Nothing is issued here - an analyst
      * decides each proposal on MantSolicitudes.
      * Declines the analyst confirmed (estado D) get their
      * notification letter on CC-CARTAS-SOLICITUD.DAT, with the
      * reason, once; the letters are cataloged in the report
      * spool (regspool).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SolicitudesFile ASSIGN TO
          "..\files\CC-SOLICITUDES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOL-NRO
          ALTERNATE RECORD KEY IS SOL-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS SolicitudesStatus.

          SELECT OPTIONAL SituacionFile ASSIGN TO
          "..\files\CC-SITUACION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SituacionStatus.

          SELECT OPTIONAL IncobrablesFile ASSIGN TO
          "..\files\CC-INCOBRABLES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS INC-NRO-TARJ
          FILE STATUS IS IncobrablesStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

          *> Income bands - desde, puntos, multiplo del ingreso.
          SELECT ScoringFile ASSIGN TO "..\files\CC-SCORING.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ScoringStatus.

          SELECT ParamSolicitudFile ASSIGN TO
          "..\files\CC-SOLICITUD-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParamSolicitudStatus.

          SELECT CartasFile ASSIGN TO
          "..\files\CC-CARTAS-SOLICITUD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

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

       FD SituacionFile.
       01 SituacionRecord.
         03 SIT-DOCUMENTO                PIC 9(11).
         03 SIT-NRO-TARJ                 PIC 9(16).
         03 SIT-SITUACION                PIC 9(1).
         03 SIT-SALDO                    PIC 9(10)V99.
         03 SIT-MORA-DIAS                PIC 9(5).
         03 SIT-FECHA                    PIC 9(8).

       FD IncobrablesFile.
       01 IncobrableRecord.
         02 INC-NRO-TARJ                 PIC 9(16).
         02 INC-FECHA-QUEBRANTO          PIC X(8).
         02 INC-IMPORTE-CASTIGADO        PIC 9(10)V99.
         02 INC-IMPORTE-RECUPERADO       PIC 9(10)V99.

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

       FD ScoringFile.
       01 ScoringRecord.
         03 SCO-INGRESO-DESDE            PIC 9(10)V99.
         03 SCO-PUNTOS                   PIC 9(3).
         03 SCO-MULTIPLO                 PIC 9(2)V9.

       FD ParamSolicitudFile.
       01 ParamSolicitudRecord.
         03 SPA-BIN                      PIC 9(6).
         03 SPA-PUNTAJE-MINIMO           PIC 9(3).
         03 SPA-VIGENCIA-MESES           PIC 9(2).

       FD CartasFile.
       01 CartaRecord                    PIC X(80).

       WORKING-STORAGE SECTION.
       01   SolicitudesStatus            PIC X(2).
       01   SituacionStatus              PIC X(2).
       01   IncobrablesStatus            PIC X(2).
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   ProductosStatus              PIC X(2).
       01   WS-PRODUCTOS-DISPONIBLE      PIC X(1) VALUE "N".
          88 PRODUCTOS-DISPONIBLE VALUE "S".
       01   ScoringStatus                PIC X(2).
       01   ParamSolicitudStatus         PIC X(2).

       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-EOF-TARJ                  PIC X(1).
          88 EOF-TARJ VALUE "S".

      *> Built-in income bands, used when CC-SCORING.DAT is not
      *> there: desde (pesos), puntos, multiplo (one decimal).
       01   WS-BANDAS-DEFAULT.
            02 FILLER PIC X(18) VALUE "000000000000000000".
            02 FILLER PIC X(18) VALUE "000020000000050010".
            02 FILLER PIC X(18) VALUE "000040000000065015".
            02 FILLER PIC X(18) VALUE "000080000000080020".
            02 FILLER PIC X(18) VALUE "000150000000100025".
       01   WS-BANDAS-DEFAULT-R REDEFINES WS-BANDAS-DEFAULT.
            02 WS-BANDA-DEFAULT OCCURS 5 TIMES PIC X(18).

       01   WS-MAX-BANDAS                PIC 9(2) VALUE 20.
       01   WS-BANDA-COUNT               PIC 9(2) VALUE 0.
       01   WS-BANDA-TABLE.
            02 WS-BANDA-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-BND-IX.
               03 WS-BND-DESDE           PIC 9(10)V99.
               03 WS-BND-PUNTOS          PIC 9(3).
               03 WS-BND-MULTIPLO        PIC 9(2)V9.
       01   WS-BANDA-ELEGIDA             PIC 9(2).
       01   WS-PUNTAJE-MINIMO            PIC 9(3) VALUE 50.

      *> The documentos of tonight's applications, with what the
      *> classification and the write-off files say about each.
       01   WS-MAX-DOCS                  PIC 9(4) VALUE 1000.
       01   WS-DOC-COUNT                 PIC 9(4) VALUE 0.
       01   WS-DOC-TABLE.
            02 WS-DOC-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-DOC-IX.
               03 WS-DOC-DOCUMENTO       PIC 9(11).
               03 WS-DOC-SITUACION       PIC 9(1).
               03 WS-DOC-QUEBRANTO       PIC X(1).
                 88 DOC-CON-QUEBRANTO    VALUE "S".
       01   WS-DOC-BUSCADO               PIC 9(11).
       01   WS-DOC-HALLADO               PIC X(1).
          88 DOC-HALLADO VALUE "S".

      *> One application's scoring.
       01   WS-PUNTAJE                   PIC S9(4).
       01   WS-LIMITES-VIGENTES          PIC 9(12)V99.
       01   WS-CANT-VIGENTES             PIC 9(3).
       01   WS-CON-BLOQUEADA             PIC X(1).
          88 CON-BLOQUEADA VALUE "S".
       01   WS-LIMITE-CALC               PIC S9(12)V99.
       01   WS-MILES                     PIC 9(10).
       01   WS-DECLINA                   PIC X(1).
          88 DECLINA VALUE "S".

       01   CONTADOR-EVALUADAS           PIC 9(6) VALUE ZERO.
       01   CONTADOR-A-APROBAR           PIC 9(6) VALUE ZERO.
       01   CONTADOR-A-RECHAZAR          PIC 9(6) VALUE ZERO.
       01   CONTADOR-CARTAS              PIC 9(6) VALUE ZERO.
       01   CONTADOR-SIN-EVALUAR         PIC 9(6) VALUE ZERO.

      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE
            "CC-CARTAS-SOLICITUD".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "EVALUARSOLICITUDES".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-CARTAS-SOLICITUD.DAT".
       01   SPL-RETENCION                PIC X(1) VALUE "A".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(8).
       01   WS-FECHA-ARMADA.
         03 WS-FA-ANIO                   PIC X(4).
         03 WS-FA-MES                    PIC X(2).
         03 WS-FA-DIA                    PIC X(2).
       01   WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA PIC 9(8).

       01 carta_linea                    PIC X(80).

       PROCEDURE DIVISION.
       Begin.
          MOVE "EVAL-SOLICITUDES" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.

          OPEN I-O SolicitudesFile.
          IF SolicitudesStatus NOT = "00"
             AND SolicitudesStatus NOT = "05"
             DISPLAY "** Error abriendo CC-SOLICITUDES.DAT - status "
                SolicitudesStatus
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             CLOSE SolicitudesFile
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             SET PRODUCTOS-DISPONIBLE TO TRUE
          END-IF.
          PERFORM Cargar_Bandas.
          PERFORM Cargar_Parametros.

          PERFORM Cargar_Documentos.
          PERFORM Marcar_Situacion.
          PERFORM Marcar_Quebrantos.

          OPEN OUTPUT CartasFile.
          PERFORM Procesar_Solicitudes.
          CLOSE CartasFile.

          CLOSE SolicitudesFile, TarjetasFile.
          IF PRODUCTOS-DISPONIBLE
             CLOSE ProductosFile
          END-IF.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.

          DISPLAY "Solicitudes evaluadas:       " CONTADOR-EVALUADAS.
          DISPLAY "  propuestas para aprobar:   " CONTADOR-A-APROBAR.
          DISPLAY "  propuestas para rechazar:  " CONTADOR-A-RECHAZAR.
          DISPLAY "Cartas de rechazo emitidas:  " CONTADOR-CARTAS.
          IF CONTADOR-SIN-EVALUAR > ZERO
             DISPLAY "** Tabla de documentos llena - solicitudes "
                "para la proxima corrida: " CONTADOR-SIN-EVALUAR
          END-IF.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-EVALUADAS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Terminar_Con_Error.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "ERROR" TO JOBLOG-ESTADO.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 16 TO RETURN-CODE.
      *-----------------------------------------------------------*
      *   The scoring table on file, or the built-in bands.
      *-----------------------------------------------------------*
       Cargar_Bandas.
          MOVE ZERO TO WS-BANDA-COUNT.
          OPEN INPUT ScoringFile.
          IF ScoringStatus = "00"
             MOVE "N" TO WS-EOF
             PERFORM UNTIL FIN-ARCHIVO
                READ ScoringFile
                   AT END SET FIN-ARCHIVO TO TRUE
                END-READ
                IF NOT FIN-ARCHIVO AND SCO-INGRESO-DESDE NUMERIC
                   AND WS-BANDA-COUNT < WS-MAX-BANDAS
                   ADD 1 TO WS-BANDA-COUNT
                   SET WS-BND-IX TO WS-BANDA-COUNT
                   MOVE ScoringRecord TO WS-BANDA-ENTRY(WS-BND-IX)
                END-IF
             END-PERFORM
             CLOSE ScoringFile
          END-IF.
          IF WS-BANDA-COUNT = ZERO
             PERFORM VARYING WS-BND-IX FROM 1 BY 1
                UNTIL WS-BND-IX > 5
                MOVE WS-BANDA-DEFAULT(WS-BND-IX)
                   TO WS-BANDA-ENTRY(WS-BND-IX)
             END-PERFORM
             MOVE 5 TO WS-BANDA-COUNT
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Parametros.
          OPEN INPUT ParamSolicitudFile.
          IF ParamSolicitudStatus = "00"
             READ ParamSolicitudFile
                AT END CONTINUE
                NOT AT END
                   IF SPA-PUNTAJE-MINIMO NUMERIC
                      AND SPA-PUNTAJE-MINIMO > ZERO
                      MOVE SPA-PUNTAJE-MINIMO TO WS-PUNTAJE-MINIMO
                   END-IF
             END-READ
             CLOSE ParamSolicitudFile
          END-IF.
      *-----------------------------------------------------------*
      *   One row per documento with an application waiting.
      *-----------------------------------------------------------*
       Cargar_Documentos.
          MOVE "N" TO WS-EOF.
          MOVE ZERO TO SOL-NRO.
          START SolicitudesFile KEY IS NOT LESS THAN SOL-NRO
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ SolicitudesFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND SOL-INGRESADA
                MOVE SOL-DOCUMENTO TO WS-DOC-BUSCADO
                PERFORM Buscar_Documento
                IF NOT DOC-HALLADO
                   AND WS-DOC-COUNT < WS-MAX-DOCS
                   ADD 1 TO WS-DOC-COUNT
                   SET WS-DOC-IX TO WS-DOC-COUNT
                   MOVE SOL-DOCUMENTO TO WS-DOC-DOCUMENTO(WS-DOC-IX)
                   MOVE 1 TO WS-DOC-SITUACION(WS-DOC-IX)
                   MOVE "N" TO WS-DOC-QUEBRANTO(WS-DOC-IX)
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Documento.
          MOVE "N" TO WS-DOC-HALLADO.
          PERFORM VARYING WS-DOC-IX FROM 1 BY 1
             UNTIL WS-DOC-IX > WS-DOC-COUNT OR DOC-HALLADO
             IF WS-DOC-DOCUMENTO(WS-DOC-IX) = WS-DOC-BUSCADO
                SET DOC-HALLADO TO TRUE
             END-IF
          END-PERFORM.
          IF DOC-HALLADO
             SET WS-DOC-IX DOWN BY 1
          END-IF.
      *-----------------------------------------------------------*
      *   The worst situacion of any of the person's cards on the
      *   last classification. No file yet = nobody is classified.
      *-----------------------------------------------------------*
       Marcar_Situacion.
          OPEN INPUT SituacionFile.
          IF SituacionStatus NOT = "00"
             IF SituacionStatus = "05"
                CLOSE SituacionFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ SituacionFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND SIT-SITUACION NUMERIC
                MOVE SIT-DOCUMENTO TO WS-DOC-BUSCADO
                PERFORM Buscar_Documento
                IF DOC-HALLADO
                   AND SIT-SITUACION > WS-DOC-SITUACION(WS-DOC-IX)
                   MOVE SIT-SITUACION TO WS-DOC-SITUACION(WS-DOC-IX)
                END-IF
             END-IF
          END-PERFORM.
          CLOSE SituacionFile.
      *-----------------------------------------------------------*
      *   Write-offs are kept by card - each one is traced back to
      *   its documento through the card master.
      *-----------------------------------------------------------*
       Marcar_Quebrantos.
          OPEN INPUT IncobrablesFile.
          IF IncobrablesStatus NOT = "00"
             IF IncobrablesStatus = "05"
                CLOSE IncobrablesFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ IncobrablesFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                MOVE INC-NRO-TARJ TO TJ-NRO-TARJ
                READ TarjetasFile
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE TJ-DOCUMENTO TO WS-DOC-BUSCADO
                      PERFORM Buscar_Documento
                      IF DOC-HALLADO
                         SET DOC-CON-QUEBRANTO(WS-DOC-IX) TO TRUE
                      END-IF
                END-READ
             END-IF
          END-PERFORM.
          CLOSE IncobrablesFile.
      *-----------------------------------------------------------*
      *   Applications waiting for a score, and confirmed declines
      *   still owed their letter.
      *-----------------------------------------------------------*
       Procesar_Solicitudes.
          MOVE "N" TO WS-EOF.
          MOVE ZERO TO SOL-NRO.
          START SolicitudesFile KEY IS NOT LESS THAN SOL-NRO
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ SolicitudesFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                EVALUATE TRUE
                   WHEN SOL-INGRESADA
                      PERFORM Evaluar_Solicitud
                   WHEN SOL-DENEGADA AND SOL-FECHA-CARTA = ZERO
                      PERFORM Emitir_Carta
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Evaluar_Solicitud.
          MOVE SOL-DOCUMENTO TO WS-DOC-BUSCADO.
          PERFORM Buscar_Documento.
          IF NOT DOC-HALLADO
             ADD 1 TO CONTADOR-SIN-EVALUAR
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO CONTADOR-EVALUADAS.
          MOVE "N" TO WS-DECLINA.
          MOVE SPACES TO SOL-MOTIVO.
          MOVE ZERO TO SOL-LIMITE.
          MOVE WS-DOC-SITUACION(WS-DOC-IX) TO SOL-SITUACION.
          PERFORM Revisar_Tarjetas_Propias.
          PERFORM Elegir_Banda.
          MOVE WS-BND-PUNTOS(WS-BANDA-ELEGIDA) TO WS-PUNTAJE.
          IF SOL-SITUACION = 2
             SUBTRACT 30 FROM WS-PUNTAJE
          END-IF.
          COMPUTE WS-PUNTAJE = WS-PUNTAJE - (WS-CANT-VIGENTES * 10).
          IF WS-PUNTAJE < ZERO
             MOVE ZERO TO WS-PUNTAJE
          END-IF.
          MOVE WS-PUNTAJE TO SOL-PUNTAJE.

          EVALUATE TRUE
             WHEN DOC-CON-QUEBRANTO(WS-DOC-IX)
                MOVE "QUEBRANTO REGISTRADO" TO SOL-MOTIVO
             WHEN SOL-SITUACION > 2
                STRING "SITUACION CREDITICIA " SOL-SITUACION
                   DELIMITED BY SIZE INTO SOL-MOTIVO
             WHEN CON-BLOQUEADA
                MOVE "TARJETA BLOQUEADA VIGENTE" TO SOL-MOTIVO
             WHEN WS-PUNTAJE < WS-PUNTAJE-MINIMO
                MOVE "PUNTAJE INSUFICIENTE" TO SOL-MOTIVO
             WHEN OTHER
                PERFORM Calcular_Limite
          END-EVALUATE.

          IF SOL-MOTIVO = SPACES
             SET SOL-APROBACION-PROPUESTA TO TRUE
             ADD 1 TO CONTADOR-A-APROBAR
          ELSE
             MOVE ZERO TO SOL-LIMITE
             SET SOL-RECHAZO-PROPUESTO TO TRUE
             ADD 1 TO CONTADOR-A-RECHAZAR
          END-IF.
          REWRITE SolicitudRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar la evaluacion de la "
                   "solicitud " SOL-NRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *   Every plastic already issued to the documento: a blocked
      *   one stops the application, the live ones count against
      *   the score and their limits against the new line.
      *-----------------------------------------------------------*
       Revisar_Tarjetas_Propias.
          MOVE ZERO TO WS-CANT-VIGENTES.
          MOVE ZERO TO WS-LIMITES-VIGENTES.
          MOVE "N" TO WS-CON-BLOQUEADA.
          MOVE "N" TO WS-EOF-TARJ.
          MOVE SOL-DOCUMENTO TO TJ-DOCUMENTO.
          START TarjetasFile KEY IS EQUAL TO TJ-DOCUMENTO
             INVALID KEY SET EOF-TARJ TO TRUE
          END-START.
          PERFORM UNTIL EOF-TARJ
             READ TarjetasFile NEXT RECORD
                AT END SET EOF-TARJ TO TRUE
             END-READ
             IF NOT EOF-TARJ
                IF TJ-DOCUMENTO NOT = SOL-DOCUMENTO
                   SET EOF-TARJ TO TRUE
                ELSE
                   EVALUATE TRUE
                      WHEN TJ-BLOQUEADA
                         SET CON-BLOQUEADA TO TRUE
                      WHEN TJ-ACTIVA OR TJ-PENDIENTE-ACTIV
                         ADD 1 TO WS-CANT-VIGENTES
                         ADD TJ-LIMITE TO WS-LIMITES-VIGENTES
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   The highest band whose floor the declared income reaches.
      *-----------------------------------------------------------*
       Elegir_Banda.
          MOVE 1 TO WS-BANDA-ELEGIDA.
          PERFORM VARYING WS-BND-IX FROM 1 BY 1
             UNTIL WS-BND-IX > WS-BANDA-COUNT
             IF SOL-INGRESO NOT < WS-BND-DESDE(WS-BND-IX)
                AND WS-BND-DESDE(WS-BND-IX)
                   NOT < WS-BND-DESDE(WS-BANDA-ELEGIDA)
                SET WS-BANDA-ELEGIDA TO WS-BND-IX
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Income times the band's multiple, less what is already
      *   lent, no more than the product allows, in whole thousands.
      *-----------------------------------------------------------*
       Calcular_Limite.
          COMPUTE WS-LIMITE-CALC =
             SOL-INGRESO * WS-BND-MULTIPLO(WS-BANDA-ELEGIDA)
             - WS-LIMITES-VIGENTES.
          IF PRODUCTOS-DISPONIBLE
             MOVE SOL-PRODUCTO TO PRD-CODIGO
             READ ProductosFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PRD-LIMITE-MAXIMO > ZERO
                      AND WS-LIMITE-CALC > PRD-LIMITE-MAXIMO
                      MOVE PRD-LIMITE-MAXIMO TO WS-LIMITE-CALC
                   END-IF
             END-READ
          END-IF.
          IF WS-LIMITE-CALC < 1000
             MOVE "SIN MARGEN PARA NUEVO LIMITE" TO SOL-MOTIVO
          ELSE
             DIVIDE WS-LIMITE-CALC BY 1000 GIVING WS-MILES
             COMPUTE SOL-LIMITE = WS-MILES * 1000
          END-IF.
      *-----------------------------------------------------------*
      *   One letter per confirmed decline, to the applicant's
      *   address, with the reason the analyst confirmed.
      *-----------------------------------------------------------*
       Emitir_Carta.
          MOVE "SOLICITUD DE TARJETA DE CREDITO" TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          STRING "Fecha: " WS-DATE-DAY "/" WS-DATE-MONTH "/"
             WS-DATE-YEAR DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          WRITE CartaRecord FROM SOL-NOMBRE.
          WRITE CartaRecord FROM SOL-CALLE.
          MOVE SPACES TO carta_linea.
          STRING SOL-LOCALIDAD " (" SOL-COD-POSTAL ")"
             DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "De nuestra consideracion:" TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SOL-FECHA TO WS-FECHA-ARMADA-N.
          MOVE SPACES TO carta_linea.
          STRING "Lamentamos informarle que su solicitud Nro "
             SOL-NRO " del " WS-FA-DIA "/" WS-FA-MES "/"
             WS-FA-ANIO DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "no ha sido aprobada por el siguiente motivo:"
             TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          STRING "   " SOL-MOTIVO DELIMITED BY SIZE INTO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "Puede presentar una nueva solicitud cuando su "
             TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "situacion haya cambiado." TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE "Atentamente," TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE SPACES TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          MOVE ALL "-" TO carta_linea.
          WRITE CartaRecord FROM carta_linea.
          ADD 1 TO CONTADOR-CARTAS.
          MOVE WS-FECHA-HOY-N TO SOL-FECHA-CARTA.
          REWRITE SolicitudRecord
             INVALID KEY
                DISPLAY "** No se pudo marcar la carta de la "
                   "solicitud " SOL-NRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM EvaluarSolicitudes.
