      * step whose predecessor did not finish OK stops the chain,
      * and a rerun RESUMES: steps already logged F/OK today are
      * skipped instead of re-running the whole night.
      * A step flagged solo-habil (the bank-facing ones: debit
      * orders, merchant payment orders) does not run on a night
      * whose date is a weekend or a feriado of the shared
      * calendar (diahabil); it counts as outside tonight's
      * calendar, so the steps after it still run.
      * A step flagged independiente (the partitions of a
      * partitioned statement close) does not stop the chain when
      * it fails: it is logged ERROR, the steps after it still
      * run, and the night ends RETURN-CODE 16. A predecessor
      * ending in "*" waits for every step whose name starts that
      * way - the union step of the close waits on all its
      * partitions, and a failed partition stops the chain there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 PLN-DIARIO                 VALUE "D".
           88 PLN-CIERRE                 VALUE "C".
           88 PLN-MENSUAL                VALUE "M".
         03 PLN-SOLO-HABIL               PIC X(1).
           88 PLN-SOLO-DIA-HABIL         VALUE "S".
         03 PLN-INDEPENDIENTE            PIC X(1).
           88 PLN-PASO-INDEPENDIENTE     VALUE "S".

       FD PlanTipoFile.
       01 PlanTipoRecord.

       01   WS-TIPO-NOCHE                PIC X(1) VALUE "D".

       01   WS-MAX-PASOS                 PIC 9(2) VALUE 60.
       01   WS-PASOS-COUNT               PIC 9(2) VALUE 0.
       01   WS-PASOS-TABLE.
            02 WS-PASO-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-PAS-IX.
               03 WS-PAS-PASO            PIC X(20).
               03 WS-PAS-PROGRAMA        PIC X(30).
               03 WS-PAS-PREDECESOR      PIC X(20).
               03 WS-PAS-CALENDARIO      PIC X(1).
               03 WS-PAS-SOLO-HABIL      PIC X(1).
               03 WS-PAS-INDEPENDIENTE   PIC X(1).
      *> "P" pendiente, "O" termino OK (esta noche o en la corrida
      *> interrumpida que este rerun retoma), "S" fuera del
      *> calendario de esta noche, "E" paso independiente que
      *> fallo.
               03 WS-PAS-RESULTADO       PIC X(1).

       01   WS-IX-BUSCADA                PIC 9(2).
       01   WS-PRED-OK                   PIC X(1).
          88 PRED-OK VALUE "S".
       01   WS-PRED-LARGO                PIC 9(2).
       01   WS-PRED-HALLADOS             PIC 9(2).
       01   WS-PRED-PENDIENTES           PIC 9(2).
       01   WS-PROGRAMA                  PIC X(30).
       01   CONT-EJECUTADOS              PIC 9(2) VALUE ZERO.
       01   CONT-RETOMADOS               PIC 9(2) VALUE ZERO.
       01   CONT-NO-HABIL                PIC 9(2) VALUE ZERO.
       01   CONT-FALLIDOS                PIC 9(2) VALUE ZERO.

      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).
       01   WS-HOY-HABIL                 PIC X(1) VALUE "S".
          88 HOY-HABIL VALUE "S".

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          MOVE "S" TO BLOQ-ACCION.
          PERFORM Senalar_Subsistemas.
          PERFORM Cargar_Tipo_Noche.
          PERFORM Verificar_Dia_Habil.
          PERFORM Cargar_Plan.
          IF WS-PASOS-COUNT = ZERO
             DISPLAY "** PLAN-NOCTURNO.DAT vacio o ausente - nada "
          PERFORM Senalar_Subsistemas.
          DISPLAY "Cadena nocturna completa - ejecutados "
             CONT-EJECUTADOS " pasos, retomados "
             CONT-RETOMADOS " ya completos, "
             CONT-NO-HABIL " salteados por dia no habil".
          IF CONT-FALLIDOS > ZERO
             DISPLAY "** " CONT-FALLIDOS " pasos independientes "
                "terminaron con error - ver JOB-LOG.DAT; el proximo "
                "arranque los retoma **"
             MOVE 16 TO RETURN-CODE
          END-IF.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
                   TO WS-PAS-PREDECESOR(WS-PASOS-COUNT)
                MOVE PLN-CALENDARIO
                   TO WS-PAS-CALENDARIO(WS-PASOS-COUNT)
                MOVE PLN-SOLO-HABIL
                   TO WS-PAS-SOLO-HABIL(WS-PASOS-COUNT)
                MOVE PLN-INDEPENDIENTE
                   TO WS-PAS-INDEPENDIENTE(WS-PASOS-COUNT)
                PERFORM Calificar_Calendario
             END-IF
          END-PERFORM.
             WHEN OTHER
                MOVE "S" TO WS-PAS-RESULTADO(WS-PASOS-COUNT)
          END-EVALUATE.
          IF WS-PAS-SOLO-HABIL(WS-PASOS-COUNT) = "S"
             AND NOT HOY-HABIL
             AND WS-PAS-RESULTADO(WS-PASOS-COUNT) = "P"
             MOVE "S" TO WS-PAS-RESULTADO(WS-PASOS-COUNT)
             ADD 1 TO CONT-NO-HABIL
             DISPLAY "Paso '" WS-PAS-PASO(WS-PASOS-COUNT)
                "' solo corre en dia habil - se saltea hoy"
          END-IF.
      *-----------------------------------------------------------*
      *   Weekends and feriados both count as not habil; a date
      *   the calendar cannot judge is taken as habil, so the
      *   chain never silently drops a step.
      *-----------------------------------------------------------*
       Verificar_Dia_Habil.
          MOVE "H" TO CAL-FUNCION.
          MOVE WS-FECHA-HOY TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "N" OR CAL-RESULTADO = "F"
             MOVE "N" TO WS-HOY-HABIL
             DISPLAY "Hoy no es dia habil (" CAL-RESULTADO ")"
          END-IF.
      *-----------------------------------------------------------*
      *   Resume: a step already logged F/OK today does not run
      *   again - the rerun picks up at the first step that never
                   WS-PROGRAMA
                MOVE 16 TO RETURN-CODE
          END-CALL.
      *> A fresh copy for the next step - several steps may CALL
      *> the same program (the partitions of the close).
          CANCEL WS-PROGRAMA.

          IF RETURN-CODE NOT = 0
             AND WS-PAS-INDEPENDIENTE(WS-PAS-IX) = "S"
             DISPLAY "** Paso independiente '" WS-PAS-PASO(WS-PAS-IX)
                "' termino con RETURN-CODE " RETURN-CODE
                " - la cadena sigue"
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE "E" TO WS-PAS-RESULTADO(WS-PAS-IX)
             ADD 1 TO CONT-FALLIDOS
             MOVE 0 TO RETURN-CODE
             EXIT PARAGRAPH
          END-IF.

          IF RETURN-CODE NOT = 0
             DISPLAY "** Paso '" WS-PAS-PASO(WS-PAS-IX)
      *-----------------------------------------------------------*
      *   A predecessor outside tonight's calendar counts as
      *   satisfied - a daily step must not wait for a month-end
      *   one on an ordinary night. "CIERRE-P*" is satisfied only
      *   when every step named CIERRE-P... is.
      *-----------------------------------------------------------*
       Verificar_Predecesor.
          SET PRED-OK TO TRUE.
             CONTINUE
          ELSE
             MOVE "N" TO WS-PRED-OK
             MOVE ZERO TO WS-PRED-LARGO
             INSPECT WS-PAS-PREDECESOR(WS-PAS-IX) TALLYING
                WS-PRED-LARGO FOR CHARACTERS BEFORE INITIAL "*"
             MOVE ZERO TO WS-PRED-HALLADOS
             MOVE ZERO TO WS-PRED-PENDIENTES
             PERFORM VARYING WS-IX-BUSCADA FROM 1 BY 1
                UNTIL WS-IX-BUSCADA > WS-PASOS-COUNT
                   OR WS-PRED-LARGO = ZERO
                IF WS-IX-BUSCADA NOT = WS-PAS-IX
                   AND WS-PAS-PASO(WS-IX-BUSCADA)(1:WS-PRED-LARGO)
                   = WS-PAS-PREDECESOR(WS-PAS-IX)(1:WS-PRED-LARGO)
                   ADD 1 TO WS-PRED-HALLADOS
                   IF WS-PAS-RESULTADO(WS-IX-BUSCADA) NOT = "O"
                      AND WS-PAS-RESULTADO(WS-IX-BUSCADA) NOT = "S"
                      ADD 1 TO WS-PRED-PENDIENTES
                   END-IF
                END-IF
             END-PERFORM
             IF WS-PRED-HALLADOS > ZERO
                AND WS-PRED-PENDIENTES = ZERO
                SET PRED-OK TO TRUE
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
