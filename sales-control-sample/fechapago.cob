       IDENTIFICATION DIVISION.
       PROGRAM-ID. fechapago.
      * AUTHOR:  nacho.
      * Payment date of a sale under the comercio's plazo de
      * acreditacion. COMERCIO-PLAZOS.DAT carries the business days
      * per rubro (comercio 000000) and, for comercios whose
      * contract says otherwise, a line for that comercio alone,
      * which wins over its rubro. No line at all means the sale
      * is due the day it was made, as every sale used to be.
      * Business days come from the shared calendar (diahabil):
      * weekends and the feriados of FERIADOS.DAT are skipped, and
      * a sale due on a day the bank is closed is paid the next
      * business day.
      *   LS-RUBRO:       the comercio's cod-rubro.
      *   LS-COMERCIO:    the comercio number.
      *   LS-FECHA-VENTA: Ventas-fecha, YYYYMMDD.
      *   LS-FECHA-PAGO:  returned payment date, YYYYMMDD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PlazosFile ASSIGN TO
          "..\files\COMERCIO-PLAZOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PlazosFS.

       DATA DIVISION.
       FILE SECTION.

       FD PlazosFile.
       01 PlazoRecord.
         02 Plazo-rubro                  PIC 9(4).
         02 Plazo-comercio               PIC 9(6).
         02 Plazo-dias                   PIC 9(2).

       WORKING-STORAGE SECTION.
       01   PlazosFS                     PIC X(2).
          88 Plazos-OK                VALUE "00".
       01   WS-PLAZOS-EOF                PIC X(1) VALUE "N".
          88 PLAZOS-EOF               VALUE "S".

      *> Working storage persists between CALLs: the table is read
      *> on the first call of the run, and the last answer is kept
      *> since the callers walk ventas in key order - one comercio
      *> and one date at a time.
       01   WS-RESIDENTE                 PIC X(1) VALUE "N".
          88 RESIDENTE VALUE "S".
       01   WS-MAX-PLAZOS                PIC 9(3) VALUE 200.
       01   WS-PLAZOS-COUNT              PIC 9(3) VALUE 0.
       01   WS-PLAZOS-TABLE.
            02 WS-PLZ-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PLZ-IX.
               03 WS-PLZ-RUBRO           PIC 9(4).
               03 WS-PLZ-COMERCIO        PIC 9(6).
               03 WS-PLZ-DIAS            PIC 9(2).
       01   WS-ULT-COMERCIO              PIC 9(6) VALUE ZERO.
       01   WS-ULT-RUBRO                 PIC 9(4) VALUE ZERO.
       01   WS-ULT-FECHA                 PIC X(8) VALUE SPACES.
       01   WS-ULT-PAGO                  PIC 9(8) VALUE ZERO.

       01   WS-DIAS                      PIC 9(2).
       01   WS-DIAS-RUBRO                PIC 9(2).
       01   WS-HALLADO                   PIC X(1).
          88 HALLADO VALUE "S".

      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).

       LINKAGE SECTION.
       01 LS-RUBRO                       PIC 9(4).
       01 LS-COMERCIO                    PIC 9(6).
       01 LS-FECHA-VENTA                 PIC X(8).
       01 LS-FECHA-PAGO                  PIC 9(8).

       PROCEDURE DIVISION USING LS-RUBRO, LS-COMERCIO,
                                LS-FECHA-VENTA, LS-FECHA-PAGO.

          IF NOT RESIDENTE
             PERFORM Cargar_Plazos
             SET RESIDENTE TO TRUE
          END-IF.

          IF LS-COMERCIO = WS-ULT-COMERCIO
             AND LS-RUBRO = WS-ULT-RUBRO
             AND LS-FECHA-VENTA = WS-ULT-FECHA
             MOVE WS-ULT-PAGO TO LS-FECHA-PAGO
             EXIT PROGRAM
          END-IF.

      *> A date that is not a date is paid as it stands - the
      *> settlement will flag nothing, but it will not abend.
          IF LS-FECHA-VENTA NOT NUMERIC
             MOVE ZERO TO LS-FECHA-PAGO
             EXIT PROGRAM
          END-IF.
          MOVE LS-FECHA-VENTA TO CAL-FECHA.

      *> The comercio's own line wins; the rubro's is the fallback.
          MOVE ZERO TO WS-DIAS.
          MOVE ZERO TO WS-DIAS-RUBRO.
          MOVE "N" TO WS-HALLADO.
          PERFORM VARYING WS-PLZ-IX FROM 1 BY 1
             UNTIL WS-PLZ-IX > WS-PLAZOS-COUNT OR HALLADO
             IF WS-PLZ-COMERCIO(WS-PLZ-IX) = LS-COMERCIO
                MOVE WS-PLZ-DIAS(WS-PLZ-IX) TO WS-DIAS
                SET HALLADO TO TRUE
             ELSE
                IF WS-PLZ-COMERCIO(WS-PLZ-IX) = ZERO
                   AND WS-PLZ-RUBRO(WS-PLZ-IX) = LS-RUBRO
                   MOVE WS-PLZ-DIAS(WS-PLZ-IX) TO WS-DIAS-RUBRO
                END-IF
             END-IF
          END-PERFORM.
          IF NOT HALLADO
             MOVE WS-DIAS-RUBRO TO WS-DIAS
          END-IF.

          MOVE "S" TO CAL-FUNCION.
          MOVE WS-DIAS TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO LS-FECHA-PAGO
          ELSE
             MOVE ZERO TO LS-FECHA-PAGO
          END-IF.

          MOVE LS-COMERCIO TO WS-ULT-COMERCIO.
          MOVE LS-RUBRO TO WS-ULT-RUBRO.
          MOVE LS-FECHA-VENTA TO WS-ULT-FECHA.
          MOVE LS-FECHA-PAGO TO WS-ULT-PAGO.
       EXIT PROGRAM.

      *-----------------------------------------------------------*
      *   One pass over the plazo file per run.
      *-----------------------------------------------------------*
       Cargar_Plazos.
          MOVE 0 TO WS-PLAZOS-COUNT.
          MOVE "N" TO WS-PLAZOS-EOF.
          OPEN INPUT PlazosFile.
          IF Plazos-OK
             PERFORM UNTIL PLAZOS-EOF
                    OR WS-PLAZOS-COUNT = WS-MAX-PLAZOS
                READ PlazosFile
                   AT END SET PLAZOS-EOF TO TRUE
                END-READ
                IF NOT PLAZOS-EOF
                   ADD 1 TO WS-PLAZOS-COUNT
                   MOVE Plazo-rubro
                      TO WS-PLZ-RUBRO(WS-PLAZOS-COUNT)
                   MOVE Plazo-comercio
                      TO WS-PLZ-COMERCIO(WS-PLAZOS-COUNT)
                   MOVE Plazo-dias
                      TO WS-PLZ-DIAS(WS-PLAZOS-COUNT)
                END-IF
             END-PERFORM
             CLOSE PlazosFile
          END-IF.
