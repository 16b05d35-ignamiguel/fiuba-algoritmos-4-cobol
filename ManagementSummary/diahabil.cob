       IDENTIFICATION DIVISION.
       PROGRAM-ID. diahabil.
      * AUTHOR:  nacho.
      * Shared business-day calendar, CALLed like chkperiodo. A day
      * is habil when it is neither a Saturday nor a Sunday nor a
      * feriado of FERIADOS.DAT (kept by MantFeriados). The statement
      * close, the debit orders, the merchant payment dates, the
      * client due dates and the novelty merge all ask here, so no
      * date the system promises lands on a Sunday or a feriado.
      * Working storage keeps the holiday table across CALLs.
      *   LS-FUNCION:   "H" is LS-FECHA a business day?
      *                 "S" the business day LS-DIAS business days
      *                     after LS-FECHA (0: LS-FECHA itself, or
      *                     the next business day if it is not one)
      *                 "A" the same, backwards
      *                 "D" business days in (LS-FECHA, LS-FECHA-RES]
      *                     returned in LS-DIAS
      *   LS-FECHA:     AAAAMMDD the question starts from.
      *   LS-DIAS:      business days to move ("S"/"A"), or the
      *                 count returned ("D").
      *   LS-FECHA-RES: the date returned ("S"/"A"), or the end of
      *                 the range ("D").
      *   LS-RESULTADO: "S" habil / "F" feriado / "N" fin de semana
      *                 for "H"; "S" done / "E" bad date otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT FeriadosFile ASSIGN TO "..\files\FERIADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FeriadosStatus.

       DATA DIVISION.
       FILE SECTION.

       FD FeriadosFile.
       01 FeriadoRecord.
         03 FER-FECHA                    PIC 9(8).
         03 FER-DESCRIPCION              PIC X(30).

       WORKING-STORAGE SECTION.
       01   FeriadosStatus               PIC X(2).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-CARGADO                   PIC X(1) VALUE "N".
          88 CARGADO VALUE "S".
       01   WS-MAX-FER                   PIC 9(3) VALUE 300.
       01   WS-FER-COUNT                 PIC 9(3) VALUE 0.
       01   WS-FER-TABLE.
            02 WS-FER-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-FER-IX.
               03 WS-FER-FECHA           PIC 9(8).

       01   WS-FECHA-N                   PIC 9(8).
       01   WS-DIA-INT                   PIC 9(7).
       01   WS-DIA-FIN                   PIC 9(7).
       01   WS-DIA-BASE                  PIC 9(7).
       01   WS-DIA-SEMANA                PIC 9(1).
       01   WS-COCIENTE                  PIC 9(7).
       01   WS-CONTADOS                  PIC 9(5).
       01   WS-TIPO-DIA                  PIC X(1).
          88 DIA-HABIL VALUE "S".

       LINKAGE SECTION.
       01 LS-FUNCION                     PIC X(1).
       01 LS-FECHA                       PIC 9(8).
       01 LS-DIAS                        PIC 9(5).
       01 LS-FECHA-RES                   PIC 9(8).
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-FUNCION, LS-FECHA, LS-DIAS,
                                LS-FECHA-RES, LS-RESULTADO.
          IF NOT CARGADO
             PERFORM Cargar_Feriados
             SET CARGADO TO TRUE
          END-IF.

          MOVE "E" TO LS-RESULTADO.
          IF LS-FECHA NOT NUMERIC OR LS-FECHA = ZERO
             EXIT PROGRAM
          END-IF.
          MOVE LS-FECHA TO WS-FECHA-N.
          COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-N).
          IF WS-DIA-INT = ZERO
             EXIT PROGRAM
          END-IF.

          EVALUATE LS-FUNCION
             WHEN "H"
                PERFORM Tipo_De_Dia
                MOVE WS-TIPO-DIA TO LS-RESULTADO
             WHEN "S"
                PERFORM Avanzar_Dias
                MOVE "S" TO LS-RESULTADO
             WHEN "A"
                PERFORM Retroceder_Dias
                MOVE "S" TO LS-RESULTADO
             WHEN "D"
                PERFORM Contar_Dias
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
       EXIT PROGRAM.

      *-----------------------------------------------------------*
      *   Zero days still means "a business day": a date that is
      *   not one rolls forward to the next that is.
      *-----------------------------------------------------------*
       Avanzar_Dias.
          PERFORM Tipo_De_Dia.
          PERFORM UNTIL DIA-HABIL
             ADD 1 TO WS-DIA-INT
             PERFORM Tipo_De_Dia
          END-PERFORM.
          MOVE ZERO TO WS-CONTADOS.
          PERFORM UNTIL WS-CONTADOS >= LS-DIAS
             ADD 1 TO WS-DIA-INT
             PERFORM Tipo_De_Dia
             IF DIA-HABIL
                ADD 1 TO WS-CONTADOS
             END-IF
          END-PERFORM.
          COMPUTE LS-FECHA-RES = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Retroceder_Dias.
          PERFORM Tipo_De_Dia.
          PERFORM UNTIL DIA-HABIL
             SUBTRACT 1 FROM WS-DIA-INT
             PERFORM Tipo_De_Dia
          END-PERFORM.
          MOVE ZERO TO WS-CONTADOS.
          PERFORM UNTIL WS-CONTADOS >= LS-DIAS
             SUBTRACT 1 FROM WS-DIA-INT
             PERFORM Tipo_De_Dia
             IF DIA-HABIL
                ADD 1 TO WS-CONTADOS
             END-IF
          END-PERFORM.
          COMPUTE LS-FECHA-RES = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
      *-----------------------------------------------------------*
      *   The start day does not count, the end day does - the
      *   days a payment made on LS-FECHA takes to clear.
      *-----------------------------------------------------------*
       Contar_Dias.
          MOVE ZERO TO LS-DIAS.
          IF LS-FECHA-RES NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
          MOVE LS-FECHA-RES TO WS-FECHA-N.
          COMPUTE WS-DIA-FIN = FUNCTION INTEGER-OF-DATE(WS-FECHA-N).
          IF WS-DIA-FIN = ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE ZERO TO WS-CONTADOS.
          PERFORM UNTIL WS-DIA-INT >= WS-DIA-FIN
             ADD 1 TO WS-DIA-INT
             PERFORM Tipo_De_Dia
             IF DIA-HABIL
                ADD 1 TO WS-CONTADOS
             END-IF
          END-PERFORM.
          MOVE WS-CONTADOS TO LS-DIAS.
          MOVE "S" TO LS-RESULTADO.
      *-----------------------------------------------------------*
      *   Day 1 of the integer calendar is a Monday: 5 and 6 are
      *   Saturday and Sunday.
      *-----------------------------------------------------------*
       Tipo_De_Dia.
          COMPUTE WS-DIA-BASE = WS-DIA-INT - 1.
          DIVIDE WS-DIA-BASE BY 7 GIVING WS-COCIENTE
             REMAINDER WS-DIA-SEMANA.
          IF WS-DIA-SEMANA > 4
             MOVE "N" TO WS-TIPO-DIA
             EXIT PARAGRAPH
          END-IF.
          MOVE "S" TO WS-TIPO-DIA.
          COMPUTE WS-FECHA-N = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
          PERFORM VARYING WS-FER-IX FROM 1 BY 1
             UNTIL WS-FER-IX > WS-FER-COUNT
             IF WS-FER-FECHA(WS-FER-IX) = WS-FECHA-N
                MOVE "F" TO WS-TIPO-DIA
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   One pass over the holiday master per run. No master means
      *   no feriados - only weekends are skipped.
      *-----------------------------------------------------------*
       Cargar_Feriados.
          MOVE 0 TO WS-FER-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT FeriadosFile.
          IF FeriadosStatus NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
                 OR WS-FER-COUNT = WS-MAX-FER
             READ FeriadosFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                ADD 1 TO WS-FER-COUNT
                MOVE FER-FECHA TO WS-FER-FECHA(WS-FER-COUNT)
             END-IF
          END-PERFORM.
          IF FeriadosStatus NOT = "35" AND FeriadosStatus NOT = "30"
             CLOSE FeriadosFile
          END-IF.
