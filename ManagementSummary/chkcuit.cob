       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkcuit.
      * AUTHOR:  nacho.
      * Shared CUIT check, CALLed like chkperiodo. The last digit
      * of a CUIT is a modulo 11 check digit over the other ten
      * (weights 5-4-3-2-7-6-5-4-3-2 from the left), and the first
      * two give the kind of taxpayer: 20/23/24/27 for people,
      * 30/33/34 for companies. MantComercios, MantEmpresas, the
      * novelty entry and the comercio load ask here, so a mistyped
      * CUIT never reaches a withholding certificate or an invoice.
      *   LS-CUIT:      the 11-digit CUIT.
      *   LS-RESULTADO: "S" valid / "N" bad prefix, bad check digit,
      *                 or a number that can carry no check digit
      *                 (the weighted sum leaves a remainder of 1).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01   WS-CUIT                      PIC 9(11).
       01   WS-CUIT-DIGITOS REDEFINES WS-CUIT.
            02 WS-PREFIJO                PIC 9(2).
            02 FILLER                    PIC 9(9).
       01   WS-CUIT-POSICIONES REDEFINES WS-CUIT.
            02 WS-DIGITO OCCURS 11 TIMES PIC 9(1).
       01   WS-PESOS-VALORES             PIC X(10) VALUE "5432765432".
       01   WS-PESOS REDEFINES WS-PESOS-VALORES.
            02 WS-PESO OCCURS 10 TIMES   PIC 9(1).
       01   WS-POS                       PIC 9(2).
       01   WS-SUMA                      PIC 9(4).
       01   WS-COCIENTE                  PIC 9(4).
       01   WS-RESTO                     PIC 9(2).
       01   WS-VERIFICADOR               PIC 9(2).

       LINKAGE SECTION.
       01 LS-CUIT                        PIC 9(11).
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-CUIT, LS-RESULTADO.
          MOVE "N" TO LS-RESULTADO.
          IF LS-CUIT NOT NUMERIC
             EXIT PROGRAM
          END-IF.
          MOVE LS-CUIT TO WS-CUIT.
          IF WS-PREFIJO NOT = 20 AND WS-PREFIJO NOT = 23
             AND WS-PREFIJO NOT = 24 AND WS-PREFIJO NOT = 27
             AND WS-PREFIJO NOT = 30 AND WS-PREFIJO NOT = 33
             AND WS-PREFIJO NOT = 34
             EXIT PROGRAM
          END-IF.

          MOVE ZERO TO WS-SUMA.
          PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 10
             COMPUTE WS-SUMA = WS-SUMA
                + WS-DIGITO(WS-POS) * WS-PESO(WS-POS)
          END-PERFORM.
          DIVIDE WS-SUMA BY 11 GIVING WS-COCIENTE
             REMAINDER WS-RESTO.

      *> Remainder 0 means check digit 0; remainder 1 would need a
      *> check digit of 10, which is why such numbers are issued
      *> under prefix 23/33 instead - as typed, they are wrong.
          EVALUATE WS-RESTO
             WHEN 0
                MOVE ZERO TO WS-VERIFICADOR
             WHEN 1
                EXIT PROGRAM
             WHEN OTHER
                COMPUTE WS-VERIFICADOR = 11 - WS-RESTO
          END-EVALUATE.

          IF WS-DIGITO(11) = WS-VERIFICADOR
             MOVE "S" TO LS-RESULTADO
          END-IF.
       EXIT PROGRAM.
