       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkluhn.
      * AUTHOR:  nacho.
      * Shared Luhn (modulo 10) check on a 16-digit card number,
      * CALLed like checkcc. The last digit of every PAN we issue
      * or receive from the acquirers is a check digit over the
      * other fifteen: MantTarjetas, AuthorizeCC and the cupon close
      * ask here before touching a card, so a mistyped digit is
      * refused instead of landing on somebody else's account.
      *   LS-NRO-TARJ:  the 16-digit card number.
      *   LS-RESULTADO: "S" check digit correct / "N" it fails
      *                 (an all-zero number always fails).
      *   LS-DIGITO:    the check digit the first fifteen digits
      *                 call for - what the conversion run appends
      *                 when it builds a new PAN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01   WS-NRO                       PIC 9(16).
       01   WS-NRO-DIGITOS REDEFINES WS-NRO.
            02 WS-DIGITO OCCURS 16 TIMES PIC 9(1).
       01   WS-POS                       PIC 9(2).
       01   WS-DUPLICA                   PIC X(1).
          88 DUPLICA VALUE "S".
       01   WS-VALOR                     PIC 9(2).
       01   WS-SUMA                      PIC 9(3).
       01   WS-COCIENTE                  PIC 9(3).
       01   WS-RESTO                     PIC 9(2).

       LINKAGE SECTION.
       01 LS-NRO-TARJ                    PIC 9(16).
       01 LS-RESULTADO                   PIC X(1).
       01 LS-DIGITO                      PIC 9(1).

       PROCEDURE DIVISION USING LS-NRO-TARJ, LS-RESULTADO,
                                LS-DIGITO.
          MOVE "N" TO LS-RESULTADO.
          MOVE ZERO TO LS-DIGITO.
          IF LS-NRO-TARJ NOT NUMERIC
             EXIT PROGRAM
          END-IF.
          MOVE LS-NRO-TARJ TO WS-NRO.

      *> Walking right to left from the digit just before the check
      *> digit, every other digit is doubled (and a two-digit result
      *> folded back by subtracting 9) before it joins the sum.
          MOVE ZERO TO WS-SUMA.
          MOVE "S" TO WS-DUPLICA.
          PERFORM VARYING WS-POS FROM 15 BY -1 UNTIL WS-POS < 1
             MOVE WS-DIGITO(WS-POS) TO WS-VALOR
             IF DUPLICA
                COMPUTE WS-VALOR = WS-VALOR * 2
                IF WS-VALOR > 9
                   SUBTRACT 9 FROM WS-VALOR
                END-IF
                MOVE "N" TO WS-DUPLICA
             ELSE
                MOVE "S" TO WS-DUPLICA
             END-IF
             ADD WS-VALOR TO WS-SUMA
          END-PERFORM.

          DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
             REMAINDER WS-RESTO.
          IF WS-RESTO = ZERO
             MOVE ZERO TO LS-DIGITO
          ELSE
             COMPUTE LS-DIGITO = 10 - WS-RESTO
          END-IF.

          IF WS-NRO > ZERO
             AND WS-DIGITO(16) = LS-DIGITO
             MOVE "S" TO LS-RESULTADO
          END-IF.
       EXIT PROGRAM.
