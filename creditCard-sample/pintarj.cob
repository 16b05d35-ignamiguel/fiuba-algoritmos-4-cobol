       IDENTIFICATION DIVISION.
       PROGRAM-ID. pintarj.
      * AUTHOR:  nacho.
      * Card PIN issuance and verification, CALLed like reemplazotj
      * by every program that puts a plastic in the holder's hands
      * or lets one be used. The PIN itself is never stored: each
      * card has a "natural" PIN derived from its number and the
      * PIN key on CC-PIN-CLAVE.DAT (kept by security, not by the
      * desk), and CC-PIN.DAT only holds the OFFSET - digit by
      * digit, modulo 10, what turns the natural PIN into the one
      * the holder got. Without the key the offset is worthless.
      *   LS-ACCION:    "E" emitir - a new PIN for the card (alta,
      *                 reposicion or blanqueo at the activation
      *                 desk): new offset, tries back to zero, PIN
      *                 unblocked and the mailer pending for
      *                 PinMailerExtract. LS-PIN comes back zero.
      *                 "V" verificar - LS-PIN is the PIN keyed at
      *                 the POS. A wrong PIN counts a try; the third
      *                 wrong try in a row blocks the PIN until a
      *                 blanqueo. A right one clears the count.
      *                 "C" calcular - LS-PIN comes in as an offset
      *                 and goes back as the clear PIN it stands
      *                 for; only the PIN-mailer extract asks this,
      *                 and no file but the key is touched.
      *   LS-NRO-TARJ:  the 16-digit card number.
      *   LS-PIN:       see above.
      *   LS-RESULTADO: "S" ok / "N" PIN incorrecto / "B" PIN
      *                 bloqueado (also on the try that blocks it) /
      *                 "X" the card has no PIN issued / "E" the key
      *                 or CC-PIN.DAT could not be read - nothing
      *                 was issued or verified.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL PinFile ASSIGN TO "..\files\CC-PIN.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PIN-NRO-TARJ
          FILE STATUS IS PinStatus.

          *> PIN verification key and the days the mailer waits
          *> after the plastic.
          SELECT ClavePinFile ASSIGN TO "..\files\CC-PIN-CLAVE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ClavePinStatus.

       DATA DIVISION.
       FILE SECTION.

       FD PinFile.
       01 PinRecord.
         02 PIN-NRO-TARJ                 PIC 9(16).
         02 PIN-OFFSET                   PIC 9(4).
         02 PIN-INTENTOS                 PIC 9(1).
         02 PIN-ESTADO                   PIC X(1).
           88 PIN-VIGENTE                VALUE "A".
           88 PIN-BLOQUEADO              VALUE "B".
         02 PIN-FECHA-EMISION            PIC 9(8).
         02 PIN-MAILER                   PIC X(1).
           88 PIN-MAILER-PENDIENTE       VALUE "P".
           88 PIN-MAILER-ENVIADO         VALUE "E".
         02 PIN-FECHA-MAILER             PIC 9(8).

       FD ClavePinFile.
       01 ClavePinRecord.
         02 PCL-CLAVE                    PIC 9(16).
         02 PCL-DIAS-MAILER              PIC 9(2).

       WORKING-STORAGE SECTION.
       01   PinStatus                    PIC X(2).
          88 PinOK VALUE "00".
       01   ClavePinStatus               PIC X(2).
       01   WS-CLAVE-CARGADA             PIC X(1) VALUE "N".
          88 CLAVE-CARGADA VALUE "S".
       01   WS-CLAVE                     PIC 9(16).
       01   WS-CLAVE-DIGITOS REDEFINES WS-CLAVE.
            02 WS-CLAVE-DIG OCCURS 16 TIMES PIC 9(1).
       01   WS-NRO                       PIC 9(16).
       01   WS-NRO-DIGITOS REDEFINES WS-NRO.
            02 WS-NRO-DIG OCCURS 16 TIMES PIC 9(1).
       01   WS-NATURAL                   PIC 9(4).
       01   WS-NATURAL-DIGITOS REDEFINES WS-NATURAL.
            02 WS-NAT-DIG OCCURS 4 TIMES PIC 9(1).
       01   WS-PIN                       PIC 9(4).
       01   WS-PIN-DIGITOS REDEFINES WS-PIN.
            02 WS-PIN-DIG OCCURS 4 TIMES PIC 9(1).
       01   WS-OFFSET                    PIC 9(4).
       01   WS-OFFSET-DIGITOS REDEFINES WS-OFFSET.
            02 WS-OFF-DIG OCCURS 4 TIMES PIC 9(1).
       01   WS-POS                       PIC 9(2).
       01   WS-POS-PIN                   PIC 9(1).
       01   WS-SUMA                      PIC 9(6).
       01   WS-COCIENTE                  PIC 9(6).
       01   WS-RESTO                     PIC 9(1).
       01   WS-VALOR                     PIC 9(2).
       01   WS-SEMILLA                   PIC 9(8).
       01   WS-ALEATORIO                 PIC 9V9(8).
       01   WS-PIN-TRIVIAL               PIC X(1).
          88 PIN-TRIVIAL VALUE "S".
       01   WS-MAX-INTENTOS              PIC 9(1) VALUE 3.
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
          02 WS-TIME-HHMMSSCC            PIC 9(8).
       01   WS-FECHA-HOY                 PIC 9(8).

       LINKAGE SECTION.
       01 LS-ACCION                      PIC X(1).
       01 LS-NRO-TARJ                    PIC 9(16).
       01 LS-PIN                         PIC 9(4).
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-ACCION, LS-NRO-TARJ, LS-PIN,
                                LS-RESULTADO.
          MOVE "E" TO LS-RESULTADO.
          PERFORM Cargar_Clave.
          IF NOT CLAVE-CARGADA
             DISPLAY "** CC-PIN-CLAVE.DAT no disponible - status "
                ClavePinStatus " - PIN no procesado"
             EXIT PROGRAM
          END-IF.
          MOVE LS-NRO-TARJ TO WS-NRO.
          PERFORM Calcular_Natural.
          EVALUATE LS-ACCION
             WHEN "E"
                PERFORM Emitir_Pin
                MOVE ZERO TO LS-PIN
             WHEN "V"
                PERFORM Verificar_Pin
             WHEN "C"
                MOVE LS-PIN TO WS-OFFSET
                PERFORM Aplicar_Offset
                MOVE WS-PIN TO LS-PIN
                MOVE "S" TO LS-RESULTADO
          END-EVALUATE.
       EXIT PROGRAM.
      *-----------------------------------------------------------*
      *   The key is read once per run unit - the POS session calls
      *   in here on every purchase.
      *-----------------------------------------------------------*
       Cargar_Clave.
          IF CLAVE-CARGADA
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT ClavePinFile.
          IF ClavePinStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          READ ClavePinFile
             AT END CONTINUE
          END-READ.
          IF ClavePinStatus = "00" AND PCL-CLAVE NUMERIC
             AND PCL-CLAVE > ZERO
             MOVE PCL-CLAVE TO WS-CLAVE
             SET CLAVE-CARGADA TO TRUE
          END-IF.
          CLOSE ClavePinFile.
      *-----------------------------------------------------------*
      *   Natural PIN: each of its four digits is a weighted sum of
      *   every card digit against the key, modulo 10 - a change in
      *   any digit of the card or of the key changes the PIN.
      *-----------------------------------------------------------*
       Calcular_Natural.
          PERFORM Calcular_Digito_Natural
             VARYING WS-POS-PIN FROM 1 BY 1 UNTIL WS-POS-PIN > 4.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Calcular_Digito_Natural.
          MOVE ZERO TO WS-SUMA.
          PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 16
             COMPUTE WS-SUMA = WS-SUMA
                + (WS-NRO-DIG(WS-POS) + 1)
                * (WS-CLAVE-DIG(WS-POS) + WS-POS-PIN + WS-POS)
          END-PERFORM.
          DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
             REMAINDER WS-RESTO.
          MOVE WS-RESTO TO WS-NAT-DIG(WS-POS-PIN).
      *-----------------------------------------------------------*
      *   Clear PIN = natural + offset, digit by digit, modulo 10.
      *-----------------------------------------------------------*
       Aplicar_Offset.
          PERFORM VARYING WS-POS-PIN FROM 1 BY 1 UNTIL WS-POS-PIN > 4
             COMPUTE WS-VALOR = WS-NAT-DIG(WS-POS-PIN)
                + WS-OFF-DIG(WS-POS-PIN)
             DIVIDE WS-VALOR BY 10 GIVING WS-COCIENTE
                REMAINDER WS-RESTO
             MOVE WS-RESTO TO WS-PIN-DIG(WS-POS-PIN)
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Offset = PIN - natural, digit by digit, modulo 10.
      *-----------------------------------------------------------*
       Calcular_Offset.
          PERFORM VARYING WS-POS-PIN FROM 1 BY 1 UNTIL WS-POS-PIN > 4
             COMPUTE WS-VALOR = WS-PIN-DIG(WS-POS-PIN) + 10
                - WS-NAT-DIG(WS-POS-PIN)
             DIVIDE WS-VALOR BY 10 GIVING WS-COCIENTE
                REMAINDER WS-RESTO
             MOVE WS-RESTO TO WS-OFF-DIG(WS-POS-PIN)
          END-PERFORM.
      *-----------------------------------------------------------*
      *   A fresh random PIN - four equal digits are drawn again.
      *   Only its offset reaches the file; the clear PIN dies in
      *   working storage when the CALL returns.
      *-----------------------------------------------------------*
       Emitir_Pin.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          COMPUTE WS-SEMILLA = WS-TIME-HHMMSSCC + WS-NRO-DIG(16)
             * 1000 + WS-NRO-DIG(15) * 100 + WS-NRO-DIG(14).
          COMPUTE WS-ALEATORIO = FUNCTION RANDOM(WS-SEMILLA).
          PERFORM Sortear_Pin.
          PERFORM Sortear_Pin UNTIL NOT PIN-TRIVIAL.
          PERFORM Calcular_Offset.

          OPEN I-O PinFile.
          IF NOT PinOK AND PinStatus NOT = "05"
             DISPLAY "** Error abriendo CC-PIN.DAT - status "
                PinStatus " - PIN no emitido"
             EXIT PARAGRAPH
          END-IF.
          MOVE LS-NRO-TARJ TO PIN-NRO-TARJ.
          MOVE WS-OFFSET TO PIN-OFFSET.
          MOVE ZERO TO PIN-INTENTOS.
          SET PIN-VIGENTE TO TRUE.
          MOVE WS-FECHA-HOY TO PIN-FECHA-EMISION.
          SET PIN-MAILER-PENDIENTE TO TRUE.
          MOVE ZERO TO PIN-FECHA-MAILER.
          WRITE PinRecord
             INVALID KEY
                REWRITE PinRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar el PIN de "
                         "la tarjeta"
                   NOT INVALID KEY
                      MOVE "S" TO LS-RESULTADO
                END-REWRITE
             NOT INVALID KEY
                MOVE "S" TO LS-RESULTADO
          END-WRITE.
          CLOSE PinFile.
          MOVE ZERO TO WS-PIN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Sortear_Pin.
          COMPUTE WS-PIN = FUNCTION RANDOM * 10000.
          MOVE "N" TO WS-PIN-TRIVIAL.
          IF WS-PIN-DIG(1) = WS-PIN-DIG(2)
             AND WS-PIN-DIG(2) = WS-PIN-DIG(3)
             AND WS-PIN-DIG(3) = WS-PIN-DIG(4)
             SET PIN-TRIVIAL TO TRUE
          END-IF.
      *-----------------------------------------------------------*
      *   A blocked PIN stays blocked whatever is keyed - even the
      *   right PIN - until the activation desk issues a new one.
      *-----------------------------------------------------------*
       Verificar_Pin.
          OPEN I-O PinFile.
          IF PinStatus = "05"
             MOVE "X" TO LS-RESULTADO
             CLOSE PinFile
             EXIT PARAGRAPH
          END-IF.
          IF NOT PinOK
             DISPLAY "** Error abriendo CC-PIN.DAT - status "
                PinStatus
             EXIT PARAGRAPH
          END-IF.
          MOVE LS-NRO-TARJ TO PIN-NRO-TARJ.
          READ PinFile
             INVALID KEY
                MOVE "X" TO LS-RESULTADO
                CLOSE PinFile
                EXIT PARAGRAPH
          END-READ.
          IF PIN-BLOQUEADO
             MOVE "B" TO LS-RESULTADO
             CLOSE PinFile
             EXIT PARAGRAPH
          END-IF.
          MOVE PIN-OFFSET TO WS-OFFSET.
          PERFORM Aplicar_Offset.
          IF WS-PIN = LS-PIN
             MOVE "S" TO LS-RESULTADO
             MOVE ZERO TO PIN-INTENTOS
          ELSE
             MOVE "N" TO LS-RESULTADO
             ADD 1 TO PIN-INTENTOS
             IF PIN-INTENTOS NOT < WS-MAX-INTENTOS
                SET PIN-BLOQUEADO TO TRUE
                MOVE "B" TO LS-RESULTADO
             END-IF
          END-IF.
          REWRITE PinRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el PIN de la "
                   "tarjeta"
          END-REWRITE.
          CLOSE PinFile.
          MOVE ZERO TO WS-PIN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM pintarj.
