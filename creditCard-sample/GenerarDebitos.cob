      * out in CC-ORDENES-DEBITO.DAT for the bank - CBU, debit day
      * and the statement minimum. The order number comes off
      * CC-DEBITO-SEQ.DAT so it survives restarts, the same way the
      * authorization sequence does. The order is dated for the
      * bank on the next occurrence of the enrolled debit day,
      * moved to the following business day when it falls on a
      * weekend or a feriado (diahabil) - the bank does not debit
      * on a day it is closed.
      * The order file is registered for transmission (regsalida)
      * with its order count and total to debit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD DebitoFile.
       01 DebitoRecord.
         02 DEB-NRO-TARJ                 PIC 9(16).
         02 DEB-CBU                      PIC X(22).
         02 DEB-DIA                      PIC 9(2).
         02 DEB-ESTADO                   PIC X(1).
       FD OrdenesFile.
       01 OrdenRecord.
         03 ORD-NRO                      PIC 9(8).
         03 ORD-NRO-TARJ                 PIC 9(16).
         03 ORD-CBU                      PIC X(22).
         03 ORD-DIA                      PIC 9(2).
         03 ORD-IMPORTE                  PIC 9(10)V99.
       01   WS-EXT-TRAILER.
         03 WS-T-TIPO                    PIC X(1).
         03 WS-T-DOCUMENTO               PIC 9(11).
         03 WS-T-NRO-TARJ                PIC 9(16).
         03 WS-T-SALDO-FINAL             PIC S9(10)V99.
         03 WS-T-PAGO-MINIMO             PIC 9(10)V99.
       01   WS-NRO-ORDEN                 PIC 9(8) VALUE ZERO.
       01   CONTADOR-ORDENES             PIC 9(5) VALUE ZERO.

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "CC-ORDENES-DEBITO".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-ORDENES-DEBITO.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-FECHA-DEBITO.
          02 WS-DEB-ANIO                 PIC 9(4).
          02 WS-DEB-MES                  PIC 9(2).
          02 WS-DEB-DIA                  PIC 9(2).
       01   WS-FECHA-DEBITO-N REDEFINES WS-FECHA-DEBITO
                                         PIC 9(8).
       01   WS-DIA-INT                   PIC 9(7).

      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).

       PROCEDURE DIVISION.
       Begin.

          CLOSE ExtractoFile, DebitoFile, OrdenesFile.
          PERFORM Grabar_Secuencia.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
             RSA-GENERACION, RSA-LINEAS, RSA-HASH,
             RSA-RESULTADO.
          DISPLAY "Ordenes de debito generadas: " CONTADOR-ORDENES.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
          MOVE DEB-CBU TO ORD-CBU.
          MOVE DEB-DIA TO ORD-DIA.
          MOVE WS-T-PAGO-MINIMO TO ORD-IMPORTE.
          PERFORM Calcular_Fecha_Debito.
          MOVE WS-FECHA-DEBITO TO ORD-FECHA.
          WRITE OrdenRecord.
          ADD 1 TO RSA-REGISTROS.
          ADD ORD-IMPORTE TO RSA-TOTAL.
      *-----------------------------------------------------------*
      *   The debit day this month, or next month if it already
      *   went by; a day the month does not have (31 in a 30-day
      *   month) is its last day. Then the calendar moves it to a
      *   business day.
      *-----------------------------------------------------------*
       Calcular_Fecha_Debito.
          MOVE WS-FECHA-HOY TO WS-FECHA-DEBITO.
          IF DEB-DIA > ZERO AND DEB-DIA < 32
             IF DEB-DIA < WS-DEB-DIA
                ADD 1 TO WS-DEB-MES
                IF WS-DEB-MES > 12
                   MOVE 1 TO WS-DEB-MES
                   ADD 1 TO WS-DEB-ANIO
                END-IF
             END-IF
             MOVE DEB-DIA TO WS-DEB-DIA
             COMPUTE WS-DIA-INT =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-DEBITO-N)
             PERFORM UNTIL WS-DIA-INT NOT = ZERO
                SUBTRACT 1 FROM WS-DEB-DIA
                COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DEBITO-N)
             END-PERFORM
          END-IF.
          MOVE "S" TO CAL-FUNCION.
          MOVE WS-FECHA-DEBITO-N TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-FECHA-DEBITO-N
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Secuencia.
