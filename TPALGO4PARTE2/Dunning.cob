      * nivel final salen en EMPRESAS-SUSPENDIDAS.DAT - la lista
      * que la corrida de facturacion consulta para frenarles las
      * horas.
      * Las empresas de un grupo empresario (GRUPOSind2.DAT, ver
      * MantGrupos) se escalan juntas: el saldo vencido y la mora
      * maxima son los de todas las empresas del grupo, la carta va
      * a la empresa madre que paga por todas, el nivel queda
      * asentado a nombre de la madre y el nivel final suspende a
      * todas las empresas del grupo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT SUSPENDIDAS    ASSIGN TO DISK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS FS-SUSP.
        SELECT OPTIONAL GRUPOS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY GRP-EMPRESA
                              FILE STATUS IS FS-GRUPOS.

       DATA DIVISION.
       FILE SECTION.
           03 SUS-SALDO PIC 9(10)V99.
           03 SUS-FECHA PIC 9(8).

       FD GRUPOS      LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "GRUPOSind2.DAT".
       01 REG-GRUPO.
           02 GRP-EMPRESA PIC 9(3).
           02 GRP-PADRE PIC 9(3).
           02 GRP-CONSOLIDA PIC X(1).

       WORKING-STORAGE SECTION.
       77 FS-AR PIC XX.
           88 OK-AR VALUE '00'.
       77 FS-DUNPARAM PIC XX.
       77 FS-DUNESTADO PIC XX.
       77 FS-SUSP PIC XX.
       77 FS-GRUPOS PIC XX.
           88 OK-GRUPOS VALUE '00'.

       01 EOF-AR-SW PIC X VALUE 'N'.
           88 FIN-AR VALUE 'S'.
       01 DUN-HALLADO PIC X VALUE 'N'.
           88 DUN-OK VALUE 'S'.

      *   Empresa -> madre de su grupo, y la deuda vencida que el
      *   grupo junta mientras se recorre la cuenta corriente.
       01 CANT-GRP PIC 9(3) VALUE ZERO.
       01 TABLA-GRUPOS.
           03 GRP-ELEMENT OCCURS 200 TIMES INDEXED BY IX-GRP.
               05 TAB-GRP-EMPRESA PIC 9(3).
               05 TAB-GRP-PADRE PIC 9(3).
       01 GRP-HALLADO PIC X VALUE 'N'.
           88 GRP-OK VALUE 'S'.
       01 CANT-DGR PIC 9(3) VALUE ZERO.
       01 TABLA-DEUDA-GRUPOS.
           03 DGR-ELEMENT OCCURS 100 TIMES INDEXED BY IX-DGR.
               05 TAB-DGR-PADRE PIC 9(3).
               05 TAB-DGR-SALDO PIC 9(10)V99.
               05 TAB-DGR-MORA PIC S9(5).
       01 DGR-HALLADO PIC X VALUE 'N'.
           88 DGR-OK VALUE 'S'.
       01 DEUDOR-GRUPO-SW PIC X VALUE 'N'.
           88 DEUDOR-ES-GRUPO VALUE 'S'.

       01 LINEA-CARTA-SEP.
           03 FILLER PIC X(70) VALUE ALL "=".
       01 LINEA-CARTA-TITULO.
           03 FILLER PIC X(2) VALUE ": ".
           03 CARTA-MORA PIC ZZZZ9.
           03 FILLER PIC X(47) VALUE SPACES.
       01 LINEA-CARTA-GRUPO.
           03 FILLER PIC X(80) VALUE
              "Deuda consolidada de todas las empresas de su grupo".

       01 WS-CURRENT-DATE-X.
           02 FILLER PIC X(8).
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N).
           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-ESTADO-DUNNING.
           PERFORM CARGAR-GRUPOS.

           OPEN INPUT ARFACT.
           IF NOT OK-AR
           OPEN OUTPUT SUSPENDIDAS.

           PERFORM RECORRER-CUENTA.
           PERFORM EVALUAR-GRUPOS.

           CLOSE ARFACT.
           CLOSE EMPRESAS.
           IF FS-DUNESTADO = '00' OR FS-DUNESTADO = '10'
               CLOSE DUNESTADO
           END-IF.
      ******************************************************************
      *   Sin maestro de grupos cada empresa se escala sola, como
      *   siempre.
       CARGAR-GRUPOS.
           MOVE ZERO TO CANT-GRP.
           OPEN INPUT GRUPOS.
           IF OK-GRUPOS
               READ GRUPOS RECORD
               PERFORM UNTIL NOT OK-GRUPOS OR CANT-GRP = 200
                   ADD 1 TO CANT-GRP
                   MOVE GRP-EMPRESA TO TAB-GRP-EMPRESA (CANT-GRP)
                   MOVE GRP-PADRE TO TAB-GRP-PADRE (CANT-GRP)
                   READ GRUPOS RECORD
               END-PERFORM
           END-IF.
           IF FS-GRUPOS = '00' OR FS-GRUPOS = '05'
               OR FS-GRUPOS = '10'
               CLOSE GRUPOS
           END-IF.
      ******************************************************************
       GRABAR-ESTADO-DUNNING.
           OPEN OUTPUT DUNESTADO.
           IF EMPRESA-ANT = ZERO OR SALDO-EMPRESA = ZERO
               CONTINUE
           ELSE
               PERFORM BUSCAR-GRUPO-EMPRESA
               IF GRP-OK
                   PERFORM ACUMULAR-DEUDA-GRUPO
               ELSE
                   MOVE 'N' TO DEUDOR-GRUPO-SW
                   PERFORM ESCALAR-DEUDOR
               END-IF
           END-IF.
      ******************************************************************
       BUSCAR-GRUPO-EMPRESA.
           MOVE 'N' TO GRP-HALLADO.
           SET IX-GRP TO 1.
           PERFORM UNTIL IX-GRP > CANT-GRP OR GRP-OK
               IF TAB-GRP-EMPRESA (IX-GRP) = EMPRESA-ANT
                   SET GRP-OK TO TRUE
               ELSE
                   SET IX-GRP UP BY 1
               END-IF
           END-PERFORM.
      ******************************************************************
       ACUMULAR-DEUDA-GRUPO.
           MOVE 'N' TO DGR-HALLADO.
           PERFORM VARYING IX-DGR FROM 1 BY 1
               UNTIL IX-DGR > CANT-DGR OR DGR-OK
               IF TAB-DGR-PADRE (IX-DGR) = TAB-GRP-PADRE (IX-GRP)
                   SET DGR-OK TO TRUE
                   ADD SALDO-EMPRESA TO TAB-DGR-SALDO (IX-DGR)
                   IF MORA-MAXIMA > TAB-DGR-MORA (IX-DGR)
                       MOVE MORA-MAXIMA TO TAB-DGR-MORA (IX-DGR)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT DGR-OK AND CANT-DGR < 100
               ADD 1 TO CANT-DGR
               MOVE TAB-GRP-PADRE (IX-GRP) TO TAB-DGR-PADRE (CANT-DGR)
               MOVE SALDO-EMPRESA TO TAB-DGR-SALDO (CANT-DGR)
               MOVE MORA-MAXIMA TO TAB-DGR-MORA (CANT-DGR)
           END-IF.
      ******************************************************************
      *   Cada grupo se escala una vez, con la deuda de todas sus
      *   empresas, a nombre de la madre.
       EVALUAR-GRUPOS.
           SET DEUDOR-ES-GRUPO TO TRUE.
           PERFORM VARYING IX-DGR FROM 1 BY 1
               UNTIL IX-DGR > CANT-DGR
               MOVE TAB-DGR-PADRE (IX-DGR) TO EMPRESA-ANT
               MOVE TAB-DGR-SALDO (IX-DGR) TO SALDO-EMPRESA
               MOVE TAB-DGR-MORA (IX-DGR) TO MORA-MAXIMA
               PERFORM ESCALAR-DEUDOR
           END-PERFORM.
           MOVE 'N' TO DEUDOR-GRUPO-SW.
      ******************************************************************
       ESCALAR-DEUDOR.
           EVALUATE TRUE
               WHEN MORA-MAXIMA >= DIAS-NIVEL-3
                   MOVE 3 TO NIVEL-CALCULADO
               WHEN MORA-MAXIMA >= DIAS-NIVEL-2
                   MOVE 2 TO NIVEL-CALCULADO
               WHEN MORA-MAXIMA >= DIAS-NIVEL-1
                   MOVE 1 TO NIVEL-CALCULADO
               WHEN OTHER
                   MOVE 0 TO NIVEL-CALCULADO
           END-EVALUATE
           IF NIVEL-CALCULADO > ZERO
               PERFORM BUSCAR-NIVEL-PREVIO
               IF NIVEL-CALCULADO > NIVEL-PREVIO
                   PERFORM GENERAR-CARTA
                   PERFORM ASENTAR-NIVEL
               END-IF
               IF NIVEL-CALCULADO = 3
                   PERFORM SUSPENDER-DEUDOR
               END-IF
           END-IF.
      ******************************************************************
       BUSCAR-NIVEL-PREVIO.
           WRITE LINEA-CARTA FROM LINEA-CARTA-SALDO.
           MOVE MORA-MAXIMA TO CARTA-MORA.
           WRITE LINEA-CARTA FROM LINEA-CARTA-MORA.
           IF DEUDOR-ES-GRUPO
               WRITE LINEA-CARTA FROM LINEA-CARTA-GRUPO
           END-IF.
      ******************************************************************
      *   El nivel final de un grupo suspende a todas sus empresas -
      *   la madre no paga y ninguna filial sigue facturando horas.
       SUSPENDER-DEUDOR.
           IF DEUDOR-ES-GRUPO
               PERFORM VARYING IX-GRP FROM 1 BY 1
                   UNTIL IX-GRP > CANT-GRP
                   IF TAB-GRP-PADRE (IX-GRP) = EMPRESA-ANT
                       PERFORM SUSPENDER-EMPRESA
                   END-IF
               END-PERFORM
           ELSE
               PERFORM SUSPENDER-EMPRESA
           END-IF.
      ******************************************************************
       SUSPENDER-EMPRESA.
           ADD 1 TO CONT-SUSPENDIDAS.
           IF DEUDOR-ES-GRUPO
               MOVE TAB-GRP-EMPRESA (IX-GRP) TO SUS-EMPRESA
           ELSE
               MOVE EMPRESA-ANT TO SUS-EMPRESA
           END-IF.
           MOVE SALDO-EMPRESA TO SUS-SALDO.
           MOVE WS-FECHA-HOY-N TO SUS-FECHA.
           WRITE REG-SUSPENDIDA.
