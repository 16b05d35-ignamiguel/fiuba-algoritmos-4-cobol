      * goes to the exception list instead of someone typing the
      * transfer into the portal; order numbers come off a sequence
      * file and survive restarts.
      * Settlement advances the desk queued on COMERCIO-ADELANTOS.DAT
      * (AdelantoComercios) go out in the same file, each as its own
      * order for the discounted amount; the advance is then marked
      * ordered with its order number.
      * Orders are value-dated on the first business day from
      * today (diahabil) - a run on a Sunday or a feriado no longer
      * asks the bank to transfer on a day it does not work.
      * The order file is registered for transmission (regsalida)
      * with its order count and total transferred.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          "..\files\COMERCIO-SIN-CBU.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL AdelantosFile ASSIGN TO
          "..\files\COMERCIO-ADELANTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ADL-NRO
          ALTERNATE RECORD KEY IS ADL-COMERCIO-KEY WITH DUPLICATES
          FILE STATUS IS AdelantosFS.

          SELECT SeqFile ASSIGN TO "..\files\ORDPAGO-SEQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SeqFS.
         03 LIQ-NETO                     PIC 9(8)V99.
         03 LIQ-RETENCIONES              PIC 9(8)V99.
         03 LIQ-NETO-PAGAR               PIC 9(8)V99.
         03 LIQ-ADELANTOS                PIC 9(8)V99.
         03 LIQ-DOC-TIPO                 PIC X(1).
         03 LIQ-DOC-SERIE                PIC X(1).
         03 LIQ-DOC-PTO                  PIC 9(4).
         03 LIQ-DOC-NRO                  PIC 9(8).
         03 LIQ-IVA-COMISION             PIC 9(8)V99.

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado              PIC X(1).
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD OrdenesFile.
       01 OrdenPagoRecord.
         03 SCB-SUCURSAL                 PIC 9(2).
         03 SCB-IMPORTE                  PIC 9(8)V99.

       FD AdelantosFile.
       01 AdelantoRecord.
         03 ADL-NRO                      PIC 9(6).
         03 ADL-COMERCIO-KEY.
           05 ADL-COMERCIO               PIC 9(6).
           05 ADL-SUCURSAL               PIC 9(2).
         03 ADL-FECHA                    PIC 9(8).
         03 ADL-IMPORTE                  PIC 9(8)V99.
         03 ADL-TASA                     PIC 9(2)V99.
         03 ADL-DESCUENTO                PIC 9(8)V99.
         03 ADL-NETO                     PIC 9(8)V99.
         03 ADL-ESTADO                   PIC X(1).
           88 ADL-PEND-ORDEN VALUE "P".
           88 ADL-ORDENADO VALUE "O".
         03 ADL-NRO-ORDEN                PIC 9(8).
         03 ADL-SALDO                    PIC 9(8)V99.
         03 ADL-FECHA-LIQ                PIC 9(8).
         03 ADL-USUARIO                  PIC X(8).

       FD SeqFile.
       01 SeqRecord.
         03 SEQ-ULTIMA-ORDEN             PIC 9(8).
       01   ComercioFS                   PIC X(2).
          88 comercio_success VALUE "00".
       01   SeqFS                        PIC X(2).
       01   AdelantosFS                  PIC X(2).
       01   WS-EOF-ADL                   PIC X(1).
          88 EOF-ADL VALUE "S".
       01   CONTADOR-ADELANTOS           PIC 9(5) VALUE ZERO.
       01   WS-EOF-LIQ                   PIC X(1) VALUE "N".
          88 EOF-LIQ VALUE "S".
       01   WS-NRO-ORDEN                 PIC 9(8) VALUE ZERO.
       01   CONTADOR-SIN-CBU             PIC 9(5) VALUE ZERO.
       01   WS-TOTAL-TRANSFERIDO         PIC 9(12)V99 VALUE ZERO.

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "ORDENES-PAGO".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\ORDENES-PAGO.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

       01   WS-CURRENT-DATE-X.
          02 FILLER                      PIC X(8).
       01   WS-FECHA-HOY-N               PIC 9(8).
       01   WS-FECHA-VALOR               PIC 9(8).

      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X.
          MOVE WS-CURRENT-DATE-X TO WS-FECHA-HOY-N.
          PERFORM Calcular_Fecha_Valor.
          PERFORM Cargar_Secuencia.

          OPEN INPUT LiquidacionFile.
             END-IF
          END-PERFORM.

          PERFORM Ordenar_Adelantos.

          CLOSE LiquidacionFile, ComerciosFile.
          CLOSE OrdenesFile, SinCbuFile.
          PERFORM Grabar_Secuencia.
          MOVE CONTADOR-ORDENES TO RSA-REGISTROS.
          MOVE WS-TOTAL-TRANSFERIDO TO RSA-TOTAL.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
             RSA-GENERACION, RSA-LINEAS, RSA-HASH,
             RSA-RESULTADO.
          DISPLAY "Ordenes de pago generadas: " CONTADOR-ORDENES
             " por " WS-TOTAL-TRANSFERIDO.
          IF CONTADOR-SIN-CBU > 0
             DISPLAY "** Comercios sin CBU cargado: "
                CONTADOR-SIN-CBU " - ver COMERCIO-SIN-CBU.DAT **"
          END-IF.
          IF CONTADOR-ADELANTOS > 0
             DISPLAY "Adelantos ordenados: " CONTADOR-ADELANTOS
          END-IF.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
                MOVE LIQ-NETO-PAGAR TO OPG-IMPORTE
                MOVE LIQ-COMERCIO-NUM TO OPG-COMERCIO
                MOVE LIQ-SUCURSAL TO OPG-SUCURSAL
                MOVE WS-FECHA-VALOR TO OPG-FECHA
                WRITE OrdenPagoRecord
                ADD LIQ-NETO-PAGAR TO WS-TOTAL-TRANSFERIDO
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Advances pending an order. One whose comercio lost its
      *   CBU in the meantime stays pending and is listed with the
      *   comercios sin CBU; a suspended comercio's stays pending
      *   too.
      *-----------------------------------------------------------*
       Ordenar_Adelantos.
          OPEN I-O AdelantosFile.
          IF AdelantosFS NOT = "00"
             IF AdelantosFS = "05"
                CLOSE AdelantosFile
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-EOF-ADL.
          MOVE ZERO TO ADL-NRO.
          START AdelantosFile KEY IS NOT LESS THAN ADL-NRO
             INVALID KEY SET EOF-ADL TO TRUE
          END-START.
          PERFORM UNTIL EOF-ADL
             READ AdelantosFile NEXT RECORD
                AT END SET EOF-ADL TO TRUE
             END-READ
             IF NOT EOF-ADL AND ADL-PEND-ORDEN
                PERFORM Generar_Orden_Adelanto
             END-IF
          END-PERFORM.
          CLOSE AdelantosFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Generar_Orden_Adelanto.
          MOVE ADL-COMERCIO TO Comercio-num.
          MOVE ADL-SUCURSAL TO Comercio-sucursal.
          READ ComerciosFile
             INVALID KEY
                MOVE SPACES TO Comercio-cbu
                MOVE SPACES TO Comercio-estado
          END-READ.
      *> A suspended comercio gets no money until reinstated - the
      *> advance simply waits, like its retained settlements.
          IF Comercio-estado = "S"
             EXIT PARAGRAPH
          END-IF.
          IF Comercio-cbu = SPACES
             ADD 1 TO CONTADOR-SIN-CBU
             MOVE ADL-COMERCIO TO SCB-COMERCIO
             MOVE ADL-SUCURSAL TO SCB-SUCURSAL
             MOVE ADL-NETO TO SCB-IMPORTE
             WRITE SinCbuRecord
          ELSE
             ADD 1 TO WS-NRO-ORDEN
             ADD 1 TO CONTADOR-ORDENES
             ADD 1 TO CONTADOR-ADELANTOS
             MOVE WS-NRO-ORDEN TO OPG-NRO
             MOVE Comercio-cbu TO OPG-CBU
             MOVE ADL-NETO TO OPG-IMPORTE
             MOVE ADL-COMERCIO TO OPG-COMERCIO
             MOVE ADL-SUCURSAL TO OPG-SUCURSAL
             MOVE WS-FECHA-VALOR TO OPG-FECHA
             WRITE OrdenPagoRecord
             ADD ADL-NETO TO WS-TOTAL-TRANSFERIDO
             SET ADL-ORDENADO TO TRUE
             MOVE WS-NRO-ORDEN TO ADL-NRO-ORDEN
             REWRITE AdelantoRecord
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Calcular_Fecha_Valor.
          MOVE WS-FECHA-HOY-N TO WS-FECHA-VALOR.
          MOVE "S" TO CAL-FUNCION.
          MOVE WS-FECHA-HOY-N TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-FECHA-VALOR
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Secuencia.
          OPEN INPUT SeqFile.
