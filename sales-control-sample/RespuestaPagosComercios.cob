      * future settlements on the retention ledger - and lands on
      * COMERCIO-TRANSF-RECHAZADAS.DAT for the payments desk to
      * chase new banking data through MantComercios.
      * A bounced settlement advance never reached the comercio, so
      * it must not be netted from the settlement either: if nothing
      * was netted yet the advance is anulled, otherwise it goes
      * back to pending and is ordered again once the comercio is
      * reinstated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioFS.

          SELECT OPTIONAL AdelantosFile ASSIGN TO
          "..\files\COMERCIO-ADELANTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ADL-NRO
          ALTERNATE RECORD KEY IS ADL-COMERCIO-KEY WITH DUPLICATES
          FILE STATUS IS AdelantosFS.

          SELECT RechazadasFile ASSIGN TO
          "..\files\COMERCIO-TRANSF-RECHAZADAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
           88 Comercio-suspendido VALUE "S".
           88 Comercio-baja VALUE "B".
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

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
           88 ADL-ANULADO VALUE "X".
         03 ADL-NRO-ORDEN                PIC 9(8).
         03 ADL-SALDO                    PIC 9(8)V99.
         03 ADL-FECHA-LIQ                PIC 9(8).
         03 ADL-USUARIO                  PIC X(8).

       FD RechazadasFile.
       01 RechazadaRecord.
       01   WS-ORDEN-HALLADA             PIC X(1).
          88 ORDEN-HALLADA VALUE "S".
       01   CONTADOR-OK                  PIC 9(5) VALUE ZERO.
       01   AdelantosFS                  PIC X(2).
       01   WS-ADELANTOS-DISPONIBLE      PIC X(1) VALUE "N".
          88 ADELANTOS-DISPONIBLE VALUE "S".
       01   WS-EOF-ADL                   PIC X(1).
          88 EOF-ADL VALUE "S".
       01   CONTADOR-RECHAZADAS          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
             GOBACK
          END-IF.
          OPEN OUTPUT RechazadasFile.
          OPEN I-O AdelantosFile.
          IF AdelantosFS = "00"
             SET ADELANTOS-DISPONIBLE TO TRUE
          ELSE
             IF AdelantosFS = "05"
                CLOSE AdelantosFile
             END-IF
          END-IF.

          PERFORM UNTIL EOF-RSP
             READ RespuestaFile
          END-PERFORM.

          CLOSE RespuestaFile, ComerciosFile, RechazadasFile.
          IF ADELANTOS-DISPONIBLE
             CLOSE AdelantosFile
          END-IF.
          DISPLAY "Transferencias acreditadas: " CONTADOR-OK.
          DISPLAY "Transferencias rechazadas:  "
             CONTADOR-RECHAZADAS.
          MOVE OPG-IMPORTE TO RTR-IMPORTE.
          MOVE RSP-MOTIVO TO RTR-MOTIVO.
          WRITE RechazadaRecord.
          IF ADELANTOS-DISPONIBLE
             PERFORM Revertir_Adelanto
          END-IF.
          MOVE OPG-COMERCIO TO Comercio-num.
          MOVE OPG-SUCURSAL TO Comercio-sucursal.
          READ ComerciosFile
                END-REWRITE
          END-READ.
      *-----------------------------------------------------------*
      *   The order belongs to an advance when one of the
      *   comercio's advances carries its number.
      *-----------------------------------------------------------*
       Revertir_Adelanto.
          MOVE "N" TO WS-EOF-ADL.
          MOVE OPG-COMERCIO TO ADL-COMERCIO.
          MOVE OPG-SUCURSAL TO ADL-SUCURSAL.
          START AdelantosFile KEY IS EQUAL TO ADL-COMERCIO-KEY
             INVALID KEY SET EOF-ADL TO TRUE
          END-START.
          PERFORM UNTIL EOF-ADL
             READ AdelantosFile NEXT RECORD
                AT END SET EOF-ADL TO TRUE
             END-READ
             IF NOT EOF-ADL
                IF ADL-COMERCIO NOT = OPG-COMERCIO
                   OR ADL-SUCURSAL NOT = OPG-SUCURSAL
                   SET EOF-ADL TO TRUE
                ELSE
                   IF ADL-ORDENADO AND ADL-NRO-ORDEN = RSP-NRO-ORDEN
                      PERFORM Revertir_Un_Adelanto
                      SET EOF-ADL TO TRUE
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Revertir_Un_Adelanto.
          IF ADL-SALDO = ADL-IMPORTE
             SET ADL-ANULADO TO TRUE
             MOVE ZERO TO ADL-SALDO
             DISPLAY "Adelanto " ADL-NRO " anulado por transferencia "
                "rechazada"
          ELSE
             SET ADL-PEND-ORDEN TO TRUE
             MOVE ZERO TO ADL-NRO-ORDEN
             DISPLAY "Adelanto " ADL-NRO " ya descontado - vuelve a "
                "ordenarse al reactivar el comercio"
          END-IF.
          REWRITE AdelantoRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el adelanto "
                   ADL-NRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM RespuestaPagosComercios.
