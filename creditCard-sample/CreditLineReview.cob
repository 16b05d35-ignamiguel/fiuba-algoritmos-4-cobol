      * that support each one. NOTHING touches TARJETAS.DAT here; a
      * supervisor approves card by card in MantPropuestasLimite
      * and only the approval rewrites the master.
      * No proposal goes past the maximum limit of the card's
      * product (CC-PRODUCTOS.DAT): an aumento is cut down to it,
      * a card already at it gets none, and a card holding more
      * than its product allows - after a downgrade, say - is
      * proposed a baja to the maximum whatever its behavior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT ParametrosFile ASSIGN TO "..\files\CC-PARAMETROS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Product master - the maximum limit per product.
          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

          SELECT OPTIONAL PropuestasFile ASSIGN TO
          "..\files\CC-PROPUESTAS-LIMITE.DAT"
          ORGANIZATION IS INDEXED
       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD PagosAplicFile.
       01 PagoAplicRecord.
         03 PAGAP-NRO-TARJ               PIC 9(16).
         03 PAGAP-FECHA                  PIC X(10).
         03 PAGAP-IMPORTE                PIC 9(6)V99.
         03 PAGAP-REF-BANCO              PIC X(10).
         03 PAR-TASA-ADELANTO            PIC 9(2)V99.
         03 PAR-PORC-FEE-ADELANTO        PIC 9(2)V99.

       FD ProductosFile.
       01 ProductoRecord.
         02 PRD-CODIGO                   PIC X(02).
         02 PRD-NOMBRE                   PIC X(15).
         02 PRD-TASA-FINANCIACION        PIC 9(2)V99.
         02 PRD-PORC-PAGO-MINIMO         PIC 9(2)V99.
         02 PRD-TASA-ADELANTO            PIC 9(2)V99.
         02 PRD-PORC-FEE-ADELANTO        PIC 9(2)V99.
         02 PRD-CARGO-MORA               PIC 9(6)V99.
         02 PRD-CARGO-SOBRELIMITE        PIC 9(6)V99.
         02 PRD-CARGO-RENOVACION         PIC 9(6)V99.
         02 PRD-MULT-PUNTOS              PIC 9V99.
         02 PRD-LIMITE-MAXIMO            PIC 9(10)V99.
         02 PRD-DISENO                   PIC X(04).

       FD PropuestasFile.
       01 PropuestaRecord.
         02 PRO-NRO-TARJ                 PIC 9(16).
         02 PRO-ACCION                   PIC X(1).
           88 PRO-AUMENTO                VALUE "A".
           88 PRO-BAJA                   VALUE "B".
       01   PagosAplicStatus             PIC X(2).
       01   PropuestasStatus             PIC X(2).
          88 PropuestaOK VALUE "00".
       01   ProductosStatus              PIC X(2).
       01   WS-PRODUCTOS-DISPONIBLE      PIC X(1) VALUE "N".
          88 PRODUCTOS-DISPONIBLE VALUE "S".
       01   WS-LIMITE-MAXIMO             PIC 9(10)V99.
       01   CONTADOR-EN-TOPE             PIC 9(4) VALUE ZERO.

       01   WS-EOF-SALDOS                PIC X(1) VALUE "N".
          88 EOF-SALDOS VALUE "S".
       01   WS-CIERRE-INT                PIC 9(8).
       01   WS-INICIO-INT                PIC 9(8).

       01   WS-TARJ-ACTUAL               PIC 9(16) VALUE ZERO.
       01   WS-SALDO-MAXIMO              PIC 9(10)V99.
       01   WS-SALDO-ULTIMO              PIC S9(10)V99.
       01   WS-FECHA-ULT                 PIC 9(8).
       01   WS-MORA-DIAS                 PIC S9(5).
       01   WS-MAX-CIERRES               PIC 9(2) VALUE 60.
            02 WS-CIERRE-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-CIE-IX.
               03 WS-CIE-FECHA           PIC 9(8).
               03 WS-CIE-IMPORTE         PIC S9(10)V99.
       01   WS-ULTIMO-CERO               PIC 9(8).
       01   WS-INICIO-DEUDA              PIC 9(8).

             GOBACK
          END-IF.

          OPEN INPUT ProductosFile.
          IF ProductosStatus = "00"
             SET PRODUCTOS-DISPONIBLE TO TRUE
          END-IF.

          PERFORM Recorrer_Saldos.

          CLOSE SaldoFile, TarjetasFile, PropuestasFile.
          IF ProductosStatus NOT = "35" AND ProductosStatus NOT = "30"
             CLOSE ProductosFile
          END-IF.
          DISPLAY "Propuestas de aumento: " CONTADOR-AUMENTOS.
          DISPLAY "Propuestas de baja:    " CONTADOR-BAJAS.
          DISPLAY "Sin aumento por tope del producto: "
             CONTADOR-EN-TOPE.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
          PERFORM Contar_Pagos.
          COMPUTE WS-UTILIZACION ROUNDED =
             WS-SALDO-MAXIMO / TJ-LIMITE * 100.
          PERFORM Buscar_Limite_Maximo.
          EVALUATE TRUE
             WHEN WS-MORA-DIAS >= WS-MORA-PISO-BAJA
                COMPUTE WS-LIMITE-PROPUESTO ROUNDED =
                   TJ-LIMITE * WS-PCT-BAJA / 100
                IF WS-LIMITE-MAXIMO > ZERO
                   AND WS-LIMITE-PROPUESTO > WS-LIMITE-MAXIMO
                   MOVE WS-LIMITE-MAXIMO TO WS-LIMITE-PROPUESTO
                END-IF
                MOVE "B" TO PRO-ACCION
                PERFORM Grabar_Propuesta
                ADD 1 TO CONTADOR-BAJAS
             WHEN WS-LIMITE-MAXIMO > ZERO
                  AND TJ-LIMITE > WS-LIMITE-MAXIMO
                MOVE WS-LIMITE-MAXIMO TO WS-LIMITE-PROPUESTO
                MOVE "B" TO PRO-ACCION
                PERFORM Grabar_Propuesta
                ADD 1 TO CONTADOR-BAJAS
                  AND WS-CANT-PAGOS >= WS-PAGOS-PISO-AUMENTO
                COMPUTE WS-LIMITE-PROPUESTO ROUNDED =
                   TJ-LIMITE * WS-PCT-AUMENTO / 100
                IF WS-LIMITE-MAXIMO > ZERO
                   AND WS-LIMITE-PROPUESTO > WS-LIMITE-MAXIMO
                   MOVE WS-LIMITE-MAXIMO TO WS-LIMITE-PROPUESTO
                END-IF
                IF WS-LIMITE-PROPUESTO > TJ-LIMITE
                   MOVE "A" TO PRO-ACCION
                   PERFORM Grabar_Propuesta
                   ADD 1 TO CONTADOR-AUMENTOS
                ELSE
                   ADD 1 TO CONTADOR-EN-TOPE
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Zero = the card's product puts no ceiling on the line
      *   (or the card has no product, or there is no master).
      *-----------------------------------------------------------*
       Buscar_Limite_Maximo.
          MOVE ZERO TO WS-LIMITE-MAXIMO.
          IF PRODUCTOS-DISPONIBLE AND TJ-PRODUCTO NOT = SPACES
             MOVE TJ-PRODUCTO TO PRD-CODIGO
             READ ProductosFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRD-LIMITE-MAXIMO TO WS-LIMITE-MAXIMO
             END-READ
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Propuesta.
          MOVE WS-TARJ-ACTUAL TO PRO-NRO-TARJ.
          MOVE ZERO TO WS-ULTIMO-CERO.
          PERFORM VARYING WS-CIE-IX FROM 1 BY 1
             UNTIL WS-CIE-IX > WS-CIERRES-COUNT
             IF WS-CIE-IMPORTE(WS-CIE-IX) NOT > ZERO
                AND WS-CIE-FECHA(WS-CIE-IX) > WS-ULTIMO-CERO
                MOVE WS-CIE-FECHA(WS-CIE-IX) TO WS-ULTIMO-CERO
             END-IF
