      * The fixed-format extract goes to CC-SITUACION.DAT; last
      * month's file is kept as CC-SITUACION-ANT.DAT, and every
      * card whose situacion moved lands on CC-SITUACION-CAMBIOS.DAT
      * marked MEJORA or DETERIORO for the risk area to review,
      * the card masked (maskpan) - the documento identifies it.
      * On a clean finish the current extract becomes next month's
      * "anterior". The extract is registered for transmission
      * (regsalida) with its card count and total balance reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD ParametrosFile.
       01 REG-PARAM-CC.
       FD SituacionFile.
       01 SituacionRecord.
         03 SIT-DOCUMENTO                PIC 9(11).
         03 SIT-NRO-TARJ                 PIC 9(16).
         03 SIT-SITUACION                PIC 9(1).
         03 SIT-SALDO                    PIC 9(10)V99.
         03 SIT-MORA-DIAS                PIC 9(5).
       FD SituacionAntFile.
       01 SituacionAntRecord.
         03 SITA-DOCUMENTO               PIC 9(11).
         03 SITA-NRO-TARJ                PIC 9(16).
         03 SITA-SITUACION               PIC 9(1).
         03 SITA-SALDO                   PIC 9(10)V99.
         03 SITA-MORA-DIAS               PIC 9(5).

       FD CambiosFile.
       01 CambioRecord.
         03 CAM-NRO-TARJ                 PIC X(16).
         03 CAM-DOCUMENTO                PIC 9(11).
         03 CAM-SIT-ANTERIOR             PIC 9(1).
         03 CAM-SIT-NUEVA                PIC 9(1).
       01   WS-CIERRE-AAAAMMDD           PIC 9(8).
       01   WS-INICIO-INT                PIC 9(8).

       01   WS-TARJ-ACTUAL               PIC 9(16) VALUE ZERO.
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

       01   WS-ANT-TABLE.
            02 WS-ANT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-ANT-IX.
               03 WS-ANT-TARJ            PIC 9(16).
               03 WS-ANT-SIT             PIC 9(1).
       01   WS-SIT-ANTERIOR              PIC 9(1).
       01   WS-ANT-HALLADA               PIC X(1).
       01   CONTADOR-CLASIFICADAS        PIC 9(5) VALUE ZERO.
       01   CONTADOR-CAMBIOS             PIC 9(5) VALUE ZERO.

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "CC-SITUACION".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-SITUACION.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

       PROCEDURE DIVISION.
       Begin.
          OPEN INPUT ParametrosFile.

          CLOSE SaldoFile, TarjetasFile.
          CLOSE SituacionFile, CambiosFile.
          MOVE CONTADOR-CLASIFICADAS TO RSA-REGISTROS.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
             RSA-GENERACION, RSA-LINEAS, RSA-HASH,
             RSA-RESULTADO.
          PERFORM Rotar_Situacion.
          DISPLAY "Tarjetas clasificadas:  " CONTADOR-CLASIFICADAS.
          DISPLAY "Cambios de situacion:   " CONTADOR-CAMBIOS.
          END-IF.
      *-----------------------------------------------------------*
      *   The informational regime's scale, measured from the
      *   start of the current unbroken run of owing closings.
      *-----------------------------------------------------------*
       Mapear_Situacion.
          EVALUATE TRUE
             WHEN WS-SALDO-ULTIMO NOT > ZERO OR WS-MORA-DIAS <= 30
                MOVE 1 TO WS-SITUACION
             WHEN WS-MORA-DIAS <= 90
                MOVE 2 TO WS-SITUACION
          MOVE TJ-DOCUMENTO TO SIT-DOCUMENTO.
          MOVE WS-TARJ-ACTUAL TO SIT-NRO-TARJ.
          MOVE WS-SITUACION TO SIT-SITUACION.
          IF WS-SALDO-ULTIMO > ZERO
             MOVE WS-SALDO-ULTIMO TO SIT-SALDO
          ELSE
             MOVE ZERO TO SIT-SALDO
          END-IF.
          IF WS-MORA-DIAS < ZERO
             MOVE ZERO TO SIT-MORA-DIAS
          ELSE
          END-IF.
          MOVE WS-CIERRE-AAAAMMDD TO SIT-FECHA.
          WRITE SituacionRecord.
          ADD SIT-SALDO TO RSA-TOTAL.
          PERFORM Comparar_Con_Anterior.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
          END-PERFORM.
          IF ANT-HALLADA AND WS-SIT-ANTERIOR NOT = WS-SITUACION
             ADD 1 TO CONTADOR-CAMBIOS
             CALL 'maskpan' USING BY CONTENT WS-TARJ-ACTUAL,
                BY REFERENCE CAM-NRO-TARJ
             MOVE TJ-DOCUMENTO TO CAM-DOCUMENTO
             MOVE WS-SIT-ANTERIOR TO CAM-SIT-ANTERIOR
             MOVE WS-SITUACION TO CAM-SIT-NUEVA
          MOVE ZERO TO WS-ULTIMO-CERO.
          PERFORM VARYING WS-CIE-IX FROM 1 BY 1
             UNTIL WS-CIE-IX > WS-CIERRES-COUNT
             IF WS-CIE-IMPORTE(WS-CIE-IX) NOT > ZERO
                AND WS-CIE-FECHA(WS-CIE-IX) > WS-ULTIMO-CERO
                MOVE WS-CIE-FECHA(WS-CIE-IX) TO WS-ULTIMO-CERO
             END-IF
