      * back into PAGOS.DAT corrected, for the next close to apply)
      * or refund it (logged to CC-PAGOS-DEVUELTOS.DAT for the
      * treasury). The aging listing shows what nobody resolved.
      * The same desk works the suspected duplicates the close
      * parks in CC-PAGOS-DUPLICADOS.DAT (a bank reference already
      * applied, or repeated in the same PAGOS.DAT): a genuine one
      * is released back into PAGOS.DAT and the next close lets it
      * through once; a real duplicate is discarded, to be taken
      * up with the bank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          "..\files\CC-PAGOS-DEVUELTOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT DuplicadosFile ASSIGN TO
          "..\files\CC-PAGOS-DUPLICADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DuplicadosStatus.

          SELECT DuplicadosTmpFile ASSIGN TO
          "..\files\pagos-duplicados.tmp"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SuspensoFile.
       01 SuspensoRecord.
         03 SUS-NRO-TARJ                 PIC 9(16).
         03 SUS-FECHA                    PIC X(10).
         03 SUS-IMPORTE                  PIC 9(6)V99.
         03 SUS-REF-BANCO                PIC X(10).
         03 SUS-MONEDA                   PIC 9(1).

       FD SuspensoTmpFile.
       01 SuspensoTmpRecord              PIC X(55).

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

       FD PagosFile.
       01 PagoRecord.
         03 PAG-NRO-TARJ                 PIC 9(16).
         03 PAG-FECHA                    PIC X(10).
         03 PAG-IMPORTE                  PIC 9(6)V99.
         03 PAG-REF-BANCO                PIC X(10).

       FD DevueltosFile.
       01 DevueltoRecord.
         03 DEV-NRO-TARJ                 PIC 9(16).
         03 DEV-IMPORTE                  PIC 9(6)V99.
         03 DEV-REF-BANCO                PIC X(10).
         03 DEV-FECHA-DEVOL              PIC X(8).

       FD DuplicadosFile.
       01 DuplicadoRecord.
         03 DUP-NRO-TARJ                 PIC 9(16).
         03 DUP-FECHA                    PIC X(10).
         03 DUP-IMPORTE                  PIC 9(6)V99.
         03 DUP-REF-BANCO                PIC X(10).
         03 DUP-MONEDA                   PIC 9(1).
         03 DUP-FECHA-INGRESO            PIC X(8).
         03 DUP-ORIGEN                   PIC X(3).
         03 DUP-TIPO                     PIC X(1).
           88 DUP-YA-APLICADO            VALUE "A".
           88 DUP-REPETIDO-ARCHIVO       VALUE "R".
         03 DUP-RUN-ORIGINAL             PIC X(10).
         03 DUP-ESTADO                   PIC X(1).
           88 DUP-PENDIENTE              VALUE "P".
           88 DUP-LIBERADO               VALUE "L".
           88 DUP-APLICADO               VALUE "A".
           88 DUP-DESCARTADO             VALUE "X".
         03 DUP-FECHA-RESOL              PIC X(8).

       FD DuplicadosTmpFile.
       01 DuplicadoTmpRecord             PIC X(76).

       WORKING-STORAGE SECTION.
       01   SuspensoStatus               PIC X(2).
       01   PagosStatus                  PIC X(2).
       01   DuplicadosStatus             PIC X(2).
       01   WS-EOF-DUP                   PIC X(1).
          88 EOF-DUP VALUE "S".
       01   WS-ACCION-DUP                PIC X(1).
          88 LIBERAR-DUP VALUE "L".
          88 DESCARTAR-DUP VALUE "X".
       01   WS-MOTIVO-DUP                PIC X(26).
       01   CONTADOR-DUPLICADOS          PIC 9(4).
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".

          88 EOF-TARJETA VALUE "S".
       01   WS-REF-INPUT                 PIC X(10).
       01   WS-DOC-INPUT                 PIC 9(11).
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-ITEM-HALLADO              PIC X(1).
          88 ITEM-HALLADO VALUE "S".
       01   WS-DIAS-SUSPENSO             PIC S9(5).
                WHEN 2 PERFORM Buscar_Candidatas
                WHEN 3 PERFORM Reasignar_Pago
                WHEN 4 PERFORM Devolver_Pago
                WHEN 5 PERFORM Listar_Duplicados
                WHEN 6
                   MOVE "L" TO WS-ACCION-DUP
                   PERFORM Resolver_Duplicado
                WHEN 7
                   MOVE "X" TO WS-ACCION-DUP
                   PERFORM Resolver_Duplicado
                WHEN 8 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          DISPLAY "2 - Buscar tarjetas por documento".
          DISPLAY "3 - Reasignar un pago a su tarjeta".
          DISPLAY "4 - Devolver un pago".
          DISPLAY "5 - Duplicados sospechosos".
          DISPLAY "6 - Liberar un duplicado genuino".
          DISPLAY "7 - Descartar un duplicado".
          DISPLAY "8 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
          CLOSE SuspensoTmpFile.
          CLOSE SuspensoFile.
      *-----------------------------------------------------------*
      *   Pending duplicates, and released ones the close has not
      *   yet let through.
      *-----------------------------------------------------------*
       Listar_Duplicados.
          MOVE ZERO TO CONTADOR-DUPLICADOS.
          MOVE "N" TO WS-EOF-DUP.
          OPEN INPUT DuplicadosFile.
          IF DuplicadosStatus NOT = "00"
             SET EOF-DUP TO TRUE
          END-IF.
          PERFORM UNTIL EOF-DUP
             READ DuplicadosFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP AND (DUP-PENDIENTE OR DUP-LIBERADO)
                ADD 1 TO CONTADOR-DUPLICADOS
                IF DUP-YA-APLICADO
                   MOVE "YA APLICADO EL" TO WS-MOTIVO-DUP
                   MOVE DUP-RUN-ORIGINAL TO WS-MOTIVO-DUP(16:)
                ELSE
                   MOVE "REPETIDO EN PAGOS.DAT" TO WS-MOTIVO-DUP
                END-IF
                DISPLAY "Ref " DUP-REF-BANCO " " DUP-ORIGEN
                   " tarjeta " DUP-NRO-TARJ
                   " importe " DUP-IMPORTE
                   " ingreso " DUP-FECHA-INGRESO " - "
                   WS-MOTIVO-DUP " - estado " DUP-ESTADO
             END-IF
          END-PERFORM.
          IF DuplicadosStatus = "00" OR DuplicadosStatus = "10"
             CLOSE DuplicadosFile
          END-IF.
          DISPLAY "Duplicados sin resolver: " CONTADOR-DUPLICADOS.
      *-----------------------------------------------------------*
      *   One pass copies the file: the first pending duplicate
      *   with the reference is released (estado L, back into
      *   PAGOS.DAT) or discarded (estado X) in flight.
      *-----------------------------------------------------------*
       Resolver_Duplicado.
          DISPLAY "Referencia bancaria del pago -> "
             WITH NO ADVANCING.
          ACCEPT WS-REF-INPUT.
          MOVE "N" TO WS-ITEM-HALLADO.
          MOVE "N" TO WS-EOF-DUP.
          OPEN INPUT DuplicadosFile.
          IF DuplicadosStatus NOT = "00"
             DISPLAY "** Sin archivo de duplicados"
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT DuplicadosTmpFile.
          PERFORM UNTIL EOF-DUP
             READ DuplicadosFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP
                IF DUP-PENDIENTE AND DUP-REF-BANCO = WS-REF-INPUT
                   AND NOT ITEM-HALLADO
                   SET ITEM-HALLADO TO TRUE
                   PERFORM Resolver_Este_Duplicado
                END-IF
                MOVE DuplicadoRecord TO DuplicadoTmpRecord
                WRITE DuplicadoTmpRecord
             END-IF
          END-PERFORM.
          CLOSE DuplicadosFile.
          CLOSE DuplicadosTmpFile.
          IF ITEM-HALLADO
             PERFORM Regrabar_Duplicados
          ELSE
             DISPLAY "** No hay duplicado pendiente con esa "
                "referencia"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Resolver_Este_Duplicado.
          MOVE WS-FECHA-HOY TO DUP-FECHA-RESOL.
          IF LIBERAR-DUP
             MOVE "L" TO DUP-ESTADO
             OPEN EXTEND PagosFile
             MOVE DUP-NRO-TARJ TO PAG-NRO-TARJ
             MOVE DUP-FECHA TO PAG-FECHA
             MOVE DUP-IMPORTE TO PAG-IMPORTE
             MOVE DUP-REF-BANCO TO PAG-REF-BANCO
             MOVE DUP-MONEDA TO PAG-MONEDA
             WRITE PagoRecord
             CLOSE PagosFile
             DISPLAY "Pago liberado a la tarjeta " DUP-NRO-TARJ
                " - lo aplica el proximo cierre"
          ELSE
             MOVE "X" TO DUP-ESTADO
             DISPLAY "Duplicado descartado - reclamar al banco"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Regrabar_Duplicados.
          MOVE "N" TO WS-EOF-DUP.
          OPEN INPUT DuplicadosTmpFile.
          OPEN OUTPUT DuplicadosFile.
          PERFORM UNTIL EOF-DUP
             READ DuplicadosTmpFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP
                MOVE DuplicadoTmpRecord TO DuplicadoRecord
                WRITE DuplicadoRecord
             END-IF
          END-PERFORM.
          CLOSE DuplicadosTmpFile.
          CLOSE DuplicadosFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ConsultaSuspenso.
