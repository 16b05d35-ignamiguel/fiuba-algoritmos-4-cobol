       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AdelantosPendientes.
      * AUTHOR:  nacho.
      * Outstanding settlement advances - the money already paid
      * out by AdelantoComercios that the settlement has not yet
      * recovered. Walks COMERCIO-ADELANTOS.DAT in comercio order
      * and lists every advance with saldo, a subtotal of exposure
      * per comercio and sucursal, and the total exposure, on
      * ADELANTOS-PENDIENTES.DAT. Advances still waiting for their
      * payment order are flagged, since that money has not left
      * yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL AdelantosFile ASSIGN TO
          "..\files\COMERCIO-ADELANTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ADL-NRO
          ALTERNATE RECORD KEY IS ADL-COMERCIO-KEY WITH DUPLICATES
          FILE STATUS IS AdelantosFS.

          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioFS.

          SELECT ListadoFile ASSIGN TO
          "..\files\ADELANTOS-PENDIENTES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-key.
           03 Comercio-num               PIC 9(6).
           03 Comercio-sucursal          PIC 9(2).
         02 Comercio-razon-social        PIC X(30).
         02 Comercio-direccion           PIC X(20).
         02 Comercio-cod-rubro           PIC 9(4).
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado             PIC X(1).
           88 Comercio-alta-pend VALUE "P".
           88 Comercio-activo VALUE "A".
           88 Comercio-suspendido VALUE "S".
           88 Comercio-baja VALUE "B".
         02 Comercio-cbu                 PIC X(22).
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD ListadoFile.
       01 ListadoRecord                  PIC X(90).

       WORKING-STORAGE SECTION.
       01   AdelantosFS                  PIC X(2).
       01   ComercioFS                   PIC X(2).
          88 comercio_success VALUE "00".
       01   WS-EOF-ADL                   PIC X(1).
          88 EOF-ADL VALUE "S".

       01   ws_comercio                  PIC 9(6) VALUE ZERO.
       01   ws_sucursal                  PIC 9(2) VALUE ZERO.
       01   WS-CANT-COMERCIO             PIC 9(4) VALUE ZERO.
       01   WS-SALDO-COMERCIO            PIC 9(10)V99 VALUE ZERO.
       01   WS-TOTAL-EXPOSICION          PIC 9(12)V99 VALUE ZERO.
       01   CONTADOR-ADELANTOS           PIC 9(6) VALUE ZERO.
       01   CONTADOR-COMERCIOS           PIC 9(5) VALUE ZERO.

       01   WS-CURRENT-DATE-X.
          02 FILLER                      PIC X(8).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01 listado_titulo.
         02 FILLER                       PIC X(35) VALUE
         "ADELANTOS A COMERCIOS PENDIENTES AL".
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 lt_fecha                     PIC X(8).
         02 FILLER                       PIC X(46) VALUE SPACES.

       01 listado_comercio.
         02 lc_comercio                  PIC 9(6).
         02 FILLER                       PIC X(1) VALUE "/".
         02 lc_sucursal                  PIC 9(2).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 lc_razon_social              PIC X(30).
         02 FILLER                       PIC X(49) VALUE SPACES.

       01 listado_detalle.
         02 FILLER                       PIC X(5) VALUE SPACES.
         02 ld_adelanto                  PIC 9(6).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_fecha                     PIC X(8).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_importe                   PIC Z(7)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_neto                      PIC Z(7)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_saldo                     PIC Z(7)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_estado                    PIC X(18).
         02 FILLER                       PIC X(10) VALUE SPACES.

       01 listado_subtotal.
         02 FILLER                       PIC X(25) VALUE
         "     EXPOSICION COMERCIO:".
         02 FILLER                       PIC X(22) VALUE SPACES.
         02 ls_saldo                     PIC Z(9)9.99.
         02 FILLER                       PIC X(30) VALUE SPACES.

       01 listado_total.
         02 FILLER                       PIC X(25) VALUE
         "EXPOSICION TOTAL:".
         02 FILLER                       PIC X(20) VALUE SPACES.
         02 lx_total                     PIC Z(11)9.99.
         02 FILLER                       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "ADELANTOS-PEND" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X.
          OPEN INPUT ComerciosFile.
          IF NOT comercio_success
             DISPLAY "** Error abriendo ComerciosFile - status "
                ComercioFS
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN OUTPUT ListadoFile.
          MOVE WS-CURRENT-DATE-X TO lt_fecha.
          WRITE ListadoRecord FROM listado_titulo.

          MOVE "N" TO WS-EOF-ADL.
          OPEN INPUT AdelantosFile.
          IF AdelantosFS NOT = "00"
             SET EOF-ADL TO TRUE
          ELSE
             MOVE LOW-VALUES TO ADL-COMERCIO-KEY
             START AdelantosFile
                KEY IS NOT LESS THAN ADL-COMERCIO-KEY
                INVALID KEY SET EOF-ADL TO TRUE
             END-START
          END-IF.
          PERFORM UNTIL EOF-ADL
             READ AdelantosFile NEXT RECORD
                AT END SET EOF-ADL TO TRUE
             END-READ
             IF NOT EOF-ADL AND ADL-SALDO > ZERO
                IF ADL-COMERCIO NOT = ws_comercio
                   OR ADL-SUCURSAL NOT = ws_sucursal
                   PERFORM Cerrar_Comercio
                   PERFORM Abrir_Comercio
                END-IF
                PERFORM Listar_Adelanto
             END-IF
          END-PERFORM.
          PERFORM Cerrar_Comercio.
          IF AdelantosFS NOT = "35"
             CLOSE AdelantosFile
          END-IF.

          MOVE WS-TOTAL-EXPOSICION TO lx_total.
          WRITE ListadoRecord FROM listado_total.
          CLOSE ListadoFile, ComerciosFile.

          DISPLAY "Adelantos pendientes: " CONTADOR-ADELANTOS
             " de " CONTADOR-COMERCIOS " comercios - exposicion "
             WS-TOTAL-EXPOSICION.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-ADELANTOS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Abrir_Comercio.
          MOVE ADL-COMERCIO TO ws_comercio.
          MOVE ADL-SUCURSAL TO ws_sucursal.
          MOVE ZERO TO WS-CANT-COMERCIO.
          MOVE ZERO TO WS-SALDO-COMERCIO.
          ADD 1 TO CONTADOR-COMERCIOS.
          MOVE ADL-COMERCIO TO Comercio-num.
          MOVE ADL-SUCURSAL TO Comercio-sucursal.
          READ ComerciosFile
             INVALID KEY
                MOVE "(COMERCIO NO REGISTRADO)"
                   TO Comercio-razon-social
          END-READ.
          MOVE ws_comercio TO lc_comercio.
          MOVE ws_sucursal TO lc_sucursal.
          MOVE Comercio-razon-social TO lc_razon_social.
          WRITE ListadoRecord FROM listado_comercio.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cerrar_Comercio.
          IF WS-CANT-COMERCIO > ZERO
             MOVE WS-SALDO-COMERCIO TO ls_saldo
             WRITE ListadoRecord FROM listado_subtotal
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Adelanto.
          ADD 1 TO WS-CANT-COMERCIO.
          ADD 1 TO CONTADOR-ADELANTOS.
          ADD ADL-SALDO TO WS-SALDO-COMERCIO.
          ADD ADL-SALDO TO WS-TOTAL-EXPOSICION.
          MOVE ADL-NRO TO ld_adelanto.
          MOVE ADL-FECHA TO ld_fecha.
          MOVE ADL-IMPORTE TO ld_importe.
          MOVE ADL-NETO TO ld_neto.
          MOVE ADL-SALDO TO ld_saldo.
          IF ADL-PEND-ORDEN
             MOVE "SIN ORDEN DE PAGO" TO ld_estado
          ELSE
             MOVE "ORDENADO" TO ld_estado
          END-IF.
          WRITE ListadoRecord FROM listado_detalle.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM AdelantosPendientes.
