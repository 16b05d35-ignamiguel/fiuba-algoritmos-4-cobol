       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AdelantoComercios.
      * AUTHOR:  nacho.
      * Desk program for settlement advances (adelanto de
      * liquidaciones). A comercio that wants today the money its
      * sales in ventas_indexed.dat will only bring at the next
      * settlement asks here for an amount up to a share of those
      * not-yet-settled sales, less whatever it already has
      * advanced. The discount comes off at the rate in
      * COMERCIO-ADELANTOS-PARAM.DAT and the advance is queued on
      * COMERCIO-ADELANTOS.DAT: OrdenesPagoComercios turns it into
      * a bank transfer on its next run, and LiquidacionComercios
      * nets the advanced amount out of the settlement of those
      * sales, so the comercio is never paid twice. Only sales whose
      * payment date (fechapago) is after the last settlement's
      * cut-off count as not yet settled; a sale in cuotas counts
      * with the cuotas still to be paid, or whole less its
      * financing discount when paid up front (see cuotaventa).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioStatus.

          SELECT VentasFile ASSIGN TO "..\files\ventas_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Ventas-key
          FILE STATUS IS VentasStatus.

          *> One line per advance, alternate key the comercio.
          SELECT OPTIONAL AdelantosFile ASSIGN TO
          "..\files\COMERCIO-ADELANTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ADL-NRO
          ALTERNATE RECORD KEY IS ADL-COMERCIO-KEY WITH DUPLICATES
          FILE STATUS IS AdelantosStatus.

          *> Discount rate and the share of pending sales that can
          *> be advanced.
          SELECT ParametrosFile ASSIGN TO
          "..\files\COMERCIO-ADELANTOS-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosStatus.

          SELECT CorteFile ASSIGN TO
          "..\files\LIQUIDACION-CORTE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CorteStatus.

          SELECT SeqFile ASSIGN TO "..\files\ADELANTOS-SEQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SeqStatus.

       DATA DIVISION.
       FILE SECTION.

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

       FD VentasFile.
       01 VentasRecord.
         02 Ventas-key.
          04 Ventas-comercio-num         PIC 9(6).
          04 Ventas-sucursal             PIC 9(2).
          04 Ventas-moneda               PIC 9(1).
          04 Ventas-fecha                PIC X(8).
          04 Ventas-terminal             PIC 9(2).
          04 Ventas-secuencia            PIC 9(4).
         02 Ventas-nro-card              PIC 9(4).
         02 Ventas-importe               PIC 9(6)V99.
         02 Ventas-tipo                  PIC 9(1).
           88 Ventas-tipo-venta            VALUE 0.
           88 Ventas-tipo-devolucion       VALUE 1.
         *> Cuotas the sale was made in - 0 or 1 = one payment.
         02 Ventas-cuotas                PIC 9(2).

       FD AdelantosFile.
       01 AdelantoRecord.
         03 ADL-NRO                      PIC 9(6).
         03 ADL-COMERCIO-KEY.
           05 ADL-COMERCIO               PIC 9(6).
           05 ADL-SUCURSAL               PIC 9(2).
         03 ADL-FECHA                    PIC 9(8).
      *> Sales amount advanced - what the settlement nets out.
         03 ADL-IMPORTE                  PIC 9(8)V99.
         03 ADL-TASA                     PIC 9(2)V99.
         03 ADL-DESCUENTO                PIC 9(8)V99.
      *> What is transferred now: importe less descuento.
         03 ADL-NETO                     PIC 9(8)V99.
         03 ADL-ESTADO                   PIC X(1).
           88 ADL-PEND-ORDEN VALUE "P".
           88 ADL-ORDENADO VALUE "O".
           88 ADL-ANULADO VALUE "X".
         03 ADL-NRO-ORDEN                PIC 9(8).
      *> Still to be netted by the settlement; zero = recovered.
         03 ADL-SALDO                    PIC 9(8)V99.
         03 ADL-FECHA-LIQ                PIC 9(8).
         03 ADL-USUARIO                  PIC X(8).

       FD ParametrosFile.
       01 ParametroRecord.
         03 ADP-TASA                     PIC 9(2)V99.
         03 ADP-PCT-MAXIMO               PIC 9(3).

       FD SeqFile.
       01 SeqRecord.
         03 SEQ-ULTIMO-ADELANTO          PIC 9(6).

       FD CorteFile.
       01 CorteRecord.
         03 LQC-DESDE                    PIC 9(8).
         03 LQC-HASTA                    PIC 9(8).

       WORKING-STORAGE SECTION.
       01   ComercioStatus               PIC X(2).
          88 ComercioFound VALUE "00".
       01   VentasStatus                 PIC X(2).
          88 VentasOK VALUE "00".
       01   AdelantosStatus              PIC X(2).
          88 AdelantosOK VALUE "00".
       01   ParametrosStatus             PIC X(2).
       01   SeqStatus                    PIC X(2).
       01   CorteStatus                  PIC X(2).
       01   WS-ULTIMO-CORTE              PIC 9(8).
       01   WS-FECHA-PAGO                PIC 9(8).
       01   WS-NRO-CUOTA                 PIC 9(2).
       01   WS-IMPORTE-CUOTA             PIC 9(6)V99.
       01   WS-DESCUENTO-CUOTA           PIC 9(6)V99.
       01   WS-MODO-CUOTA                PIC X(1).
       01   WS-FIN-CUOTAS                PIC X(1).
          88 FIN-CUOTAS VALUE "S".

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "ADELANTOCOMERCIOS".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - the settlement nets advances and
      *> the payment run orders them. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "VENTAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-COMERCIO-INPUT            PIC 9(6).
       01   WS-SUCURSAL-INPUT            PIC 9(2).
       01   WS-NRO-INPUT                 PIC 9(6).
       01   WS-IMPORTE-INPUT             PIC 9(8)V99.
       01   WS-CONFIRMA                  PIC X(1).

      *> Rate and share in force - built-in defaults when the
      *> parameter file is missing.
       01   WS-TASA                      PIC 9(2)V99 VALUE 3.00.
       01   WS-PCT-MAXIMO                PIC 9(3) VALUE 80.
       01   WS-VENTAS-PENDIENTES         PIC S9(10)V99.
       01   WS-ADELANTADO                PIC 9(10)V99.
       01   WS-DISPONIBLE                PIC S9(10)V99.
       01   WS-DESCUENTO                 PIC 9(8)V99.
       01   WS-NRO-ADELANTO              PIC 9(6) VALUE ZERO.
       01   CONTADOR-ADELANTOS           PIC 9(4).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - mantenimiento "
                "bloqueado hasta que termine el batch **"
             STOP RUN
          END-IF.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.
          OPEN INPUT ComerciosFile.
          IF NOT ComercioFound
             DISPLAY "** Error abriendo ComerciosFile - status "
                ComercioStatus
             STOP RUN
          END-IF.
          OPEN INPUT VentasFile.
          IF NOT VentasOK
             DISPLAY "** Error abriendo VentasFile - status "
                VentasStatus
             CLOSE ComerciosFile
             STOP RUN
          END-IF.
          OPEN I-O AdelantosFile.
          IF NOT AdelantosOK AND AdelantosStatus NOT = "05"
             DISPLAY "** Error abriendo COMERCIO-ADELANTOS.DAT - "
                "status " AdelantosStatus
             CLOSE ComerciosFile, VentasFile
             STOP RUN
          END-IF.
          PERFORM Cargar_Parametros.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Solo_Con_Permiso_Alta
                WHEN 2 PERFORM Listar_Adelantos_Comercio
                WHEN 3 PERFORM Solo_Con_Permiso_Anular
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE ComerciosFile, VentasFile, AdelantosFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Adelanto de liquidaciones a comercios".
          DISPLAY "1 - Solicitar un adelanto".
          DISPLAY "2 - Adelantos de un comercio".
          DISPLAY "3 - Anular un adelanto sin orden de pago".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   The signed-on level gates the mutating options.
      *-----------------------------------------------------------*
       Solo_Con_Permiso_Alta.
          IF SEG-NIVEL = "M"
             PERFORM Solicitar_Adelanto
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Anular.
          IF SEG-NIVEL = "M"
             PERFORM Anular_Adelanto
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Parametros.
          OPEN INPUT ParametrosFile.
          IF ParametrosStatus = "00"
             READ ParametrosFile
                AT END CONTINUE
             END-READ
             IF ParametrosStatus = "00"
                MOVE ADP-TASA TO WS-TASA
                MOVE ADP-PCT-MAXIMO TO WS-PCT-MAXIMO
             END-IF
             CLOSE ParametrosFile
          END-IF.
          IF WS-PCT-MAXIMO > 100
             MOVE 100 TO WS-PCT-MAXIMO
          END-IF.
      *-----------------------------------------------------------*
      *   Only an active comercio with a CBU can be advanced - the
      *   money goes out as a transfer like any settlement.
      *-----------------------------------------------------------*
       Solicitar_Adelanto.
          DISPLAY "Nro de comercio -> " WITH NO ADVANCING.
          ACCEPT WS-COMERCIO-INPUT.
          DISPLAY "Sucursal -> " WITH NO ADVANCING.
          ACCEPT WS-SUCURSAL-INPUT.
          MOVE WS-COMERCIO-INPUT TO Comercio-num.
          MOVE WS-SUCURSAL-INPUT TO Comercio-sucursal.
          READ ComerciosFile
             INVALID KEY
                DISPLAY "** El comercio " WS-COMERCIO-INPUT
                   " no existe"
                EXIT PARAGRAPH
          END-READ.
          DISPLAY "Comercio: " Comercio-razon-social.
          IF NOT Comercio-activo
             DISPLAY "** El comercio no esta activo - estado "
                Comercio-estado
             EXIT PARAGRAPH
          END-IF.
          IF Comercio-cbu = SPACES
             DISPLAY "** El comercio no tiene CBU cargado"
             EXIT PARAGRAPH
          END-IF.

          PERFORM Sumar_Ventas_Pendientes.
          PERFORM Sumar_Adelantado.
          COMPUTE WS-DISPONIBLE =
             WS-VENTAS-PENDIENTES * WS-PCT-MAXIMO / 100
             - WS-ADELANTADO.
          DISPLAY "  Ventas sin liquidar: " WS-VENTAS-PENDIENTES.
          DISPLAY "  Ya adelantado:       " WS-ADELANTADO.
          IF WS-DISPONIBLE NOT > ZERO
             DISPLAY "** No hay importe disponible para adelantar"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "  Disponible (" WS-PCT-MAXIMO "%): " WS-DISPONIBLE.
          DISPLAY "Importe a adelantar -> " WITH NO ADVANCING.
          ACCEPT WS-IMPORTE-INPUT.
          IF WS-IMPORTE-INPUT = ZERO
             OR WS-IMPORTE-INPUT > WS-DISPONIBLE
             DISPLAY "** Importe fuera del disponible"
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-DESCUENTO ROUNDED =
             WS-IMPORTE-INPUT * WS-TASA / 100.
          DISPLAY "  Descuento al " WS-TASA "%: " WS-DESCUENTO.
          DISPLAY "  A transferir: " WS-IMPORTE-INPUT " - "
             WS-DESCUENTO.
          DISPLAY "Confirma el adelanto (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Adelanto cancelado"
             EXIT PARAGRAPH
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          PERFORM Tomar_Numero.
          MOVE WS-NRO-ADELANTO TO ADL-NRO.
          MOVE WS-COMERCIO-INPUT TO ADL-COMERCIO.
          MOVE WS-SUCURSAL-INPUT TO ADL-SUCURSAL.
          MOVE WS-FECHA-HOY TO ADL-FECHA.
          MOVE WS-IMPORTE-INPUT TO ADL-IMPORTE.
          MOVE WS-TASA TO ADL-TASA.
          MOVE WS-DESCUENTO TO ADL-DESCUENTO.
          COMPUTE ADL-NETO = WS-IMPORTE-INPUT - WS-DESCUENTO.
          SET ADL-PEND-ORDEN TO TRUE.
          MOVE ZERO TO ADL-NRO-ORDEN.
          MOVE WS-IMPORTE-INPUT TO ADL-SALDO.
          MOVE ZERO TO ADL-FECHA-LIQ.
          MOVE SEG-USUARIO TO ADL-USUARIO.
          WRITE AdelantoRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar el adelanto - status "
                   AdelantosStatus
                EXIT PARAGRAPH
          END-WRITE.
          MOVE "A" TO AUD-OPERACION.
          MOVE ADL-NRO TO AUD-CLAVE.
          MOVE SPACES TO AUD-ANTES.
          MOVE AdelantoRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Adelanto " ADL-NRO " registrado - sale en la "
             "proxima corrida de ordenes de pago".
      *-----------------------------------------------------------*
      *   Ventas-key leads with comercio and sucursal, so the
      *   pending sales are one contiguous run of keys. Devoluciones
      *   net out, as in the settlement.
      *-----------------------------------------------------------*
       Sumar_Ventas_Pendientes.
          MOVE ZERO TO WS-VENTAS-PENDIENTES.
          MOVE ZERO TO WS-ULTIMO-CORTE.
          OPEN INPUT CorteFile.
          IF CorteStatus = "00"
             READ CorteFile
                AT END MOVE ZERO TO LQC-HASTA
             END-READ
             MOVE LQC-HASTA TO WS-ULTIMO-CORTE
             CLOSE CorteFile
          END-IF.
          MOVE "N" TO WS-EOF.
          MOVE WS-COMERCIO-INPUT TO Ventas-comercio-num.
          MOVE WS-SUCURSAL-INPUT TO Ventas-sucursal.
          MOVE ZERO TO Ventas-moneda.
          MOVE LOW-VALUES TO Ventas-fecha.
          MOVE ZERO TO Ventas-terminal.
          MOVE ZERO TO Ventas-secuencia.
          START VentasFile KEY IS NOT LESS THAN Ventas-key
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ VentasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF Ventas-comercio-num = WS-COMERCIO-INPUT
                   AND Ventas-sucursal = WS-SUCURSAL-INPUT
                   MOVE "N" TO WS-FIN-CUOTAS
                   PERFORM Sumar_Cuota_Pendiente
                      VARYING WS-NRO-CUOTA FROM 1 BY 1
                      UNTIL FIN-CUOTAS
                ELSE
                   SET FIN-ARCHIVO TO TRUE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   A sale in one payment is a single cuota.
      *-----------------------------------------------------------*
       Sumar_Cuota_Pendiente.
          CALL 'cuotaventa' USING Comercio-cod-rubro, VentasRecord,
             WS-NRO-CUOTA, WS-FECHA-PAGO, WS-IMPORTE-CUOTA,
             WS-DESCUENTO-CUOTA, WS-MODO-CUOTA.
          IF WS-NRO-CUOTA > 1 AND WS-FECHA-PAGO = ZERO
             SET FIN-CUOTAS TO TRUE
             EXIT PARAGRAPH
          END-IF.
          IF WS-NRO-CUOTA = 99
             SET FIN-CUOTAS TO TRUE
          END-IF.
          IF WS-FECHA-PAGO > WS-ULTIMO-CORTE
             IF Ventas-tipo-devolucion
                SUBTRACT WS-IMPORTE-CUOTA FROM WS-VENTAS-PENDIENTES
             ELSE
                ADD WS-IMPORTE-CUOTA TO WS-VENTAS-PENDIENTES
                SUBTRACT WS-DESCUENTO-CUOTA FROM WS-VENTAS-PENDIENTES
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Advances not yet recovered by a settlement - anulled
      *   ones carry a zero saldo.
      *-----------------------------------------------------------*
       Sumar_Adelantado.
          MOVE ZERO TO WS-ADELANTADO.
          MOVE ZERO TO CONTADOR-ADELANTOS.
          MOVE "N" TO WS-EOF.
          MOVE WS-COMERCIO-INPUT TO ADL-COMERCIO.
          MOVE WS-SUCURSAL-INPUT TO ADL-SUCURSAL.
          START AdelantosFile KEY IS EQUAL TO ADL-COMERCIO-KEY
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ AdelantosFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF ADL-COMERCIO = WS-COMERCIO-INPUT
                   AND ADL-SUCURSAL = WS-SUCURSAL-INPUT
                   ADD 1 TO CONTADOR-ADELANTOS
                   ADD ADL-SALDO TO WS-ADELANTADO
                ELSE
                   SET FIN-ARCHIVO TO TRUE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Tomar_Numero.
          MOVE ZERO TO WS-NRO-ADELANTO.
          OPEN INPUT SeqFile.
          IF SeqStatus = "00"
             READ SeqFile
                AT END CONTINUE
             END-READ
             IF SeqStatus = "00"
                MOVE SEQ-ULTIMO-ADELANTO TO WS-NRO-ADELANTO
             END-IF
             CLOSE SeqFile
          END-IF.
          ADD 1 TO WS-NRO-ADELANTO.
          OPEN OUTPUT SeqFile.
          MOVE WS-NRO-ADELANTO TO SEQ-ULTIMO-ADELANTO.
          WRITE SeqRecord.
          CLOSE SeqFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Adelantos_Comercio.
          DISPLAY "Nro de comercio -> " WITH NO ADVANCING.
          ACCEPT WS-COMERCIO-INPUT.
          DISPLAY "Sucursal -> " WITH NO ADVANCING.
          ACCEPT WS-SUCURSAL-INPUT.
          MOVE "N" TO WS-EOF.
          MOVE ZERO TO WS-ADELANTADO.
          MOVE ZERO TO CONTADOR-ADELANTOS.
          MOVE WS-COMERCIO-INPUT TO ADL-COMERCIO.
          MOVE WS-SUCURSAL-INPUT TO ADL-SUCURSAL.
          START AdelantosFile KEY IS EQUAL TO ADL-COMERCIO-KEY
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ AdelantosFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF ADL-COMERCIO = WS-COMERCIO-INPUT
                   AND ADL-SUCURSAL = WS-SUCURSAL-INPUT
                   ADD 1 TO CONTADOR-ADELANTOS
                   ADD ADL-SALDO TO WS-ADELANTADO
                   PERFORM Mostrar_Adelanto
                ELSE
                   SET FIN-ARCHIVO TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Adelantos: " CONTADOR-ADELANTOS
             "  Pendiente de recuperar: " WS-ADELANTADO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Adelanto.
          DISPLAY "Adelanto " ADL-NRO " del " ADL-FECHA
             " por " ADL-USUARIO.
          DISPLAY "  Importe: " ADL-IMPORTE "  Descuento: "
             ADL-DESCUENTO "  Transferido: " ADL-NETO.
          EVALUATE TRUE
             WHEN ADL-PEND-ORDEN
                DISPLAY "  Pendiente de orden de pago"
             WHEN ADL-ORDENADO
                DISPLAY "  Orden de pago " ADL-NRO-ORDEN
             WHEN ADL-ANULADO
                DISPLAY "  ANULADO"
          END-EVALUATE.
          IF ADL-SALDO > ZERO
             DISPLAY "  Saldo a recuperar: " ADL-SALDO
          ELSE
             IF NOT ADL-ANULADO
                DISPLAY "  Recuperado en la liquidacion del "
                   ADL-FECHA-LIQ
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Once the order is out, or the settlement has started
      *   netting it, the advance can no longer be anulled.
      *-----------------------------------------------------------*
       Anular_Adelanto.
          DISPLAY "Nro de adelanto -> " WITH NO ADVANCING.
          ACCEPT WS-NRO-INPUT.
          MOVE WS-NRO-INPUT TO ADL-NRO.
          READ AdelantosFile
             INVALID KEY
                DISPLAY "** El adelanto " WS-NRO-INPUT " no existe"
                EXIT PARAGRAPH
          END-READ.
          PERFORM Mostrar_Adelanto.
          IF NOT ADL-PEND-ORDEN OR ADL-SALDO NOT = ADL-IMPORTE
             DISPLAY "** El adelanto ya tiene orden de pago o fue "
                "liquidado - no se puede anular"
             EXIT PARAGRAPH
          END-IF.
          DISPLAY "Confirma la anulacion (S/N) -> "
             WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Anulacion cancelada"
             EXIT PARAGRAPH
          END-IF.
          MOVE AdelantoRecord TO AUD-ANTES.
          SET ADL-ANULADO TO TRUE.
          MOVE ZERO TO ADL-SALDO.
          REWRITE AdelantoRecord
             INVALID KEY
                DISPLAY "** No se pudo anular - status "
                   AdelantosStatus
                EXIT PARAGRAPH
          END-REWRITE.
          MOVE "B" TO AUD-OPERACION.
          MOVE ADL-NRO TO AUD-CLAVE.
          MOVE AdelantoRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Adelanto " ADL-NRO " anulado".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM AdelantoComercios.
