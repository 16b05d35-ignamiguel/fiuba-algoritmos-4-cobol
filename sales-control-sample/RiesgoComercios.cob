       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RiesgoComercios.
      * AUTHOR:  nacho.
      * Monthly merchant risk monitoring. For the period (previous
      * month unless RIESGO-COMERCIOS-PARAM.DAT names one) it
      * relates, per comercio, the chargebacks resolved against it
      * (CC-DEBITOS-COMERCIO.DAT, by resolution date) and the
      * devoluciones in ventas_indexed.dat to its gross sales, both
      * by amount. A comercio over either threshold goes on the
      * watch list COMERCIO-VIGILANCIA.DAT, which LiquidacionComercios
      * reads to hold its settlement on COMERCIO-RETENIDOS.DAT. The
      * months in a row each comercio has breached are carried on
      * COMERCIO-RIESGO-HIST.DAT; reaching the parameter's count
      * marks it proposed for suspension, which the supervisor
      * confirms or rejects in MantComercios. The run also prints
      * RIESGO-COMERCIOS-LIST.DAT for the risk area.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT VentasFile ASSIGN TO "..\files\ventas_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Ventas-key
          FILE STATUS IS VentasFS.

          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioFS.

          SELECT DebitosComercioFile ASSIGN TO
          "..\files\CC-DEBITOS-COMERCIO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DebitosFS.

          *> Thresholds, months in a row before proposing suspension
          *> and, optionally, the period to evaluate.
          SELECT ParametrosFile ASSIGN TO
          "..\files\RIESGO-COMERCIOS-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosFS.

          *> Consecutive breaches per comercio, rewritten each run.
          SELECT HistoriaFile ASSIGN TO
          "..\files\COMERCIO-RIESGO-HIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HistoriaFS.

          SELECT VigilanciaFile ASSIGN TO
          "..\files\COMERCIO-VIGILANCIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ListadoFile ASSIGN TO
          "..\files\RIESGO-COMERCIOS-LIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD DebitosComercioFile.
       01 DebitoComercioRecord.
         03 DCM-COMERCIO                 PIC 9(6).
         03 DCM-IMPORTE                  PIC 9(6)V99.
         03 DCM-NRO-CASO                 PIC 9(6).
         03 DCM-APLICADO                 PIC X(1).
         03 DCM-FECHA-APLICADO           PIC 9(8).
         03 DCM-FECHA-RESOLUCION         PIC 9(8).

       FD ParametrosFile.
       01 ParametroRecord.
         03 RSP-PCT-CONTRACARGOS         PIC 9(2)V99.
         03 RSP-PCT-DEVOLUCIONES         PIC 9(2)V99.
         03 RSP-MESES-SUSPENSION         PIC 9(2).
         03 RSP-PERIODO                  PIC 9(6).

       FD HistoriaFile.
       01 HistoriaRecord.
         03 RHI-COMERCIO                 PIC 9(6).
         03 RHI-PERIODO                  PIC 9(6).
         03 RHI-MESES                    PIC 9(2).

       FD VigilanciaFile.
       01 VigilanciaRecord.
         03 VIG-COMERCIO                 PIC 9(6).
         03 VIG-PERIODO                  PIC 9(6).
         03 VIG-BRUTO                    PIC 9(10)V99.
         03 VIG-DEVOLUCIONES             PIC 9(10)V99.
         03 VIG-PCT-DEVOL                PIC 9(3)V99.
         03 VIG-CONTRACARGOS             PIC 9(10)V99.
         03 VIG-PCT-CONTRA               PIC 9(3)V99.
         03 VIG-MESES                    PIC 9(2).
         03 VIG-PROPUESTA                PIC X(1).

       FD ListadoFile.
       01 ListadoRecord                  PIC X(90).

       WORKING-STORAGE SECTION.
       01   VentasFS                     PIC X(2).
          88 ventas_success VALUE "00".
       01   ComercioFS                   PIC X(2).
          88 comercio_success VALUE "00".
       01   DebitosFS                    PIC X(2).
       01   ParametrosFS                 PIC X(2).
       01   HistoriaFS                   PIC X(2).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

      *> Parameters in force - built-in defaults when the file is
      *> missing.
       01   WS-PCT-CONTRACARGOS          PIC 9(2)V99 VALUE 1.00.
       01   WS-PCT-DEVOLUCIONES          PIC 9(2)V99 VALUE 10.00.
       01   WS-MESES-SUSPENSION          PIC 9(2) VALUE 2.

       01   WS-CURRENT-DATE-X.
          02 WS-HOY-PERIODO              PIC 9(6).
          02 FILLER                      PIC X(2).
       01   WS-PERIODO                   PIC 9(6).
       01   WS-PERIODO-R REDEFINES WS-PERIODO.
         03 WS-PER-ANIO                  PIC 9(4).
         03 WS-PER-MES                   PIC 9(2).
       01   WS-PERIODO-ANT               PIC 9(6).
       01   WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
         03 WS-PAN-ANIO                  PIC 9(4).
         03 WS-PAN-MES                   PIC 9(2).

      *> Per-comercio figures of the period.
       01   WS-MAX-RSG                   PIC 9(3) VALUE 500.
       01   WS-RSG-COUNT                 PIC 9(3) VALUE 0.
       01   WS-RSG-TABLE.
            02 WS-RSG-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-RSG-IX.
               03 WS-RSG-COMERCIO        PIC 9(6).
               03 WS-RSG-BRUTO           PIC 9(10)V99.
               03 WS-RSG-DEVOL           PIC 9(10)V99.
               03 WS-RSG-CONTRA          PIC 9(10)V99.
       01   WS-RSG-HALLADO               PIC X(1).
          88 RSG-HALLADO VALUE "S".
       01   WS-RSG-BUSCADO               PIC 9(6).
       01   CONTADOR-DESBORDE            PIC 9(5) VALUE ZERO.

      *> Breach history as it was before this run.
       01   WS-MAX-HIS                   PIC 9(3) VALUE 500.
       01   WS-HIS-COUNT                 PIC 9(3) VALUE 0.
       01   WS-HIS-TABLE.
            02 WS-HIS-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-HIS-IX.
               03 WS-HIS-COMERCIO        PIC 9(6).
               03 WS-HIS-PERIODO         PIC 9(6).
               03 WS-HIS-MESES           PIC 9(2).

       01   WS-PCT-DEVOL                 PIC 9(3)V99.
       01   WS-PCT-CONTRA                PIC 9(3)V99.
       01   WS-MESES                     PIC 9(2).
       01   CONTADOR-VIGILANCIA          PIC 9(5) VALUE ZERO.
       01   CONTADOR-PROPUESTAS          PIC 9(5) VALUE ZERO.

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01 listado_titulo.
         02 FILLER                       PIC X(32) VALUE
         "MONITOREO DE RIESGO DE COMERCIOS".
         02 FILLER                       PIC X(10) VALUE
         " PERIODO ".
         02 lt_periodo                   PIC 9(6).
         02 FILLER                       PIC X(16) VALUE
         "  UMBRAL CC/DEV ".
         02 lt_pct_contra                PIC Z9.99.
         02 FILLER                       PIC X(1) VALUE "/".
         02 lt_pct_devol                 PIC Z9.99.
         02 FILLER                       PIC X(15) VALUE SPACES.

       01 listado_encabezado.
         02 FILLER                       PIC X(50) VALUE
         "COMERC. RAZON SOCIAL                  BRUTO      ".
         02 FILLER                       PIC X(40) VALUE
         "%DEVOL  %CCARGO MESES".

       01 listado_detalle.
         02 ld_comercio                  PIC 9(6).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_razon_social              PIC X(25).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ld_bruto                     PIC Z(9)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_pct_devol                 PIC ZZ9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_pct_contra                PIC ZZ9.99.
         02 FILLER                       PIC X(3) VALUE SPACES.
         02 ld_meses                     PIC Z9.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_propuesta                 PIC X(20).

       01 listado_total.
         02 FILLER                       PIC X(23) VALUE
         "COMERCIOS EN VIGILANCIA".
         02 lx_vigilancia                PIC ZZZZ9.
         02 FILLER                       PIC X(26) VALUE
         "  PROPUESTOS A SUSPENSION ".
         02 lx_propuestas                PIC ZZZZ9.
         02 FILLER                       PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "RIESGO-COMERCIOS" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X.
          MOVE ZERO TO WS-PERIODO.
          PERFORM Cargar_Parametros.
          IF WS-PERIODO = ZERO
             MOVE WS-HOY-PERIODO TO WS-PERIODO
             PERFORM Mes_Anterior
          END-IF.
          MOVE WS-PERIODO TO WS-PERIODO-ANT.
          IF WS-PAN-MES = 1
             MOVE 12 TO WS-PAN-MES
             SUBTRACT 1 FROM WS-PAN-ANIO
          ELSE
             SUBTRACT 1 FROM WS-PAN-MES
          END-IF.

          OPEN INPUT VentasFile.
          IF NOT ventas_success
             DISPLAY "** Error abriendo VentasFile - status " VentasFS
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN INPUT ComerciosFile.
          IF NOT comercio_success
             DISPLAY "** Error abriendo ComerciosFile - status "
                ComercioFS
             CLOSE VentasFile
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.

          PERFORM Acumular_Ventas.
          PERFORM Acumular_Contracargos.
          PERFORM Cargar_Historia.

          OPEN OUTPUT VigilanciaFile.
          OPEN OUTPUT ListadoFile.
          MOVE WS-PERIODO TO lt_periodo.
          MOVE WS-PCT-CONTRACARGOS TO lt_pct_contra.
          MOVE WS-PCT-DEVOLUCIONES TO lt_pct_devol.
          WRITE ListadoRecord FROM listado_titulo.
          WRITE ListadoRecord FROM listado_encabezado.
      *> The history is rebuilt from scratch: a comercio that did
      *> not breach this period has its streak broken.
          OPEN OUTPUT HistoriaFile.
          PERFORM VARYING WS-RSG-IX FROM 1 BY 1
             UNTIL WS-RSG-IX > WS-RSG-COUNT
             PERFORM Evaluar_Comercio
          END-PERFORM.
          CLOSE HistoriaFile.

          MOVE CONTADOR-VIGILANCIA TO lx_vigilancia.
          MOVE CONTADOR-PROPUESTAS TO lx_propuestas.
          WRITE ListadoRecord FROM listado_total.
          CLOSE VigilanciaFile, ListadoFile.
          CLOSE VentasFile, ComerciosFile.

          DISPLAY "Riesgo de comercios " WS-PERIODO
             " - en vigilancia: " CONTADOR-VIGILANCIA
             "  propuestos a suspension: " CONTADOR-PROPUESTAS.
          IF CONTADOR-DESBORDE > 0
             DISPLAY "** Comercios sin lugar en la tabla: "
                CONTADOR-DESBORDE " - no evaluados **"
          END-IF.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-VIGILANCIA TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Parametros.
          OPEN INPUT ParametrosFile.
          IF ParametrosFS = "00"
             READ ParametrosFile
                AT END CONTINUE
             END-READ
             IF ParametrosFS = "00"
                MOVE RSP-PCT-CONTRACARGOS TO WS-PCT-CONTRACARGOS
                MOVE RSP-PCT-DEVOLUCIONES TO WS-PCT-DEVOLUCIONES
                IF RSP-MESES-SUSPENSION > ZERO
                   MOVE RSP-MESES-SUSPENSION TO WS-MESES-SUSPENSION
                END-IF
                IF RSP-PERIODO NUMERIC
                   MOVE RSP-PERIODO TO WS-PERIODO
                END-IF
             END-IF
             CLOSE ParametrosFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mes_Anterior.
          IF WS-PER-MES = 1
             MOVE 12 TO WS-PER-MES
             SUBTRACT 1 FROM WS-PER-ANIO
          ELSE
             SUBTRACT 1 FROM WS-PER-MES
          END-IF.
      *-----------------------------------------------------------*
      *   Ventas-key leads with the comercio, so consecutive sales
      *   mostly hit the entry just used.
      *-----------------------------------------------------------*
       Acumular_Ventas.
          MOVE "N" TO WS-EOF.
          MOVE LOW-VALUES TO Ventas-key.
          START VentasFile KEY IS NOT LESS THAN Ventas-key
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ VentasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                AND Ventas-fecha(1:6) = WS-PERIODO
                MOVE Ventas-comercio-num TO WS-RSG-BUSCADO
                PERFORM Buscar_Comercio
                IF RSG-HALLADO
                   IF Ventas-tipo-devolucion
                      ADD Ventas-importe
                         TO WS-RSG-DEVOL(WS-RSG-IX)
                   ELSE
                      ADD Ventas-importe
                         TO WS-RSG-BRUTO(WS-RSG-IX)
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Debits written before resolution dates were kept carry
      *   zero there and are not counted.
      *-----------------------------------------------------------*
       Acumular_Contracargos.
          MOVE "N" TO WS-EOF.
          OPEN INPUT DebitosComercioFile.
          IF DebitosFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ DebitosComercioFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                AND DCM-FECHA-RESOLUCION NUMERIC
                AND DCM-FECHA-RESOLUCION(1:6) = WS-PERIODO
                MOVE DCM-COMERCIO TO WS-RSG-BUSCADO
                PERFORM Buscar_Comercio
                IF RSG-HALLADO
                   ADD DCM-IMPORTE TO WS-RSG-CONTRA(WS-RSG-IX)
                END-IF
             END-IF
          END-PERFORM.
          IF DebitosFS NOT = "35" AND DebitosFS NOT = "30"
             CLOSE DebitosComercioFile
          END-IF.
      *-----------------------------------------------------------*
      *   Finds the comercio's entry, opening one if it is new.
      *-----------------------------------------------------------*
       Buscar_Comercio.
          MOVE "N" TO WS-RSG-HALLADO.
          IF WS-RSG-COUNT > 0
             IF WS-RSG-COMERCIO(WS-RSG-IX) = WS-RSG-BUSCADO
                SET RSG-HALLADO TO TRUE
                EXIT PARAGRAPH
             END-IF
          END-IF.
          PERFORM VARYING WS-RSG-IX FROM 1 BY 1
             UNTIL WS-RSG-IX > WS-RSG-COUNT OR RSG-HALLADO
             IF WS-RSG-COMERCIO(WS-RSG-IX) = WS-RSG-BUSCADO
                SET RSG-HALLADO TO TRUE
             END-IF
          END-PERFORM.
          IF RSG-HALLADO
             SET WS-RSG-IX DOWN BY 1
             EXIT PARAGRAPH
          END-IF.
          IF WS-RSG-COUNT < WS-MAX-RSG
             ADD 1 TO WS-RSG-COUNT
             SET WS-RSG-IX TO WS-RSG-COUNT
             MOVE WS-RSG-BUSCADO TO WS-RSG-COMERCIO(WS-RSG-IX)
             MOVE ZERO TO WS-RSG-BRUTO(WS-RSG-IX)
             MOVE ZERO TO WS-RSG-DEVOL(WS-RSG-IX)
             MOVE ZERO TO WS-RSG-CONTRA(WS-RSG-IX)
             SET RSG-HALLADO TO TRUE
          ELSE
             ADD 1 TO CONTADOR-DESBORDE
             SET WS-RSG-IX TO 1
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Historia.
          MOVE 0 TO WS-HIS-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT HistoriaFile.
          IF HistoriaFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ HistoriaFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND WS-HIS-COUNT < WS-MAX-HIS
                ADD 1 TO WS-HIS-COUNT
                MOVE RHI-COMERCIO TO WS-HIS-COMERCIO(WS-HIS-COUNT)
                MOVE RHI-PERIODO TO WS-HIS-PERIODO(WS-HIS-COUNT)
                MOVE RHI-MESES TO WS-HIS-MESES(WS-HIS-COUNT)
             END-IF
          END-PERFORM.
          IF HistoriaFS NOT = "35" AND HistoriaFS NOT = "30"
             CLOSE HistoriaFile
          END-IF.
      *-----------------------------------------------------------*
      *   Ratios by amount against gross sales. Anything coming
      *   back with no sales at all counts as 100%.
      *-----------------------------------------------------------*
       Evaluar_Comercio.
          MOVE ZERO TO WS-PCT-DEVOL.
          MOVE ZERO TO WS-PCT-CONTRA.
          IF WS-RSG-BRUTO(WS-RSG-IX) = ZERO
             IF WS-RSG-DEVOL(WS-RSG-IX) > ZERO
                MOVE 100 TO WS-PCT-DEVOL
             END-IF
             IF WS-RSG-CONTRA(WS-RSG-IX) > ZERO
                MOVE 100 TO WS-PCT-CONTRA
             END-IF
          ELSE
             COMPUTE WS-PCT-DEVOL ROUNDED =
                WS-RSG-DEVOL(WS-RSG-IX) * 100
                / WS-RSG-BRUTO(WS-RSG-IX)
                ON SIZE ERROR MOVE 999.99 TO WS-PCT-DEVOL
             END-COMPUTE
             COMPUTE WS-PCT-CONTRA ROUNDED =
                WS-RSG-CONTRA(WS-RSG-IX) * 100
                / WS-RSG-BRUTO(WS-RSG-IX)
                ON SIZE ERROR MOVE 999.99 TO WS-PCT-CONTRA
             END-COMPUTE
          END-IF.
          IF WS-PCT-DEVOL NOT > WS-PCT-DEVOLUCIONES
             AND WS-PCT-CONTRA NOT > WS-PCT-CONTRACARGOS
             EXIT PARAGRAPH
          END-IF.

      *> Months in a row: carried on from last period, kept as is
      *> when the same period is run again, otherwise a new streak.
          MOVE 1 TO WS-MESES.
          PERFORM VARYING WS-HIS-IX FROM 1 BY 1
             UNTIL WS-HIS-IX > WS-HIS-COUNT
             IF WS-HIS-COMERCIO(WS-HIS-IX) = WS-RSG-COMERCIO(WS-RSG-IX)
                EVALUATE WS-HIS-PERIODO(WS-HIS-IX)
                   WHEN WS-PERIODO
                      MOVE WS-HIS-MESES(WS-HIS-IX) TO WS-MESES
                   WHEN WS-PERIODO-ANT
                      COMPUTE WS-MESES = WS-HIS-MESES(WS-HIS-IX) + 1
                END-EVALUATE
             END-IF
          END-PERFORM.
          MOVE WS-RSG-COMERCIO(WS-RSG-IX) TO RHI-COMERCIO.
          MOVE WS-PERIODO TO RHI-PERIODO.
          MOVE WS-MESES TO RHI-MESES.
          WRITE HistoriaRecord.

          ADD 1 TO CONTADOR-VIGILANCIA.
          MOVE WS-RSG-COMERCIO(WS-RSG-IX) TO VIG-COMERCIO.
          MOVE WS-PERIODO TO VIG-PERIODO.
          MOVE WS-RSG-BRUTO(WS-RSG-IX) TO VIG-BRUTO.
          MOVE WS-RSG-DEVOL(WS-RSG-IX) TO VIG-DEVOLUCIONES.
          MOVE WS-PCT-DEVOL TO VIG-PCT-DEVOL.
          MOVE WS-RSG-CONTRA(WS-RSG-IX) TO VIG-CONTRACARGOS.
          MOVE WS-PCT-CONTRA TO VIG-PCT-CONTRA.
          MOVE WS-MESES TO VIG-MESES.
          MOVE SPACES TO ld_propuesta.
          IF WS-MESES >= WS-MESES-SUSPENSION
             MOVE "S" TO VIG-PROPUESTA
             ADD 1 TO CONTADOR-PROPUESTAS
             MOVE "PROPUESTO SUSPENSION" TO ld_propuesta
          ELSE
             MOVE "N" TO VIG-PROPUESTA
          END-IF.
          WRITE VigilanciaRecord.

          PERFORM Buscar_Razon_Social.
          MOVE VIG-COMERCIO TO ld_comercio.
          MOVE Comercio-razon-social TO ld_razon_social.
          MOVE VIG-BRUTO TO ld_bruto.
          MOVE WS-PCT-DEVOL TO ld_pct_devol.
          MOVE WS-PCT-CONTRA TO ld_pct_contra.
          MOVE WS-MESES TO ld_meses.
          WRITE ListadoRecord FROM listado_detalle.
      *-----------------------------------------------------------*
      *   Casa central, or the first sucursal on file.
      *-----------------------------------------------------------*
       Buscar_Razon_Social.
          MOVE "(COMERCIO NO REGISTRADO)" TO Comercio-razon-social.
          MOVE VIG-COMERCIO TO Comercio-num.
          MOVE ZERO TO Comercio-sucursal.
          START ComerciosFile KEY IS NOT LESS THAN Comercio-key
             INVALID KEY EXIT PARAGRAPH
          END-START.
          READ ComerciosFile NEXT RECORD
             AT END EXIT PARAGRAPH
          END-READ.
          IF Comercio-num NOT = VIG-COMERCIO
             MOVE "(COMERCIO NO REGISTRADO)" TO Comercio-razon-social
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM RiesgoComercios.
