       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AbonoTerminales.
      * AUTHOR:  nacho.
      * Monthly POS terminal rent. For the period (previous month
      * unless ABONO-TERMINALES-PARAM.DAT names one) every terminal
      * of the registry that was in service any day of the month is
      * charged the rent of its type (TERMINAL-TIPOS.DAT, kept in
      * MantTerminales), prorated by the days between its alta and
      * its baja. The charges go to COMERCIO-ABONOS.DAT, from where
      * LiquidacionComercios nets them out of the comercio's next
      * settlement and ExtractoComercios shows them on their own
      * line. A terminal TerminalesInactivas reported without sales
      * is charged all the same but flagged, on the charge and on
      * ABONO-TERMINALES-LIST.DAT, so sales can decide whether to
      * retrieve it. A period already charged is not charged again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TerminalesFile ASSIGN TO "..\files\TERMINALES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Terminal-key
          FILE STATUS IS TerminalesStatus.

          SELECT TiposFile ASSIGN TO
          "..\files\TERMINAL-TIPOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TiposFS.

          SELECT InactivasFile ASSIGN TO
          "..\files\TERMINALES-INACTIVAS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS InactivasFS.

          *> Optionally, the period to charge.
          SELECT ParametrosFile ASSIGN TO
          "..\files\ABONO-TERMINALES-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosFS.

          SELECT AbonosFile ASSIGN TO
          "..\files\COMERCIO-ABONOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AbonosFS.

          SELECT ListadoFile ASSIGN TO
          "..\files\ABONO-TERMINALES-LIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TerminalesFile.
       01 TerminalRecord.
         02 Terminal-key.
           03 Terminal-comercio-num      PIC 9(6).
           03 Terminal-sucursal          PIC 9(2).
           03 Terminal-nro               PIC 9(2).
         02 Terminal-descripcion         PIC X(20).
         02 Terminal-estado              PIC X(1).
           88 Terminal-activa            VALUE "A".
           88 Terminal-baja              VALUE "B".
         02 Terminal-tipo                PIC X(3).
      *> Rent runs from the alta day up to the day before the baja.
         02 Terminal-fecha-alta          PIC 9(8).
         02 Terminal-fecha-baja          PIC 9(8).

       FD TiposFile.
       01 TipoRecord.
         03 TTP-TIPO                     PIC X(3).
         03 TTP-DESCRIPCION              PIC X(20).
         03 TTP-ABONO                    PIC 9(6)V99.

       FD InactivasFile.
       01 InactivaRecord.
         03 INA-COMERCIO                 PIC 9(6).
         03 INA-SUCURSAL                 PIC 9(2).
         03 INA-TERMINAL                 PIC 9(2).
         03 INA-DESCRIPCION              PIC X(20).

       FD ParametrosFile.
       01 ParametroRecord.
         03 ABP-PERIODO                  PIC 9(6).

      *> One charge per terminal and month. Applied "S" by the
      *> settlement that netted it, on ABT-FECHA-APLICADO.
       FD AbonosFile.
       01 AbonoRecord.
         03 ABT-COMERCIO                 PIC 9(6).
         03 ABT-SUCURSAL                 PIC 9(2).
         03 ABT-TERMINAL                 PIC 9(2).
         03 ABT-PERIODO                  PIC 9(6).
         03 ABT-TIPO                     PIC X(3).
         03 ABT-DIAS                     PIC 9(2).
         03 ABT-IMPORTE                  PIC 9(6)V99.
         03 ABT-SIN-VENTAS               PIC X(1).
         03 ABT-APLICADO                 PIC X(1).
         03 ABT-FECHA-APLICADO           PIC 9(8).

       FD ListadoFile.
       01 ListadoRecord                  PIC X(90).

       WORKING-STORAGE SECTION.
       01   TerminalesStatus             PIC X(2).
          88 TerminalOK VALUE "00".
       01   TiposFS                      PIC X(2).
       01   InactivasFS                  PIC X(2).
       01   ParametrosFS                 PIC X(2).
       01   AbonosFS                     PIC X(2).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   WS-CURRENT-DATE-X.
          02 WS-HOY-PERIODO              PIC 9(6).
          02 FILLER                      PIC X(2).
       01   WS-PERIODO                   PIC 9(6).
       01   WS-PERIODO-R REDEFINES WS-PERIODO.
         03 WS-PER-ANIO                  PIC 9(4).
         03 WS-PER-MES                   PIC 9(2).

      *> First and last day of the period, as dates and as day
      *> numbers of the integer calendar.
       01   WS-FECHA-TRABAJO.
         03 WS-FT-ANIO                   PIC 9(4).
         03 WS-FT-MES                    PIC 9(2).
         03 WS-FT-DIA                    PIC 9(2).
       01   WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
                                         PIC 9(8).
       01   WS-PRIMER-DIA                PIC 9(8).
       01   WS-PRIMER-INT                PIC 9(7).
       01   WS-ULTIMO-INT                PIC 9(7).
       01   WS-DIAS-MES                  PIC 9(2).
       01   WS-DESDE-INT                 PIC 9(7).
       01   WS-HASTA-INT                 PIC 9(7).
       01   WS-DIAS                      PIC 9(2).

       01   WS-MAX-TIPOS                 PIC 9(2) VALUE 20.
       01   WS-TIPOS-COUNT               PIC 9(2) VALUE 0.
       01   WS-TIPOS-TABLE.
            02 WS-TIP-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-TIP-IX.
               03 WS-TIP-TIPO            PIC X(3).
               03 WS-TIP-ABONO           PIC 9(6)V99.
       01   WS-ABONO-TIPO                PIC 9(6)V99.
       01   WS-TIPO-HALLADO              PIC X(1).
          88 TIPO-HALLADO VALUE "S".

       01   WS-MAX-INA                   PIC 9(3) VALUE 200.
       01   WS-INA-COUNT                 PIC 9(3) VALUE 0.
       01   WS-INA-TABLE.
            02 WS-INA-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-INA-IX.
               03 WS-INA-COMERCIO        PIC 9(6).
               03 WS-INA-SUCURSAL        PIC 9(2).
               03 WS-INA-TERMINAL        PIC 9(2).
       01   WS-SIN-VENTAS                PIC X(1).
          88 SIN-VENTAS VALUE "S".

       01   WS-YA-COBRADO                PIC X(1) VALUE "N".
          88 YA-COBRADO VALUE "S".
       01   WS-IMPORTE                   PIC 9(6)V99.
       01   CONTADOR-ABONOS              PIC 9(5) VALUE ZERO.
       01   CONTADOR-SIN-VENTAS          PIC 9(5) VALUE ZERO.
       01   CONTADOR-SIN-TIPO            PIC 9(5) VALUE ZERO.
       01   WS-TOTAL-ABONOS              PIC 9(10)V99 VALUE ZERO.

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01 listado_titulo.
         02 FILLER                       PIC X(32) VALUE
         "ABONO MENSUAL DE TERMINALES POS".
         02 FILLER                       PIC X(10) VALUE
         " PERIODO ".
         02 lt_periodo                   PIC 9(6).
         02 FILLER                       PIC X(42) VALUE SPACES.

       01 listado_encabezado.
         02 FILLER                       PIC X(50) VALUE
         "COMERC./SU TERM TIPO DIAS        ABONO".
         02 FILLER                       PIC X(40) VALUE SPACES.

       01 listado_detalle.
         02 ld_comercio                  PIC 9(6).
         02 FILLER                       PIC X(1) VALUE "/".
         02 ld_sucursal                  PIC 9(2).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_terminal                  PIC 9(2).
         02 FILLER                       PIC X(3) VALUE SPACES.
         02 ld_tipo                      PIC X(3).
         02 FILLER                       PIC X(3) VALUE SPACES.
         02 ld_dias                      PIC Z9.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_importe                   PIC Z(6)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ld_marca                     PIC X(30).
         02 FILLER                       PIC X(22) VALUE SPACES.

       01 listado_sin_tipo.
         02 FILLER                       PIC X(3) VALUE "** ".
         02 ls_comercio                  PIC 9(6).
         02 FILLER                       PIC X(1) VALUE "/".
         02 ls_sucursal                  PIC 9(2).
         02 FILLER                       PIC X(1) VALUE "/".
         02 ls_terminal                  PIC 9(2).
         02 FILLER                       PIC X(22) VALUE
         " TIPO SIN ABONO: ".
         02 ls_tipo                      PIC X(3).
         02 FILLER                       PIC X(50) VALUE SPACES.

       01 listado_total.
         02 FILLER                       PIC X(18) VALUE
         "TERMINALES COBRAD.".
         02 lx_abonos                    PIC ZZZZ9.
         02 FILLER                       PIC X(14) VALUE
         "  SIN VENTAS ".
         02 lx_sin_ventas                PIC ZZZZ9.
         02 FILLER                       PIC X(10) VALUE
         "  TOTAL: ".
         02 lx_total                     PIC Z(9)9.99.
         02 FILLER                       PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "ABONO-TERMINALES" TO JOBLOG-PASO.
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
          PERFORM Limites_Del_Periodo.

          PERFORM Verificar_Ya_Cobrado.
          IF YA-COBRADO
             DISPLAY "Abonos del periodo " WS-PERIODO
                " ya generados - no se vuelven a cobrar"
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "OK" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 0 TO RETURN-CODE
             GOBACK
          END-IF.

          OPEN INPUT TerminalesFile.
          IF NOT TerminalOK
             DISPLAY "Sin registro de terminales - nada que cobrar"
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "OK" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 0 TO RETURN-CODE
             GOBACK
          END-IF.
          PERFORM Cargar_Tipos.
          PERFORM Cargar_Inactivas.

          OPEN EXTEND AbonosFile.
          OPEN OUTPUT ListadoFile.
          MOVE WS-PERIODO TO lt_periodo.
          WRITE ListadoRecord FROM listado_titulo.
          WRITE ListadoRecord FROM listado_encabezado.

          MOVE "N" TO WS-EOF.
          MOVE LOW-VALUES TO Terminal-key.
          START TerminalesFile KEY IS NOT LESS THAN Terminal-key
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ TerminalesFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                PERFORM Cobrar_Terminal
             END-IF
          END-PERFORM.

          MOVE CONTADOR-ABONOS TO lx_abonos.
          MOVE CONTADOR-SIN-VENTAS TO lx_sin_ventas.
          MOVE WS-TOTAL-ABONOS TO lx_total.
          WRITE ListadoRecord FROM listado_total.
          CLOSE TerminalesFile, AbonosFile, ListadoFile.

          DISPLAY "Abono de terminales " WS-PERIODO
             " - cobradas: " CONTADOR-ABONOS
             "  sin ventas: " CONTADOR-SIN-VENTAS.
          IF CONTADOR-SIN-TIPO > 0
             DISPLAY "** Terminales con tipo sin abono cargado: "
                CONTADOR-SIN-TIPO " - no cobradas **"
          END-IF.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-ABONOS TO JOBLOG-REGISTROS.
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
             IF ParametrosFS = "00" AND ABP-PERIODO NUMERIC
                MOVE ABP-PERIODO TO WS-PERIODO
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
      *   The month's length is the distance to the first of the
      *   next one.
      *-----------------------------------------------------------*
       Limites_Del_Periodo.
          MOVE WS-PER-ANIO TO WS-FT-ANIO.
          MOVE WS-PER-MES TO WS-FT-MES.
          MOVE 1 TO WS-FT-DIA.
          MOVE WS-FECHA-TRABAJO-N TO WS-PRIMER-DIA.
          COMPUTE WS-PRIMER-INT =
             FUNCTION INTEGER-OF-DATE(WS-PRIMER-DIA).
          IF WS-FT-MES = 12
             MOVE 1 TO WS-FT-MES
             ADD 1 TO WS-FT-ANIO
          ELSE
             ADD 1 TO WS-FT-MES
          END-IF.
          COMPUTE WS-ULTIMO-INT =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO-N) - 1.
          COMPUTE WS-DIAS-MES = WS-ULTIMO-INT - WS-PRIMER-INT + 1.
      *-----------------------------------------------------------*
      *   A rerun of the same month must not bill twice.
      *-----------------------------------------------------------*
       Verificar_Ya_Cobrado.
          MOVE "N" TO WS-EOF.
          OPEN INPUT AbonosFile.
          IF AbonosFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO OR YA-COBRADO
             READ AbonosFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND ABT-PERIODO = WS-PERIODO
                SET YA-COBRADO TO TRUE
             END-IF
          END-PERFORM.
          IF AbonosFS NOT = "35" AND AbonosFS NOT = "30"
             CLOSE AbonosFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Tipos.
          MOVE 0 TO WS-TIPOS-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT TiposFile.
          IF TiposFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ TiposFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND WS-TIPOS-COUNT < WS-MAX-TIPOS
                ADD 1 TO WS-TIPOS-COUNT
                MOVE TTP-TIPO TO WS-TIP-TIPO(WS-TIPOS-COUNT)
                MOVE TTP-ABONO TO WS-TIP-ABONO(WS-TIPOS-COUNT)
             END-IF
          END-PERFORM.
          IF TiposFS NOT = "35" AND TiposFS NOT = "30"
             CLOSE TiposFile
          END-IF.
      *-----------------------------------------------------------*
      *   The latest inactivity report - no report, no flags.
      *-----------------------------------------------------------*
       Cargar_Inactivas.
          MOVE 0 TO WS-INA-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT InactivasFile.
          IF InactivasFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ InactivasFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND WS-INA-COUNT < WS-MAX-INA
                ADD 1 TO WS-INA-COUNT
                MOVE INA-COMERCIO TO WS-INA-COMERCIO(WS-INA-COUNT)
                MOVE INA-SUCURSAL TO WS-INA-SUCURSAL(WS-INA-COUNT)
                MOVE INA-TERMINAL TO WS-INA-TERMINAL(WS-INA-COUNT)
             END-IF
          END-PERFORM.
          IF InactivasFS NOT = "35" AND InactivasFS NOT = "30"
             CLOSE InactivasFile
          END-IF.
          MOVE "N" TO WS-EOF.
      *-----------------------------------------------------------*
      *   Days in service this month: from the alta (or the first
      *   of the month) to the day before the baja (or the last of
      *   the month). A baja with no date predates the rent and is
      *   not charged.
      *-----------------------------------------------------------*
       Cobrar_Terminal.
          IF Terminal-baja AND Terminal-fecha-baja = ZERO
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-PRIMER-INT TO WS-DESDE-INT.
          IF Terminal-fecha-alta > WS-PRIMER-DIA
             COMPUTE WS-DESDE-INT =
                FUNCTION INTEGER-OF-DATE(Terminal-fecha-alta)
          END-IF.
          MOVE WS-ULTIMO-INT TO WS-HASTA-INT.
          IF Terminal-baja
             COMPUTE WS-HASTA-INT =
                FUNCTION INTEGER-OF-DATE(Terminal-fecha-baja) - 1
             IF WS-HASTA-INT > WS-ULTIMO-INT
                MOVE WS-ULTIMO-INT TO WS-HASTA-INT
             END-IF
          END-IF.
          IF WS-DESDE-INT > WS-HASTA-INT
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-DIAS = WS-HASTA-INT - WS-DESDE-INT + 1.

          PERFORM Buscar_Abono_Tipo.
          IF NOT TIPO-HALLADO
             ADD 1 TO CONTADOR-SIN-TIPO
             MOVE Terminal-comercio-num TO ls_comercio
             MOVE Terminal-sucursal TO ls_sucursal
             MOVE Terminal-nro TO ls_terminal
             MOVE Terminal-tipo TO ls_tipo
             WRITE ListadoRecord FROM listado_sin_tipo
             EXIT PARAGRAPH
          END-IF.
          IF WS-DIAS >= WS-DIAS-MES
             MOVE WS-ABONO-TIPO TO WS-IMPORTE
          ELSE
             COMPUTE WS-IMPORTE ROUNDED =
                WS-ABONO-TIPO * WS-DIAS / WS-DIAS-MES
          END-IF.
          PERFORM Verificar_Sin_Ventas.

          MOVE Terminal-comercio-num TO ABT-COMERCIO.
          MOVE Terminal-sucursal TO ABT-SUCURSAL.
          MOVE Terminal-nro TO ABT-TERMINAL.
          MOVE WS-PERIODO TO ABT-PERIODO.
          MOVE Terminal-tipo TO ABT-TIPO.
          MOVE WS-DIAS TO ABT-DIAS.
          MOVE WS-IMPORTE TO ABT-IMPORTE.
          MOVE WS-SIN-VENTAS TO ABT-SIN-VENTAS.
          MOVE "N" TO ABT-APLICADO.
          MOVE ZERO TO ABT-FECHA-APLICADO.
          WRITE AbonoRecord.
          ADD 1 TO CONTADOR-ABONOS.
          ADD WS-IMPORTE TO WS-TOTAL-ABONOS.

          MOVE Terminal-comercio-num TO ld_comercio.
          MOVE Terminal-sucursal TO ld_sucursal.
          MOVE Terminal-nro TO ld_terminal.
          MOVE Terminal-tipo TO ld_tipo.
          MOVE WS-DIAS TO ld_dias.
          MOVE WS-IMPORTE TO ld_importe.
          IF SIN-VENTAS
             MOVE "SIN VENTAS - EVALUAR RETIRO" TO ld_marca
          ELSE
             MOVE SPACES TO ld_marca
          END-IF.
          WRITE ListadoRecord FROM listado_detalle.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Abono_Tipo.
          MOVE "N" TO WS-TIPO-HALLADO.
          PERFORM VARYING WS-TIP-IX FROM 1 BY 1
             UNTIL WS-TIP-IX > WS-TIPOS-COUNT OR TIPO-HALLADO
             IF WS-TIP-TIPO(WS-TIP-IX) = Terminal-tipo
                SET TIPO-HALLADO TO TRUE
                MOVE WS-TIP-ABONO(WS-TIP-IX) TO WS-ABONO-TIPO
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Verificar_Sin_Ventas.
          MOVE "N" TO WS-SIN-VENTAS.
          PERFORM VARYING WS-INA-IX FROM 1 BY 1
             UNTIL WS-INA-IX > WS-INA-COUNT OR SIN-VENTAS
             IF WS-INA-COMERCIO(WS-INA-IX) = Terminal-comercio-num
                AND WS-INA-SUCURSAL(WS-INA-IX) = Terminal-sucursal
                AND WS-INA-TERMINAL(WS-INA-IX) = Terminal-nro
                SET SIN-VENTAS TO TRUE
             END-IF
          END-PERFORM.
          IF SIN-VENTAS
             ADD 1 TO CONTADOR-SIN-VENTAS
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM AbonoTerminales.
