       IDENTIFICATION DIVISION.
       PROGRAM-ID. cuotaventa.
      * AUTHOR:  nacho.
      * Payment schedule of a sale made in cuotas. The cardholder
      * pays a sale in cuotas over as many monthly statements, and
      * the comercio is paid under its settlement mode:
      *   "A" - the whole sale up front, on the fechapago date, less
      *         a financing discount of the rate per cuota after
      *         the first (never more than the sale itself);
      *   "C" - one cuota a month as it is billed to the cardholder:
      *         the first on the fechapago date, each next one the
      *         same day of the following month (the month's last
      *         day when it is shorter), moved to the next business
      *         day by the shared calendar (diahabil). The last cuota
      *         takes the centavos the division leaves over.
      * The mode and rate come from the comercio's contract in force
      * on the sale date (COMERCIO-CONTRATOS.DAT) and, when it has
      * none or the contract leaves the mode blank, from the general
      * line of COMERCIO-CUOTAS-PARAM.DAT. No line at all means "A"
      * at rate zero - the sale paid whole, as it always was. A sale
      * in one payment and every devolucion are a single cuota.
      * Callers ask for cuota 1, 2, ... and stop at the first cuota
      * past the first that comes back without a payment date.
      *   LS-RUBRO:          the comercio's cod-rubro.
      *   LS-VENTA:          the ventas_indexed.dat record.
      *   LS-NRO-CUOTA:      cuota asked for, from 1.
      *   LS-FECHA-PAGO:     returned payment date, YYYYMMDD.
      *   LS-IMPORTE-CUOTA:  returned amount due to the comercio.
      *   LS-DESCUENTO:      returned financing discount (mode A,
      *                      cuota 1 only).
      *   LS-MODO:           returned settlement mode, "A" or "C".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ContratosFile ASSIGN TO
          "..\files\COMERCIO-CONTRATOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ContratosFS.

          SELECT CuotasParamFile ASSIGN TO
          "..\files\COMERCIO-CUOTAS-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CuotasParamFS.

       DATA DIVISION.
       FILE SECTION.

       FD ContratosFile.
       01 ContratoRecord.
         03 CON-COMERCIO                 PIC 9(6).
         03 CON-FECHA-DESDE              PIC 9(8).
         03 CON-FECHA-HASTA              PIC 9(8).
         03 CON-TRAMO OCCURS 3 TIMES.
           05 CON-TOPE                   PIC 9(8)V99.
           05 CON-PCT                    PIC 9(2)V99.
         03 CON-MODO-CUOTAS              PIC X(1).
         03 CON-TASA-CUOTAS              PIC 9(2)V99.

       FD CuotasParamFile.
       01 CuotasParamRecord.
         03 CPA-MODO-CUOTAS              PIC X(1).
         03 CPA-TASA-CUOTAS              PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01   ContratosFS                  PIC X(2).
       01   CuotasParamFS                PIC X(2).
       01   WS-EOF-CONTRATOS             PIC X(1).
          88 EOF-CONTRATOS VALUE "S".

      *> Working storage persists between CALLs: the contracts and
      *> the general line are read on the first call of the run.
       01   WS-RESIDENTE                 PIC X(1) VALUE "N".
          88 RESIDENTE VALUE "S".
       01   WS-MODO-GENERAL              PIC X(1) VALUE "A".
       01   WS-TASA-GENERAL              PIC 9(2)V99 VALUE ZERO.
       01   WS-MAX-CONTRATOS             PIC 9(3) VALUE 100.
       01   WS-CONTRATOS-COUNT           PIC 9(3) VALUE 0.
       01   WS-CONTRATOS-TABLE.
            02 WS-CONTRATO-ENTRY OCCURS 100 TIMES
                                 INDEXED BY WS-CON-IX.
               03 WS-CON-COMERCIO        PIC 9(6).
               03 WS-CON-DESDE           PIC 9(8).
               03 WS-CON-HASTA           PIC 9(8).
               03 WS-CON-MODO            PIC X(1).
               03 WS-CON-TASA            PIC 9(2)V99.

       01   WS-MODO                      PIC X(1).
          88 MODO-POR-CUOTA VALUE "C".
       01   WS-TASA                      PIC 9(2)V99.
       01   WS-CANT-CUOTAS               PIC 9(2).
       01   WS-FECHA-BASE                PIC 9(8).
       01   WS-HALLADO                   PIC X(1).
          88 HALLADO VALUE "S".

      *> Date of cuota k: the base date moved k - 1 months.
       01   WS-FECHA-CUOTA               PIC 9(8).
       01   WS-FCU-R REDEFINES WS-FECHA-CUOTA.
          03 WS-FCU-ANIO                 PIC 9(4).
          03 WS-FCU-MES                  PIC 9(2).
          03 WS-FCU-DIA                  PIC 9(2).
       01   WS-MESES                     PIC 9(3).
       01   WS-ULTIMO-DIA                PIC 9(2).
       01   WS-COCIENTE                  PIC 9(4).
       01   WS-RESTO-4                   PIC 9(4).
       01   WS-RESTO-100                 PIC 9(4).
       01   WS-RESTO-400                 PIC 9(4).
       01   WS-DIAS-MES-VALORES          PIC X(24)
                               VALUE "312831303130313130313031".
       01   WS-DIAS-MES-TABLE REDEFINES WS-DIAS-MES-VALORES.
            02 WS-DIAS-MES               PIC 9(2) OCCURS 12 TIMES.

       01   WS-IMPORTE-CUOTA             PIC 9(6)V99.

      *> Shared business-day calendar - see diahabil.
       01   CAL-FUNCION                  PIC X(1).
       01   CAL-FECHA                    PIC 9(8).
       01   CAL-DIAS                     PIC 9(5).
       01   CAL-FECHA-RES                PIC 9(8).
       01   CAL-RESULTADO                PIC X(1).

       LINKAGE SECTION.
       01 LS-RUBRO                       PIC 9(4).
       01 LS-VENTA.
         02 LS-VTA-KEY.
          04 LS-VTA-COMERCIO-NUM         PIC 9(6).
          04 LS-VTA-SUCURSAL             PIC 9(2).
          04 LS-VTA-MONEDA               PIC 9(1).
          04 LS-VTA-FECHA                PIC X(8).
          04 LS-VTA-TERMINAL             PIC 9(2).
          04 LS-VTA-SECUENCIA            PIC 9(4).
         02 LS-VTA-NRO-CARD              PIC 9(4).
         02 LS-VTA-IMPORTE               PIC 9(6)V99.
         02 LS-VTA-TIPO                  PIC 9(1).
           88 LS-VTA-DEVOLUCION            VALUE 1.
         02 LS-VTA-CUOTAS                PIC 9(2).
       01 LS-NRO-CUOTA                   PIC 9(2).
       01 LS-FECHA-PAGO                  PIC 9(8).
       01 LS-IMPORTE-CUOTA               PIC 9(6)V99.
       01 LS-DESCUENTO                   PIC 9(6)V99.
       01 LS-MODO                        PIC X(1).

       PROCEDURE DIVISION USING LS-RUBRO, LS-VENTA, LS-NRO-CUOTA,
                                LS-FECHA-PAGO, LS-IMPORTE-CUOTA,
                                LS-DESCUENTO, LS-MODO.

          IF NOT RESIDENTE
             PERFORM Cargar_Contratos
             PERFORM Cargar_Parametro_General
             SET RESIDENTE TO TRUE
          END-IF.

          MOVE ZERO TO LS-FECHA-PAGO.
          MOVE ZERO TO LS-IMPORTE-CUOTA.
          MOVE ZERO TO LS-DESCUENTO.
          MOVE "A" TO LS-MODO.

          IF LS-VTA-CUOTAS NUMERIC AND LS-VTA-CUOTAS > 1
             AND NOT LS-VTA-DEVOLUCION
             MOVE LS-VTA-CUOTAS TO WS-CANT-CUOTAS
          ELSE
             MOVE 1 TO WS-CANT-CUOTAS
          END-IF.
          IF LS-NRO-CUOTA < 1 OR LS-NRO-CUOTA > WS-CANT-CUOTAS
             EXIT PROGRAM
          END-IF.

          CALL 'fechapago' USING LS-RUBRO, LS-VTA-COMERCIO-NUM,
             LS-VTA-FECHA, WS-FECHA-BASE.

          IF WS-CANT-CUOTAS = 1
             MOVE WS-FECHA-BASE TO LS-FECHA-PAGO
             MOVE LS-VTA-IMPORTE TO LS-IMPORTE-CUOTA
             EXIT PROGRAM
          END-IF.

          PERFORM Buscar_Modo.
          MOVE WS-MODO TO LS-MODO.

          IF NOT MODO-POR-CUOTA
             IF LS-NRO-CUOTA = 1
                MOVE WS-FECHA-BASE TO LS-FECHA-PAGO
                MOVE LS-VTA-IMPORTE TO LS-IMPORTE-CUOTA
                COMPUTE LS-DESCUENTO ROUNDED = LS-VTA-IMPORTE
                   * WS-TASA / 100 * (WS-CANT-CUOTAS - 1)
                   ON SIZE ERROR
                      MOVE LS-VTA-IMPORTE TO LS-DESCUENTO
                END-COMPUTE
                IF LS-DESCUENTO > LS-VTA-IMPORTE
                   MOVE LS-VTA-IMPORTE TO LS-DESCUENTO
                END-IF
             END-IF
             EXIT PROGRAM
          END-IF.

          DIVIDE LS-VTA-IMPORTE BY WS-CANT-CUOTAS
             GIVING WS-IMPORTE-CUOTA.
          IF LS-NRO-CUOTA = WS-CANT-CUOTAS
             COMPUTE LS-IMPORTE-CUOTA = LS-VTA-IMPORTE
                - WS-IMPORTE-CUOTA * (WS-CANT-CUOTAS - 1)
          ELSE
             MOVE WS-IMPORTE-CUOTA TO LS-IMPORTE-CUOTA
          END-IF.

          IF LS-NRO-CUOTA = 1 OR WS-FECHA-BASE = ZERO
             MOVE WS-FECHA-BASE TO LS-FECHA-PAGO
          ELSE
             PERFORM Fecha_De_Cuota
             MOVE WS-FECHA-CUOTA TO LS-FECHA-PAGO
          END-IF.
       EXIT PROGRAM.

      *-----------------------------------------------------------*
      *   The comercio's contract in force on the sale date wins;
      *   a contract with the mode blank predates cuotas and leaves
      *   the sale to the general line.
      *-----------------------------------------------------------*
       Buscar_Modo.
          MOVE WS-MODO-GENERAL TO WS-MODO.
          MOVE WS-TASA-GENERAL TO WS-TASA.
          MOVE "N" TO WS-HALLADO.
          PERFORM VARYING WS-CON-IX FROM 1 BY 1
             UNTIL WS-CON-IX > WS-CONTRATOS-COUNT OR HALLADO
             IF WS-CON-COMERCIO(WS-CON-IX) = LS-VTA-COMERCIO-NUM
                AND LS-VTA-FECHA >= WS-CON-DESDE(WS-CON-IX)
                AND LS-VTA-FECHA <= WS-CON-HASTA(WS-CON-IX)
                AND (WS-CON-MODO(WS-CON-IX) = "A"
                     OR WS-CON-MODO(WS-CON-IX) = "C")
                MOVE WS-CON-MODO(WS-CON-IX) TO WS-MODO
                MOVE WS-CON-TASA(WS-CON-IX) TO WS-TASA
                SET HALLADO TO TRUE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Base date plus LS-NRO-CUOTA - 1 months, the day held to
      *   the month's last, then onto a business day.
      *-----------------------------------------------------------*
       Fecha_De_Cuota.
          MOVE WS-FECHA-BASE TO WS-FECHA-CUOTA.
          COMPUTE WS-MESES = WS-FCU-MES + LS-NRO-CUOTA - 2.
          DIVIDE WS-MESES BY 12 GIVING WS-COCIENTE
             REMAINDER WS-MESES.
          ADD WS-COCIENTE TO WS-FCU-ANIO.
          COMPUTE WS-FCU-MES = WS-MESES + 1.

          MOVE WS-DIAS-MES(WS-FCU-MES) TO WS-ULTIMO-DIA.
          IF WS-FCU-MES = 2
             DIVIDE WS-FCU-ANIO BY 4 GIVING WS-COCIENTE
                REMAINDER WS-RESTO-4
             DIVIDE WS-FCU-ANIO BY 100 GIVING WS-COCIENTE
                REMAINDER WS-RESTO-100
             DIVIDE WS-FCU-ANIO BY 400 GIVING WS-COCIENTE
                REMAINDER WS-RESTO-400
             IF WS-RESTO-400 = ZERO
                OR (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
                MOVE 29 TO WS-ULTIMO-DIA
             END-IF
          END-IF.
          IF WS-FCU-DIA > WS-ULTIMO-DIA
             MOVE WS-ULTIMO-DIA TO WS-FCU-DIA
          END-IF.

          MOVE "S" TO CAL-FUNCION.
          MOVE WS-FECHA-CUOTA TO CAL-FECHA.
          MOVE ZERO TO CAL-DIAS.
          CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
             CAL-FECHA-RES, CAL-RESULTADO.
          IF CAL-RESULTADO = "S"
             MOVE CAL-FECHA-RES TO WS-FECHA-CUOTA
          END-IF.
      *-----------------------------------------------------------*
      *   One pass over the contracts per run - only the dates and
      *   the cuotas terms are kept.
      *-----------------------------------------------------------*
       Cargar_Contratos.
          MOVE 0 TO WS-CONTRATOS-COUNT.
          MOVE "N" TO WS-EOF-CONTRATOS.
          OPEN INPUT ContratosFile.
          IF ContratosFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-CONTRATOS
                 OR WS-CONTRATOS-COUNT = WS-MAX-CONTRATOS
             READ ContratosFile
                AT END SET EOF-CONTRATOS TO TRUE
             END-READ
             IF NOT EOF-CONTRATOS
                ADD 1 TO WS-CONTRATOS-COUNT
                MOVE CON-COMERCIO
                   TO WS-CON-COMERCIO(WS-CONTRATOS-COUNT)
                MOVE CON-FECHA-DESDE
                   TO WS-CON-DESDE(WS-CONTRATOS-COUNT)
                MOVE CON-FECHA-HASTA
                   TO WS-CON-HASTA(WS-CONTRATOS-COUNT)
                MOVE CON-MODO-CUOTAS
                   TO WS-CON-MODO(WS-CONTRATOS-COUNT)
                IF CON-TASA-CUOTAS NUMERIC
                   MOVE CON-TASA-CUOTAS
                      TO WS-CON-TASA(WS-CONTRATOS-COUNT)
                ELSE
                   MOVE ZERO TO WS-CON-TASA(WS-CONTRATOS-COUNT)
                END-IF
             END-IF
          END-PERFORM.
          CLOSE ContratosFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Parametro_General.
          OPEN INPUT CuotasParamFile.
          IF CuotasParamFS NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          READ CuotasParamFile
             AT END CONTINUE
             NOT AT END
                IF CPA-MODO-CUOTAS = "A" OR CPA-MODO-CUOTAS = "C"
                   MOVE CPA-MODO-CUOTAS TO WS-MODO-GENERAL
                END-IF
                IF CPA-TASA-CUOTAS NUMERIC
                   MOVE CPA-TASA-CUOTAS TO WS-TASA-GENERAL
                END-IF
          END-READ.
          CLOSE CuotasParamFile.
