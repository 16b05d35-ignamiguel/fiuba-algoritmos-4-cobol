       IDENTIFICATION DIVISION.
       PROGRAM-ID.  InformeCartera.
      * AUTHOR:  nacho.
      * Month-end portfolio report (informe de cartera) for the
      * credit committee, broken down by ciclo with a total for the
      * whole portfolio. One walk over TARJETAS.DAT picks up, card
      * by card:
      *   - the estado, and whether the card is new or was cancelled
      *     this month - TARJETAS.DAT has no dates of its own, so a
      *     card photo (CC-CARTERA-FOTO.DAT) remembers what each card
      *     looked like at the previous report;
      *   - the month's statement in the archive (CC-EXTRACTO-HIST):
      *     purchases or adelantos make the card active, and a
      *     financing-interest line says the holder financed instead
      *     of paying the previous balance in full;
      *   - the limit, the latest SALDOS.DAT balance (utilization
      *     band) and the debt age with the same arithmetic as
      *     AgingCC, against the closing date in CC-PARAMETROS.DAT;
      *   - the cuotas still pending in CC-CUOTAS-PENDIENTES.DAT;
      *   - the write-offs of CC-INCOBRABLES.DAT.
      * Every figure is kept per ciclo and month in CC-CARTERA-HIST,
      * and printed next to the previous month's. A rerun in the
      * same month replaces that month's history. The first run
      * ever only takes the photo - it reports no altas or bajas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          SELECT OPTIONAL PendingCuotasFile ASSIGN TO
          "..\files\CC-CUOTAS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PC-KEY
          FILE STATUS IS PendingCuotasStatus.

          SELECT OPTIONAL IncobrablesFile ASSIGN TO
          "..\files\CC-INCOBRABLES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS INC-NRO-TARJ
          FILE STATUS IS IncobrablesStatus.

          SELECT OPTIONAL ExtractoHistFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HIS-KEY
          FILE STATUS IS ExtractoHistStatus.

          SELECT OPTIONAL FotoFile ASSIGN TO
          "..\files\CC-CARTERA-FOTO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FOT-NRO-TARJ
          FILE STATUS IS FotoStatus.

          SELECT OPTIONAL CarteraHistFile ASSIGN TO
          "..\files\CC-CARTERA-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CAH-KEY
          FILE STATUS IS CarteraHistStatus.

          *> Closing date the report is measured against.
          SELECT ParametrosFile ASSIGN TO "..\files\CC-PARAMETROS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT InformeFile ASSIGN TO
          "..\files\CC-INFORME-CARTERA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
           88 TJ-ACTIVA VALUE "A".
           88 TJ-BLOQUEADA VALUE "B".
           88 TJ-CANCELADA VALUE "C".
           88 TJ-PENDIENTE-ACTIV VALUE "P".
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ              PIC 9(16).
           04 SALD-FECHA                 PIC X(10).
         02 SALD-IMPORTE                 PIC S9(6)V99.
         02 SALD-IMPORTE-USD             PIC 9(6)V99.

       FD PendingCuotasFile.
       01 PendingCuotaRecord.
         02 PC-KEY.
           03 PC-NRO-TARJ          PIC 9(16).
           03 PC-NRO-CUPON         PIC 9(5).
         02 PC-IMPORTE             PIC 9(6)V99.
         02 PC-CUOTAS-TOT          PIC 9(2).
         02 PC-CUOTAS-REST         PIC 9(2).
         02 PC-PROMO               PIC X(1).
         02 PC-PROMO-NOMBRE        PIC X(20).

       FD IncobrablesFile.
       01 IncobrableRecord.
         02 INC-NRO-TARJ                 PIC 9(16).
         02 INC-FECHA-QUEBRANTO          PIC X(8).
         02 INC-IMPORTE-CASTIGADO        PIC 9(10)V99.
         02 INC-IMPORTE-RECUPERADO       PIC 9(10)V99.

       FD ExtractoHistFile.
       01 ExtractoHistRecord.
         02 HIS-KEY.
           03 HIS-NRO-TARJ               PIC 9(16).
           03 HIS-FECHA-CIERRE.
              05 HIS-CIERRE-AAAAMM       PIC 9(6).
              05 HIS-CIERRE-DD           PIC 9(2).
           03 HIS-SECUENCIA              PIC 9(4).
         02 HIS-LINEA                    PIC X(80).

      *> What each card looked like at the last report - FOT-ESTADO
      *> as of FOT-PERIODO and FOT-ESTADO-ANT as of the report
      *> before, so a rerun in the same month compares the same way.
      *> FOT-PERIODO-ALTA is the month the card first appeared
      *> (zero for the cards found by the very first run).
       FD FotoFile.
       01 FotoRecord.
         02 FOT-NRO-TARJ                 PIC 9(16).
         02 FOT-PERIODO                  PIC 9(6).
         02 FOT-ESTADO                   PIC X(1).
         02 FOT-ESTADO-ANT               PIC X(1).
         02 FOT-PERIODO-ALTA             PIC 9(6).

      *> One record per month and ciclo (999 = whole portfolio),
      *> every figure of the report in the order it prints.
       FD CarteraHistFile.
       01 CarteraHistRecord.
         02 CAH-KEY.
           03 CAH-PERIODO                PIC 9(6).
           03 CAH-CICLO                  PIC 9(3).
         02 CAH-METRICA OCCURS 25 TIMES.
           03 CAH-CANT                   PIC 9(7).
           03 CAH-IMPORTE                PIC 9(13)V99.

       FD ParametrosFile.
       01 REG-PARAM-CC.
         03 PAR-FECHA-CIERRE             PIC X(10).
         03 PAR-TASA-CAMBIO              PIC 9(4)V99.
         03 PAR-TASA-FINANCIACION        PIC 9(2)V99.
         03 PAR-PORC-PAGO-MINIMO         PIC 9(2)V99.
         03 PAR-TASA-ADELANTO            PIC 9(2)V99.
         03 PAR-PORC-FEE-ADELANTO        PIC 9(2)V99.

       FD InformeFile.
       01 InformeRecord                  PIC X(100).

       WORKING-STORAGE SECTION.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   SaldoStatus                  PIC X(2).
          88 SaldoFound VALUE "00".
       01   PendingCuotasStatus          PIC X(2).
       01   IncobrablesStatus            PIC X(2).
       01   ExtractoHistStatus           PIC X(2).
       01   FotoStatus                   PIC X(2).
       01   CarteraHistStatus            PIC X(2).

       01   WS-CUOTAS-DISPONIBLE         PIC X(1) VALUE "N".
          88 CUOTAS-DISPONIBLE VALUE "S".
       01   WS-INCOBRABLES-DISPONIBLE    PIC X(1) VALUE "N".
          88 INCOBRABLES-DISPONIBLE VALUE "S".
       01   WS-ARCHIVO-DISPONIBLE        PIC X(1) VALUE "N".
          88 ARCHIVO-DISPONIBLE VALUE "S".
       01   WS-PRIMERA-FOTO              PIC X(1) VALUE "N".
          88 PRIMERA-FOTO VALUE "S".

       01   WS-EOF-TARJETAS              PIC X(1) VALUE "N".
          88 EOF-TARJETAS VALUE "S".
       01   WS-EOF-SW                    PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

       01   WS-FECHA-ARMADA.
         03 WS-FA-ANIO                   PIC X(4).
         03 WS-FA-MES                    PIC X(2).
         03 WS-FA-DIA                    PIC X(2).
       01   WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA PIC 9(8).
       01   WS-CIERRE-INT                PIC 9(8).
       01   WS-PERIODO                   PIC 9(6).
       01   WS-PERIODO-R REDEFINES WS-PERIODO.
         03 WS-PER-ANIO                  PIC 9(4).
         03 WS-PER-MES                   PIC 9(2).
       01   WS-PERIODO-ANT               PIC 9(6).
       01   WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
         03 WS-PAN-ANIO                  PIC 9(4).
         03 WS-PAN-MES                   PIC 9(2).

      *> Debt age, as AgingCC measures it.
       01   WS-SALDO-ULTIMO              PIC S9(10)V99.
       01   WS-FECHA-ULT                 PIC 9(8).
       01   WS-MORA-DIAS                 PIC S9(5).
       01   WS-MAX-CIERRES               PIC 9(2) VALUE 60.
       01   WS-CIERRES-COUNT             PIC 9(2) VALUE 0.
       01   WS-CIERRES-TABLE.
            02 WS-CIERRE-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-CIE-IX.
               03 WS-CIE-FECHA           PIC 9(8).
               03 WS-CIE-IMPORTE         PIC S9(10)V99.
       01   WS-ULTIMO-CERO               PIC 9(8).
       01   WS-INICIO-DEUDA              PIC 9(8).
       01   WS-INICIO-INT                PIC 9(8).

      *> The month's statement of the card, out of the archive.
       01   WS-EXT-LINEA.
         03 WS-EXT-TIPO                  PIC X(1).
         03 FILLER                       PIC X(27).
         03 WS-EXT-RESTO                 PIC X(52).
       01   WS-EXT-HEADER REDEFINES WS-EXT-LINEA.
         03 FILLER                       PIC X(68).
         03 WS-EXT-H-SALDO-ANT           PIC 9(10)V99.
       01   WS-EXT-DETALLE REDEFINES WS-EXT-LINEA.
         03 FILLER                       PIC X(28).
         03 WS-EXT-D-NRO-CUPON           PIC 9(5).
         03 WS-EXT-D-FECHA               PIC X(10).
         03 WS-EXT-D-IMPORTE             PIC 9(6)V99.
         03 WS-EXT-D-TIPO-MOV            PIC 9(1).
         03 WS-EXT-D-DUPLICADO           PIC X(1).
         03 WS-EXT-D-COMERCIO            PIC 9(6).
         03 WS-EXT-D-NOMBRE              PIC X(20).
         03 WS-EXT-D-MONEDA              PIC 9(1).
       01   WS-EXT-TRAILER REDEFINES WS-EXT-LINEA.
         03 FILLER                       PIC X(28).
         03 WS-EXT-T-SALDO-FINAL         PIC S9(10)V99.
         03 FILLER                       PIC X(40).
       01   WS-TIENE-RESUMEN             PIC X(1).
          88 TIENE-RESUMEN VALUE "S".
       01   WS-CON-CONSUMO               PIC X(1).
          88 CON-CONSUMO VALUE "S".
       01   WS-FINANCIO                  PIC X(1).
          88 FINANCIO VALUE "S".
       01   WS-SALDO-ANT-RESUMEN         PIC 9(10)V99.
       01   WS-SALDO-FINAL-RESUMEN       PIC S9(10)V99.

       01   WS-UTILIZACION               PIC 9(5).
       01   WS-CUOTAS-CANT               PIC 9(7).
       01   WS-CUOTAS-IMPORTE            PIC 9(13)V99.

      *> Figures per ciclo: entry n is ciclo n-1, entry 101 is the
      *> whole portfolio. The metric numbers are the report lines.
       01   WS-TOTAL-IX                  PIC 9(3) VALUE 101.
       01   WS-CIC-IX                    PIC 9(3).
       01   WS-CICLO-ED                  PIC 9(2).
       01   WS-M                         PIC 9(2).
       01   WS-M-CANT                    PIC 9(7).
       01   WS-M-IMPORTE                 PIC 9(13)V99.
       01   WS-CARTERA-TABLE.
            02 WS-CIC-ENTRY OCCURS 101 TIMES.
               03 WS-CIC-METRICA OCCURS 25 TIMES.
                  04 WS-CIC-CANT         PIC 9(7).
                  04 WS-CIC-IMPORTE      PIC 9(13)V99.
       01   WS-ANT-TABLE.
            02 WS-ANT-METRICA OCCURS 25 TIMES.
               03 WS-ANT-CANT            PIC 9(7).
               03 WS-ANT-IMPORTE         PIC 9(13)V99.
       01   WS-HAY-ANTERIOR              PIC X(1).
          88 HAY-ANTERIOR VALUE "S".

       01   WS-METRICA-NOMBRES.
            02 FILLER PIC X(28) VALUE "Tarjetas vigentes".
            02 FILLER PIC X(28) VALUE "  Activas (A)".
            02 FILLER PIC X(28) VALUE "  Bloqueadas (B)".
            02 FILLER PIC X(28) VALUE "  Pendientes activacion (P)".
            02 FILLER PIC X(28) VALUE "Canceladas (C)".
            02 FILLER PIC X(28) VALUE "Altas del mes".
            02 FILLER PIC X(28) VALUE "Bajas del mes".
            02 FILLER PIC X(28) VALUE "Con consumo en el mes".
            02 FILLER PIC X(28) VALUE "Sin consumo en el mes".
            02 FILLER PIC X(28) VALUE "Limite otorgado".
            02 FILLER PIC X(28) VALUE "Saldo de cartera".
            02 FILLER PIC X(28) VALUE "Utilizacion sin uso".
            02 FILLER PIC X(28) VALUE "Utilizacion 1-25%".
            02 FILLER PIC X(28) VALUE "Utilizacion 26-50%".
            02 FILLER PIC X(28) VALUE "Utilizacion 51-75%".
            02 FILLER PIC X(28) VALUE "Utilizacion 76-100%".
            02 FILLER PIC X(28) VALUE "Utilizacion sobre limite".
            02 FILLER PIC X(28) VALUE "Financian el saldo".
            02 FILLER PIC X(28) VALUE "Pagan el total".
            02 FILLER PIC X(28) VALUE "Cuotas pendientes".
            02 FILLER PIC X(28) VALUE "Mora 30-59 dias".
            02 FILLER PIC X(28) VALUE "Mora 60-89 dias".
            02 FILLER PIC X(28) VALUE "Mora 90+ dias".
            02 FILLER PIC X(28) VALUE "Castigos del mes".
            02 FILLER PIC X(28) VALUE "Stock castigado".
       01   WS-METRICA-NOMBRES-R REDEFINES WS-METRICA-NOMBRES.
            02 WS-METRICA-NOMBRE         PIC X(28) OCCURS 25 TIMES.

       01   WS-MORA-IMPORTE              PIC 9(13)V99.
       01   WS-TASA-MORA                 PIC 9(3)V99.
       01   WS-TASA-MORA-ANT             PIC 9(3)V99.
       01   CONTADOR-TARJETAS            PIC 9(8) VALUE ZERO.

       01 Inf_titulo.
         02 FILLER                       PIC X(37) VALUE
         "INFORME DE CARTERA DE TARJETAS - mes ".
         02 it_mes                       PIC 99.
         02 FILLER                       PIC X(1) VALUE "/".
         02 it_anio                      PIC 9(4).
         02 FILLER                       PIC X(12) VALUE
         " - cierre al ".
         02 it_cierre                    PIC X(10).
         02 FILLER                       PIC X(34) VALUE SPACES.

       01 Inf_seccion.
         02 is_texto                     PIC X(100).

       01 Inf_encabezado.
         02 FILLER                       PIC X(28) VALUE "Concepto".
         02 FILLER                       PIC X(10) VALUE "  Cantidad".
         02 FILLER                       PIC X(19) VALUE
         "            Importe".
         02 FILLER                       PIC X(14) VALUE
         "  Mes ant cant".
         02 FILLER                       PIC X(19) VALUE
         "    Mes ant importe".
         02 FILLER                       PIC X(10) VALUE SPACES.

       01 Inf_linea.
         02 il_concepto                  PIC X(28).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 il_cant                      PIC Z(6)9.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 il_importe                   PIC Z(12)9.99 BLANK WHEN ZERO.
         02 FILLER                       PIC X(3) VALUE SPACES.
         02 il_cant_ant                  PIC Z(6)9.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 il_importe_ant               PIC Z(12)9.99 BLANK WHEN ZERO.
         02 FILLER                       PIC X(14) VALUE SPACES.

       01 Inf_tasa_mora.
         02 FILLER                       PIC X(28) VALUE
         "Tasa de mora 30+ (% saldo)".
         02 FILLER                       PIC X(12) VALUE SPACES.
         02 itm_tasa                     PIC ZZ9.99.
         02 FILLER                       PIC X(1) VALUE "%".
         02 FILLER                       PIC X(28) VALUE SPACES.
         02 itm_tasa_ant                 PIC ZZ9.99.
         02 FILLER                       PIC X(1) VALUE "%".
         02 FILLER                       PIC X(18) VALUE SPACES.

       01 Empty_line.
         02 FILLER                       PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "INFORME-CARTERA" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          OPEN INPUT ParametrosFile.
          READ ParametrosFile.
          CLOSE ParametrosFile.
          MOVE PAR-FECHA-CIERRE(7:4) TO WS-FA-ANIO.
          MOVE PAR-FECHA-CIERRE(5:2) TO WS-FA-MES.
          MOVE PAR-FECHA-CIERRE(3:2) TO WS-FA-DIA.
          COMPUTE WS-CIERRE-INT =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-ARMADA-N).
          MOVE WS-FECHA-ARMADA-N(1:6) TO WS-PERIODO.
          MOVE WS-PERIODO TO WS-PERIODO-ANT.
          IF WS-PAN-MES = 1
             MOVE 12 TO WS-PAN-MES
             SUBTRACT 1 FROM WS-PAN-ANIO
          ELSE
             SUBTRACT 1 FROM WS-PAN-MES
          END-IF.

          PERFORM Abrir_Archivos.
          INITIALIZE WS-CARTERA-TABLE.

          MOVE LOW-VALUES TO TJ-KEY.
          START TarjetasFile KEY IS NOT LESS THAN TJ-KEY
             INVALID KEY SET EOF-TARJETAS TO TRUE
          END-START.
          PERFORM UNTIL EOF-TARJETAS
             READ TarjetasFile NEXT RECORD
                AT END SET EOF-TARJETAS TO TRUE
             END-READ
             IF NOT EOF-TARJETAS
                ADD 1 TO CONTADOR-TARJETAS
                PERFORM Evaluar_Tarjeta
             END-IF
          END-PERFORM.

          OPEN OUTPUT InformeFile.
          PERFORM Imprimir_Informe.
          CLOSE InformeFile.
          PERFORM Cerrar_Archivos.

          DISPLAY "Informe de cartera " WS-PER-MES "/" WS-PER-ANIO
             " - tarjetas leidas: " CONTADOR-TARJETAS.
          IF PRIMERA-FOTO
             DISPLAY "** Primer informe - se tomo la foto de la "
                "cartera, sin altas ni bajas del mes"
          END-IF.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-TARJETAS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Abrir_Archivos.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             STOP RUN
          END-IF.
          OPEN INPUT SaldoFile.
          IF NOT SaldoFound
             DISPLAY "** Error abriendo SaldoFile - status "
                SaldoStatus
             STOP RUN
          END-IF.
          OPEN INPUT PendingCuotasFile.
          IF PendingCuotasStatus = "00"
             SET CUOTAS-DISPONIBLE TO TRUE
          END-IF.
          OPEN INPUT IncobrablesFile.
          IF IncobrablesStatus = "00"
             SET INCOBRABLES-DISPONIBLE TO TRUE
          END-IF.
          OPEN INPUT ExtractoHistFile.
          IF ExtractoHistStatus = "00"
             SET ARCHIVO-DISPONIBLE TO TRUE
          ELSE
             DISPLAY "** Sin archivo de resumenes - no se informan "
                "consumo ni financiacion"
          END-IF.
          OPEN I-O FotoFile.
          IF FotoStatus = "05"
             SET PRIMERA-FOTO TO TRUE
          END-IF.
          OPEN I-O CarteraHistFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cerrar_Archivos.
          CLOSE TarjetasFile.
          CLOSE SaldoFile.
          IF CUOTAS-DISPONIBLE
             CLOSE PendingCuotasFile
          END-IF.
          IF INCOBRABLES-DISPONIBLE
             CLOSE IncobrablesFile
          END-IF.
          IF ARCHIVO-DISPONIBLE
             CLOSE ExtractoHistFile
          END-IF.
          CLOSE FotoFile.
          CLOSE CarteraHistFile.
      *-----------------------------------------------------------*
      *   Each card's figures go into its ciclo and into the total.
      *-----------------------------------------------------------*
       Evaluar_Tarjeta.
          COMPUTE WS-CIC-IX = TJ-CICLO + 1.

          EVALUATE TRUE
             WHEN TJ-ACTIVA
                MOVE 2 TO WS-M
             WHEN TJ-BLOQUEADA
                MOVE 3 TO WS-M
             WHEN TJ-PENDIENTE-ACTIV
                MOVE 4 TO WS-M
             WHEN OTHER
                MOVE 5 TO WS-M
          END-EVALUATE.
          MOVE 1 TO WS-M-CANT.
          MOVE ZERO TO WS-M-IMPORTE.
          PERFORM Sumar_Metrica.
          IF NOT TJ-CANCELADA
             MOVE 1 TO WS-M
             PERFORM Sumar_Metrica
          END-IF.

          PERFORM Actualizar_Foto.

          IF NOT TJ-CANCELADA
             PERFORM Evaluar_Vigente
          END-IF.

          IF INCOBRABLES-DISPONIBLE
             PERFORM Evaluar_Castigo
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Evaluar_Vigente.
          MOVE 10 TO WS-M.
          MOVE 1 TO WS-M-CANT.
          MOVE TJ-LIMITE TO WS-M-IMPORTE.
          PERFORM Sumar_Metrica.

          PERFORM Leer_Saldos.
          IF WS-SALDO-ULTIMO > ZERO
             MOVE 11 TO WS-M
             MOVE 1 TO WS-M-CANT
             MOVE WS-SALDO-ULTIMO TO WS-M-IMPORTE
             PERFORM Sumar_Metrica
          END-IF.

          IF WS-SALDO-ULTIMO NOT > ZERO
             MOVE 12 TO WS-M
          ELSE
             IF TJ-LIMITE = ZERO
                MOVE 17 TO WS-M
             ELSE
                COMPUTE WS-UTILIZACION ROUNDED =
                   WS-SALDO-ULTIMO * 100 / TJ-LIMITE
                EVALUATE TRUE
                   WHEN WS-UTILIZACION <= 25
                      MOVE 13 TO WS-M
                   WHEN WS-UTILIZACION <= 50
                      MOVE 14 TO WS-M
                   WHEN WS-UTILIZACION <= 75
                      MOVE 15 TO WS-M
                   WHEN WS-UTILIZACION <= 100
                      MOVE 16 TO WS-M
                   WHEN OTHER
                      MOVE 17 TO WS-M
                END-EVALUATE
             END-IF
          END-IF.
          MOVE 1 TO WS-M-CANT.
          IF WS-SALDO-ULTIMO > ZERO
             MOVE WS-SALDO-ULTIMO TO WS-M-IMPORTE
          ELSE
             MOVE ZERO TO WS-M-IMPORTE
          END-IF.
          PERFORM Sumar_Metrica.

          IF WS-SALDO-ULTIMO > ZERO
             PERFORM Calcular_Mora
             MOVE ZERO TO WS-M
             EVALUATE TRUE
                WHEN WS-MORA-DIAS >= 90
                   MOVE 23 TO WS-M
                WHEN WS-MORA-DIAS >= 60
                   MOVE 22 TO WS-M
                WHEN WS-MORA-DIAS >= 30
                   MOVE 21 TO WS-M
             END-EVALUATE
             IF WS-M > ZERO
                MOVE 1 TO WS-M-CANT
                MOVE WS-SALDO-ULTIMO TO WS-M-IMPORTE
                PERFORM Sumar_Metrica
             END-IF
          END-IF.

          PERFORM Leer_Resumen_Del_Mes.
          MOVE 1 TO WS-M-CANT.
          MOVE ZERO TO WS-M-IMPORTE.
          IF CON-CONSUMO
             MOVE 8 TO WS-M
          ELSE
             MOVE 9 TO WS-M
          END-IF.
          PERFORM Sumar_Metrica.
          IF TIENE-RESUMEN AND WS-SALDO-ANT-RESUMEN > ZERO
             IF FINANCIO
                MOVE 18 TO WS-M
             ELSE
                MOVE 19 TO WS-M
             END-IF
             IF WS-SALDO-FINAL-RESUMEN > ZERO
                MOVE WS-SALDO-FINAL-RESUMEN TO WS-M-IMPORTE
             ELSE
                MOVE ZERO TO WS-M-IMPORTE
             END-IF
             PERFORM Sumar_Metrica
          END-IF.

          IF CUOTAS-DISPONIBLE
             PERFORM Leer_Cuotas
             IF WS-CUOTAS-CANT > ZERO
                MOVE 20 TO WS-M
                MOVE WS-CUOTAS-CANT TO WS-M-CANT
                MOVE WS-CUOTAS-IMPORTE TO WS-M-IMPORTE
                PERFORM Sumar_Metrica
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Altas and bajas against the card photo. A card not in the
      *   photo is new this month; one whose estado as of the last
      *   report was not "C" and is now, was cancelled this month.
      *-----------------------------------------------------------*
       Actualizar_Foto.
          MOVE TJ-NRO-TARJ TO FOT-NRO-TARJ.
          READ FotoFile
             INVALID KEY
                MOVE WS-PERIODO TO FOT-PERIODO
                MOVE TJ-ESTADO TO FOT-ESTADO
                IF PRIMERA-FOTO
                   MOVE TJ-ESTADO TO FOT-ESTADO-ANT
                   MOVE ZERO TO FOT-PERIODO-ALTA
                ELSE
                   MOVE SPACES TO FOT-ESTADO-ANT
                   MOVE WS-PERIODO TO FOT-PERIODO-ALTA
                END-IF
                WRITE FotoRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar la foto de "
                         TJ-NRO-TARJ
                END-WRITE
             NOT INVALID KEY
                IF FOT-PERIODO NOT = WS-PERIODO
                   MOVE FOT-ESTADO TO FOT-ESTADO-ANT
                   MOVE WS-PERIODO TO FOT-PERIODO
                END-IF
                MOVE TJ-ESTADO TO FOT-ESTADO
                REWRITE FotoRecord
                   INVALID KEY
                      DISPLAY "** No se pudo regrabar la foto de "
                         TJ-NRO-TARJ
                END-REWRITE
          END-READ.
          MOVE 1 TO WS-M-CANT.
          MOVE ZERO TO WS-M-IMPORTE.
          IF FOT-PERIODO-ALTA = WS-PERIODO
             MOVE 6 TO WS-M
             PERFORM Sumar_Metrica
          END-IF.
          IF TJ-CANCELADA AND FOT-ESTADO-ANT NOT = "C"
             AND NOT PRIMERA-FOTO
             MOVE 7 TO WS-M
             PERFORM Sumar_Metrica
          END-IF.
      *-----------------------------------------------------------*
      *   All of the card's closings, as AgingCC collects them -
      *   the latest by rearranged date is the current balance.
      *-----------------------------------------------------------*
       Leer_Saldos.
          MOVE ZERO TO WS-SALDO-ULTIMO.
          MOVE ZERO TO WS-FECHA-ULT.
          MOVE ZERO TO WS-CIERRES-COUNT.
          MOVE TJ-NRO-TARJ TO SALD-NRO-TARJ.
          MOVE LOW-VALUES TO SALD-FECHA.
          MOVE "N" TO WS-EOF-SW.
          START SaldoFile KEY IS NOT LESS THAN SALD-KEY
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ SaldoFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF SALD-NRO-TARJ NOT = TJ-NRO-TARJ
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   PERFORM Acumular_Un_Saldo
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Acumular_Un_Saldo.
          MOVE SALD-FECHA(7:4) TO WS-FA-ANIO.
          MOVE SALD-FECHA(5:2) TO WS-FA-MES.
          MOVE SALD-FECHA(3:2) TO WS-FA-DIA.
          IF WS-FECHA-ARMADA-N IS NUMERIC
             IF WS-FECHA-ARMADA-N > WS-FECHA-ULT
                MOVE WS-FECHA-ARMADA-N TO WS-FECHA-ULT
                MOVE SALD-IMPORTE TO WS-SALDO-ULTIMO
             END-IF
             IF WS-CIERRES-COUNT < WS-MAX-CIERRES
                ADD 1 TO WS-CIERRES-COUNT
                MOVE WS-FECHA-ARMADA-N
                   TO WS-CIE-FECHA(WS-CIERRES-COUNT)
                MOVE SALD-IMPORTE
                   TO WS-CIE-IMPORTE(WS-CIERRES-COUNT)
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Same rule as AgingCC: the debt ages from the start of the
      *   current unbroken run of owing closings.
      *-----------------------------------------------------------*
       Calcular_Mora.
          MOVE ZERO TO WS-ULTIMO-CERO.
          PERFORM VARYING WS-CIE-IX FROM 1 BY 1
             UNTIL WS-CIE-IX > WS-CIERRES-COUNT
             IF WS-CIE-IMPORTE(WS-CIE-IX) NOT > ZERO
                AND WS-CIE-FECHA(WS-CIE-IX) > WS-ULTIMO-CERO
                MOVE WS-CIE-FECHA(WS-CIE-IX) TO WS-ULTIMO-CERO
             END-IF
          END-PERFORM.
          MOVE 99999999 TO WS-INICIO-DEUDA.
          PERFORM VARYING WS-CIE-IX FROM 1 BY 1
             UNTIL WS-CIE-IX > WS-CIERRES-COUNT
             IF WS-CIE-IMPORTE(WS-CIE-IX) > ZERO
                AND WS-CIE-FECHA(WS-CIE-IX) > WS-ULTIMO-CERO
                AND WS-CIE-FECHA(WS-CIE-IX) < WS-INICIO-DEUDA
                MOVE WS-CIE-FECHA(WS-CIE-IX) TO WS-INICIO-DEUDA
             END-IF
          END-PERFORM.
          MOVE ZERO TO WS-MORA-DIAS.
          IF WS-INICIO-DEUDA < 99999999
             COMPUTE WS-INICIO-INT =
                FUNCTION INTEGER-OF-DATE(WS-INICIO-DEUDA)
             COMPUTE WS-MORA-DIAS = WS-CIERRE-INT - WS-INICIO-INT
             IF WS-MORA-DIAS < ZERO
                MOVE ZERO TO WS-MORA-DIAS
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   The card's statement closed in the report month: a
      *   compra or adelanto on it means the card was used, and a
      *   financing-interest line means the previous balance was
      *   not paid in full.
      *-----------------------------------------------------------*
       Leer_Resumen_Del_Mes.
          MOVE "N" TO WS-TIENE-RESUMEN.
          MOVE "N" TO WS-CON-CONSUMO.
          MOVE "N" TO WS-FINANCIO.
          MOVE ZERO TO WS-SALDO-ANT-RESUMEN.
          MOVE ZERO TO WS-SALDO-FINAL-RESUMEN.
          IF NOT ARCHIVO-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE TJ-NRO-TARJ TO HIS-NRO-TARJ.
          MOVE WS-PERIODO TO HIS-CIERRE-AAAAMM.
          MOVE ZERO TO HIS-CIERRE-DD.
          MOVE ZERO TO HIS-SECUENCIA.
          MOVE "N" TO WS-EOF-SW.
          START ExtractoHistFile KEY IS NOT LESS THAN HIS-KEY
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ ExtractoHistFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF HIS-NRO-TARJ NOT = TJ-NRO-TARJ
                   OR HIS-CIERRE-AAAAMM NOT = WS-PERIODO
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   MOVE HIS-LINEA TO WS-EXT-LINEA
                   PERFORM Evaluar_Linea_Resumen
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Evaluar_Linea_Resumen.
          EVALUATE WS-EXT-TIPO
             WHEN "H"
                SET TIENE-RESUMEN TO TRUE
                MOVE WS-EXT-H-SALDO-ANT TO WS-SALDO-ANT-RESUMEN
             WHEN "T"
                MOVE WS-EXT-T-SALDO-FINAL TO WS-SALDO-FINAL-RESUMEN
             WHEN "D"
                IF (WS-EXT-D-TIPO-MOV = 0 OR WS-EXT-D-TIPO-MOV = 4)
                   AND WS-EXT-D-DUPLICADO NOT = "S"
                   SET CON-CONSUMO TO TRUE
                END-IF
                IF WS-EXT-D-TIPO-MOV = 8
                   AND WS-EXT-D-NOMBRE = "INTERES FINANCIACION"
                   SET FINANCIO TO TRUE
                END-IF
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Cuotas still to bill and what they add up to.
      *-----------------------------------------------------------*
       Leer_Cuotas.
          MOVE ZERO TO WS-CUOTAS-CANT.
          MOVE ZERO TO WS-CUOTAS-IMPORTE.
          MOVE TJ-NRO-TARJ TO PC-NRO-TARJ.
          MOVE ZERO TO PC-NRO-CUPON.
          MOVE "N" TO WS-EOF-SW.
          START PendingCuotasFile KEY IS NOT LESS THAN PC-KEY
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ PendingCuotasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF PC-NRO-TARJ NOT = TJ-NRO-TARJ
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   ADD PC-CUOTAS-REST TO WS-CUOTAS-CANT
                   COMPUTE WS-CUOTAS-IMPORTE = WS-CUOTAS-IMPORTE
                      + PC-IMPORTE * PC-CUOTAS-REST
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   The written-off stock net of recoveries, and the cards
      *   written off in the report month.
      *-----------------------------------------------------------*
       Evaluar_Castigo.
          MOVE TJ-NRO-TARJ TO INC-NRO-TARJ.
          READ IncobrablesFile
             INVALID KEY
                EXIT PARAGRAPH
          END-READ.
          MOVE 1 TO WS-M-CANT.
          IF INC-FECHA-QUEBRANTO(1:6) = WS-PERIODO
             MOVE 24 TO WS-M
             MOVE INC-IMPORTE-CASTIGADO TO WS-M-IMPORTE
             PERFORM Sumar_Metrica
          END-IF.
          MOVE 25 TO WS-M.
          MOVE ZERO TO WS-M-IMPORTE.
          IF INC-IMPORTE-CASTIGADO > INC-IMPORTE-RECUPERADO
             COMPUTE WS-M-IMPORTE =
                INC-IMPORTE-CASTIGADO - INC-IMPORTE-RECUPERADO
          END-IF.
          PERFORM Sumar_Metrica.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Sumar_Metrica.
          ADD WS-M-CANT TO WS-CIC-CANT(WS-CIC-IX, WS-M).
          ADD WS-M-IMPORTE TO WS-CIC-IMPORTE(WS-CIC-IX, WS-M).
          ADD WS-M-CANT TO WS-CIC-CANT(WS-TOTAL-IX, WS-M).
          ADD WS-M-IMPORTE TO WS-CIC-IMPORTE(WS-TOTAL-IX, WS-M).
      *-----------------------------------------------------------*
      *   One section per ciclo that has cards, then the whole
      *   portfolio; each section is also saved to the history.
      *-----------------------------------------------------------*
       Imprimir_Informe.
          MOVE WS-PER-MES TO it_mes.
          MOVE WS-PER-ANIO TO it_anio.
          MOVE PAR-FECHA-CIERRE TO it_cierre.
          WRITE InformeRecord FROM Inf_titulo.
          WRITE InformeRecord FROM Empty_line.
          PERFORM VARYING WS-CIC-IX FROM 1 BY 1
             UNTIL WS-CIC-IX > 100
             IF WS-CIC-CANT(WS-CIC-IX, 1) > ZERO
                OR WS-CIC-CANT(WS-CIC-IX, 5) > ZERO
                MOVE SPACES TO is_texto
                COMPUTE WS-CICLO-ED = WS-CIC-IX - 1
                STRING "CICLO " WS-CICLO-ED
                   DELIMITED BY SIZE INTO is_texto
                PERFORM Imprimir_Seccion
             END-IF
          END-PERFORM.
          MOVE WS-TOTAL-IX TO WS-CIC-IX.
          MOVE "TOTAL CARTERA" TO is_texto.
          PERFORM Imprimir_Seccion.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Imprimir_Seccion.
          WRITE InformeRecord FROM Inf_seccion.
          WRITE InformeRecord FROM Inf_encabezado.
          PERFORM Leer_Historia_Anterior.
          PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 25
             MOVE WS-METRICA-NOMBRE(WS-M) TO il_concepto
             MOVE WS-CIC-CANT(WS-CIC-IX, WS-M) TO il_cant
             MOVE WS-CIC-IMPORTE(WS-CIC-IX, WS-M) TO il_importe
             MOVE WS-ANT-CANT(WS-M) TO il_cant_ant
             MOVE WS-ANT-IMPORTE(WS-M) TO il_importe_ant
             WRITE InformeRecord FROM Inf_linea
          END-PERFORM.

          COMPUTE WS-MORA-IMPORTE = WS-CIC-IMPORTE(WS-CIC-IX, 21)
             + WS-CIC-IMPORTE(WS-CIC-IX, 22)
             + WS-CIC-IMPORTE(WS-CIC-IX, 23).
          MOVE ZERO TO WS-TASA-MORA.
          IF WS-CIC-IMPORTE(WS-CIC-IX, 11) > ZERO
             COMPUTE WS-TASA-MORA ROUNDED = WS-MORA-IMPORTE * 100
                / WS-CIC-IMPORTE(WS-CIC-IX, 11)
          END-IF.
          COMPUTE WS-MORA-IMPORTE = WS-ANT-IMPORTE(21)
             + WS-ANT-IMPORTE(22) + WS-ANT-IMPORTE(23).
          MOVE ZERO TO WS-TASA-MORA-ANT.
          IF WS-ANT-IMPORTE(11) > ZERO
             COMPUTE WS-TASA-MORA-ANT ROUNDED = WS-MORA-IMPORTE * 100
                / WS-ANT-IMPORTE(11)
          END-IF.
          MOVE WS-TASA-MORA TO itm_tasa.
          MOVE WS-TASA-MORA-ANT TO itm_tasa_ant.
          WRITE InformeRecord FROM Inf_tasa_mora.
          WRITE InformeRecord FROM Empty_line.

          PERFORM Grabar_Historia.
      *-----------------------------------------------------------*
      *   Previous month of the same ciclo (999 for the total) -
      *   zeros when the report did not run that month.
      *-----------------------------------------------------------*
       Leer_Historia_Anterior.
          INITIALIZE WS-ANT-TABLE.
          MOVE WS-PERIODO-ANT TO CAH-PERIODO.
          PERFORM Armar_Ciclo_Historia.
          READ CarteraHistFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 25
                   MOVE CAH-CANT(WS-M) TO WS-ANT-CANT(WS-M)
                   MOVE CAH-IMPORTE(WS-M) TO WS-ANT-IMPORTE(WS-M)
                END-PERFORM
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Armar_Ciclo_Historia.
          IF WS-CIC-IX = WS-TOTAL-IX
             MOVE 999 TO CAH-CICLO
          ELSE
             COMPUTE CAH-CICLO = WS-CIC-IX - 1
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Historia.
          MOVE WS-PERIODO TO CAH-PERIODO.
          PERFORM Armar_Ciclo_Historia.
          PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 25
             MOVE WS-CIC-CANT(WS-CIC-IX, WS-M) TO CAH-CANT(WS-M)
             MOVE WS-CIC-IMPORTE(WS-CIC-IX, WS-M)
                TO CAH-IMPORTE(WS-M)
          END-PERFORM.
          WRITE CarteraHistRecord
             INVALID KEY
                REWRITE CarteraHistRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar la historia del "
                         "ciclo " CAH-CICLO
                END-REWRITE
          END-WRITE.
       END PROGRAM InformeCartera.
