       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ResumenCorporativo.
      * AUTHOR:  nacho.
      * Consolidated statement of the cuentas corporativas (see
      * MantCorporativas), run after the close off the statement
      * run's electronic extract (CC-EXTRACTO.DAT). Every card
      * linked to a company (CC-CORP-TARJETAS.DAT) and its
      * adicionales come out together under the company, card by
      * card - saldo anterior, each movement, saldo final and pago
      * minimo - followed by the company totals and what the
      * closing balances leave of the company limit. The company
      * pays the total with one pago corporativo (MantCorporativas).
      * The listing is cataloged in the report spool (regspool);
      * cards go out masked (maskpan).
      * A linked card carried by one of our consultants sends its
      * peso purchases to TPALGO4PARTE2's GASTOS.DAT as viaticos of
      * that consultant for the client on the link, so tpparte2
      * rebills them. They go with comprobante "TC" + card + cupon:
      * the card paid them, so LiquidacionConsultores does not
      * reimburse them to the consultant. Dollar purchases are not
      * sent - GASTOS.DAT is in pesos - and are counted for the
      * operator. A close already sent (CRP-ULTIMO-CIERRE) is not
      * sent again if the run is repeated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ExtractoFile ASSIGN TO "..\files\CC-EXTRACTO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExtractoStatus.

          SELECT OPTIONAL CorporativasFile ASSIGN TO
          "..\files\CC-CORPORATIVAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CRP-EMPRESA
          FILE STATUS IS CorporativasStatus.

          SELECT OPTIONAL CorpTarjetasFile ASSIGN TO
          "..\files\CC-CORP-TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CTJ-NRO-TARJ
          ALTERNATE RECORD KEY IS CTJ-EMPRESA WITH DUPLICATES
          FILE STATUS IS CorpTarjetasStatus.

          *> Adicional-to-titular links kept by MantTarjetas.
          SELECT AdicionalesFile ASSIGN TO
          "..\files\CC-ADICIONALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AdicionalesStatus.

          *> Same physical expenses file tpparte2 bills from.
          SELECT GastosFile ASSIGN TO "..\TPALGO4PARTE2\GASTOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GastosStatus.

          SELECT ResumenCorpFile ASSIGN TO
          "..\files\CC-RESUMEN-CORPORATIVO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ResumenSortFile ASSIGN TO "..\files\corpsort.tmp"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ExtractoFile.
       01 ExtractoHeaderRecord.
         03 EXT-H-TIPO                   PIC X(1).
         03 EXT-H-DOCUMENTO              PIC 9(11).
         03 EXT-H-NRO-TARJ               PIC 9(16).
         03 EXT-H-TITULAR                PIC X(30).
         03 EXT-H-FECHA-CIERRE           PIC X(10).
         03 EXT-H-SALDO-ANTERIOR         PIC S9(10)V99.

       FD CorporativasFile.
       01 CorporativaRecord.
         02 CRP-EMPRESA                  PIC 9(3).
         02 CRP-RAZON                    PIC X(25).
         02 CRP-CUIT                     PIC 9(11).
         02 CRP-LIMITE                   PIC 9(10)V99.
         02 CRP-CICLO                    PIC 9(2).
         02 CRP-ESTADO                   PIC X(1).
         02 CRP-FECHA-ALTA               PIC 9(8).
         02 CRP-ULTIMO-CIERRE            PIC 9(8).

       FD CorpTarjetasFile.
       01 CorpTarjetaRecord.
         02 CTJ-NRO-TARJ                 PIC 9(16).
         02 CTJ-EMPRESA                  PIC 9(3).
         02 CTJ-CONSULTOR                PIC X(5).
         02 CTJ-EMPRESA-GASTOS           PIC 9(3).
         02 CTJ-FECHA-ALTA               PIC 9(8).

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ                 PIC 9(16).
         03 ADI-NRO-TITULAR              PIC 9(16).
         03 ADI-FECHA-ALTA               PIC X(8).

       FD GastosFile.
       01 REG-GASTO.
         03 GTO-CONSULTOR                PIC X(5).
         03 GTO-FECHA                    PIC 9(8).
         03 GTO-EMPRESA                  PIC 9(3).
         03 GTO-CONCEPTO                 PIC X(20).
         03 GTO-IMPORTE                  PIC 9(7)V99.
         03 GTO-COMPROBANTE              PIC X(10).

       FD ResumenCorpFile.
       01 ResumenCorpRecord              PIC X(80).

      *> One extract line of a corporate card, filed under its
      *> company and the linked card it rides on (the titular
      *> first, then its adicionales).
       SD ResumenSortFile.
       01 ResumenSortRecord.
          88 EOF-RESUMEN-SORT VALUE HIGH-VALUES.
         03 rsort-empresa                PIC 9(3).
         03 rsort-grupo                  PIC 9(16).
         03 rsort-orden                  PIC 9(1).
         03 rsort-nro-tarj               PIC 9(16).
         03 rsort-secuencia              PIC 9(5).
         03 rsort-consultor              PIC X(5).
         03 rsort-empresa-gastos         PIC 9(3).
         03 rsort-linea                  PIC X(80).

       WORKING-STORAGE SECTION.
       01   ExtractoStatus               PIC X(2).
       01   CorporativasStatus           PIC X(2).
          88 CorporativaOK VALUE "00".
       01   CorpTarjetasStatus           PIC X(2).
       01   WS-ERROR-VINCULOS            PIC X(1) VALUE "N".
          88 ERROR-VINCULOS VALUE "S".
       01   AdicionalesStatus            PIC X(2).
       01   GastosStatus                 PIC X(2).
       01   WS-GASTOS-ABIERTO            PIC X(1) VALUE "N".
          88 GASTOS-ABIERTO VALUE "S".

       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".

      *> Every linked card and every adicional of one, with the
      *> company it bills to.
       01   WS-MAX-VINCULOS              PIC 9(4) VALUE 2000.
       01   WS-VIN-COUNT                 PIC 9(4) VALUE 0.
       01   WS-VIN-TABLE.
            02 WS-VIN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-VIN-IX.
               03 WS-VIN-NRO-TARJ        PIC 9(16).
               03 WS-VIN-EMPRESA         PIC 9(3).
               03 WS-VIN-GRUPO           PIC 9(16).
               03 WS-VIN-ORDEN           PIC 9(1).
               03 WS-VIN-CONSULTOR       PIC X(5).
               03 WS-VIN-EMPRESA-GASTOS  PIC 9(3).
       01   WS-VIN-TITULAR-IX            PIC 9(4).

      *> The extract line being carried into the sort - the block
      *> of the current card is released as long as it is linked.
       01   WS-EN-CORPORATIVA            PIC X(1) VALUE "N".
          88 EN-CORPORATIVA VALUE "S".
       01   WS-SECUENCIA                 PIC 9(5).
       01   WS-CUR-EMPRESA               PIC 9(3).
       01   WS-CUR-GRUPO                 PIC 9(16).
       01   WS-CUR-ORDEN                 PIC 9(1).
       01   WS-CUR-NRO-TARJ              PIC 9(16).
       01   WS-CUR-CONSULTOR             PIC X(5).
       01   WS-CUR-EMPRESA-GASTOS        PIC 9(3).

      *> An extract line out of the sort, in its three views.
       01   WS-EXT-LINEA.
         03 WS-EXT-TIPO                  PIC X(1).
         03 FILLER                       PIC X(79).
       01   WS-EXT-HEADER REDEFINES WS-EXT-LINEA.
         03 FILLER                       PIC X(28).
         03 WS-EXT-H-TITULAR             PIC X(30).
         03 WS-EXT-H-FECHA-CIERRE.
            05 FILLER                    PIC X(2).
            05 WS-EXT-H-CIERRE-DD        PIC X(2).
            05 WS-EXT-H-CIERRE-MM        PIC X(2).
            05 WS-EXT-H-CIERRE-AAAA      PIC X(4).
         03 WS-EXT-H-SALDO-ANT           PIC S9(10)V99.
       01   WS-EXT-DETALLE REDEFINES WS-EXT-LINEA.
         03 FILLER                       PIC X(28).
         03 WS-EXT-D-NRO-CUPON           PIC 9(5).
         03 WS-EXT-D-FECHA.
            05 FILLER                    PIC X(2).
            05 WS-EXT-D-DD               PIC X(2).
            05 WS-EXT-D-MM               PIC X(2).
            05 WS-EXT-D-AAAA             PIC X(4).
         03 WS-EXT-D-IMPORTE             PIC 9(6)V99.
         03 WS-EXT-D-TIPO-MOV            PIC 9(1).
         03 WS-EXT-D-DUPLICADO           PIC X(1).
         03 WS-EXT-D-COMERCIO            PIC 9(6).
         03 WS-EXT-D-NOMBRE              PIC X(20).
         03 WS-EXT-D-MONEDA              PIC 9(1).
       01   WS-EXT-TRAILER REDEFINES WS-EXT-LINEA.
         03 FILLER                       PIC X(28).
         03 WS-EXT-T-SALDO-FINAL         PIC S9(10)V99.
         03 WS-EXT-T-PAGO-MINIMO         PIC 9(10)V99.
         03 WS-EXT-T-ADELANTOS           PIC 9(10)V99.
         03 WS-EXT-T-SALDO-USD           PIC 9(6)V99.
         03 WS-EXT-T-PUNTOS              PIC 9(8).

      *> Company in print and what it adds up to.
       01   WS-EMPRESA-ACTUAL            PIC 9(3).
       01   WS-HAY-EMPRESA               PIC X(1) VALUE "N".
          88 HAY-EMPRESA VALUE "S".
       01   WS-CUENTA-HALLADA            PIC X(1).
          88 CUENTA-HALLADA VALUE "S".
       01   WS-EXPORTAR                  PIC X(1).
          88 EXPORTAR-GASTOS VALUE "S".
       01   WS-CIERRE-EMPRESA            PIC 9(8).
       01   WS-FECHA-ARMADA.
         03 WS-FA-ANIO                   PIC X(4).
         03 WS-FA-MES                    PIC X(2).
         03 WS-FA-DIA                    PIC X(2).
       01   WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA PIC 9(8).
       01   EMP-TARJETAS                 PIC 9(4).
       01   EMP-SALDO-ANTERIOR           PIC S9(12)V99.
       01   EMP-SALDO-FINAL              PIC S9(12)V99.
       01   EMP-PAGO-MINIMO              PIC 9(12)V99.
       01   EMP-SALDO-USD                PIC 9(10)V99.
       01   EMP-DISPONIBLE               PIC S9(12)V99.

       01   CONTADOR-EMPRESAS            PIC 9(4) VALUE ZERO.
       01   CONTADOR-TARJETAS            PIC 9(6) VALUE ZERO.
       01   CONTADOR-GASTOS              PIC 9(6) VALUE ZERO.
       01   CONTADOR-GASTOS-USD          PIC 9(6) VALUE ZERO.
       01   CONTADOR-YA-ENVIADOS         PIC 9(6) VALUE ZERO.
       01   CONTADOR-SIN-CUENTA          PIC 9(6) VALUE ZERO.
       01   CONTADOR-DESBORDE            PIC 9(6) VALUE ZERO.
       01   TOTAL-GASTOS                 PIC 9(12)V99 VALUE ZERO.

      *> Report spool catalog - see regspool.
       01   SPL-REPORTE                  PIC X(20) VALUE
            "CC-RESUMEN-CORP".
       01   SPL-PROGRAMA                 PIC X(20) VALUE
            "RESUMENCORPORATIVO".
       01   SPL-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-RESUMEN-CORPORATIVO.DAT".
       01   SPL-RETENCION                PIC X(1) VALUE "M".
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01 corp_title_line.
         02 FILLER                       PIC X(80) VALUE
         "RESUMEN CORPORATIVO CONSOLIDADO".

       01 corp_empresa_line.
         02 FILLER                       PIC X(8) VALUE "EMPRESA ".
         02 ce_empresa                   PIC 9(3).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ce_razon                     PIC X(25).
         02 FILLER                       PIC X(6) VALUE " CUIT ".
         02 ce_cuit                      PIC 9(11).
         02 FILLER                       PIC X(8) VALUE " CIERRE ".
         02 ce_cierre                    PIC X(10).
         02 FILLER                       PIC X(8) VALUE SPACES.

       01 corp_limite_line.
         02 FILLER                       PIC X(21) VALUE
         "  LIMITE CORPORATIVO ".
         02 cl_limite                    PIC Z(11)9.99.
         02 FILLER                       PIC X(44) VALUE SPACES.

       01 corp_tarjeta_line.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ct_nro_tarj                  PIC X(16).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ct_titular                   PIC X(30).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ct_marca                     PIC X(10).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ct_consultor                 PIC X(5).
         02 FILLER                       PIC X(14) VALUE SPACES.

       01 corp_saldo_line.
         02 FILLER                       PIC X(4) VALUE SPACES.
         02 cs_etiqueta                  PIC X(20).
         02 cs_importe                   PIC -Z(9)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 cs_etiqueta_2                PIC X(13).
         02 cs_importe_2                 PIC Z(9)9.99.
         02 FILLER                       PIC X(14) VALUE SPACES.

       01 corp_detalle_line.
         02 FILLER                       PIC X(4) VALUE SPACES.
         02 cd_fecha                     PIC X(10).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 cd_tipo                      PIC X(12).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 cd_nombre                    PIC X(20).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 cd_importe                   PIC Z(6)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 cd_moneda                    PIC X(3).
         02 FILLER                       PIC X(17) VALUE SPACES.

       01 corp_total_line.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 cto_etiqueta                 PIC X(30).
         02 cto_importe                  PIC -Z(11)9.99.
         02 FILLER                       PIC X(32) VALUE SPACES.

       01 corp_blank_line                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "RESUMEN-CORPORATIVO" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          PERFORM Cargar_Vinculos.
          IF ERROR-VINCULOS
             DISPLAY "** Error leyendo CC-CORP-TARJETAS.DAT - status "
                CorpTarjetasStatus
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          OPEN I-O CorporativasFile.
          IF NOT CorporativaOK AND CorporativasStatus NOT = "05"
             DISPLAY "** Error abriendo CC-CORPORATIVAS.DAT - status "
                CorporativasStatus
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          OPEN OUTPUT ResumenCorpFile.
          WRITE ResumenCorpRecord FROM corp_title_line.

          SORT ResumenSortFile ON ASCENDING KEY rsort-empresa
                                  ASCENDING KEY rsort-grupo
                                  ASCENDING KEY rsort-orden
                                  ASCENDING KEY rsort-nro-tarj
                                  ASCENDING KEY rsort-secuencia
                               INPUT PROCEDURE IS Separar_Corporativas
                               OUTPUT PROCEDURE IS Imprimir_Resumenes.

          CLOSE ResumenCorpFile.
          CLOSE CorporativasFile.
          IF GASTOS-ABIERTO
             CLOSE GastosFile
          END-IF.
          CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.

          DISPLAY "Cuentas corporativas:          " CONTADOR-EMPRESAS.
          DISPLAY "Tarjetas en los resumenes:     " CONTADOR-TARJETAS.
          DISPLAY "Gastos enviados a GASTOS.DAT:  " CONTADOR-GASTOS.
          DISPLAY "  importe:                     " TOTAL-GASTOS.
          IF CONTADOR-GASTOS-USD > ZERO
             DISPLAY "Compras en dolares no enviadas: "
                CONTADOR-GASTOS-USD
          END-IF.
          IF CONTADOR-YA-ENVIADOS > ZERO
             DISPLAY "Cierres ya enviados, gastos omitidos: "
                CONTADOR-YA-ENVIADOS
          END-IF.
          IF CONTADOR-SIN-CUENTA > ZERO
             DISPLAY "** Tarjetas vinculadas a una cuenta "
                "inexistente: " CONTADOR-SIN-CUENTA
          END-IF.
          IF CONTADOR-DESBORDE > ZERO
             DISPLAY "** Tabla de vinculos llena - tarjetas fuera "
                "del resumen: " CONTADOR-DESBORDE
          END-IF.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-TARJETAS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Terminar_Con_Error.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "ERROR" TO JOBLOG-ESTADO.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 16 TO RETURN-CODE.
      *-----------------------------------------------------------*
      *   The linked cards, then the adicionales of each - an
      *   adicional rides on its titular's link and bills nothing
      *   to a consultant.
      *-----------------------------------------------------------*
       Cargar_Vinculos.
          INITIALIZE WS-VIN-TABLE.
          MOVE ZERO TO WS-VIN-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT CorpTarjetasFile.
          IF CorpTarjetasStatus NOT = "00"
             IF CorpTarjetasStatus = "05"
                CLOSE CorpTarjetasFile
             ELSE
                SET ERROR-VINCULOS TO TRUE
             END-IF
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ CorpTarjetasFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF WS-VIN-COUNT < WS-MAX-VINCULOS
                   ADD 1 TO WS-VIN-COUNT
                   MOVE CTJ-NRO-TARJ TO WS-VIN-NRO-TARJ(WS-VIN-COUNT)
                   MOVE CTJ-EMPRESA TO WS-VIN-EMPRESA(WS-VIN-COUNT)
                   MOVE CTJ-NRO-TARJ TO WS-VIN-GRUPO(WS-VIN-COUNT)
                   MOVE 0 TO WS-VIN-ORDEN(WS-VIN-COUNT)
                   MOVE CTJ-CONSULTOR
                      TO WS-VIN-CONSULTOR(WS-VIN-COUNT)
                   MOVE CTJ-EMPRESA-GASTOS
                      TO WS-VIN-EMPRESA-GASTOS(WS-VIN-COUNT)
                ELSE
                   ADD 1 TO CONTADOR-DESBORDE
                END-IF
             END-IF
          END-PERFORM.
          CLOSE CorpTarjetasFile.
          IF WS-VIN-COUNT = ZERO
             EXIT PARAGRAPH
          END-IF.

          MOVE "N" TO WS-EOF.
          OPEN INPUT AdicionalesFile.
          IF AdicionalesStatus NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ AdicionalesFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                SET WS-VIN-IX TO 1
                SEARCH WS-VIN-ENTRY
                   WHEN WS-VIN-NRO-TARJ(WS-VIN-IX) = ADI-NRO-TITULAR
                      AND WS-VIN-ORDEN(WS-VIN-IX) = 0
                      SET WS-VIN-TITULAR-IX TO WS-VIN-IX
                      PERFORM Agregar_Adicional
                END-SEARCH
             END-IF
          END-PERFORM.
          IF AdicionalesStatus NOT = "35"
             AND AdicionalesStatus NOT = "30"
             CLOSE AdicionalesFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Agregar_Adicional.
          IF WS-VIN-COUNT NOT < WS-MAX-VINCULOS
             ADD 1 TO CONTADOR-DESBORDE
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-VIN-COUNT.
          MOVE ADI-NRO-TARJ TO WS-VIN-NRO-TARJ(WS-VIN-COUNT).
          MOVE WS-VIN-EMPRESA(WS-VIN-TITULAR-IX)
             TO WS-VIN-EMPRESA(WS-VIN-COUNT).
          MOVE ADI-NRO-TITULAR TO WS-VIN-GRUPO(WS-VIN-COUNT).
          MOVE 1 TO WS-VIN-ORDEN(WS-VIN-COUNT).
          MOVE SPACES TO WS-VIN-CONSULTOR(WS-VIN-COUNT).
          MOVE ZERO TO WS-VIN-EMPRESA-GASTOS(WS-VIN-COUNT).
      *-----------------------------------------------------------*
      *   Each card's H/D/T block of the extract goes into the sort
      *   whole when the card is on the link table, and is skipped
      *   otherwise.
      *-----------------------------------------------------------*
       Separar_Corporativas SECTION.
          IF WS-VIN-COUNT = ZERO
             EXIT SECTION
          END-IF.
          MOVE "N" TO WS-EOF.
          OPEN INPUT ExtractoFile.
          IF ExtractoStatus NOT = "00"
             DISPLAY "** CC-EXTRACTO.DAT no disponible - status "
                ExtractoStatus
             EXIT SECTION
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ ExtractoFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF EXT-H-TIPO = "H"
                   PERFORM Buscar_Vinculo
                END-IF
                IF EN-CORPORATIVA
                   PERFORM Liberar_Linea
                END-IF
             END-IF
          END-PERFORM.
          CLOSE ExtractoFile.
       EXIT SECTION.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Vinculo.
          MOVE "N" TO WS-EN-CORPORATIVA.
          MOVE ZERO TO WS-SECUENCIA.
          SET WS-VIN-IX TO 1.
          SEARCH WS-VIN-ENTRY
             WHEN WS-VIN-IX > WS-VIN-COUNT
                CONTINUE
             WHEN WS-VIN-NRO-TARJ(WS-VIN-IX) = EXT-H-NRO-TARJ
                SET EN-CORPORATIVA TO TRUE
                MOVE WS-VIN-EMPRESA(WS-VIN-IX) TO WS-CUR-EMPRESA
                MOVE WS-VIN-GRUPO(WS-VIN-IX) TO WS-CUR-GRUPO
                MOVE WS-VIN-ORDEN(WS-VIN-IX) TO WS-CUR-ORDEN
                MOVE EXT-H-NRO-TARJ TO WS-CUR-NRO-TARJ
                MOVE WS-VIN-CONSULTOR(WS-VIN-IX) TO WS-CUR-CONSULTOR
                MOVE WS-VIN-EMPRESA-GASTOS(WS-VIN-IX)
                   TO WS-CUR-EMPRESA-GASTOS
          END-SEARCH.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Liberar_Linea.
          ADD 1 TO WS-SECUENCIA.
          MOVE WS-CUR-EMPRESA TO rsort-empresa.
          MOVE WS-CUR-GRUPO TO rsort-grupo.
          MOVE WS-CUR-ORDEN TO rsort-orden.
          MOVE WS-CUR-NRO-TARJ TO rsort-nro-tarj.
          MOVE WS-SECUENCIA TO rsort-secuencia.
          MOVE WS-CUR-CONSULTOR TO rsort-consultor.
          MOVE WS-CUR-EMPRESA-GASTOS TO rsort-empresa-gastos.
          MOVE ExtractoHeaderRecord TO rsort-linea.
          RELEASE ResumenSortRecord.
      *-----------------------------------------------------------*
      *   One block per company, card by card in the sort's order.
      *-----------------------------------------------------------*
       Imprimir_Resumenes SECTION.
          PERFORM Tomar_Del_Sort.
          PERFORM UNTIL EOF-RESUMEN-SORT
             IF NOT HAY-EMPRESA
                OR rsort-empresa NOT = WS-EMPRESA-ACTUAL
                IF HAY-EMPRESA
                   PERFORM Cerrar_Empresa
                END-IF
                PERFORM Abrir_Empresa
             END-IF
             MOVE rsort-linea TO WS-EXT-LINEA
             EVALUATE WS-EXT-TIPO
                WHEN "H" PERFORM Imprimir_Cabecera_Tarjeta
                WHEN "D" PERFORM Imprimir_Movimiento
                WHEN "T" PERFORM Imprimir_Total_Tarjeta
                WHEN OTHER CONTINUE
             END-EVALUATE
             PERFORM Tomar_Del_Sort
          END-PERFORM.
          IF HAY-EMPRESA
             PERFORM Cerrar_Empresa
          END-IF.
       EXIT SECTION.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Tomar_Del_Sort.
          RETURN ResumenSortFile AT END SET EOF-RESUMEN-SORT TO TRUE.
      *-----------------------------------------------------------*
      *   The company's first line is its first card's H, which
      *   carries the close date - the viaticos of a close already
      *   sent to GASTOS.DAT are not sent twice.
      *-----------------------------------------------------------*
       Abrir_Empresa.
          SET HAY-EMPRESA TO TRUE.
          MOVE rsort-empresa TO WS-EMPRESA-ACTUAL.
          ADD 1 TO CONTADOR-EMPRESAS.
          MOVE ZERO TO EMP-TARJETAS, EMP-SALDO-ANTERIOR,
             EMP-SALDO-FINAL, EMP-PAGO-MINIMO, EMP-SALDO-USD.
          MOVE rsort-linea TO WS-EXT-LINEA.
          MOVE WS-EXT-H-CIERRE-AAAA TO WS-FA-ANIO.
          MOVE WS-EXT-H-CIERRE-MM TO WS-FA-MES.
          MOVE WS-EXT-H-CIERRE-DD TO WS-FA-DIA.
          MOVE WS-FECHA-ARMADA-N TO WS-CIERRE-EMPRESA.

          MOVE "N" TO WS-CUENTA-HALLADA.
          MOVE rsort-empresa TO CRP-EMPRESA.
          READ CorporativasFile
             INVALID KEY
                INITIALIZE CorporativaRecord
                MOVE rsort-empresa TO CRP-EMPRESA
                MOVE "** CUENTA INEXISTENTE **" TO CRP-RAZON
             NOT INVALID KEY
                SET CUENTA-HALLADA TO TRUE
          END-READ.
          MOVE "N" TO WS-EXPORTAR.
          IF CUENTA-HALLADA
             IF WS-CIERRE-EMPRESA > CRP-ULTIMO-CIERRE
                SET EXPORTAR-GASTOS TO TRUE
             ELSE
                ADD 1 TO CONTADOR-YA-ENVIADOS
             END-IF
          END-IF.

          WRITE ResumenCorpRecord FROM corp_blank_line.
          MOVE CRP-EMPRESA TO ce_empresa.
          MOVE CRP-RAZON TO ce_razon.
          MOVE CRP-CUIT TO ce_cuit.
          STRING WS-FA-DIA "/" WS-FA-MES "/" WS-FA-ANIO
             DELIMITED BY SIZE INTO ce_cierre.
          WRITE ResumenCorpRecord FROM corp_empresa_line.
          MOVE CRP-LIMITE TO cl_limite.
          WRITE ResumenCorpRecord FROM corp_limite_line.
      *-----------------------------------------------------------*
      *   Company totals, and what the closing balances leave of
      *   the company limit.
      *-----------------------------------------------------------*
       Cerrar_Empresa.
          WRITE ResumenCorpRecord FROM corp_blank_line.
          MOVE "TARJETAS" TO cto_etiqueta.
          MOVE EMP-TARJETAS TO cto_importe.
          WRITE ResumenCorpRecord FROM corp_total_line.
          MOVE "TOTAL SALDO ANTERIOR" TO cto_etiqueta.
          MOVE EMP-SALDO-ANTERIOR TO cto_importe.
          WRITE ResumenCorpRecord FROM corp_total_line.
          MOVE "TOTAL A PAGAR" TO cto_etiqueta.
          MOVE EMP-SALDO-FINAL TO cto_importe.
          WRITE ResumenCorpRecord FROM corp_total_line.
          MOVE "TOTAL PAGO MINIMO" TO cto_etiqueta.
          MOVE EMP-PAGO-MINIMO TO cto_importe.
          WRITE ResumenCorpRecord FROM corp_total_line.
          IF EMP-SALDO-USD > ZERO
             MOVE "TOTAL A PAGAR EN DOLARES" TO cto_etiqueta
             MOVE EMP-SALDO-USD TO cto_importe
             WRITE ResumenCorpRecord FROM corp_total_line
          END-IF.
          COMPUTE EMP-DISPONIBLE = CRP-LIMITE - EMP-SALDO-FINAL.
          MOVE "DISPONIBLE CORPORATIVO" TO cto_etiqueta.
          MOVE EMP-DISPONIBLE TO cto_importe.
          WRITE ResumenCorpRecord FROM corp_total_line.

          IF EXPORTAR-GASTOS
             MOVE WS-CIERRE-EMPRESA TO CRP-ULTIMO-CIERRE
             REWRITE CorporativaRecord
                INVALID KEY
                   DISPLAY "** No se pudo marcar el cierre enviado "
                      "de la cuenta " CRP-EMPRESA
             END-REWRITE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Imprimir_Cabecera_Tarjeta.
          ADD 1 TO EMP-TARJETAS.
          ADD 1 TO CONTADOR-TARJETAS.
          ADD WS-EXT-H-SALDO-ANT TO EMP-SALDO-ANTERIOR.
          WRITE ResumenCorpRecord FROM corp_blank_line.
          CALL 'maskpan' USING BY CONTENT rsort-nro-tarj,
             BY REFERENCE ct_nro_tarj.
          MOVE WS-EXT-H-TITULAR TO ct_titular.
          IF rsort-orden = 0
             MOVE SPACES TO ct_marca
          ELSE
             MOVE "ADICIONAL" TO ct_marca
          END-IF.
          MOVE rsort-consultor TO ct_consultor.
          WRITE ResumenCorpRecord FROM corp_tarjeta_line.
          MOVE "SALDO ANTERIOR" TO cs_etiqueta.
          MOVE WS-EXT-H-SALDO-ANT TO cs_importe.
          MOVE SPACES TO cs_etiqueta_2.
          MOVE ZERO TO cs_importe_2.
          WRITE ResumenCorpRecord FROM corp_saldo_line.
      *-----------------------------------------------------------*
      *   A cupon presented twice is on the extract flagged and not
      *   charged - it is not listed either.
      *-----------------------------------------------------------*
       Imprimir_Movimiento.
          IF WS-EXT-D-DUPLICADO = "S"
             EXIT PARAGRAPH
          END-IF.
          STRING WS-EXT-D-DD "/" WS-EXT-D-MM "/" WS-EXT-D-AAAA
             DELIMITED BY SIZE INTO cd_fecha.
          EVALUATE WS-EXT-D-TIPO-MOV
             WHEN 0 MOVE "COMPRA" TO cd_tipo
             WHEN 1 MOVE "NOTA CREDITO" TO cd_tipo
             WHEN 2 MOVE "PAGO" TO cd_tipo
             WHEN 3 MOVE "SIN MOVIM." TO cd_tipo
             WHEN 4 MOVE "ADELANTO" TO cd_tipo
             WHEN 5 MOVE "RENOVACION" TO cd_tipo
             WHEN 6 MOVE "IMPUESTO" TO cd_tipo
             WHEN 7 MOVE "SEGURO" TO cd_tipo
             WHEN 8 MOVE "CARGO" TO cd_tipo
             WHEN OTHER MOVE "INFORMATIVO" TO cd_tipo
          END-EVALUATE.
          MOVE WS-EXT-D-NOMBRE TO cd_nombre.
          MOVE WS-EXT-D-IMPORTE TO cd_importe.
          IF WS-EXT-D-MONEDA = 1
             MOVE "USD" TO cd_moneda
          ELSE
             MOVE SPACES TO cd_moneda
          END-IF.
          WRITE ResumenCorpRecord FROM corp_detalle_line.
          IF WS-EXT-D-TIPO-MOV = 0 AND rsort-consultor NOT = SPACES
             PERFORM Enviar_A_Gastos
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Imprimir_Total_Tarjeta.
          ADD WS-EXT-T-SALDO-FINAL TO EMP-SALDO-FINAL.
          ADD WS-EXT-T-PAGO-MINIMO TO EMP-PAGO-MINIMO.
          ADD WS-EXT-T-SALDO-USD TO EMP-SALDO-USD.
          MOVE "SALDO FINAL" TO cs_etiqueta.
          MOVE WS-EXT-T-SALDO-FINAL TO cs_importe.
          MOVE "PAGO MINIMO" TO cs_etiqueta_2.
          MOVE WS-EXT-T-PAGO-MINIMO TO cs_importe_2.
          WRITE ResumenCorpRecord FROM corp_saldo_line.
      *-----------------------------------------------------------*
      *   A consultant's purchase becomes that consultant's
      *   viatico for the client on the link, dated the day of the
      *   purchase.
      *-----------------------------------------------------------*
       Enviar_A_Gastos.
          IF NOT EXPORTAR-GASTOS
             EXIT PARAGRAPH
          END-IF.
          IF WS-EXT-D-MONEDA = 1
             ADD 1 TO CONTADOR-GASTOS-USD
             EXIT PARAGRAPH
          END-IF.
          IF NOT GASTOS-ABIERTO
             OPEN EXTEND GastosFile
             IF GastosStatus = "35"
                OPEN OUTPUT GastosFile
             END-IF
             IF GastosStatus NOT = "00"
                DISPLAY "** GASTOS.DAT no disponible - status "
                   GastosStatus
                MOVE "N" TO WS-EXPORTAR
                EXIT PARAGRAPH
             END-IF
             SET GASTOS-ABIERTO TO TRUE
          END-IF.
          MOVE rsort-consultor TO GTO-CONSULTOR.
          MOVE WS-EXT-D-AAAA TO WS-FA-ANIO.
          MOVE WS-EXT-D-MM TO WS-FA-MES.
          MOVE WS-EXT-D-DD TO WS-FA-DIA.
          MOVE WS-FECHA-ARMADA-N TO GTO-FECHA.
          MOVE rsort-empresa-gastos TO GTO-EMPRESA.
          MOVE WS-EXT-D-NOMBRE TO GTO-CONCEPTO.
          MOVE WS-EXT-D-IMPORTE TO GTO-IMPORTE.
          MOVE SPACES TO GTO-COMPROBANTE.
          STRING "TC" rsort-nro-tarj(14:3) WS-EXT-D-NRO-CUPON
             DELIMITED BY SIZE INTO GTO-COMPROBANTE.
          WRITE REG-GASTO.
          ADD 1 TO CONTADOR-GASTOS.
          ADD WS-EXT-D-IMPORTE TO TOTAL-GASTOS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ResumenCorporativo.
