       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DeclaracionRetenciones.
      * AUTHOR:  nacho.
      * Monthly withholding declaration for the tax authority's
      * import (SICORE / SIRE). For the period (previous month
      * unless DECLARACION-RET-PARAM.DAT names one, and only once
      * it is cerrado for VENTAS in PERIODOS.DAT) every certificate
      * LiquidacionComercios issued into CERTIFICADOS-RETENCION.DAT
      * becomes one fixed-width line of DECLARACION-RETENCIONES.DAT
      * with the comercio's CUIT, the authority's tax and regime
      * codes, base, rate, amount and certificate number.
      * The codes come from RETENCIONES-REGIMEN.DAT, one line per
      * tax of IMPUESTOS-RETENCION.DAT. A certificate whose CUIT
      * fails chkcuit takes the one on the comercio master when
      * that one is good; a certificate with no usable CUIT or a
      * tax with no regime goes to the exception listing
      * (DECLARACION-RET-LIST.DAT) instead of the file.
      * The listing ends with the control per tax against what the
      * settlements totalled in RETENCIONES-TOTALES.DAT for the
      * month. Only a file with no exceptions and no differences is
      * registered for transmission (regsalida); otherwise it stays
      * on disk unregistered, RETURN-CODE 8, to be run again once
      * the master or the regime table is fixed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CertificadosFile ASSIGN TO
          "..\files\CERTIFICADOS-RETENCION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CertificadosFS.

          SELECT RetTotalesFile ASSIGN TO
          "..\files\RETENCIONES-TOTALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RetTotalesFS.

          *> Tax authority codes per withholding tax.
          SELECT RegimenFile ASSIGN TO
          "..\files\RETENCIONES-REGIMEN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RegimenFS.

          SELECT ComerciosFile ASSIGN TO
          "..\files\comercios_indexed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioFS.

          *> Optionally, the period to declare.
          SELECT ParametrosFile ASSIGN TO
          "..\files\DECLARACION-RET-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosFS.

          SELECT DeclaracionFile ASSIGN TO
          "..\files\DECLARACION-RETENCIONES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DeclaracionFS.

          SELECT ListadoFile ASSIGN TO
          "..\files\DECLARACION-RET-LIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CertificadosFile.
       01 CertificadoRecord.
         03 CER-NRO                      PIC 9(8).
         03 CER-COMERCIO                 PIC 9(6).
         03 CER-SUCURSAL                 PIC 9(2).
         03 CER-IMPUESTO                 PIC X(4).
         03 CER-BASE                     PIC 9(8)V99.
         03 CER-PCT                      PIC 9(2)V99.
         03 CER-IMPORTE                  PIC 9(8)V99.
         03 CER-FECHA                    PIC 9(8).
         03 CER-CUIT                     PIC 9(11).
         03 CER-COND-IVA                 PIC X(2).
         03 CER-IIBB                     PIC X(13).

       FD RetTotalesFile.
       01 RetTotalRecord.
         03 RTT-IMPUESTO                 PIC X(4).
         03 RTT-TOTAL                    PIC 9(10)V99.
         03 RTT-FECHA                    PIC 9(8).

      *> RRG-COD-IMPUESTO / RRG-COD-REGIMEN are the authority's
      *> own codes (217 ganancias, 767 IVA ...).
       FD RegimenFile.
       01 RegimenRecord.
         03 RRG-IMPUESTO                 PIC X(4).
         03 RRG-COD-IMPUESTO             PIC 9(3).
         03 RRG-COD-REGIMEN              PIC 9(3).

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
      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

       FD ParametrosFile.
       01 ParametroRecord.
         03 DRP-PERIODO                  PIC 9(6).

       FD DeclaracionFile.
       01 DeclaracionRecord              PIC X(144).

       FD ListadoFile.
       01 ListadoRecord                  PIC X(90).

       WORKING-STORAGE SECTION.
       01   CertificadosFS               PIC X(2).
       01   RetTotalesFS                 PIC X(2).
       01   RegimenFS                    PIC X(2).
       01   ComercioFS                   PIC X(2).
          88 comercio_success VALUE "00".
       01   ParametrosFS                 PIC X(2).
       01   DeclaracionFS                PIC X(2).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-HAY-COMERCIOS             PIC X(1) VALUE "N".
          88 HAY-COMERCIOS VALUE "S".

       01   WS-CURRENT-DATE-X.
          02 WS-HOY-PERIODO              PIC 9(6).
          02 FILLER                      PIC X(2).
       01   WS-PERIODO                   PIC 9(6).
       01   WS-PERIODO-R REDEFINES WS-PERIODO.
         03 WS-PER-ANIO                  PIC 9(4).
         03 WS-PER-MES                   PIC 9(2).

      *> Shared accounting-period check - see chkperiodo.
       01   PERIODO-SUBSISTEMA           PIC X(8) VALUE "VENTAS".
       01   PERIODO-FECHA                PIC 9(8).
       01   PERIODO-RESULTADO            PIC X(1).

       01   WS-MAX-REGIMENES             PIC 9(2) VALUE 20.
       01   WS-REG-COUNT                 PIC 9(2) VALUE 0.
       01   WS-REG-TABLE.
            02 WS-REG-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-REG-IX.
               03 WS-REG-IMPUESTO        PIC X(4).
               03 WS-REG-COD-IMPUESTO    PIC 9(3).
               03 WS-REG-COD-REGIMEN     PIC 9(3).
       01   WS-REGIMEN-HALLADO           PIC X(1).
          88 REGIMEN-HALLADO VALUE "S".

      *> Control per tax: settled (RETENCIONES-TOTALES), declared
      *> and left out on the exception listing.
       01   WS-MAX-CONTROL               PIC 9(2) VALUE 20.
       01   WS-CTL-COUNT                 PIC 9(2) VALUE 0.
       01   WS-CTL-TABLE.
            02 WS-CTL-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-CTL-IX.
               03 WS-CTL-IMPUESTO        PIC X(4).
               03 WS-CTL-LIQUIDADO       PIC 9(10)V99.
               03 WS-CTL-DECLARADO       PIC 9(10)V99.
               03 WS-CTL-EXCEPTUADO      PIC 9(10)V99.
       01   WS-CTL-HALLADO               PIC X(1).
          88 CTL-HALLADO VALUE "S".
       01   WS-BUSCAR-IMPUESTO           PIC X(4).
       01   WS-DIFERENCIA                PIC S9(10)V99.
       01   WS-HAY-DIFERENCIA            PIC X(1) VALUE "N".
          88 HAY-DIFERENCIA VALUE "S".

       01   WS-CUIT                      PIC 9(11).
       01   WS-CUIT-RESULTADO            PIC X(1).
       01   WS-MOTIVO                    PIC X(30).

       01   CONTADOR-DECLARADOS          PIC 9(6) VALUE ZERO.
       01   CONTADOR-EXCEPCIONES         PIC 9(6) VALUE ZERO.
       01   CONTADOR-CUIT-PADRON         PIC 9(6) VALUE ZERO.
       01   WS-TOTAL-DECLARADO           PIC 9(12)V99 VALUE ZERO.

      *> Amounts go out with a decimal comma - the integer and
      *> cent parts are moved apart.
       01   WS-MONTO                     PIC 9(13)V99.
       01   WS-MONTO-R REDEFINES WS-MONTO.
         03 WS-MONTO-ENTERO              PIC 9(13).
         03 WS-MONTO-CENTAVOS            PIC 9(2).
       01   WS-FECHA-CER                 PIC 9(8).
       01   WS-FECHA-CER-R REDEFINES WS-FECHA-CER.
         03 WS-FC-ANIO                   PIC 9(4).
         03 WS-FC-MES                    PIC 9(2).
         03 WS-FC-DIA                    PIC 9(2).

      *   Common run-log plumbing - one inicio and one fin line per
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "DECLARACION-RET".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\DECLARACION-RETENCIONES.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

      *> One line of the authority's import: codigo de comprobante
      *> 06 (orden de pago), fechas dd/mm/aaaa, operacion 1
      *> (retencion), documento 80 (CUIT), condicion 01 inscripto /
      *> 02 no inscripto.
       01 declaracion_linea.
         02 dl_cod_comprobante           PIC 9(2) VALUE 6.
         02 dl_fecha_comprobante.
           03 dl_fcp_dia                 PIC 9(2).
           03 FILLER                     PIC X(1) VALUE "/".
           03 dl_fcp_mes                 PIC 9(2).
           03 FILLER                     PIC X(1) VALUE "/".
           03 dl_fcp_anio                PIC 9(4).
         02 dl_nro_comprobante           PIC 9(16).
         02 dl_importe_comprobante.
           03 dl_icp_entero              PIC 9(13).
           03 FILLER                     PIC X(1) VALUE ",".
           03 dl_icp_centavos            PIC 9(2).
         02 dl_cod_impuesto              PIC 9(3).
         02 dl_cod_regimen               PIC 9(3).
         02 dl_cod_operacion             PIC 9(1) VALUE 1.
         02 dl_base_calculo.
           03 dl_bas_entero              PIC 9(11).
           03 FILLER                     PIC X(1) VALUE ",".
           03 dl_bas_centavos            PIC 9(2).
         02 dl_fecha_retencion           PIC X(10).
         02 dl_cod_condicion             PIC 9(2).
         02 dl_sujeto_suspendido         PIC 9(1) VALUE 0.
         02 dl_importe_retencion.
           03 dl_ret_entero              PIC 9(11).
           03 FILLER                     PIC X(1) VALUE ",".
           03 dl_ret_centavos            PIC 9(2).
         02 dl_alicuota.
           03 dl_ali_entero              PIC 9(3).
           03 FILLER                     PIC X(1) VALUE ",".
           03 dl_ali_centavos            PIC 9(2).
         02 dl_fecha_boletin             PIC X(10) VALUE SPACES.
         02 dl_tipo_documento            PIC 9(2) VALUE 80.
         02 dl_nro_documento             PIC X(20).
         02 dl_nro_certificado           PIC 9(14).

       01 listado_titulo.
         02 FILLER                       PIC X(36) VALUE
         "DECLARACION DE RETENCIONES SICORE".
         02 FILLER                       PIC X(10) VALUE
         " PERIODO ".
         02 lt_periodo                   PIC 9(6).
         02 FILLER                       PIC X(38) VALUE SPACES.

       01 listado_enc_excepciones.
         02 FILLER                       PIC X(50) VALUE
         "CERTIF.  COMERC./SU IMP.        RETENIDO MOTIVO".
         02 FILLER                       PIC X(40) VALUE SPACES.

       01 listado_excepcion.
         02 le_certificado               PIC 9(8).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 le_comercio                  PIC 9(6).
         02 FILLER                       PIC X(1) VALUE "/".
         02 le_sucursal                  PIC 9(2).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 le_impuesto                  PIC X(4).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 le_importe                   PIC Z(8)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 le_motivo                    PIC X(30).
         02 FILLER                       PIC X(23) VALUE SPACES.

       01 listado_sin_excepciones.
         02 FILLER                       PIC X(40) VALUE
         "SIN EXCEPCIONES".
         02 FILLER                       PIC X(50) VALUE SPACES.

       01 listado_enc_control.
         02 FILLER                       PIC X(50) VALUE
         "IMP.       LIQUIDADO      DECLARADO    EXCEPTUADO".
         02 FILLER                       PIC X(40) VALUE
         "     DIFERENCIA".

       01 listado_control.
         02 lc_impuesto                  PIC X(4).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 lc_liquidado                 PIC Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 lc_declarado                 PIC Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 lc_exceptuado                PIC Z(10)9.99.
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 lc_diferencia                PIC -Z(9)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 lc_marca                     PIC X(3).
         02 FILLER                       PIC X(15) VALUE SPACES.

       01 listado_total.
         02 FILLER                       PIC X(12) VALUE
         "DECLARADOS ".
         02 lx_declarados                PIC ZZZZZ9.
         02 FILLER                       PIC X(14) VALUE
         "  EXCEPCIONES ".
         02 lx_excepciones               PIC ZZZZZ9.
         02 FILLER                       PIC X(10) VALUE
         "  TOTAL: ".
         02 lx_total                     PIC Z(11)9.99.
         02 FILLER                       PIC X(27) VALUE SPACES.

       01 listado_resultado.
         02 lr_texto                     PIC X(90).

       PROCEDURE DIVISION.
       Begin.
          MOVE "DECLARACION-RET" TO JOBLOG-PASO.
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

          COMPUTE PERIODO-FECHA = WS-PERIODO * 100 + 1.
          CALL 'chkperiodo' USING PERIODO-SUBSISTEMA,
             PERIODO-FECHA, PERIODO-RESULTADO.
          IF PERIODO-RESULTADO = "A"
             DISPLAY "** Periodo " WS-PERIODO " abierto en "
                "PERIODOS.DAT - la declaracion sale con el mes "
                "cerrado"
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.

          PERFORM Cargar_Regimenes.
          PERFORM Cargar_Totales.

          OPEN INPUT CertificadosFile.
          IF CertificadosFS NOT = "00"
             DISPLAY "** CERTIFICADOS-RETENCION.DAT no disponible - "
                "status " CertificadosFS
             MOVE "F" TO JOBLOG-EVENTO
             MOVE "ERROR" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 16 TO RETURN-CODE
             GOBACK
          END-IF.
          OPEN INPUT ComerciosFile.
          IF comercio_success
             SET HAY-COMERCIOS TO TRUE
          END-IF.

          OPEN OUTPUT DeclaracionFile.
          OPEN OUTPUT ListadoFile.
          MOVE WS-PERIODO TO lt_periodo.
          WRITE ListadoRecord FROM listado_titulo.
          WRITE ListadoRecord FROM listado_enc_excepciones.

          MOVE "N" TO WS-EOF.
          PERFORM UNTIL FIN-ARCHIVO
             READ CertificadosFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND CER-FECHA(1:6) = WS-PERIODO
                PERFORM Declarar_Certificado
             END-IF
          END-PERFORM.
          IF CONTADOR-EXCEPCIONES = 0
             WRITE ListadoRecord FROM listado_sin_excepciones
          END-IF.

          PERFORM Imprimir_Control.

          MOVE CONTADOR-DECLARADOS TO lx_declarados.
          MOVE CONTADOR-EXCEPCIONES TO lx_excepciones.
          MOVE WS-TOTAL-DECLARADO TO lx_total.
          WRITE ListadoRecord FROM listado_total.
          IF CONTADOR-EXCEPCIONES > 0 OR HAY-DIFERENCIA
             MOVE "** DECLARACION NO LIBERADA - CORREGIR Y VOLVER"
                TO lr_texto
          ELSE
             MOVE "DECLARACION LIBERADA PARA TRANSMISION"
                TO lr_texto
          END-IF.
          WRITE ListadoRecord FROM listado_resultado.

          CLOSE CertificadosFile, DeclaracionFile, ListadoFile.
          IF HAY-COMERCIOS
             CLOSE ComerciosFile
          END-IF.

          DISPLAY "Declaracion de retenciones " WS-PERIODO
             " - certificados: " CONTADOR-DECLARADOS
             " por " WS-TOTAL-DECLARADO.
          IF CONTADOR-CUIT-PADRON > 0
             DISPLAY "Certificados declarados con el CUIT del "
                "padron: " CONTADOR-CUIT-PADRON
          END-IF.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE CONTADOR-DECLARADOS TO JOBLOG-REGISTROS.
          IF CONTADOR-EXCEPCIONES > 0 OR HAY-DIFERENCIA
             DISPLAY "** Excepciones: " CONTADOR-EXCEPCIONES
                " - declaracion NO liberada, ver "
                "DECLARACION-RET-LIST.DAT **"
             MOVE "ALERTA" TO JOBLOG-ESTADO
             CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                JOBLOG-ESTADO, JOBLOG-REGISTROS
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF.

          MOVE CONTADOR-DECLARADOS TO RSA-REGISTROS.
          MOVE WS-TOTAL-DECLARADO TO RSA-TOTAL.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
             RSA-GENERACION, RSA-LINEAS, RSA-HASH,
             RSA-RESULTADO.
          IF RSA-RESULTADO NOT = "S"
             DISPLAY "** La declaracion no quedo registrada en "
                "TRANSMISIONES.DAT **"
          END-IF.

          MOVE "OK" TO JOBLOG-ESTADO.
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
             IF ParametrosFS = "00" AND DRP-PERIODO NUMERIC
                MOVE DRP-PERIODO TO WS-PERIODO
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
      *-----------------------------------------------------------*
       Cargar_Regimenes.
          MOVE 0 TO WS-REG-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT RegimenFile.
          IF RegimenFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ RegimenFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND WS-REG-COUNT < WS-MAX-REGIMENES
                ADD 1 TO WS-REG-COUNT
                MOVE RRG-IMPUESTO TO WS-REG-IMPUESTO(WS-REG-COUNT)
                MOVE RRG-COD-IMPUESTO
                   TO WS-REG-COD-IMPUESTO(WS-REG-COUNT)
                MOVE RRG-COD-REGIMEN
                   TO WS-REG-COD-REGIMEN(WS-REG-COUNT)
             END-IF
          END-PERFORM.
          IF RegimenFS NOT = "35" AND RegimenFS NOT = "30"
             CLOSE RegimenFile
          END-IF.
      *-----------------------------------------------------------*
      *   Every settlement of the month appended one line per tax.
      *-----------------------------------------------------------*
       Cargar_Totales.
          MOVE 0 TO WS-CTL-COUNT.
          MOVE "N" TO WS-EOF.
          OPEN INPUT RetTotalesFile.
          IF RetTotalesFS NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ RetTotalesFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO AND RTT-FECHA(1:6) = WS-PERIODO
                MOVE RTT-IMPUESTO TO WS-BUSCAR-IMPUESTO
                PERFORM Buscar_Control
                IF CTL-HALLADO
                   ADD RTT-TOTAL TO WS-CTL-LIQUIDADO(WS-CTL-IX)
                END-IF
             END-IF
          END-PERFORM.
          IF RetTotalesFS NOT = "35" AND RetTotalesFS NOT = "30"
             CLOSE RetTotalesFile
          END-IF.
      *-----------------------------------------------------------*
      *   Finds the tax in the control table, adding it the first
      *   time it shows up.
      *-----------------------------------------------------------*
       Buscar_Control.
          MOVE "N" TO WS-CTL-HALLADO.
          SET WS-CTL-IX TO 1.
          PERFORM UNTIL WS-CTL-IX > WS-CTL-COUNT OR CTL-HALLADO
             IF WS-CTL-IMPUESTO(WS-CTL-IX) = WS-BUSCAR-IMPUESTO
                SET CTL-HALLADO TO TRUE
             ELSE
                SET WS-CTL-IX UP BY 1
             END-IF
          END-PERFORM.
          IF NOT CTL-HALLADO AND WS-CTL-COUNT < WS-MAX-CONTROL
             ADD 1 TO WS-CTL-COUNT
             SET WS-CTL-IX TO WS-CTL-COUNT
             MOVE WS-BUSCAR-IMPUESTO TO WS-CTL-IMPUESTO(WS-CTL-IX)
             MOVE ZERO TO WS-CTL-LIQUIDADO(WS-CTL-IX)
             MOVE ZERO TO WS-CTL-DECLARADO(WS-CTL-IX)
             MOVE ZERO TO WS-CTL-EXCEPTUADO(WS-CTL-IX)
             SET CTL-HALLADO TO TRUE
          END-IF.
      *-----------------------------------------------------------*
      *   The certificate's own CUIT first; one that does not pass
      *   chkcuit is replaced by the master's when that one does.
      *-----------------------------------------------------------*
       Declarar_Certificado.
          MOVE SPACES TO WS-MOTIVO.
          MOVE CER-CUIT TO WS-CUIT.
          CALL 'chkcuit' USING WS-CUIT, WS-CUIT-RESULTADO.
          IF WS-CUIT-RESULTADO NOT = "S" AND HAY-COMERCIOS
             MOVE CER-COMERCIO TO Comercio-num
             MOVE CER-SUCURSAL TO Comercio-sucursal
             READ ComerciosFile
                INVALID KEY
                   MOVE ZERO TO Comercio-cuit
             END-READ
             MOVE Comercio-cuit TO WS-CUIT
             CALL 'chkcuit' USING WS-CUIT, WS-CUIT-RESULTADO
             IF WS-CUIT-RESULTADO = "S"
                ADD 1 TO CONTADOR-CUIT-PADRON
             END-IF
          END-IF.
          IF WS-CUIT-RESULTADO NOT = "S"
             MOVE "SIN CUIT VALIDO" TO WS-MOTIVO
          END-IF.

          MOVE "N" TO WS-REGIMEN-HALLADO.
          SET WS-REG-IX TO 1.
          PERFORM UNTIL WS-REG-IX > WS-REG-COUNT OR REGIMEN-HALLADO
             IF WS-REG-IMPUESTO(WS-REG-IX) = CER-IMPUESTO
                SET REGIMEN-HALLADO TO TRUE
             ELSE
                SET WS-REG-IX UP BY 1
             END-IF
          END-PERFORM.
          IF NOT REGIMEN-HALLADO AND WS-MOTIVO = SPACES
             MOVE "IMPUESTO SIN REGIMEN" TO WS-MOTIVO
          END-IF.

          MOVE CER-IMPUESTO TO WS-BUSCAR-IMPUESTO.
          PERFORM Buscar_Control.
          IF WS-MOTIVO NOT = SPACES
             PERFORM Listar_Excepcion
          ELSE
             PERFORM Grabar_Linea_Declaracion
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Excepcion.
          ADD 1 TO CONTADOR-EXCEPCIONES.
          IF CTL-HALLADO
             ADD CER-IMPORTE TO WS-CTL-EXCEPTUADO(WS-CTL-IX)
          END-IF.
          MOVE CER-NRO TO le_certificado.
          MOVE CER-COMERCIO TO le_comercio.
          MOVE CER-SUCURSAL TO le_sucursal.
          MOVE CER-IMPUESTO TO le_impuesto.
          MOVE CER-IMPORTE TO le_importe.
          MOVE WS-MOTIVO TO le_motivo.
          WRITE ListadoRecord FROM listado_excepcion.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Linea_Declaracion.
          MOVE CER-FECHA TO WS-FECHA-CER.
          MOVE WS-FC-DIA TO dl_fcp_dia.
          MOVE WS-FC-MES TO dl_fcp_mes.
          MOVE WS-FC-ANIO TO dl_fcp_anio.
          MOVE dl_fecha_comprobante TO dl_fecha_retencion.
          MOVE CER-NRO TO dl_nro_comprobante.
          MOVE CER-NRO TO dl_nro_certificado.

          MOVE CER-BASE TO WS-MONTO.
          MOVE WS-MONTO-ENTERO TO dl_icp_entero.
          MOVE WS-MONTO-CENTAVOS TO dl_icp_centavos.
          MOVE WS-MONTO-ENTERO TO dl_bas_entero.
          MOVE WS-MONTO-CENTAVOS TO dl_bas_centavos.
          MOVE CER-IMPORTE TO WS-MONTO.
          MOVE WS-MONTO-ENTERO TO dl_ret_entero.
          MOVE WS-MONTO-CENTAVOS TO dl_ret_centavos.
          MOVE CER-PCT TO WS-MONTO.
          MOVE WS-MONTO-ENTERO TO dl_ali_entero.
          MOVE WS-MONTO-CENTAVOS TO dl_ali_centavos.

          MOVE WS-REG-COD-IMPUESTO(WS-REG-IX) TO dl_cod_impuesto.
          MOVE WS-REG-COD-REGIMEN(WS-REG-IX) TO dl_cod_regimen.
          IF CER-COND-IVA = "RI"
             MOVE 1 TO dl_cod_condicion
          ELSE
             MOVE 2 TO dl_cod_condicion
          END-IF.
          MOVE SPACES TO dl_nro_documento.
          MOVE WS-CUIT TO dl_nro_documento(1:11).

          WRITE DeclaracionRecord FROM declaracion_linea.
          ADD 1 TO CONTADOR-DECLARADOS.
          ADD CER-IMPORTE TO WS-TOTAL-DECLARADO.
          IF CTL-HALLADO
             ADD CER-IMPORTE TO WS-CTL-DECLARADO(WS-CTL-IX)
          END-IF.
      *-----------------------------------------------------------*
      *   What the settlements withheld must be in the file to the
      *   cent; excepted certificates are shown but still count as
      *   a difference until they are declared.
      *-----------------------------------------------------------*
       Imprimir_Control.
          WRITE ListadoRecord FROM listado_enc_control.
          PERFORM VARYING WS-CTL-IX FROM 1 BY 1
             UNTIL WS-CTL-IX > WS-CTL-COUNT
             COMPUTE WS-DIFERENCIA = WS-CTL-LIQUIDADO(WS-CTL-IX)
                - WS-CTL-DECLARADO(WS-CTL-IX)
             MOVE WS-CTL-IMPUESTO(WS-CTL-IX) TO lc_impuesto
             MOVE WS-CTL-LIQUIDADO(WS-CTL-IX) TO lc_liquidado
             MOVE WS-CTL-DECLARADO(WS-CTL-IX) TO lc_declarado
             MOVE WS-CTL-EXCEPTUADO(WS-CTL-IX) TO lc_exceptuado
             MOVE WS-DIFERENCIA TO lc_diferencia
             IF WS-DIFERENCIA = ZERO
                MOVE SPACES TO lc_marca
             ELSE
                MOVE "***" TO lc_marca
                SET HAY-DIFERENCIA TO TRUE
             END-IF
             WRITE ListadoRecord FROM listado_control
          END-PERFORM.
