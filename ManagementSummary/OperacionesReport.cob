      *    over twice its typical flags LENTO, and a step still
      *    open past its expected finish flags ABIERTO TARDE -
      *    the hung run surfaces before the online day opens.
      *  - CBU and limit changes held for a second signature
      *    (CAMBIOS-PENDIENTES.DAT, see MantAprobaciones) are
      *    listed after the chain: every one still pendiente, and
      *    the ones approved or rejected yesterday or today.
      *  - The card number of a limit or debit-CBU change prints
      *    masked (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DuracionesStatus.

          *> Changes waiting for, or just given, a second signature.
          SELECT CambiosFile ASSIGN TO
          "..\files\CAMBIOS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CAP-NRO
          FILE STATUS IS CambiosStatus.

       DATA DIVISION.
       FILE SECTION.

         03 DUR-FECHA                    PIC 9(8).
         03 DUR-MINUTOS                  PIC 9(5).

       FD CambiosFile.
       01 CambioRecord.
         02 CAP-NRO                      PIC 9(6).
         02 CAP-TIPO                     PIC X(1).
           88 CAP-CBU-COMERCIO           VALUE "C".
           88 CAP-CBU-DEBITO             VALUE "D".
           88 CAP-LIMITE                 VALUE "L".
           88 CAP-LIMITE-CORP            VALUE "E".
         02 CAP-CLAVE                    PIC X(20).
         02 CAP-VALOR-ANTERIOR           PIC X(22).
         02 FILLER REDEFINES CAP-VALOR-ANTERIOR.
           03 CAP-LIMITE-ANTERIOR        PIC 9(10)V99.
           03 FILLER                     PIC X(10).
         02 CAP-VALOR-NUEVO              PIC X(22).
         02 FILLER REDEFINES CAP-VALOR-NUEVO.
           03 CAP-LIMITE-NUEVO           PIC 9(10)V99.
           03 FILLER                     PIC X(10).
         02 CAP-PROGRAMA                 PIC X(20).
         02 CAP-USUARIO-ALTA             PIC X(8).
         02 CAP-FECHA-ALTA               PIC 9(8).
         02 CAP-HORA-ALTA                PIC X(6).
         02 CAP-ESTADO                   PIC X(1).
           88 CAP-PENDIENTE              VALUE "P".
           88 CAP-APROBADO               VALUE "A".
           88 CAP-RECHAZADO              VALUE "R".
         02 CAP-USUARIO-DECISION         PIC X(8).
         02 CAP-FECHA-DECISION           PIC 9(8).
         02 CAP-MOTIVO                   PIC X(30).

       WORKING-STORAGE SECTION.
       01   JobLogStatus                 PIC X(2).
       01   EsperadosStatus              PIC X(2).
       01   WS-DUR-SUMA                  PIC 9(8).
       01   WS-DUR-CANT                  PIC 9(5).

       01   CambiosStatus                PIC X(2).
       01   WS-FECHA-AYER                PIC 9(8).
       01   CONT-CAMBIOS                 PIC 9(5) VALUE ZERO.
       01   WS-LIMITE-EDIT               PIC Z(9)9.99.

       01 ops_title_line.
         02 FILLER                       PIC X(36) VALUE
         "REPORTE DE OPERACIONES - CADENA DEL ".
         02 FILLER                       PIC X(1) VALUE "m".
         02 FILLER                       PIC X(7) VALUE SPACES.

       01 ops_cambio_line.
         02 ocl_nro                      PIC 9(6).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ocl_tipo                     PIC X(14).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ocl_clave                    PIC X(16).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ocl_estado                   PIC X(9).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ocl_usuario_alta             PIC X(8).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 ocl_usuario_decision         PIC X(8).
         02 FILLER                       PIC X(14) VALUE SPACES.

       01 ops_cambio_valores.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ocv_anterior                 PIC X(22).
         02 FILLER                       PIC X(2) VALUE "->".
         02 ocv_nuevo                    PIC X(22).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 ocv_motivo                   PIC X(30).

       PROCEDURE DIVISION.
       Begin.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
                TO OpsReportRecord
             WRITE OpsReportRecord
          END-IF.
          PERFORM Informar_Cambios_Retenidos.
          CLOSE OpsReportFile.
          DISPLAY "Pasos con problemas: " CONT-PROBLEMAS.
          STOP RUN.
             MOVE "** ABORTADO SIN FIN" TO odl_resultado
          END-IF.
      *-----------------------------------------------------------*
      *   Every change still waiting for its second signature, and
      *   the ones decided since yesterday's report - a CBU moved
      *   overnight is seen at coffee, approved or not.
      *-----------------------------------------------------------*
       Informar_Cambios_Retenidos.
          COMPUTE WS-FECHA-AYER = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1).
          MOVE SPACES TO OpsReportRecord.
          WRITE OpsReportRecord.
          MOVE "CAMBIOS RETENIDOS PARA APROBACION (CBU / LIMITE)"
             TO OpsReportRecord.
          WRITE OpsReportRecord.
          MOVE "N" TO WS-EOF.
          OPEN INPUT CambiosFile.
          IF CambiosStatus NOT = "00"
             SET FIN-ARCHIVO TO TRUE
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ CambiosFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF CAP-PENDIENTE
                   OR CAP-FECHA-DECISION NOT < WS-FECHA-AYER
                   PERFORM Informar_Un_Cambio
                END-IF
             END-IF
          END-PERFORM.
          IF CambiosStatus NOT = "35" AND CambiosStatus NOT = "30"
             CLOSE CambiosFile
          END-IF.
          IF CONT-CAMBIOS = ZERO
             MOVE "SIN CAMBIOS PENDIENTES NI DECIDIDOS"
                TO OpsReportRecord
             WRITE OpsReportRecord
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Un_Cambio.
          ADD 1 TO CONT-CAMBIOS.
          MOVE CAP-NRO TO ocl_nro.
          EVALUATE TRUE
             WHEN CAP-CBU-COMERCIO MOVE "CBU COMERCIO" TO ocl_tipo
             WHEN CAP-CBU-DEBITO MOVE "CBU DEBITO" TO ocl_tipo
             WHEN CAP-LIMITE MOVE "LIMITE TARJETA" TO ocl_tipo
             WHEN CAP-LIMITE-CORP MOVE "LIMITE CORP" TO ocl_tipo
             WHEN OTHER MOVE CAP-TIPO TO ocl_tipo
          END-EVALUATE.
          IF CAP-LIMITE OR CAP-CBU-DEBITO
             CALL 'maskpan' USING BY CONTENT CAP-CLAVE(1:16),
                BY REFERENCE ocl_clave
          ELSE
             MOVE CAP-CLAVE TO ocl_clave
          END-IF.
          EVALUATE TRUE
             WHEN CAP-PENDIENTE MOVE "PENDIENTE" TO ocl_estado
             WHEN CAP-APROBADO MOVE "APROBADO" TO ocl_estado
             WHEN CAP-RECHAZADO MOVE "RECHAZADO" TO ocl_estado
             WHEN OTHER MOVE CAP-ESTADO TO ocl_estado
          END-EVALUATE.
          MOVE CAP-USUARIO-ALTA TO ocl_usuario_alta.
          MOVE CAP-USUARIO-DECISION TO ocl_usuario_decision.
          WRITE OpsReportRecord FROM ops_cambio_line.
          IF CAP-LIMITE OR CAP-LIMITE-CORP
             MOVE CAP-LIMITE-ANTERIOR TO WS-LIMITE-EDIT
             MOVE WS-LIMITE-EDIT TO ocv_anterior
             MOVE CAP-LIMITE-NUEVO TO WS-LIMITE-EDIT
             MOVE WS-LIMITE-EDIT TO ocv_nuevo
          ELSE
             MOVE CAP-VALOR-ANTERIOR TO ocv_anterior
             MOVE CAP-VALOR-NUEVO TO ocv_nuevo
          END-IF.
          MOVE CAP-MOTIVO TO ocv_motivo.
          WRITE OpsReportRecord FROM ops_cambio_valores.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM OperacionesReport.
