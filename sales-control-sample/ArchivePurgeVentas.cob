      * done throughout sale-control-sample.cob get slower every year.
      * Sales dated before the cutoff in VENTAS-ARCHIVE-PARAMETROS.DAT
      * are copied to a history file and removed from VentasFile.
      * A sale in cuotas stays live until the month of its last
      * cuota is also before the cutoff - the settlement and the
      * treasury forecast still walk it for the cuotas to come.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          04 Ventas-sucursal             PIC 9(2).
          04 Ventas-moneda               PIC 9(1).
          04 Ventas-fecha                PIC X(8).
      *> POS terminal within the sucursal and its capture sequence
      *> - a branch sells any number of times a day, each sale
      *> under its own key. Terminal 00 predates the registry.
          04 Ventas-terminal             PIC 9(2).
          04 Ventas-secuencia            PIC 9(4).
         02 Ventas-nro-card              PIC 9(4).
         02 Ventas-importe               PIC 9(6)V99.
         *> 0 = venta, 1 = devolucion del cliente.
         02 Ventas-tipo                  PIC 9(1).
           88 Ventas-tipo-venta            VALUE 0.
           88 Ventas-tipo-devolucion       VALUE 1.
         *> Cuotas the sale was made in - 0 or 1 = one payment.
         02 Ventas-cuotas                PIC 9(2).

       FD VentasHistFile.
       01 VentasHistRecord.
         02 VHIST-fecha                  PIC X(8).
         02 VHIST-nro-card               PIC 9(4).
         02 VHIST-importe                PIC 9(6)V99.
      *> Appended after the original layout so the years already
      *> archived read the same: the rest of the sale's key and
      *> its tipo (blank on lines archived before they existed).
         02 VHIST-terminal               PIC X(2).
         02 VHIST-secuencia              PIC X(4).
         02 VHIST-tipo                   PIC X(1).
         02 VHIST-cuotas                 PIC X(2).

       FD ParametrosFile.
       01 REG-PARAM-ARCHIVE.
          88 EOF-VENTAS VALUE "S".

       01   CONTADOR-VENTAS-ARCH         PIC 9(6) VALUE ZERO.
       01   CONTADOR-VENTAS-EN-CUOTAS    PIC 9(6) VALUE ZERO.

      *> Month of a sale's last cuota, AAAAMM01.
       01   WS-FECHA-ULTIMA-CUOTA        PIC 9(8).
       01   WS-FUC-R REDEFINES WS-FECHA-ULTIMA-CUOTA.
          03 WS-FUC-ANIO                 PIC 9(4).
          03 WS-FUC-MES                  PIC 9(2).
          03 WS-FUC-DIA                  PIC 9(2).
       01   WS-MESES-CUOTAS              PIC 9(3).

       PROCEDURE DIVISION.
       Begin.
          PERFORM Archivar_Ventas.
          PERFORM Close_files.
          DISPLAY "Ventas archivadas: " CONTADOR-VENTAS-ARCH.
          DISPLAY "Retenidas con cuotas pendientes: "
             CONTADOR-VENTAS-EN-CUOTAS.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-VENTAS-ARCH TO JOBLOG-REGISTROS.
             END-READ
             IF NOT EOF-VENTAS
                IF Ventas-fecha < WS-FECHA-CORTE
                   PERFORM Fecha_Ultima_Cuota
                   IF WS-FECHA-ULTIMA-CUOTA < WS-FECHA-CORTE
                      PERFORM Copiar_A_Historico
                      WRITE VentasHistRecord
                      DELETE VentasFile RECORD
                      ADD 1 TO CONTADOR-VENTAS-ARCH
                   ELSE
                      ADD 1 TO CONTADOR-VENTAS-EN-CUOTAS
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Field by field - the history layout keeps its original
      *   columns and carries the newer key fields at the end.
      *-----------------------------------------------------------*
       Copiar_A_Historico.
          MOVE Ventas-comercio-num TO VHIST-comercio-num.
          MOVE Ventas-sucursal TO VHIST-sucursal.
          MOVE Ventas-moneda TO VHIST-moneda.
          MOVE Ventas-fecha TO VHIST-fecha.
          MOVE Ventas-nro-card TO VHIST-nro-card.
          MOVE Ventas-importe TO VHIST-importe.
          MOVE Ventas-terminal TO VHIST-terminal.
          MOVE Ventas-secuencia TO VHIST-secuencia.
          MOVE Ventas-tipo TO VHIST-tipo.
          MOVE Ventas-cuotas TO VHIST-cuotas.
      *-----------------------------------------------------------*
      *   First day of the month the last cuota is billed in - a
      *   sale in one payment is simply its own month.
      *-----------------------------------------------------------*
       Fecha_Ultima_Cuota.
          MOVE Ventas-fecha TO WS-FECHA-ULTIMA-CUOTA.
          MOVE 1 TO WS-FUC-DIA.
          IF Ventas-cuotas NUMERIC AND Ventas-cuotas > 1
             COMPUTE WS-MESES-CUOTAS = WS-FUC-MES + Ventas-cuotas
             DIVIDE WS-MESES-CUOTAS BY 12 GIVING WS-MESES-CUOTAS
                REMAINDER WS-FUC-MES
             ADD WS-MESES-CUOTAS TO WS-FUC-ANIO
             IF WS-FUC-MES = ZERO
                MOVE 12 TO WS-FUC-MES
                SUBTRACT 1 FROM WS-FUC-ANIO
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Close_files.
          CLOSE VentasFile, VentasHistFile.
