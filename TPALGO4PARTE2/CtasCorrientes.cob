      * su clave alternativa EMP-CUIT), imprime el aging 30/60/90+
      * por empresa y un estado de cuenta por cada empresa con saldo
      * abierto, para mandarle a la que discuta su deuda.
      * Un vencimiento que cae en fin de semana o feriado pasa al
      * dia habil siguiente segun el calendario compartido
      * (diahabil), como lo corre el banco del cliente.
      * Las notas de credito, igual que las facturas, solo se
      * aplican con su CAE; las pendientes o rechazadas quedan en
      * NC-EMITIDAS esperando. Los documentos de comision que
      * LiquidacionComercios emite a los comercios comparten la cola
      * para pasar por la autorizacion, pero no son deuda de
      * clientes: autorizados, salen de la cola sin postear.
      * El aging impreso queda catalogado en el spool de listados
      * (ver regspool).
      * Los grupos empresarios (GRUPOSind2.DAT, ver MantGrupos) se
      * ven tambien juntos: el aging suma los saldos de todas las
      * empresas del grupo en una linea a nombre de la madre, y el
      * estado de cuenta del grupo lista los documentos abiertos de
      * cada una. El pago que llega con el CUIT de la madre se
      * reparte entre las facturas abiertas de todo el grupo, la de
      * vencimiento mas viejo primero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT NCEMITIDAS     ASSIGN TO DISK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS FS-NCEMITIDAS.
        SELECT NCTMP          ASSIGN TO DISK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS FS-NCTMP.
      *   Retenciones impositivas que acompanian cada pago - tipo
      *   de impuesto, numero de certificado e importe; se aplican
      *   junto con el efectivo para que la factura cierre entera.
        SELECT MORAESTADO     ASSIGN TO DISK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS FS-MORAEST.
        SELECT OPTIONAL GRUPOS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY GRP-EMPRESA
                              FILE STATUS IS FS-GRUPOS.
        SELECT AGING          ASSIGN TO PRINTER "ARAGING.DAT".
        SELECT ESTADOCTA      ASSIGN TO PRINTER "ESTADOCUENTA.DAT".

           03 EMI-CAE-ESTADO PIC X(1).
           03 EMI-CAE PIC X(14).
           03 EMI-CAE-VTO PIC 9(8).
      *   Neto gravado e IVA del documento, para el libro de IVA
      *   - las facturas grabadas antes los traen en blanco.
           03 EMI-NETO PIC 9(9)V99.
           03 EMI-IVA PIC 9(9)V99.
      *   Origen: blanco consultoria, "M" comision facturada a un
      *   comercio por LiquidacionComercios (no va a la cuenta
      *   corriente de clientes).
           03 EMI-ORIGEN PIC X(1).
               88 EMI-DE-COMERCIO VALUE "M".
           03 EMI-COMERCIO PIC 9(6).
           03 EMI-SUCURSAL PIC 9(2).

      *   Pagos informados por los bancos - vienen por CUIT, tal
      *   como los reportan.
       FD EMITMP       LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "emitidas.tmp".
       01 REG-EMITMP PIC X(107).

       FD NCTMP        LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "ncemitidas.tmp".
       01 REG-NCTMP PIC X(115).

       FD PAGOSEMP     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PAGOS-EMPRESAS.DAT".
           03 NCE-NRO PIC 9(8).
           03 NCE-FACTURA-REF PIC 9(8).
           03 NCE-TOTAL PIC 9(9)V99.
      *   Datos del comprobante para la autorizacion electronica
      *   y el libro de IVA - las notas grabadas antes los traen
      *   en blanco.
           03 NCE-EMPRESA PIC 9(3).
           03 NCE-CUIT PIC 9(11).
           03 NCE-SERIE PIC X(1).
           03 NCE-PTO-VENTA PIC 9(4).
           03 NCE-FECHA PIC 9(8).
           03 NCE-NETO PIC 9(9)V99.
           03 NCE-IVA PIC 9(9)V99.
           03 NCE-MONEDA PIC X(1).
           03 NCE-TASA PIC 9(4)V99.
           03 NCE-CAE-ESTADO PIC X(1).
           03 NCE-CAE PIC X(14).
           03 NCE-CAE-VTO PIC 9(8).
           03 NCE-ORIGEN PIC X(1).
               88 NCE-DE-COMERCIO VALUE "M".
           03 NCE-COMERCIO PIC 9(6).
           03 NCE-SUCURSAL PIC 9(2).

       FD RETENCIONES  LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "RETENCIONES-EMP.DAT".
           03 MEST-EMPRESA PIC 9(3).
           03 MEST-PERIODO PIC 9(6).

       FD GRUPOS      LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "GRUPOSind2.DAT".
       01 REG-GRUPO.
           02 GRP-EMPRESA PIC 9(3).
           02 GRP-PADRE PIC 9(3).
           02 GRP-CONSOLIDA PIC X(1).

       FD AGING     LABEL RECORD OMITTED.
       01 LINEA-AGING PIC X(80).

       01 LINEA-ESTADO PIC X(80).

       WORKING-STORAGE SECTION.
      *   Catalogo de listados impresos - ver regspool.
       01 SPL-REPORTE PIC X(20) VALUE "ARAGING".
       01 SPL-PROGRAMA PIC X(20) VALUE "CTASCORRIENTES".
       01 SPL-ARCHIVO PIC X(60) VALUE "ARAGING.DAT".
       01 SPL-RETENCION PIC X(1) VALUE "M".
       01 SPL-GENERACION PIC 9(6).
       01 SPL-PAGINAS PIC 9(6).
       01 SPL-RESULTADO PIC X(1).
       77 FS-AR PIC XX.
           88 OK-AR VALUE '00'.
       77 FS-EMP PIC XX.
       01 CONT-NOTAS-DEBITO PIC 9(4) VALUE ZERO.
       01 VENC-INT PIC 9(8).
       01 PLAZO-INT PIC 9(8).
      *   Calendario de dias habiles compartido - ver diahabil.
       01 CAL-FUNCION PIC X(1).
       01 CAL-FECHA PIC 9(8).
       01 CAL-DIAS PIC 9(5).
       01 CAL-FECHA-RES PIC 9(8).
       01 CAL-RESULTADO PIC X(1).
       01 MONEDA-ND PIC X(1).
       01 EOF-TMP-SW PIC X VALUE 'N'.
           88 FIN-TMP VALUE 'S'.
       01 CONT-SIN-CAE PIC 9(5) VALUE ZERO.
       01 CONT-COMERCIO PIC 9(5) VALUE ZERO.
       77 FS-PAGOSEMP PIC XX.
       77 FS-NCEMITIDAS PIC XX.
       01 EOF-NCE-SW PIC X VALUE 'N'.
           88 FIN-NCE VALUE 'S'.
       77 FS-NCTMP PIC XX.
       01 CONT-NC-SIN-CAE PIC 9(5) VALUE ZERO.
       01 NC-APLICADA PIC X VALUE 'N'.
           88 NCE-APLICADA VALUE 'S'.
       01 CONTADOR-NC PIC 9(5) VALUE ZERO.
       01 ACUM-90 PIC 9(10)V99.
       01 ACUM-CORRIENTE PIC 9(10)V99.

       77 FS-GRUPOS PIC XX.
           88 OK-GRUPOS VALUE '00'.
      *   Empresa -> madre de su grupo empresario.
       01 CANT-GRP PIC 9(3) VALUE ZERO.
       01 TABLA-GRUPOS.
           03 GRP-ELEMENT OCCURS 200 TIMES INDEXED BY IX-GRP.
               05 TAB-GRP-EMPRESA PIC 9(3).
               05 TAB-GRP-PADRE PIC 9(3).
       01 GRP-HALLADO PIC X VALUE 'N'.
           88 GRP-OK VALUE 'S'.
       01 EMPRESA-GRP-BUSCADA PIC 9(3).
       01 MADRE-GRUPO-SW PIC X VALUE 'N'.
           88 ES-MADRE-DE-GRUPO VALUE 'S'.
      *   Aging acumulado por grupo, a nombre de la madre.
       01 CANT-AGG PIC 9(3) VALUE ZERO.
       01 TABLA-AGING-GRUPOS.
           03 AGG-ELEMENT OCCURS 100 TIMES INDEXED BY IX-AGG.
               05 TAB-AGG-PADRE PIC 9(3).
               05 TAB-AGG-CORRIENTE PIC 9(10)V99.
               05 TAB-AGG-30 PIC 9(10)V99.
               05 TAB-AGG-60 PIC 9(10)V99.
               05 TAB-AGG-90 PIC 9(10)V99.
       01 AGG-HALLADO PIC X VALUE 'N'.
           88 AGG-OK VALUE 'S'.
      *   Facturas abiertas de todo el grupo, para repartir el pago
      *   de la madre por vencimiento.
       01 CANT-ABG PIC 9(3) VALUE ZERO.
       01 TABLA-ABIERTAS-GRUPO.
           03 ABG-ELEMENT OCCURS 500 TIMES.
               05 TAB-ABG-KEY PIC X(11).
               05 TAB-ABG-VTO PIC 9(8).
               05 TAB-ABG-USADA PIC X(1).
       01 IX-ABG PIC 9(3).
       01 ABG-MIN PIC 9(3).
       01 SIN-ABIERTAS-SW PIC X VALUE 'N'.
           88 SIN-ABIERTAS-GRUPO VALUE 'S'.
       01 EMPRESA-FILIAL PIC 9(3).
       01 IX-GRP-FIL PIC 9(3).
       01 EOF-FIL-SW PIC X VALUE 'N'.
           88 FIN-FILIAL VALUE 'S'.
       01 ENCAB-GRUPO-SW PIC X VALUE 'N'.
           88 ENCAB-GRUPO-ESCRITO VALUE 'S'.
       01 SALDO-GRUPO PIC 9(10)V99.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC X(04).
           03 ESE-CUIT PIC 9(11).
           03 FILLER PIC X(17) VALUE SPACES.

       01 LINEA-ESTADO-GRP.
           03 FILLER PIC X(25) VALUE "ESTADO DE CUENTA GRUPO - ".
           03 ESG-RAZON PIC X(25).
           03 FILLER PIC X(7) VALUE " CUIT: ".
           03 ESG-CUIT PIC 9(11).
           03 FILLER PIC X(12) VALUE SPACES.

       01 LINEA-ESTADO-GRP-DET.
           03 FILLER PIC X(1) VALUE SPACES.
           03 ESGD-EMPRESA PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ESGD-SERIE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ESGD-PTO PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 ESGD-NRO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ESGD-FECHA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ESGD-TOTAL PIC ZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ESGD-PAGADO PIC ZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ESGD-SALDO PIC ZZZZZZZ9.99.
           03 FILLER PIC X(11) VALUE SPACES.

       01 LINEA-ESTADO-GRP-TOT.
           03 FILLER PIC X(58) VALUE "  SALDO ABIERTO DEL GRUPO".
           03 ESGT-SALDO PIC ZZZZZZZZZ9.99.
           03 FILLER PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
               GOBACK
           END-IF.
           OPEN INPUT EMPRESAS.
           PERFORM CARGAR-GRUPOS.
           PERFORM CARGAR-TASA-MORA.
           PERFORM CARGAR-ESTADO-MORA.
           PERFORM CARGAR-RETENCIONES.
                   AT END SET FIN-EMITIDAS TO TRUE
               END-READ
               IF NOT FIN-EMITIDAS
                   EVALUATE TRUE
                       WHEN EMI-CAE-ESTADO = "A" AND EMI-DE-COMERCIO
                           ADD 1 TO CONT-COMERCIO
                       WHEN EMI-CAE-ESTADO = "A"
                           PERFORM POSTEAR-UNA-FACTURA
                       WHEN OTHER
                           ADD 1 TO CONT-SIN-CAE
                           MOVE REG-EMITIDA TO REG-EMITMP
                           WRITE REG-EMITMP
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF FS-EMITIDAS = '00' OR FS-EMITIDAS = '10'
               DISPLAY 'Facturas sin CAE que esperan fuera de la '
                   'cuenta corriente: ' CONT-SIN-CAE
           END-IF.
           IF CONT-COMERCIO > ZERO
               DISPLAY 'Facturas de comercios autorizadas, fuera '
                   'de la cuenta corriente: ' CONT-COMERCIO
           END-IF.
      ******************************************************************
       REGRABAR-EMITIDAS.
           MOVE 'N' TO EOF-TMP-SW.
           ELSE
              MOVE EMI-FECHA TO AR-VENCIMIENTO
           END-IF.
           MOVE "S" TO CAL-FUNCION.
           MOVE AR-VENCIMIENTO TO CAL-FECHA.
           MOVE ZERO TO CAL-DIAS.
           CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
              CAL-FECHA-RES, CAL-RESULTADO.
           IF CAL-RESULTADO = "S"
              MOVE CAL-FECHA-RES TO AR-VENCIMIENTO
           END-IF.
           MOVE EMI-TOTAL TO AR-TOTAL.
           MOVE ZERO TO AR-PAGADO.
           IF EMI-MONEDA = "D"
      ******************************************************************
      *   Cada nota de credito acredita su total contra la factura
      *   que referencia - misma mecanica que un pago, pero dirigida
      *   al documento original. La que todavia no tiene CAE (o la
      *   autoridad rechazo) queda en el archivo para otra corrida;
      *   las grabadas antes de la autorizacion electronica vienen
      *   sin estado y se aplican como siempre.
       APLICAR-NOTAS-CREDITO.
           OPEN INPUT NCEMITIDAS.
           OPEN OUTPUT NCTMP.
           IF FS-NCEMITIDAS NOT EQUAL '00'
               SET FIN-NCE TO TRUE
           END-IF.
                   AT END SET FIN-NCE TO TRUE
               END-READ
               IF NOT FIN-NCE
                   IF NCE-CAE-ESTADO = "P" OR NCE-CAE-ESTADO = "R"
                       ADD 1 TO CONT-NC-SIN-CAE
                       MOVE REG-NCEMITIDA TO REG-NCTMP
                       WRITE REG-NCTMP
                   ELSE
                       IF NCE-DE-COMERCIO
                           CONTINUE
                       ELSE
                           PERFORM APLICAR-UNA-NC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NCEMITIDAS.
           CLOSE NCTMP.
           MOVE 'N' TO EOF-NCE-SW.
           OPEN INPUT NCTMP.
           OPEN OUTPUT NCEMITIDAS.
           PERFORM UNTIL FIN-NCE
               READ NCTMP
                   AT END SET FIN-NCE TO TRUE
               END-READ
               IF NOT FIN-NCE
                   MOVE REG-NCTMP TO REG-NCEMITIDA
                   WRITE REG-NCEMITIDA
               END-IF
           END-PERFORM.
           CLOSE NCTMP.
           CLOSE NCEMITIDAS.
           IF CONT-NC-SIN-CAE > ZERO
               DISPLAY 'Notas de credito sin CAE que esperan fuera '
                   'de la cuenta corriente: ' CONT-NC-SIN-CAE
           END-IF.
      ******************************************************************
       APLICAR-UNA-NC.
           MOVE 'N' TO NC-APLICADA.
      *   fantasma del tamanio de la retencion.
               PERFORM SUMAR-RETENCIONES-DEL-PAGO
               MOVE 'N' TO FACTURA-ABIERTA-SW
               PERFORM VERIFICAR-MADRE-GRUPO
               IF ES-MADRE-DE-GRUPO
                   PERFORM APLICAR-PAGO-GRUPO
               ELSE
                   PERFORM APLICAR-PAGO-EMPRESA
               END-IF
               IF PAGO-RESTANTE > ZERO
                   DISPLAY '** Pago con sobrante sin aplicar: CUIT '
                       PAGEMP-CUIT ' resto ' PAGO-RESTANTE
                   CLOSE INCOMPLETOS
               END-IF
           END-IF.
      ******************************************************************
       APLICAR-PAGO-EMPRESA.
           MOVE 'N' TO EOF-AR-SW.
           MOVE EMP-EMPRESA TO AR-EMPRESA.
           MOVE ZERO TO AR-NRO.
           START ARFACT KEY IS NOT LESS THAN AR-KEY
               INVALID KEY SET FIN-AR TO TRUE
           END-START.
           PERFORM UNTIL FIN-AR OR PAGO-RESTANTE = ZERO
               READ ARFACT NEXT RECORD
                   AT END SET FIN-AR TO TRUE
               END-READ
               IF NOT FIN-AR
                   IF AR-EMPRESA NOT EQUAL EMP-EMPRESA
                       SET FIN-AR TO TRUE
                   ELSE
                       IF AR-ABIERTA
                           PERFORM APLICAR-A-FACTURA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *   La madre paga por todo el grupo: su pago recorre las
      *   facturas abiertas de todas las empresas del grupo, la de
      *   vencimiento mas viejo primero, sin importar de cual sea.
       APLICAR-PAGO-GRUPO.
           MOVE ZERO TO CANT-ABG.
           PERFORM VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > CANT-GRP
               IF TAB-GRP-PADRE (IX-GRP) = EMP-EMPRESA
                   MOVE TAB-GRP-EMPRESA (IX-GRP) TO EMPRESA-FILIAL
                   PERFORM CARGAR-ABIERTAS-FILIAL
               END-IF
           END-PERFORM.
           MOVE 'N' TO SIN-ABIERTAS-SW.
           PERFORM APLICAR-MAS-VIEJA-GRUPO
               UNTIL PAGO-RESTANTE = ZERO OR SIN-ABIERTAS-GRUPO.
      ******************************************************************
       CARGAR-ABIERTAS-FILIAL.
           MOVE 'N' TO EOF-FIL-SW.
           MOVE EMPRESA-FILIAL TO AR-EMPRESA.
           MOVE ZERO TO AR-NRO.
           START ARFACT KEY IS NOT LESS THAN AR-KEY
               INVALID KEY SET FIN-FILIAL TO TRUE
           END-START.
           PERFORM UNTIL FIN-FILIAL
               READ ARFACT NEXT RECORD
                   AT END SET FIN-FILIAL TO TRUE
               END-READ
               IF NOT FIN-FILIAL
                   IF AR-EMPRESA NOT EQUAL EMPRESA-FILIAL
                       SET FIN-FILIAL TO TRUE
                   ELSE
                       IF AR-ABIERTA
                           PERFORM GUARDAR-ABIERTA-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       GUARDAR-ABIERTA-GRUPO.
           IF CANT-ABG < 500
               ADD 1 TO CANT-ABG
               MOVE AR-KEY TO TAB-ABG-KEY (CANT-ABG)
               IF AR-VENCIMIENTO NUMERIC AND AR-VENCIMIENTO > ZERO
                   MOVE AR-VENCIMIENTO TO TAB-ABG-VTO (CANT-ABG)
               ELSE
                   MOVE AR-FECHA TO TAB-ABG-VTO (CANT-ABG)
               END-IF
               MOVE 'N' TO TAB-ABG-USADA (CANT-ABG)
           ELSE
               DISPLAY '** Grupo con mas de 500 facturas abiertas - '
                   'la ' AR-KEY ' no entra en este pago'
           END-IF.
      ******************************************************************
       APLICAR-MAS-VIEJA-GRUPO.
           MOVE ZERO TO ABG-MIN.
           PERFORM VARYING IX-ABG FROM 1 BY 1
               UNTIL IX-ABG > CANT-ABG
               IF TAB-ABG-USADA (IX-ABG) = 'N'
                   IF ABG-MIN = ZERO
                       MOVE IX-ABG TO ABG-MIN
                   ELSE
                       IF TAB-ABG-VTO (IX-ABG) < TAB-ABG-VTO (ABG-MIN)
                           MOVE IX-ABG TO ABG-MIN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ABG-MIN = ZERO
               SET SIN-ABIERTAS-GRUPO TO TRUE
           ELSE
               MOVE 'S' TO TAB-ABG-USADA (ABG-MIN)
               MOVE TAB-ABG-KEY (ABG-MIN) TO AR-KEY
               READ ARFACT RECORD
                   INVALID KEY
                       DISPLAY '** No se pudo leer ' AR-KEY
                   NOT INVALID KEY
                       PERFORM APLICAR-A-FACTURA
               END-READ
           END-IF.
      ******************************************************************
      *   Una empresa es madre de grupo si alguna empresa del
      *   maestro de grupos la tiene como madre.
       VERIFICAR-MADRE-GRUPO.
           MOVE 'N' TO MADRE-GRUPO-SW.
           PERFORM VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > CANT-GRP OR ES-MADRE-DE-GRUPO
               IF TAB-GRP-PADRE (IX-GRP) = EMP-EMPRESA
                   SET ES-MADRE-DE-GRUPO TO TRUE
               END-IF
           END-PERFORM.
      ******************************************************************
      *   Sin maestro de grupos cada empresa va sola, como siempre.
       CARGAR-GRUPOS.
           MOVE ZERO TO CANT-GRP.
           OPEN INPUT GRUPOS.
           IF OK-GRUPOS
               READ GRUPOS RECORD
               PERFORM UNTIL NOT OK-GRUPOS OR CANT-GRP = 200
                   ADD 1 TO CANT-GRP
                   MOVE GRP-EMPRESA TO TAB-GRP-EMPRESA (CANT-GRP)
                   MOVE GRP-PADRE TO TAB-GRP-PADRE (CANT-GRP)
                   READ GRUPOS RECORD
               END-PERFORM
           END-IF.
           IF FS-GRUPOS = '00' OR FS-GRUPOS = '05'
               OR FS-GRUPOS = '10'
               CLOSE GRUPOS
           END-IF.
      ******************************************************************
       BUSCAR-GRUPO-EMPRESA.
           MOVE 'N' TO GRP-HALLADO.
           SET IX-GRP TO 1.
           PERFORM UNTIL IX-GRP > CANT-GRP OR GRP-OK
               IF TAB-GRP-EMPRESA (IX-GRP) = EMPRESA-GRP-BUSCADA
                   SET GRP-OK TO TRUE
               ELSE
                   SET IX-GRP UP BY 1
               END-IF
           END-PERFORM.
      ******************************************************************
       GUARDAR-REMANENTE.
           IF CANT-REMANENTES < 100
               END-IF
           END-PERFORM.
           PERFORM CERRAR-AGING-EMPRESA.
           PERFORM IMPRIMIR-AGING-GRUPOS.
           CLOSE AGING.
           CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
               SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
               SPL-PAGINAS, SPL-RESULTADO.
      ******************************************************************
       ACUMULAR-AGING.
           COMPUTE SALDO-ABIERTO = AR-TOTAL - AR-PAGADO.
                   PERFORM EMITIR-NOTA-DEBITO
               END-IF
           END-IF.
           IF EMPRESA-ANT > ZERO
               MOVE EMPRESA-ANT TO EMPRESA-GRP-BUSCADA
               PERFORM BUSCAR-GRUPO-EMPRESA
               IF GRP-OK
                   PERFORM ACUMULAR-AGING-GRUPO
               END-IF
           END-IF.
           MOVE ZERO TO ACUM-CORRIENTE.
           MOVE ZERO TO ACUM-30.
           MOVE ZERO TO ACUM-60.
           MOVE ZERO TO ACUM-90.
           MOVE ZERO TO ACUM-VENCIDO.
      ******************************************************************
       ACUMULAR-AGING-GRUPO.
           MOVE 'N' TO AGG-HALLADO.
           SET IX-AGG TO 1.
           PERFORM UNTIL IX-AGG > CANT-AGG OR AGG-OK
               IF TAB-AGG-PADRE (IX-AGG) = TAB-GRP-PADRE (IX-GRP)
                   SET AGG-OK TO TRUE
               ELSE
                   SET IX-AGG UP BY 1
               END-IF
           END-PERFORM.
           IF NOT AGG-OK
               IF CANT-AGG < 100
                   ADD 1 TO CANT-AGG
                   SET IX-AGG TO CANT-AGG
                   MOVE TAB-GRP-PADRE (IX-GRP) TO TAB-AGG-PADRE (IX-AGG)
                   MOVE ZERO TO TAB-AGG-CORRIENTE (IX-AGG)
                   MOVE ZERO TO TAB-AGG-30 (IX-AGG)
                   MOVE ZERO TO TAB-AGG-60 (IX-AGG)
                   MOVE ZERO TO TAB-AGG-90 (IX-AGG)
                   SET AGG-OK TO TRUE
               END-IF
           END-IF.
           IF AGG-OK
               ADD ACUM-CORRIENTE TO TAB-AGG-CORRIENTE (IX-AGG)
               ADD ACUM-30 TO TAB-AGG-30 (IX-AGG)
               ADD ACUM-60 TO TAB-AGG-60 (IX-AGG)
               ADD ACUM-90 TO TAB-AGG-90 (IX-AGG)
           END-IF.
      ******************************************************************
      *   Una linea por grupo, a nombre de la madre, con la deuda de
      *   todas sus empresas.
       IMPRIMIR-AGING-GRUPOS.
           IF CANT-AGG > ZERO
               MOVE SPACES TO LINEA-AGING
               WRITE LINEA-AGING
               MOVE 'ANTIGUEDAD DE DEUDA POR GRUPO EMPRESARIO'
                   TO LINEA-AGING
               WRITE LINEA-AGING
           END-IF.
           PERFORM VARYING IX-AGG FROM 1 BY 1
               UNTIL IX-AGG > CANT-AGG
               IF TAB-AGG-CORRIENTE (IX-AGG) > ZERO
                   OR TAB-AGG-30 (IX-AGG) > ZERO
                   OR TAB-AGG-60 (IX-AGG) > ZERO
                   OR TAB-AGG-90 (IX-AGG) > ZERO
                   MOVE SPACES TO LINEA-AGING-DET
                   MOVE TAB-AGG-PADRE (IX-AGG) TO AGD-EMPRESA
                   MOVE TAB-AGG-PADRE (IX-AGG) TO EMP-EMPRESA
                   READ EMPRESAS RECORD
                   IF OK-EMP
                       MOVE EMP-RAZON TO AGD-RAZON
                   END-IF
                   MOVE TAB-AGG-CORRIENTE (IX-AGG) TO AGD-CORRIENTE
                   MOVE TAB-AGG-30 (IX-AGG) TO AGD-30
                   MOVE TAB-AGG-60 (IX-AGG) TO AGD-60
                   MOVE TAB-AGG-90 (IX-AGG) TO AGD-90
                   WRITE LINEA-AGING FROM LINEA-AGING-DET
               END-IF
           END-PERFORM.
      ******************************************************************
      *   El interes del mes sobre el saldo realmente vencido
      *   entra como NOTA DE DEBITO a la misma cuenta corriente -
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-ESTADO-GRUPO
               VARYING IX-GRP FROM 1 BY 1 UNTIL IX-GRP > CANT-GRP.
           CLOSE ESTADOCTA.
      ******************************************************************
       ESCRIBIR-ENCAB-ESTADO.
           COMPUTE SALDO-ABIERTO = AR-TOTAL - AR-PAGADO.
           MOVE SALDO-ABIERTO TO ESD-SALDO.
           WRITE LINEA-ESTADO FROM LINEA-ESTADO-DET.
      ******************************************************************
      *   Cada madre de grupo (la empresa que es su propia madre)
      *   recibe tambien el estado de cuenta de todo el grupo: los
      *   documentos abiertos de cada empresa y el saldo total.
       IMPRIMIR-ESTADO-GRUPO.
           IF TAB-GRP-EMPRESA (IX-GRP) = TAB-GRP-PADRE (IX-GRP)
               MOVE 'N' TO ENCAB-GRUPO-SW
               MOVE ZERO TO SALDO-GRUPO
               MOVE TAB-GRP-PADRE (IX-GRP) TO EMPRESA-ANT
               PERFORM VARYING IX-GRP-FIL FROM 1 BY 1
                   UNTIL IX-GRP-FIL > CANT-GRP
                   IF TAB-GRP-PADRE (IX-GRP-FIL) = EMPRESA-ANT
                       MOVE TAB-GRP-EMPRESA (IX-GRP-FIL)
                           TO EMPRESA-FILIAL
                       PERFORM LISTAR-ABIERTAS-FILIAL
                   END-IF
               END-PERFORM
               IF ENCAB-GRUPO-ESCRITO
                   MOVE SALDO-GRUPO TO ESGT-SALDO
                   WRITE LINEA-ESTADO FROM LINEA-ESTADO-GRP-TOT
               END-IF
           END-IF.
      ******************************************************************
       LISTAR-ABIERTAS-FILIAL.
           MOVE 'N' TO EOF-FIL-SW.
           MOVE EMPRESA-FILIAL TO AR-EMPRESA.
           MOVE ZERO TO AR-NRO.
           START ARFACT KEY IS NOT LESS THAN AR-KEY
               INVALID KEY SET FIN-FILIAL TO TRUE
           END-START.
           PERFORM UNTIL FIN-FILIAL
               READ ARFACT NEXT RECORD
                   AT END SET FIN-FILIAL TO TRUE
               END-READ
               IF NOT FIN-FILIAL
                   IF AR-EMPRESA NOT EQUAL EMPRESA-FILIAL
                       SET FIN-FILIAL TO TRUE
                   ELSE
                       IF AR-ABIERTA
                           PERFORM ESCRIBIR-DET-ESTADO-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       ESCRIBIR-DET-ESTADO-GRUPO.
           IF NOT ENCAB-GRUPO-ESCRITO
               SET ENCAB-GRUPO-ESCRITO TO TRUE
               MOVE SPACES TO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE EMPRESA-ANT TO EMP-EMPRESA
               READ EMPRESAS RECORD
               IF OK-EMP
                   MOVE EMP-RAZON TO ESG-RAZON
                   MOVE EMP-CUIT TO ESG-CUIT
               ELSE
                   MOVE SPACES TO ESG-RAZON
                   MOVE ZERO TO ESG-CUIT
               END-IF
               WRITE LINEA-ESTADO FROM LINEA-ESTADO-GRP
           END-IF.
           MOVE AR-EMPRESA TO ESGD-EMPRESA.
           MOVE AR-SERIE TO ESGD-SERIE.
           MOVE AR-PTO-VENTA TO ESGD-PTO.
           MOVE AR-NRO TO ESGD-NRO.
           MOVE AR-FECHA TO ESGD-FECHA.
           MOVE AR-TOTAL TO ESGD-TOTAL.
           MOVE AR-PAGADO TO ESGD-PAGADO.
           COMPUTE SALDO-ABIERTO = AR-TOTAL - AR-PAGADO.
           MOVE SALDO-ABIERTO TO ESGD-SALDO.
           ADD SALDO-ABIERTO TO SALDO-GRUPO.
           WRITE LINEA-ESTADO FROM LINEA-ESTADO-GRP-DET.
       END PROGRAM CtasCorrientes.
