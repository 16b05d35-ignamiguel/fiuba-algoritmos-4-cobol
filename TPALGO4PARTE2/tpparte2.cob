                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY TAR-T-CODIGO
                              FILE STATUS IS FS-TAREAS.
      *   Maestro de proyectos con presupuesto de horas e importe,
      *   mantenido por MantProyectos - las horas aprobadas de cada
      *   proyecto se comparan contra su presupuesto.
        SELECT OPTIONAL PROYECTOS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY PRY-KEY
                              FILE STATUS IS FS-PROYECTOS.
      *   Grupos empresarios, mantenidos por MantGrupos - las
      *   filiales de un grupo que factura consolidado salen en una
      *   sola factura a nombre de la empresa madre.
        SELECT OPTIONAL GRUPOS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY GRP-EMPRESA
                              FILE STATUS IS FS-GRUPOS.
      *   Ordenes de compra del cliente, mantenidas por
      *   MantOrdenesCompra - la factura de una empresa con OC sale
      *   contra una abierta y vigente, y descuenta su saldo.
        SELECT OPTIONAL ORDENESCOMPRA ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY OC-KEY
                              FILE STATUS IS FS-OC.
        SELECT PARAMETROS    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS PARAM-ESTADO.

        SELECT HISTORIAL ASSIGN TO PRINTER "HISTORIALTARIFAS.DAT".

        SELECT CONSUMO ASSIGN TO PRINTER "CONSUMOPROYECTOS.DAT".

      *   Facturas que ninguna OC abierta cubre - no se emiten y
      *   quedan para revision.
        SELECT RETENIDAS ASSIGN TO PRINTER "FACTURAS-RETENIDAS.DAT".

        SELECT ALERTAOC ASSIGN TO PRINTER "ALERTA-OC.DAT".

      *   Lines-per-page for LISTADO - one place to change printer
      *   stock instead of hunting hardcoded thresholds.
        SELECT PAGINACION    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-EMITIDAS.

      *   Una linea por hora facturada con el importe con que se
      *   facturo - AjusteTarifas la revalua cuando una tarifa se
      *   carga con vigencia ya facturada.
        SELECT FACTDETALLE   ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-FACTDET.

      *   Ajustes contra facturas ya emitidas - cada entrada genera
      *   una NOTA DE CREDITO numerada en el mismo chorro de
      *   FACTURAS, con referencia al documento original.
        SELECT GASTOS        ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-GASTOS.

      *   Correcciones y reversas de horas que la mezcla ya aplico
      *   sobre TIMESind2 - las que tocan horas ya facturadas se
      *   liquidan aca por diferencia, con factura adicional o nota
      *   de credito, y quedan marcadas con su resultado.
        SELECT OPTIONAL CORRECCIONES ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-CORRECC.
        SELECT DETTMP        ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-DETTMP.
      *   Punto de reanudacion de la facturacion: se regraba cada
      *   vez que una empresa queda facturada entera y se vacia al
      *   terminar la corrida. Con contenido, la proxima corrida
      *   retoma en la empresa siguiente.
        SELECT FACTCKPT      ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-FACTCKPT.
       DATA DIVISION.
       FILE SECTION.

      *   a facturar; lo demas arrastra al periodo siguiente.
           02 TIM-APROBADO     PIC X(1).
               88 TIM-APROB-SI VALUE "A".
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).
           
       FD CONSULTORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "CONSind2.DAT".
           02 TAR-T-FACTURABLE PIC X(1).
           02 TAR-T-MULTIPLICADOR PIC 9(1)V99.

       FD PROYECTOS   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PROYECTOSind2.DAT".
       01 REG-PROYECTO.
           02 PRY-KEY.
               03 PRY-EMPRESA PIC 9(3).
               03 PRY-CODIGO PIC X(6).
           02 PRY-DESCRIPCION PIC X(25).
           02 PRY-HORAS-PRESUP PIC 9(5)V99.
           02 PRY-IMPORTE-PRESUP PIC 9(9)V99.
           02 PRY-FECHA-INICIO PIC 9(8).
           02 PRY-FECHA-FIN PIC 9(8).

       FD GRUPOS      LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "GRUPOSind2.DAT".
       01 REG-GRUPO.
           02 GRP-EMPRESA PIC 9(3).
           02 GRP-PADRE PIC 9(3).
           02 GRP-CONSOLIDA PIC X(1).
               88 GRP-FACTURA-CONSOLIDADA VALUE "S".

       FD ORDENESCOMPRA LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "OCind2.DAT".
       01 REG-OC.
           02 OC-KEY.
               03 OC-EMPRESA PIC 9(3).
               03 OC-NUMERO PIC X(12).
           02 OC-IMPORTE PIC 9(9)V99.
           02 OC-SALDO PIC 9(9)V99.
           02 OC-FECHA-DESDE PIC 9(8).
           02 OC-FECHA-HASTA PIC 9(8).
           02 OC-ESTADO PIC X(1).
               88 OC-ABIERTA VALUE "A".
               88 OC-CERRADA VALUE "C".

       FD PARAMETROS     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PARAMETROS.DAT".
      *   Now one record per CUIT range, instead of a single range.
           03 NUM-SERIE PIC X(1).
           03 NUM-PTO-VENTA PIC 9(4).
           03 NUM-ULTIMO PIC 9(8).
      *   Blanco la numeracion de consultoria, "M" la del punto de
      *   venta de los comercios (LiquidacionComercios).
           03 NUM-USO PIC X(1).

       FD FACTEMITIDAS  LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURAS-EMITIDAS.DAT".
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

       FD FACTDETALLE  LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURADO-DETALLE.DAT".
       01 REG-FACTDET PIC X(61).

       FD NOTASCRED    LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NOTASCRED.DAT".
           03 NC-FECHA PIC 9(8).
           03 NC-IMPORTE PIC 9(7)V99.
           03 NC-MOTIVO PIC X(20).
      *   Empresa de la factura de referencia - en blanco se busca
      *   en el detalle facturado.
           03 NC-EMPRESA PIC 9(3).

       FD NCEMITIDAS   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NC-EMITIDAS.DAT".
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

       FD MODOFACT     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "MODOFACT.DAT".
           03 GTO-IMPORTE PIC 9(7)V99.
           03 GTO-COMPROBANTE PIC X(10).

       FD CORRECCIONES  LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "CORRECCIONES-HORAS.DAT".
       01 REG-CORRECCION-ARCH PIC X(128).

       FD DETTMP       LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "factdet.tmp".
       01 REG-DETTMP PIC X(61).

       FD FACTCKPT     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURACION-CKPT.DAT".
       01 REG-FACTCKPT.
           03 CKF-FECHA PIC 9(8).
      *   Ultima empresa (en el orden del sort) facturada entera y
      *   ultimo numero emitido hasta ella.
           03 CKF-EMPRESA PIC X(25).
           03 CKF-NRO PIC 9(8).
           03 CKF-EMPRESAS PIC 9(5).

       SD ARCH-ORDENAR DATA RECORD IS REG-ORDENAR.
       01 REG-ORDENAR.
           03 ORD-EMP-RAZON    PIC X(25).
           03 ORD-TAREA PIC X(4).
      *   "C" = tarifa negociada del cliente, "S" = estandar.
           03 ORD-ORIGEN-TARIFA PIC X(1).
           03 ORD-CENTRO-COSTO PIC X(6).
      *   Filial que cargo las horas cuando la factura sale
      *   consolidada a nombre de la madre del grupo.
           03 ORD-FILIAL-CUIT PIC 9(11).
           03 ORD-FILIAL-RAZON PIC X(25).

       FD RECHAZOS     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "RECHAZOS.DAT".
      *   importar directo al sistema de contabilidad.
       FD CSV-FACTURACION     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURACION.CSV".
       01 LINEA-CSV PIC X(100).

       FD LISTADO     LABEL RECORD OMITTED.
       01 LINEA-LISTADO PIC X(70).
       FD HISTORIAL     LABEL RECORD OMITTED.
       01 LINEA-HIST PIC X(70).

       FD CONSUMO     LABEL RECORD OMITTED.
      *   DETALLE-CONSUMO es 105 bytes - mas ancha que los demas
      *   reportes, por los dos pares consumido/presupuesto.
       01 LINEA-CONSUMO PIC X(105).

       FD RETENIDAS     LABEL RECORD OMITTED.
       01 LINEA-RETENIDA PIC X(71).

       FD ALERTAOC     LABEL RECORD OMITTED.
       01 LINEA-ALERTA-OC PIC X(80).

       WORKING-STORAGE SECTION.

      *   Common run-log plumbing - one inicio and one fin line per
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.
      *   Catalogo de listados impresos - ver regspool.
       01   SPL-REPORTE                  PIC X(20).
       01   SPL-PROGRAMA                 PIC X(20) VALUE "TPPARTE2".
       01   SPL-ARCHIVO                  PIC X(60).
       01   SPL-RETENCION                PIC X(1).
       01   SPL-GENERACION               PIC 9(6).
       01   SPL-PAGINAS                  PIC 9(6).
       01   SPL-RESULTADO                PIC X(1).
       01 CONT-TIM-PROCESADOS PIC 9(8) VALUE ZERO.
       77 PARAM-ESTADO PIC XX.
       01 FS-TIMES PIC XX.
           03 FILLER PIC X(2) VALUE ": ".
           03 TFAC-IMPORTE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(41) VALUE SPACES.
      *   Horas e importe por centro de costo del cliente dentro de
      *   la factura - el cliente reparte la factura con esto.
       01 CANT-CCO-FACT PIC 9(2) VALUE ZERO.
       01 TABLA-CCOSTOS-FACT.
           03 CCOF-ELEMENT OCCURS 30 TIMES INDEXED BY IX-CCOF.
               05 TAB-CCOF-CODIGO PIC X(6).
               05 TAB-CCOF-HORAS PIC 9(6)V99.
               05 TAB-CCOF-IMPORTE PIC 9(8)V99.
       01 CCOF-HALLADO PIC X VALUE 'N'.
           88 CCOF-OK VALUE 'S'.
       01 LINEA-CCOSTO-FACT.
           03 FILLER PIC X(10) VALUE "  C.COSTO ".
           03 CFAC-CODIGO PIC X(6).
           03 FILLER PIC X(6) VALUE "  HS: ".
           03 CFAC-HORAS PIC ZZZZ9.99.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 CFAC-IMPORTE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(18) VALUE SPACES.
       01 LINEA-CCOSTO-CSV.
           03 FILLER PIC X(7) VALUE "CCOSTO,".
           03 CSV-CCO-CUIT PIC 9(11).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-CCO-CODIGO PIC X(6).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-CCO-HORAS PIC 9(6).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-CCO-IMPORTE PIC 9(8).99.
           03 FILLER PIC X(12) VALUE SPACES.

       77 FS-GRUPOS PIC XX.
           88 OK-GRUPOS VALUE '00'.
      *   Filiales de los grupos que facturan consolidado, con la
      *   razon social y el CUIT de la madre que recibe la factura.
       01 CANT-GRUPOS PIC 9(3) VALUE ZERO.
       01 TABLA-GRUPOS.
           03 GRP-ELEMENT OCCURS 200 TIMES INDEXED BY IX-GRP.
               05 TAB-GRP-EMPRESA PIC 9(3).
               05 TAB-GRP-PADRE PIC 9(3).
               05 TAB-GRP-PADRE-RAZON PIC X(25).
               05 TAB-GRP-PADRE-CUIT PIC 9(11).
       01 GRP-HALLADO PIC X VALUE 'N'.
           88 GRP-OK VALUE 'S'.
       01 EMPRESA-GRP-BUSCADA PIC 9(3).
      *   Horas e importe por filial dentro de la factura
      *   consolidada del grupo.
       01 CANT-FIL-FACT PIC 9(2) VALUE ZERO.
       01 TABLA-FILIALES-FACT.
           03 FILF-ELEMENT OCCURS 30 TIMES INDEXED BY IX-FILF.
               05 TAB-FILF-CUIT PIC 9(11).
               05 TAB-FILF-RAZON PIC X(25).
               05 TAB-FILF-HORAS PIC 9(6)V99.
               05 TAB-FILF-IMPORTE PIC 9(8)V99.
       01 FILF-HALLADA PIC X VALUE 'N'.
           88 FILF-OK VALUE 'S'.
       01 LINEA-FILIAL-FACT.
           03 FILLER PIC X(9) VALUE "  FILIAL ".
           03 FFAC-RAZON PIC X(25).
           03 FILLER PIC X(6) VALUE "  HS: ".
           03 FFAC-HORAS PIC ZZZZ9.99.
           03 FILLER PIC X(7) VALUE "  IMP: ".
           03 FFAC-IMPORTE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(5) VALUE SPACES.
       01 LINEA-FILIAL-CSV.
           03 FILLER PIC X(7) VALUE "FILIAL,".
           03 CSV-FIL-CUIT-GRUPO PIC 9(11).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FIL-CUIT PIC 9(11).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FIL-RAZON PIC X(25).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FIL-HORAS PIC 9(6).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FIL-IMPORTE PIC 9(8).99.
           03 FILLER PIC X(22) VALUE SPACES.

       77 FS-PROYECTOS PIC XX.
           88 OK-PROYECTOS VALUE '00'.
      *   Proyectos en memoria con su presupuesto y lo consumido en
      *   la corrida - como la valuacion recorre todas las horas
      *   aprobadas, lo consumido es el acumulado del proyecto.
       01 CANT-PROYECTOS PIC 9(3) VALUE ZERO.
       01 TABLA-PROYECTOS.
           03 PRY-ELEMENT OCCURS 100 TIMES INDEXED BY IX-PRY.
               05 TAB-PRY-EMPRESA PIC 9(3).
               05 TAB-PRY-CODIGO PIC X(6).
               05 TAB-PRY-DESCRIPCION PIC X(25).
               05 TAB-PRY-HORAS-PRESUP PIC 9(5)V99.
               05 TAB-PRY-IMPORTE-PRESUP PIC 9(9)V99.
               05 TAB-PRY-HORAS-CONS PIC 9(6)V99.
               05 TAB-PRY-IMPORTE-CONS PIC 9(10)V99.
       01 PROYECTO-HALLADO PIC X VALUE 'N'.
           88 PROYECTO-OK VALUE 'S'.
       01 IMPORTE-PROYECTO PIC 9(7)V99 VALUE ZERO.
       01 PORC-HORAS-PRY PIC 9(5)V9 VALUE ZERO.
       01 PORC-IMPORTE-PRY PIC 9(5)V9 VALUE ZERO.

       01 ENCABEZADO-CONSUMO.
           03 FILLER PIC X(70) VALUE
              "CONSUMO DE PROYECTOS - HORAS E IMPORTE VS PRESUPUESTO".
       01 ENCABEZADO-CONSUMO-2.
           03 FILLER PIC X(36) VALUE
              "EMP PROYECTO  DESCRIPCION".
           03 FILLER PIC X(69) VALUE
              " HS CONS  HS PRES      %    IMP CONS    IMP PRES      %".
       01 DETALLE-CONSUMO.
           03 DET-CONS-EMPRESA PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-PROYECTO PIC X(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 DET-CONS-DESCRIPCION PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-HORAS PIC ZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-HORAS-PRES PIC ZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-PORC-HORAS PIC ZZZ9.9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-IMPORTE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-IMPORTE-PRES PIC ZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-PORC-IMPORTE PIC ZZZ9.9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-CONS-MARCA PIC X(13).

      *   La factura se arma entera en memoria antes de emitirla:
      *   recien con el total se sabe si alguna OC la cubre, y una
      *   retenida no toma numero ni sale al CSV.
       01 CANT-BUF-FACT PIC 9(4) VALUE ZERO.
       01 TABLA-BUF-FACT.
           03 TAB-BUF-FACT PIC X(71) OCCURS 2000 TIMES
               INDEXED BY IX-BUF-FACT.
       01 LINEA-BUF-FACT PIC X(71).
       01 CANT-BUF-CSV PIC 9(4) VALUE ZERO.
       01 TABLA-BUF-CSV.
           03 TAB-BUF-CSV PIC X(100) OCCURS 2000 TIMES
               INDEXED BY IX-BUF-CSV.
       01 LINEA-BUF-CSV PIC X(100).
       01 CANT-BUF-DET PIC 9(4) VALUE ZERO.
       01 TABLA-BUF-DET.
           03 TAB-BUF-DET PIC X(61) OCCURS 2000 TIMES
               INDEXED BY IX-BUF-DET.
       77 FS-FACTDET PIC XX.
      *   Hora facturada, con la factura que la cobro y el importe,
      *   categoria y origen de tarifa con que se valuo.
       01 DETALLE-FACTURADO.
           03 DFA-SERIE PIC X(1).
           03 DFA-PTO-VENTA PIC 9(4).
           03 DFA-NRO PIC 9(8).
           03 DFA-EMPRESA PIC 9(3).
           03 DFA-CONSULTOR PIC X(5).
           03 DFA-FECHA PIC 9(8).
           03 DFA-CUIT PIC 9(11).
           03 DFA-TAREA PIC X(4).
           03 DFA-CATEGORIA PIC X(2).
           03 DFA-HORAS PIC 9(2)V99.
           03 DFA-IMPORTE PIC 9(7)V99.
           03 DFA-ORIGEN PIC X(1).
           03 DFA-CONTRATO PIC X(1).
       01 POS-BUF-ENCAB PIC 9(4) VALUE ZERO.
       01 POS-BUF-OC PIC 9(4) VALUE ZERO.

       77 FS-OC PIC XX.
           88 OK-OC VALUE '00'.
       01 OC-DISPONIBLE-SW PIC X VALUE 'N'.
           88 OC-DISPONIBLE VALUE 'S'.
       01 EOF-OC-SW PIC X VALUE 'N'.
           88 FIN-OC VALUE 'S'.
       01 EMPRESA-OC-SW PIC X VALUE 'N'.
           88 EMPRESA-USA-OC VALUE 'S'.
       01 OC-CUBRE-SW PIC X VALUE 'N'.
           88 OC-CUBRE VALUE 'S'.
       01 OC-FACTURA PIC X(12) VALUE SPACES.
       01 FECHA-HOY-N PIC 9(8) VALUE ZERO.
       01 CONT-FACT-RETENIDAS PIC 9(5) VALUE ZERO.
       01 FACTURA-OC-LINEA.
           03 FILLER PIC X(17) VALUE "ORDEN DE COMPRA: ".
           03 FACT-OC-NUMERO PIC X(12).
           03 FILLER PIC X(41) VALUE SPACES.
       01 LINEA-FACT-RETENIDA.
           03 FILLER PIC X(22) VALUE "*** FACTURA RETENIDA -".
           03 FILLER PIC X(36) VALUE
              " NINGUNA OC ABIERTA CUBRE EL TOTAL".
           03 FILLER PIC X(2) VALUE SPACES.
           03 RET-TOTAL PIC ZZZZZZZ9.99.

      *   Aviso de OC por agotarse o por vencer: saldo por debajo del
      *   porcentaje del importe, o vencimiento dentro de los dias.
       77 DIAS-AVISO-OC PIC 9(3) VALUE 30.
       77 PORC-AVISO-OC PIC 9(3) VALUE 20.
       01 PORC-SALDO-OC PIC 9(3)V9 VALUE ZERO.
       01 DIAS-A-VENCER-OC PIC S9(7) VALUE ZERO.
       01 ENCABEZADO-ALERTA-OC.
           03 FILLER PIC X(80) VALUE
              "ORDENES DE COMPRA POR AGOTARSE O POR VENCER".
       01 ENCABEZADO-ALERTA-OC-2.
           03 FILLER PIC X(43) VALUE
              "EMP NUMERO            IMPORTE       SALDO".
           03 FILLER PIC X(37) VALUE
              "  %SALDO  HASTA        MARCA".
       01 DETALLE-ALERTA-OC.
           03 DET-AOC-EMPRESA PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-AOC-NUMERO PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-AOC-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DET-AOC-SALDO PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DET-AOC-PORC PIC ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DET-AOC-HASTA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DET-AOC-MARCA PIC X(14).
           03 FILLER PIC X(5) VALUE SPACES.

       77 FS-COSTOS PIC XX.
           88 OK-COSTOS VALUE '00'.
           03 REG-RELEASE-CATEGORIA PIC X(2).
           03 REG-RELEASE-TAREA PIC X(4).
           03 REG-RELEASE-ORIGEN PIC X(1).
           03 REG-RELEASE-CENTRO-COSTO PIC X(6).
           03 REG-RELEASE-FILIAL-CUIT PIC 9(11).
           03 REG-RELEASE-FILIAL-RAZON PIC X(25).

       01 CONS-ANT PIC X(5).

           03 CSV-HORAS PIC 9(2).99.
           03 FILLER PIC X(1) VALUE ','.
           03 CSV-IMPORTE PIC 9(7).99.
           03 FILLER PIC X(1) VALUE ','.
           03 CSV-CENTRO-COSTO PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.

       01 NRO-FACTURA PIC 9(8) VALUE 0.
       77 FS-NUMFACT PIC XX.
      *   Las demas lineas de NUMFACT.DAT se regraban tal cual.
       01 CANT-NUM-OTROS PIC 9(2) VALUE ZERO.
       01 TABLA-NUM-OTROS.
           03 TAB-NUM-OTRO PIC X(14) OCCURS 10 TIMES
               INDEXED BY IX-NUM-OTRO.
       01 NUMERACION-HALLADA PIC X VALUE 'N'.
           88 NUMERACION-OK VALUE 'S'.
       01 EOF-NUM-SW PIC X VALUE 'N'.
           88 FIN-NUMFACT VALUE 'S'.
       77 FS-EMITIDAS PIC XX.
       77 FS-FACTCKPT PIC XX.
       01 REANUDACION-SW PIC X VALUE 'N'.
           88 REANUDANDO VALUE 'S'.
       01 CKP-FECHA-INICIO PIC 9(8) VALUE ZERO.
       01 CKP-ULT-EMPRESA PIC X(25) VALUE SPACES.
       01 CKP-NRO PIC 9(8) VALUE ZERO.
       01 CKP-EMPRESAS PIC 9(5) VALUE ZERO.
       01 CONT-EMP-FACTURADAS PIC 9(5) VALUE ZERO.
       01 CONT-EMP-REANUDADAS PIC 9(5) VALUE ZERO.
       01 EMPRESA-HECHA-SW PIC X VALUE 'N'.
           88 EMPRESA-YA-FACTURADA VALUE 'S'.
       01 MAX-NRO-EMITIDO PIC 9(8) VALUE ZERO.
       01 NUMERACION-MAL-SW PIC X VALUE 'N'.
           88 NUMERACION-INCONSISTENTE VALUE 'S'.
       01 EOF-CTRL-SW PIC X VALUE 'N'.
           88 FIN-CTRL VALUE 'S'.
       77 FS-GASTOS PIC XX.
       77 FS-MODOFACT PIC XX.
       77 FS-NOTASCRED PIC XX.
       01 NC-NETO PIC 9(9)V99.
       01 NC-IVA PIC 9(9)V99.
       01 NC-TOTAL-DOC PIC 9(9)V99.
       01 NC-EMPRESA-DOC PIC 9(3).
       01 NC-CUIT-DOC PIC 9(11).

       01 NOTACRED-ENCABEZADO.
           03 FILLER PIC X(16) VALUE "NOTA DE CREDITO ".
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-NC-TOTAL PIC 9(9).99.
           03 FILLER PIC X(7) VALUE SPACES.
       77 FS-CORRECC PIC XX.
       77 FS-DETTMP PIC XX.
       01 EOF-CORRECC-SW PIC X VALUE 'N'.
           88 FIN-CORRECC VALUE 'S'.
       01 EOF-DETALLE-SW PIC X VALUE 'N'.
           88 FIN-DETALLE VALUE 'S'.
       01 EOF-TMP-SW PIC X VALUE 'N'.
           88 FIN-TMP VALUE 'S'.
       01 DETALLE-QUEDA-SW PIC X VALUE 'S'.
           88 DETALLE-QUEDA VALUE 'S'.
       01 DETALLE-TOCADO-SW PIC X VALUE 'N'.
           88 DETALLE-TOCADO VALUE 'S'.
      *   Correccion grabada por la mezcla en CORRECCIONES-HORAS.DAT.
       01 CORRECCION-ACT.
           03 CRH-FECHA-PROCESO PIC 9(8).
           03 CRH-OFICINA     PIC 9(1).
           03 CRH-TIPO        PIC X(1).
               88 CRH-REVERSA VALUE "R".
           03 CRH-ORIGINAL.
               05 CRH-ORIG-NUMERO PIC X(5).
               05 CRH-ORIG-FECHA  PIC 9(8).
               05 CRH-ORIG-CUIT   PIC 9(11).
           03 CRH-ORIG-TAREA  PIC X(4).
           03 CRH-ORIG-HORAS  PIC 9(2)V99.
           03 CRH-NUEVA.
               05 CRH-NUEVA-NUMERO PIC X(5).
               05 CRH-NUEVA-FECHA  PIC 9(8).
               05 CRH-NUEVA-CUIT   PIC 9(11).
           03 CRH-NUEVA-TAREA PIC X(4).
           03 CRH-NUEVA-HORAS PIC 9(2)V99.
           03 CRH-NUEVA-PROYECTO PIC X(6).
           03 CRH-MOTIVO      PIC X(30).
           03 CRH-ESTADO      PIC X(1).
           03 CRH-FACTURA-REF PIC 9(8).
           03 CRH-DIFERENCIA  PIC 9(7)V99.
      *   Todas las correcciones del archivo. Estado "L" = facturada
      *   y a liquidar en esta corrida. OMITIR marca la clave nueva
      *   que ya no debe facturarse entera; REGRABAR, la que cambia
      *   el detalle facturado al cerrar la corrida.
       01 CANT-CORRECC PIC 9(4) VALUE ZERO.
       01 TABLA-CORRECC.
           03 CORRECC-ELEMENT OCCURS 2000 TIMES INDEXED BY IX-CRH.
               05 TAB-CRH-REG PIC X(128).
               05 TAB-CRH-ORIG-NFC PIC X(24).
               05 TAB-CRH-NUEVA-NFC PIC X(24).
               05 TAB-CRH-ESTADO PIC X(1).
               05 TAB-CRH-FACTURADO PIC 9(7)V99.
               05 TAB-CRH-VALOR PIC 9(7)V99.
               05 TAB-CRH-NRO PIC 9(8).
               05 TAB-CRH-EMPRESA PIC 9(3).
               05 TAB-CRH-CONTRATO PIC X(1).
               05 TAB-CRH-HALLADA PIC X(1).
               05 TAB-CRH-OMITIR PIC X(1).
               05 TAB-CRH-REGRABAR PIC X(1).
               05 TAB-CRH-REEMPLAZO PIC X(1).
       01 DFA-NFC-ACT.
           03 DFA-NFC-NUMERO PIC X(5).
           03 DFA-NFC-FECHA PIC 9(8).
           03 DFA-NFC-CUIT PIC 9(11).
       01 CRH-DIF-CALC PIC S9(7)V99.
       01 CONT-CORRECC-REGRABAR PIC 9(5) VALUE ZERO.
       01 CONT-CORRECC-FACT PIC 9(5) VALUE ZERO.
       01 CONT-CORRECC-NC PIC 9(5) VALUE ZERO.
       01 FACTCORR-REF-LINEA.
           03 FILLER PIC X(36) VALUE
              "CORRECCION DE HORAS - REF FACTURA N ".
           03 FCOR-REF PIC 9(8).
           03 FILLER PIC X(26) VALUE SPACES.
       01 FACTCORR-MOTIVO-LINEA.
           03 FILLER PIC X(9) VALUE "MOTIVO:  ".
           03 FCOR-MOTIVO PIC X(30).
           03 FILLER PIC X(11) VALUE " CONSULTOR ".
           03 FCOR-CONSULTOR PIC X(5).
           03 FILLER PIC X(7) VALUE " FECHA ".
           03 FCOR-FECHA PIC 9(8).
       01 MODO-CORRIDA PIC X(8) VALUE SPACES.
           88 CORRIDA-PROFORMA VALUE "PROFORMA".
       01 LINEA-PROFORMA.
               05 TAB-GTO-IMPORTE PIC 9(7)V99.
               05 TAB-GTO-COMPROBANTE PIC X(10).
               05 TAB-GTO-FACTURADO PIC X(1).
      *   Empresa cuya factura lleva el gasto - la madre del grupo
      *   cuando la filial factura consolidado.
               05 TAB-GTO-EMPRESA-FACT PIC 9(3).
       01 AUX-GASTOS-EMP PIC 9(9)V99 VALUE ZERO.

       01 LINEA-TITULO-GASTOS.
           03 CSV-FACT-MONEDA PIC X(1).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-TASA PIC 9(4).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-OC PIC X(12).
           03 FILLER PIC X(3) VALUE SPACES.

      *   Horas totales por consultor a lo largo de toda la corrida,
      *   acumuladas a medida que se arma ARCH-ORDENAR, sin importar
            CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
               JOBLOG-ESTADO, JOBLOG-REGISTROS.
            PERFORM CARGAR-MODO-CORRIDA.
      *   Una proforma pisaria las facturas de una corrida real
      *   interrumpida - primero se termina esa.
            IF CORRIDA-PROFORMA
                PERFORM CARGAR-CHECKPOINT-FACT
                IF REANUDANDO
                    DISPLAY '** Hay una facturacion interrumpida ('
                        CKP-ULT-EMPRESA ') - terminarla antes de '
                        'correr una PROFORMA **'
                    SET NUMERACION-INCONSISTENTE TO TRUE
                END-IF
            ELSE
                PERFORM VERIFICAR-NUMERACION
            END-IF.
            IF NUMERACION-INCONSISTENTE
                MOVE "F" TO JOBLOG-EVENTO
                MOVE "ERROR" TO JOBLOG-ESTADO
                CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
                   JOBLOG-ESTADO, JOBLOG-REGISTROS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            SORT ARCH-ORDENAR ON ASCENDING KEY ORD-EMP-RAZON
                                 ASCENDING KEY ORD-TIM-FECHA
                                 ASCENDING KEY ORD-CONS-NOMBRE
                              OUTPUT PROCEDURE IS SALIDA.
            PERFORM IMPRIMIR-UTILIZACION.
            PERFORM IMPRIMIR-MARGEN.
            PERFORM IMPRIMIR-CONSUMO-PROYECTOS.
            PERFORM IMPRIMIR-ALERTA-OC.
            PERFORM IMPRIMIR-HISTORIAL-TARIFAS.
            IF CONT-EMP-REANUDADAS > ZERO
                DISPLAY 'Empresas ya facturadas antes de la '
                    'interrupcion (no se reemitieron): '
                    CONT-EMP-REANUDADAS
            END-IF.
            MOVE "F" TO JOBLOG-EVENTO.
            MOVE "OK" TO JOBLOG-ESTADO.
            MOVE CONT-TIM-PROCESADOS TO JOBLOG-REGISTROS.
                DISPLAY '** CORRIDA PROFORMA - no se consume '
                    'numeracion ni se emite el CSV **'
            END-IF.
      *   Antes de tocar nada: NUMFACT.DAT, los documentos emitidos y
      *   el punto de reanudacion tienen que coincidir en el ultimo
      *   numero. Un documento emitido mas alla de NUMFACT.DAT es una
      *   corrida que murio entre la factura y la numeracion; un
      *   punto de reanudacion que no coincide es una corrida que
      *   murio a mitad de una empresa. En los dos casos seguir
      *   reemitiria numeros o los saltearia - se frena y se revisa.
      *   Los emitidos que CtasCorrientes ya posteo salen del
      *   archivo, asi que quedar por debajo de NUMFACT.DAT es normal.
       VERIFICAR-NUMERACION.
            MOVE 'N' TO NUMERACION-MAL-SW.
            PERFORM CARGAR-NUMERACION.
            PERFORM CARGAR-CHECKPOINT-FACT.
            PERFORM BUSCAR-ULTIMO-EMITIDO.
            IF MAX-NRO-EMITIDO > NRO-FACTURA
                DISPLAY '** Hay documentos emitidos hasta el numero '
                    MAX-NRO-EMITIDO ' y NUMFACT.DAT quedo en el '
                    NRO-FACTURA
                SET NUMERACION-INCONSISTENTE TO TRUE
            END-IF.
            IF REANUDANDO AND CKP-NRO NOT EQUAL NRO-FACTURA
                DISPLAY '** FACTURACION-CKPT.DAT quedo en el numero '
                    CKP-NRO ' (empresa ' CKP-ULT-EMPRESA
                    ') y NUMFACT.DAT en el ' NRO-FACTURA
                SET NUMERACION-INCONSISTENTE TO TRUE
            END-IF.
            IF NUMERACION-INCONSISTENTE
                DISPLAY '** NO SE FACTURA - la numeracion no coincide '
                    'entre NUMFACT.DAT, FACTURAS-EMITIDAS.DAT, '
                    'NC-EMITIDAS.DAT y FACTURACION-CKPT.DAT; '
                    'revisarla antes de volver a correr **'
            ELSE
                IF REANUDANDO
                    DISPLAY '** Reanudando la facturacion del '
                        CKP-FECHA-INICIO ' - ' CKP-EMPRESAS
                        ' empresas ya facturadas hasta '
                        CKP-ULT-EMPRESA ' (numero ' CKP-NRO ') **'
                ELSE
                    MOVE FUNCTION CURRENT-DATE
                        TO WS-CURRENT-DATE-FIELDS
                    MOVE WS-CURRENT-DATE(1:8) TO CKP-FECHA-INICIO
                END-IF
            END-IF.
       CARGAR-CHECKPOINT-FACT.
            MOVE 'N' TO REANUDACION-SW.
            OPEN INPUT FACTCKPT.
            IF FS-FACTCKPT EQUAL '00'
                READ FACTCKPT
                    AT END CONTINUE
                END-READ
                IF FS-FACTCKPT EQUAL '00'
                    SET REANUDANDO TO TRUE
                    MOVE CKF-FECHA TO CKP-FECHA-INICIO
                    MOVE CKF-EMPRESA TO CKP-ULT-EMPRESA
                    MOVE CKF-NRO TO CKP-NRO
                    MOVE CKF-EMPRESAS TO CKP-EMPRESAS
                END-IF
                CLOSE FACTCKPT
            END-IF.
      *   Mayor numero de la serie y punto de venta de consultoria
      *   entre facturas y notas de credito - comparten numeracion.
       BUSCAR-ULTIMO-EMITIDO.
            MOVE ZERO TO MAX-NRO-EMITIDO.
            MOVE 'N' TO EOF-CTRL-SW.
            OPEN INPUT FACTEMITIDAS.
            IF FS-EMITIDAS NOT EQUAL '00'
                SET FIN-CTRL TO TRUE
            END-IF.
            PERFORM UNTIL FIN-CTRL
                READ FACTEMITIDAS
                    AT END SET FIN-CTRL TO TRUE
                END-READ
                IF NOT FIN-CTRL
                    AND EMI-ORIGEN = SPACE
                    AND EMI-SERIE = SERIE-FACTURA
                    AND EMI-PTO-VENTA = PTO-VENTA-FACTURA
                    AND EMI-NRO > MAX-NRO-EMITIDO
                    MOVE EMI-NRO TO MAX-NRO-EMITIDO
                END-IF
            END-PERFORM.
            IF FS-EMITIDAS EQUAL '00' OR FS-EMITIDAS EQUAL '10'
                CLOSE FACTEMITIDAS
            END-IF.
            MOVE 'N' TO EOF-CTRL-SW.
            OPEN INPUT NCEMITIDAS.
            IF FS-NCEMITIDAS NOT EQUAL '00'
                SET FIN-CTRL TO TRUE
            END-IF.
            PERFORM UNTIL FIN-CTRL
                READ NCEMITIDAS
                    AT END SET FIN-CTRL TO TRUE
                END-READ
                IF NOT FIN-CTRL
                    AND NCE-ORIGEN = SPACE
                    AND NCE-SERIE = SERIE-FACTURA
                    AND NCE-PTO-VENTA = PTO-VENTA-FACTURA
                    AND NCE-NRO > MAX-NRO-EMITIDO
                    MOVE NCE-NRO TO MAX-NRO-EMITIDO
                END-IF
            END-PERFORM.
            IF FS-NCEMITIDAS EQUAL '00' OR FS-NCEMITIDAS EQUAL '10'
                CLOSE NCEMITIDAS
            END-IF.
       ENTRADA SECTION.
      ******************************************************************
       ARMAR-ENTRADA.
        PERFORM CARGAR-GASTOS.
        PERFORM LEER-TIMES-VALIDO.
        PERFORM PROCESO-TIMES UNTIL FS-TIMES EQUAL '10'.
        PERFORM VALUAR-CORRECCIONES.
        PERFORM FIN-ENTRADA.
      ******************************************************************
       SALIDA SECTION.
        DISPLAY AUX-TOTAL-GRAL-IMPORTE.
        MOVE AUX-TOTAL-GRAL-IMPORTE TO DATO-TOTAL-GRAL-IMPORTE.
        WRITE LINEA-LISTADO FROM LINEA-TOTAL-GRAL.
        PERFORM PROCESO-CORRECCIONES.
        PERFORM PROCESO-NOTAS-CREDITO.
        PERFORM FIN-SALIDA.
       OTRA SECTION.
         PERFORM CARGAR-TABLA-TAREAS.
         PERFORM CARGAR-TABLA-TARCLI.
         PERFORM CARGAR-SUSPENDIDAS.
         PERFORM CARGAR-TABLA-GRUPOS.
         PERFORM CARGAR-TABLA-PROYECTOS.
         PERFORM CARGAR-CORRECCIONES.
      *   OPEN INPUT TARIFAS.
      ******************************************************************
       FIN-ENTRADA.
                     MOVE GTO-COMPROBANTE
                         TO TAB-GTO-COMPROBANTE (CANT-GASTOS)
                     MOVE "N" TO TAB-GTO-FACTURADO (CANT-GASTOS)
                     MOVE GTO-EMPRESA TO EMPRESA-GRP-BUSCADA
                     PERFORM BUSCAR-GRUPO-CONSOLIDADO
                     IF GRP-OK
                         MOVE TAB-GRP-PADRE (IX-GRP)
                             TO TAB-GTO-EMPRESA-FACT (CANT-GASTOS)
                     ELSE
                         MOVE GTO-EMPRESA
                             TO TAB-GTO-EMPRESA-FACT (CANT-GASTOS)
                     END-IF
                 ELSE
                     MOVE "GASTO" TO RECH-TIPO
                     MOVE GTO-CONSULTOR TO RECH-CLAVE
                 SET CUIT-VALIDO TO TRUE
             END-IF
         END-PERFORM.
      *   Las horas que reemplazan a otras ya facturadas no vuelven
      *   a facturarse enteras - se cobran por diferencia.
         IF CUIT-VALIDO
             PERFORM VARYING IX-CRH FROM 1 BY 1
                 UNTIL IX-CRH > CANT-CORRECC
                 IF TAB-CRH-OMITIR (IX-CRH) = "S"
                     AND TAB-CRH-NUEVA-NFC (IX-CRH) = TIM-NFC
                     SET CUIT-INVALIDO TO TRUE
                 END-IF
             END-PERFORM
         END-IF.
      ******************************************************************
       LEER-TIMES-VALIDO.
         PERFORM LEER-TIMES.
      *   Las horas no facturables cuentan para la utilizacion del
      *   consultor, pero jamas llegan a una factura.
                 PERFORM ACUMULAR-UTILIZACION
                 MOVE ZERO TO IMPORTE-PROYECTO
                 PERFORM ACUMULAR-PROYECTO
             END-IF
             IF HORAS-A-FACTURAR > ZERO AND TAREA-FACTURA
                 MOVE HORAS-A-FACTURAR TO REG-RELEASE-TIM-HORAS
                 MOVE TIM-NUMERO TO REG-RELEASE-CONS-NRO
                 MOVE TIM-FECHA TO REG-RELEASE-TIM-FECHA
                 MOVE TIM-TAREA TO REG-RELEASE-TAREA
                 MOVE TIM-CENTRO-COSTO TO REG-RELEASE-CENTRO-COSTO
                 PERFORM BUSQUEDA-EN-SRTHIST
                 MOVE CATEGORIA-SRT TO REG-RELEASE-CATEGORIA
                 PERFORM BUSQUEDA-EN-TARIFAS
                 PERFORM ACUMULAR-UTILIZACION
                 MOVE REG-RELEASE-IMPORTE TO IMPORTE-PROYECTO
                 PERFORM ACUMULAR-PROYECTO
                 PERFORM CONSOLIDAR-EN-GRUPO
                 RELEASE REG-ORDENAR FROM REG-RELEASE
             END-IF
         END-IF.
             CLOSE SUSPENDIDAS
         END-IF.
      ******************************************************************
      *   Solo las filiales de grupos que facturan consolidado -
      *   sin maestro de grupos cada empresa factura sola, como
      *   siempre.
       CARGAR-TABLA-GRUPOS.
         MOVE ZERO TO CANT-GRUPOS.
         OPEN INPUT GRUPOS.
         IF OK-GRUPOS
             READ GRUPOS RECORD
             PERFORM UNTIL NOT OK-GRUPOS OR CANT-GRUPOS = 200
                 IF GRP-FACTURA-CONSOLIDADA
                     MOVE GRP-PADRE TO EMP-EMPRESA
                     READ EMPRESAS RECORD
                     IF OK-EMP
                         ADD 1 TO CANT-GRUPOS
                         MOVE GRP-EMPRESA
                             TO TAB-GRP-EMPRESA (CANT-GRUPOS)
                         MOVE GRP-PADRE TO TAB-GRP-PADRE (CANT-GRUPOS)
                         MOVE EMP-RAZON
                             TO TAB-GRP-PADRE-RAZON (CANT-GRUPOS)
                         MOVE EMP-CUIT
                             TO TAB-GRP-PADRE-CUIT (CANT-GRUPOS)
                     ELSE
                         DISPLAY "** Grupo " GRP-PADRE " sin empresa "
                             "madre en EMPind2 - la filial "
                             GRP-EMPRESA " factura sola"
                     END-IF
                 END-IF
                 READ GRUPOS RECORD
             END-PERFORM
         END-IF.
         IF FS-GRUPOS EQUAL '00' OR FS-GRUPOS EQUAL '05'
             OR FS-GRUPOS EQUAL '10'
             CLOSE GRUPOS
         END-IF.
      ******************************************************************
       BUSCAR-GRUPO-CONSOLIDADO.
         MOVE 'N' TO GRP-HALLADO.
         SET IX-GRP TO 1.
         PERFORM UNTIL IX-GRP > CANT-GRUPOS OR GRP-OK
             IF TAB-GRP-EMPRESA (IX-GRP) EQUAL EMPRESA-GRP-BUSCADA
                 SET GRP-OK TO TRUE
             ELSE
                 SET IX-GRP UP BY 1
             END-IF
         END-PERFORM.
      ******************************************************************
      *   Las horas de una filial de grupo consolidado se ordenan y
      *   facturan con la razon social y el CUIT de la madre; la
      *   filial viaja aparte para el desglose de la factura. La
      *   tarifa ya quedo valuada con la de la filial.
       CONSOLIDAR-EN-GRUPO.
         MOVE ZERO TO REG-RELEASE-FILIAL-CUIT.
         MOVE SPACES TO REG-RELEASE-FILIAL-RAZON.
         MOVE EMPRESA-NOV-ACT TO EMPRESA-GRP-BUSCADA.
         PERFORM BUSCAR-GRUPO-CONSOLIDADO.
         IF GRP-OK
             MOVE REG-RELEASE-EMP-CUIT TO REG-RELEASE-FILIAL-CUIT
             MOVE REG-RELEASE-EMP-RAZON TO REG-RELEASE-FILIAL-RAZON
             MOVE TAB-GRP-PADRE-RAZON (IX-GRP)
                 TO REG-RELEASE-EMP-RAZON
             MOVE TAB-GRP-PADRE-CUIT (IX-GRP) TO REG-RELEASE-EMP-CUIT
         END-IF.
      ******************************************************************
      *   El tarifario de clientes entero en memoria - sin archivo
      *   todo factura por el estandar, como siempre.
       CARGAR-TABLA-TARCLI.
             END-PERFORM
             CLOSE TAREAS
         END-IF.
      ******************************************************************
      *   Proyectos con su presupuesto - sin maestro no hay reporte
      *   de consumo, como siempre.
       CARGAR-TABLA-PROYECTOS.
         MOVE ZERO TO CANT-PROYECTOS.
         OPEN INPUT PROYECTOS.
         IF OK-PROYECTOS
             READ PROYECTOS RECORD
             PERFORM UNTIL NOT OK-PROYECTOS OR CANT-PROYECTOS = 100
                 ADD 1 TO CANT-PROYECTOS
                 MOVE PRY-EMPRESA TO TAB-PRY-EMPRESA (CANT-PROYECTOS)
                 MOVE PRY-CODIGO TO TAB-PRY-CODIGO (CANT-PROYECTOS)
                 MOVE PRY-DESCRIPCION
                     TO TAB-PRY-DESCRIPCION (CANT-PROYECTOS)
                 MOVE PRY-HORAS-PRESUP
                     TO TAB-PRY-HORAS-PRESUP (CANT-PROYECTOS)
                 MOVE PRY-IMPORTE-PRESUP
                     TO TAB-PRY-IMPORTE-PRESUP (CANT-PROYECTOS)
                 MOVE ZERO TO TAB-PRY-HORAS-CONS (CANT-PROYECTOS)
                 MOVE ZERO TO TAB-PRY-IMPORTE-CONS (CANT-PROYECTOS)
                 READ PROYECTOS RECORD
             END-PERFORM
             IF OK-PROYECTOS
                 DISPLAY "** TABLA DE PROYECTOS LLENA - hay mas de "
                     "100 proyectos en PROYECTOSind2.DAT, el consumo "
                     "sale incompleto"
             END-IF
         END-IF.
         IF FS-PROYECTOS EQUAL '00' OR FS-PROYECTOS EQUAL '05'
             OR FS-PROYECTOS EQUAL '10'
             CLOSE PROYECTOS
         END-IF.
      ******************************************************************
       CARGAR-TABLA-SRTHIST.
         MOVE ZERO TO CANT-TAB-SRTH.
             MOVE HORAS-A-FACTURAR TO UTIL-HORAS (CANT-UTIL)
         END-IF.
      ******************************************************************
      *   Horas (facturables o no) e importe valuado de este TIM van
      *   al proyecto de la empresa. Un codigo que no esta en el
      *   maestro igual se acumula, sin presupuesto, para que se vea.
       ACUMULAR-PROYECTO.
         IF TIM-PROYECTO NOT EQUAL SPACES
             MOVE 'N' TO PROYECTO-HALLADO
             PERFORM VARYING IX-PRY FROM 1 BY 1
                 UNTIL IX-PRY > CANT-PROYECTOS OR PROYECTO-OK
                 IF TAB-PRY-EMPRESA (IX-PRY) EQUAL EMPRESA-NOV-ACT
                     AND TAB-PRY-CODIGO (IX-PRY) EQUAL TIM-PROYECTO
                     SET PROYECTO-OK TO TRUE
                     ADD HORAS-A-FACTURAR
                         TO TAB-PRY-HORAS-CONS (IX-PRY)
                     ADD IMPORTE-PROYECTO
                         TO TAB-PRY-IMPORTE-CONS (IX-PRY)
                 END-IF
             END-PERFORM
             IF NOT PROYECTO-OK AND CANT-PROYECTOS < 100
                 ADD 1 TO CANT-PROYECTOS
                 MOVE EMPRESA-NOV-ACT
                     TO TAB-PRY-EMPRESA (CANT-PROYECTOS)
                 MOVE TIM-PROYECTO TO TAB-PRY-CODIGO (CANT-PROYECTOS)
                 MOVE "NO REGISTRADO"
                     TO TAB-PRY-DESCRIPCION (CANT-PROYECTOS)
                 MOVE ZERO TO TAB-PRY-HORAS-PRESUP (CANT-PROYECTOS)
                 MOVE ZERO TO TAB-PRY-IMPORTE-PRESUP (CANT-PROYECTOS)
                 MOVE HORAS-A-FACTURAR
                     TO TAB-PRY-HORAS-CONS (CANT-PROYECTOS)
                 MOVE IMPORTE-PROYECTO
                     TO TAB-PRY-IMPORTE-CONS (CANT-PROYECTOS)
             END-IF
         END-IF.
      ******************************************************************
      *   TIM-TAREA carries the kind of hours worked on this entry.
      *   El maestro de tareas manda: su multiplicador (si no es
      *   cero) pisa al por omision; las tareas fuera del maestro
             END-IF
         END-PERFORM.
      ******************************************************************
      *   Correcciones de horas que la mezcla ya aplico sobre
      *   TIMESind2. Cada una pendiente se busca en el detalle
      *   facturado por su clave original: si nunca se facturo
      *   queda "N" y las horas nuevas facturan como cualquier otra;
      *   si se facturo con abono queda "A", sin documento; si no,
      *   se liquida la diferencia en esta corrida.
       CARGAR-CORRECCIONES.
         MOVE ZERO TO CANT-CORRECC.
         OPEN INPUT CORRECCIONES.
         IF FS-CORRECC NOT EQUAL '00'
             SET FIN-CORRECC TO TRUE
         END-IF.
         PERFORM UNTIL FIN-CORRECC
             READ CORRECCIONES INTO CORRECCION-ACT
                 AT END SET FIN-CORRECC TO TRUE
             END-READ
             IF NOT FIN-CORRECC
                 PERFORM GUARDAR-CORRECCION
             END-IF
         END-PERFORM.
         CLOSE CORRECCIONES.
         IF CANT-CORRECC > ZERO
             PERFORM BUSCAR-CORRECCIONES-FACTURADAS
             PERFORM CLASIFICAR-CORRECCIONES
         END-IF.
      ******************************************************************
       GUARDAR-CORRECCION.
         IF CANT-CORRECC = 2000
             DISPLAY "** CORRECCIONES-HORAS.DAT CON MAS DE 2000 "
                 "ENTRADAS - se aborta la corrida"
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF.
         ADD 1 TO CANT-CORRECC.
         MOVE CORRECCION-ACT TO TAB-CRH-REG (CANT-CORRECC).
         MOVE CRH-ORIGINAL TO TAB-CRH-ORIG-NFC (CANT-CORRECC).
         IF CRH-REVERSA
             MOVE SPACES TO TAB-CRH-NUEVA-NFC (CANT-CORRECC)
         ELSE
             MOVE CRH-NUEVA TO TAB-CRH-NUEVA-NFC (CANT-CORRECC)
         END-IF.
         MOVE CRH-ESTADO TO TAB-CRH-ESTADO (CANT-CORRECC).
         MOVE ZERO TO TAB-CRH-FACTURADO (CANT-CORRECC).
         MOVE ZERO TO TAB-CRH-VALOR (CANT-CORRECC).
         MOVE ZERO TO TAB-CRH-NRO (CANT-CORRECC).
         MOVE ZERO TO TAB-CRH-EMPRESA (CANT-CORRECC).
         MOVE SPACE TO TAB-CRH-CONTRATO (CANT-CORRECC).
         MOVE "N" TO TAB-CRH-HALLADA (CANT-CORRECC).
         MOVE "N" TO TAB-CRH-OMITIR (CANT-CORRECC).
         MOVE "N" TO TAB-CRH-REGRABAR (CANT-CORRECC).
         MOVE "N" TO TAB-CRH-REEMPLAZO (CANT-CORRECC).
      *   Una ya liquidada sigue omitiendo su clave nueva: esas
      *   horas quedaron cobradas por diferencia.
         IF NOT CRH-REVERSA AND CRH-NUEVA-CUIT = CRH-ORIG-CUIT
             AND (CRH-ESTADO = "A" OR CRH-ESTADO = "F"
                  OR CRH-ESTADO = "C" OR CRH-ESTADO = "S")
             MOVE "S" TO TAB-CRH-OMITIR (CANT-CORRECC)
         END-IF.
      ******************************************************************
       BUSCAR-CORRECCIONES-FACTURADAS.
         MOVE 'N' TO EOF-DETALLE-SW.
         OPEN INPUT FACTDETALLE.
         IF FS-FACTDET NOT EQUAL '00'
             SET FIN-DETALLE TO TRUE
         END-IF.
         PERFORM UNTIL FIN-DETALLE
             READ FACTDETALLE INTO DETALLE-FACTURADO
                 AT END SET FIN-DETALLE TO TRUE
             END-READ
             IF NOT FIN-DETALLE
                 PERFORM MARCAR-CORRECCION-FACTURADA
             END-IF
         END-PERFORM.
         CLOSE FACTDETALLE.
      ******************************************************************
       MARCAR-CORRECCION-FACTURADA.
         MOVE DFA-CONSULTOR TO DFA-NFC-NUMERO.
         MOVE DFA-FECHA TO DFA-NFC-FECHA.
         MOVE DFA-CUIT TO DFA-NFC-CUIT.
         PERFORM VARYING IX-CRH FROM 1 BY 1
             UNTIL IX-CRH > CANT-CORRECC
             IF TAB-CRH-ESTADO (IX-CRH) = "P"
                 AND TAB-CRH-ORIG-NFC (IX-CRH) = DFA-NFC-ACT
                 MOVE "S" TO TAB-CRH-HALLADA (IX-CRH)
                 ADD DFA-IMPORTE TO TAB-CRH-FACTURADO (IX-CRH)
                 MOVE DFA-NRO TO TAB-CRH-NRO (IX-CRH)
                 MOVE DFA-EMPRESA TO TAB-CRH-EMPRESA (IX-CRH)
                 MOVE DFA-CONTRATO TO TAB-CRH-CONTRATO (IX-CRH)
             END-IF
         END-PERFORM.
      ******************************************************************
       CLASIFICAR-CORRECCIONES.
         PERFORM VARYING IX-CRH FROM 1 BY 1
             UNTIL IX-CRH > CANT-CORRECC
             IF TAB-CRH-ESTADO (IX-CRH) = "P"
                 MOVE TAB-CRH-REG (IX-CRH) TO CORRECCION-ACT
                 EVALUATE TRUE
                     WHEN TAB-CRH-HALLADA (IX-CRH) NOT = "S"
                         MOVE "N" TO TAB-CRH-ESTADO (IX-CRH)
                     WHEN TAB-CRH-CONTRATO (IX-CRH) = "A"
                         MOVE "A" TO TAB-CRH-ESTADO (IX-CRH)
                         MOVE "S" TO TAB-CRH-REGRABAR (IX-CRH)
                     WHEN OTHER
                         MOVE "L" TO TAB-CRH-ESTADO (IX-CRH)
                 END-EVALUATE
                 IF TAB-CRH-ESTADO (IX-CRH) NOT = "N"
                     AND NOT CRH-REVERSA
                     AND CRH-NUEVA-CUIT = CRH-ORIG-CUIT
                     MOVE "S" TO TAB-CRH-OMITIR (IX-CRH)
                 END-IF
             END-IF
         END-PERFORM.
      ******************************************************************
      *   Las horas nuevas de una correccion a liquidar se valuan
      *   igual que en la factura: categoria a la fecha, tarifa de
      *   la empresa o estandar y multiplicador de la tarea. La
      *   reversa, o la correccion que pasa las horas a otra
      *   empresa, vale cero contra lo facturado - las horas de la
      *   otra empresa facturan por su lado.
       VALUAR-CORRECCIONES.
         PERFORM VARYING IX-CRH FROM 1 BY 1
             UNTIL IX-CRH > CANT-CORRECC
             IF TAB-CRH-ESTADO (IX-CRH) = "L"
                 PERFORM VALUAR-UNA-CORRECCION
             END-IF
         END-PERFORM.
      ******************************************************************
       VALUAR-UNA-CORRECCION.
         MOVE TAB-CRH-REG (IX-CRH) TO CORRECCION-ACT.
         MOVE ZERO TO TAB-CRH-VALOR (IX-CRH).
         IF NOT CRH-REVERSA AND CRH-NUEVA-CUIT = CRH-ORIG-CUIT
             MOVE CRH-NUEVA-NUMERO TO CONS-ANT
             MOVE CRH-NUEVA-NUMERO TO TIM-NUMERO
             MOVE CRH-NUEVA-FECHA TO TIM-FECHA
             MOVE CRH-NUEVA-CUIT TO TIM-CUIT
             MOVE CRH-NUEVA-TAREA TO TIM-TAREA
             PERFORM BUSQUEDA-CON-CONSULTOR
             PERFORM BUSQUEDA-EN-EMPRESAS
             IF CONSULTOR-OK AND EMPRESA-OK
                 PERFORM CONSULTAR-TAREA
                 IF TAREA-FACTURA
                     MOVE CRH-NUEVA-HORAS TO REG-RELEASE-TIM-HORAS
                     MOVE CRH-NUEVA-FECHA TO REG-RELEASE-TIM-FECHA
                     PERFORM BUSQUEDA-EN-SRTHIST
                     PERFORM BUSQUEDA-EN-TARIFAS
                     MOVE REG-RELEASE-IMPORTE
                         TO TAB-CRH-VALOR (IX-CRH)
                 END-IF
             ELSE
      *   Sin consultor, o con la empresa suspendida, la correccion
      *   espera a la proxima corrida.
                 MOVE "P" TO TAB-CRH-ESTADO (IX-CRH)
             END-IF
         END-IF.
      ******************************************************************
      *********************  METODOS DE SALIDA  ************************
      ******************************************************************
      *   Al reanudar, las facturas, el CSV y las retenidas de las
      *   empresas ya facturadas quedan como estan y se sigue al
      *   final; el listado y los reportes se rehacen enteros.
       INICIO-SALIDA.
         OPEN OUTPUT LISTADO.
         IF REANUDANDO
             OPEN EXTEND FACTURAS
         ELSE
             OPEN OUTPUT FACTURAS
         END-IF.
         OPEN INPUT EMPRESAS.
         IF NOT CORRIDA-PROFORMA
             IF REANUDANDO
                 OPEN EXTEND CSV-FACTURACION
             END-IF
             IF NOT REANUDANDO OR FS-CSV NOT EQUAL '00'
                 OPEN OUTPUT CSV-FACTURACION
                 WRITE LINEA-CSV FROM ENCABEZADO-CSV
             END-IF
         END-IF.
         PERFORM CARGAR-PAGINACION.
         PERFORM CARGAR-NUMERACION.
         PERFORM CARGAR-COSTOS.
         PERFORM CARGAR-TASAS-CAMBIO.
         IF REANUDANDO
             OPEN EXTEND RETENIDAS
         ELSE
             OPEN OUTPUT RETENIDAS
         END-IF.
         MOVE 'N' TO OC-DISPONIBLE-SW.
         OPEN I-O ORDENESCOMPRA.
         IF FS-OC EQUAL '00' OR FS-OC EQUAL '05'
             SET OC-DISPONIBLE TO TRUE
         ELSE
             DISPLAY '** OCind2.DAT no disponible - status ' FS-OC
                 ' - se factura sin control de OC'
         END-IF.
      ******************************************************************
      *   Toda la tabla de costos entra en memoria - se abre y se
      *   cierra una sola vez por corrida.
         END-IF.
      ******************************************************************
      *   Ultima factura emitida - si NUMFACT.DAT no existe todavia
      *   (o no tiene la linea de consultoria) se arranca la serie A
      *   punto de venta 0001 desde cero.
       CARGAR-NUMERACION.
         MOVE ZERO TO CANT-NUM-OTROS.
         MOVE 'N' TO NUMERACION-HALLADA.
         MOVE 'N' TO EOF-NUM-SW.
         OPEN INPUT NUMFACT.
         IF FS-NUMFACT NOT EQUAL '00'
             SET FIN-NUMFACT TO TRUE
         END-IF.
         PERFORM UNTIL FIN-NUMFACT
             READ NUMFACT
                 AT END SET FIN-NUMFACT TO TRUE
             END-READ
             IF NOT FIN-NUMFACT
                 IF NUM-USO = SPACE AND NOT NUMERACION-OK
                     SET NUMERACION-OK TO TRUE
                     MOVE NUM-SERIE TO SERIE-FACTURA
                     MOVE NUM-PTO-VENTA TO PTO-VENTA-FACTURA
                     MOVE NUM-ULTIMO TO NRO-FACTURA
                 ELSE
                     IF CANT-NUM-OTROS < 10
                         ADD 1 TO CANT-NUM-OTROS
                         MOVE REG-NUMFACT
                             TO TAB-NUM-OTRO (CANT-NUM-OTROS)
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         IF FS-NUMFACT EQUAL '00' OR FS-NUMFACT EQUAL '10'
             CLOSE NUMFACT
         END-IF.
      ******************************************************************
         MOVE SERIE-FACTURA TO NUM-SERIE.
         MOVE PTO-VENTA-FACTURA TO NUM-PTO-VENTA.
         MOVE NRO-FACTURA TO NUM-ULTIMO.
         MOVE SPACE TO NUM-USO.
         WRITE REG-NUMFACT.
         PERFORM VARYING IX-NUM-OTRO FROM 1 BY 1
             UNTIL IX-NUM-OTRO > CANT-NUM-OTROS
             MOVE TAB-NUM-OTRO (IX-NUM-OTRO) TO REG-NUMFACT
             WRITE REG-NUMFACT
         END-PERFORM.
         CLOSE NUMFACT.
      ******************************************************************
      *   Si no esta configurado PAGINACION.DAT se sigue imprimiendo
             PERFORM GRABAR-NUMERACION
             PERFORM CONSUMIR-GASTOS-FACTURADOS
             CLOSE CSV-FACTURACION
             OPEN OUTPUT FACTCKPT
             CLOSE FACTCKPT
         END-IF.
         CLOSE LISTADO.
         CLOSE FACTURAS.
         PERFORM CATALOGAR-LISTADOS.
         CLOSE EMPRESAS.
         CLOSE RETENIDAS.
         IF OC-DISPONIBLE
             CLOSE ORDENESCOMPRA
         END-IF.
         IF CONT-FACT-RETENIDAS > ZERO
             DISPLAY '** Facturas retenidas sin OC: '
                 CONT-FACT-RETENIDAS ' - ver FACTURAS-RETENIDAS.DAT'
         END-IF.
      ******************************************************************
      *   El listado y las facturas quedan en el spool de listados;
      *   las facturas de una proforma van aparte y se guardan poco.
       CATALOGAR-LISTADOS.
         MOVE "LISTADODELSORT" TO SPL-REPORTE.
         MOVE "LISTADOdelSORT.DAT" TO SPL-ARCHIVO.
         MOVE "M" TO SPL-RETENCION.
         CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.
         IF CORRIDA-PROFORMA
             MOVE "FACTURAS-PROFORMA" TO SPL-REPORTE
             MOVE "D" TO SPL-RETENCION
         ELSE
             MOVE "FACTURAS" TO SPL-REPORTE
             MOVE "A" TO SPL-RETENCION
         END-IF.
         MOVE "FACTURAS.DAT" TO SPL-ARCHIVO.
         CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
             SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
             SPL-PAGINAS, SPL-RESULTADO.
      ******************************************************************
      *   Un gasto facturado se consume - GASTOS.DAT se regraba solo
      *   con lo que no llego a facturarse (su empresa no tuvo horas
       PROCESO-ARCH-ORDENAR.
         MOVE 1 TO LINEA-A-ESCRIBIR.
         MOVE ORD-EMP-RAZON TO EMP-ANT.
         MOVE 'N' TO EMPRESA-HECHA-SW.
         IF REANUDANDO AND ORD-EMP-RAZON NOT > CKP-ULT-EMPRESA
             SET EMPRESA-YA-FACTURADA TO TRUE
         END-IF.
         MOVE ORD-EMP-RAZON TO DATO-EMPRESA-NOMBRE.
         MOVE ORD-EMP-CUIT TO DATO-EMPRESA-CUIT.
         MOVE ORD-EMP-CUIT TO EMP-CUIT.
         MOVE ZERO TO ACUM-HORAS-FACT.
         MOVE ZERO TO AUX-EXCEDENTE-IMPORTE.
         MOVE ZERO TO CANT-TAR-FACT.
         MOVE ZERO TO CANT-CCO-FACT.
         MOVE ZERO TO CANT-FIL-FACT.
         WRITE LINEA-LISTADO FROM PRIMER-DATO-EMPRESA.
         WRITE LINEA-LISTADO FROM SEGUNDO-DATO-EMPRESA.
         WRITE LINEA-LISTADO FROM LINEA-VACIA.
         ADD 3 TO LINEA-A-ESCRIBIR.

      *   Una factura por empresa, con el mismo agrupamiento que ya
      *   usa el listado del sort. Se arma entera en memoria: recien
      *   con el total se sabe si una OC del cliente la cubre, y
      *   solo entonces toma numero y sale - o queda retenida.
         MOVE ZERO TO CANT-BUF-FACT.
         MOVE ZERO TO CANT-BUF-CSV.
         MOVE ZERO TO CANT-BUF-DET.
         MOVE SERIE-FACTURA TO FACT-SERIE.
         MOVE PTO-VENTA-FACTURA TO FACT-PTO-VENTA.
         MOVE ZERO TO FACT-NRO.
         MOVE ORD-EMP-RAZON TO FACT-EMPRESA.
         MOVE ORD-EMP-CUIT TO FACT-CUIT.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DAY TO FACT-FECHA-DIA.
         MOVE WS-CURRENT-MONTH TO FACT-FECHA-MES.
         MOVE WS-CURRENT-YEAR TO FACT-FECHA-ANIO.
         MOVE FACTURA-SEPARADOR TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         IF CORRIDA-PROFORMA
             MOVE LINEA-PROFORMA TO LINEA-BUF-FACT
             PERFORM GUARDAR-LINEA-FACTURA
         END-IF.
         MOVE FACTURA-ENCABEZADO TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         MOVE CANT-BUF-FACT TO POS-BUF-ENCAB.
         MOVE FACTURA-FECHA-LINEA TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         MOVE FACTURA-CUIT-LINEA TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
      *   Lugar de la linea de la OC - solo sale si hay OC.
         MOVE SPACES TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         MOVE CANT-BUF-FACT TO POS-BUF-OC.
         MOVE FACTURA-VACIA TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
      *   PERFORM UNTIL LINEA-A-ESCRIBIR EQUAL 55
      *       WRITE LINEA-LISTADO FROM LINEA-VACIA
      *       ADD 1 TO LINEA-A-ESCRIBIR
             MOVE AUX-TOTAL-POR-EMP-IMPORTE TO AUX-FACT-NETO
         END-IF.
         PERFORM IMPRIMIR-TAREAS-FACTURA.
         PERFORM IMPRIMIR-FILIALES-FACTURA.
         PERFORM IMPRIMIR-CCOSTOS-FACTURA.
         PERFORM FACTURAR-GASTOS-EMPRESA.
         ADD AUX-GASTOS-EMP TO AUX-FACT-NETO.
      *   Una empresa del exterior factura en dolares: el neto en
             COMPUTE AUX-FACT-NETO ROUNDED =
                 AUX-FACT-NETO / TASA-FACTURA
             MOVE TASA-FACTURA TO MONF-TASA
             MOVE LINEA-MONEDA-FACT TO LINEA-BUF-FACT
             PERFORM GUARDAR-LINEA-FACTURA
         END-IF.
         COMPUTE AUX-FACT-IVA ROUNDED =
             AUX-FACT-NETO * IVA-PORCENTAJE / 100.
         MOVE AUX-FACT-NETO TO FACT-NETO-IMPORTE.
         MOVE AUX-FACT-IVA TO FACT-IVA-IMPORTE.
         MOVE AUX-FACT-TOTAL TO FACT-TOTAL-IMPORTE.
         MOVE FACTURA-NETO-LINEA TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         MOVE FACTURA-IVA-LINEA TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         MOVE FACTURA-TOTAL TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         MOVE FACTURA-VACIA TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
      *   Una empresa que trabaja con OC solo se factura contra una
      *   abierta y vigente con saldo para el total; si no hay, la
      *   factura queda retenida para revision.
      *   Una empresa que la corrida interrumpida ya facturo se
      *   recorre igual (listado, utilizacion, margen, consumo) pero
      *   su factura no se reemite; sus gastos retenidos siguen
      *   pendientes.
         ADD 1 TO CONT-EMP-FACTURADAS.
         IF EMPRESA-YA-FACTURADA
             ADD 1 TO CONT-EMP-REANUDADAS
             PERFORM LIBERAR-GASTOS-EMPRESA
         ELSE
             PERFORM ASIGNAR-ORDEN-COMPRA
             IF EMPRESA-USA-OC AND NOT OC-CUBRE
                 PERFORM RETENER-FACTURA
             ELSE
                 PERFORM EMITIR-FACTURA
             END-IF
             IF NOT CORRIDA-PROFORMA
                 PERFORM GRABAR-CHECKPOINT-FACT
             END-IF
         END-IF.
      ******************************************************************
      *   La empresa quedo facturada entera (factura, emitida,
      *   detalle, OC y CSV ya grabados): numeracion y gastos se
      *   regraban ya, las facturas y el CSV se cierran y reabren
      *   para que lo escrito quede en disco, y recien entonces se
      *   anota el punto de reanudacion.
       GRABAR-CHECKPOINT-FACT.
         PERFORM GRABAR-NUMERACION.
         PERFORM CONSUMIR-GASTOS-FACTURADOS.
         CLOSE CSV-FACTURACION.
         OPEN EXTEND CSV-FACTURACION.
         CLOSE FACTURAS.
         OPEN EXTEND FACTURAS.
         OPEN OUTPUT FACTCKPT.
         MOVE CKP-FECHA-INICIO TO CKF-FECHA.
         MOVE EMP-ANT TO CKF-EMPRESA.
         MOVE NRO-FACTURA TO CKF-NRO.
         MOVE CONT-EMP-FACTURADAS TO CKF-EMPRESAS.
         WRITE REG-FACTCKPT.
         CLOSE FACTCKPT.
      ******************************************************************
       EMITIR-FACTURA.
         ADD 1 TO NRO-FACTURA.
         MOVE NRO-FACTURA TO FACT-NRO.
         MOVE FACTURA-ENCABEZADO TO TAB-BUF-FACT (POS-BUF-ENCAB).
         IF OC-CUBRE
             MOVE OC-FACTURA TO FACT-OC-NUMERO
             MOVE FACTURA-OC-LINEA TO TAB-BUF-FACT (POS-BUF-OC)
         END-IF.
         PERFORM VARYING IX-BUF-FACT FROM 1 BY 1
             UNTIL IX-BUF-FACT > CANT-BUF-FACT
             IF IX-BUF-FACT NOT EQUAL POS-BUF-OC OR OC-CUBRE
                 WRITE LINEA-FACTURA FROM TAB-BUF-FACT (IX-BUF-FACT)
             END-IF
         END-PERFORM.
         MOVE SERIE-FACTURA TO CSV-FACT-SERIE.
         MOVE PTO-VENTA-FACTURA TO CSV-FACT-PTO.
         MOVE NRO-FACTURA TO CSV-FACT-NRO.
         MOVE AUX-FACT-TOTAL TO CSV-FACT-TOTAL.
         MOVE MONEDA-EMPRESA-ACT TO CSV-FACT-MONEDA.
         MOVE TASA-FACTURA TO CSV-FACT-TASA.
         MOVE OC-FACTURA TO CSV-FACT-OC.
         IF NOT CORRIDA-PROFORMA
             PERFORM VARYING IX-BUF-CSV FROM 1 BY 1
                 UNTIL IX-BUF-CSV > CANT-BUF-CSV
                 WRITE LINEA-CSV FROM TAB-BUF-CSV (IX-BUF-CSV)
             END-PERFORM
             WRITE LINEA-CSV FROM LINEA-FACT-CSV
             PERFORM GRABAR-FACTURA-EMITIDA
             PERFORM GRABAR-DETALLE-FACTURADO
             IF OC-CUBRE
                 PERFORM CONSUMIR-SALDO-OC
             END-IF
         END-IF.
      ******************************************************************
      *   La factura retenida no toma numero, no va al CSV ni a la
      *   cuenta corriente, y sus gastos quedan pendientes para la
      *   proxima corrida - sale entera en FACTURAS-RETENIDAS.DAT
      *   para que el responsable de la cuenta pida la OC.
       RETENER-FACTURA.
         ADD 1 TO CONT-FACT-RETENIDAS.
         MOVE AUX-FACT-TOTAL TO RET-TOTAL.
         WRITE LINEA-RETENIDA FROM FACTURA-SEPARADOR.
         WRITE LINEA-RETENIDA FROM LINEA-FACT-RETENIDA.
         PERFORM VARYING IX-BUF-FACT FROM 1 BY 1
             UNTIL IX-BUF-FACT > CANT-BUF-FACT
             IF IX-BUF-FACT NOT EQUAL POS-BUF-OC
                 WRITE LINEA-RETENIDA FROM TAB-BUF-FACT (IX-BUF-FACT)
             END-IF
         END-PERFORM.
         PERFORM LIBERAR-GASTOS-EMPRESA.
      ******************************************************************
       LIBERAR-GASTOS-EMPRESA.
         PERFORM VARYING IX-GASTO FROM 1 BY 1
             UNTIL IX-GASTO > CANT-GASTOS
             IF TAB-GTO-EMPRESA-FACT (IX-GASTO) EQUAL EMPRESA-COD-ACT
                 MOVE "N" TO TAB-GTO-FACTURADO (IX-GASTO)
             END-IF
         END-PERFORM.
      ******************************************************************
       GUARDAR-LINEA-FACTURA.
         IF CANT-BUF-FACT = 2000
             DISPLAY "** FACTURA DE " DATO-EMPRESA-NOMBRE
                 " CON MAS DE 2000 LINEAS - se aborta la corrida "
                 "antes de emitirla incompleta"
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF.
         ADD 1 TO CANT-BUF-FACT.
         MOVE LINEA-BUF-FACT TO TAB-BUF-FACT (CANT-BUF-FACT).
      ******************************************************************
       GRABAR-DETALLE-FACTURADO.
         OPEN EXTEND FACTDETALLE.
         PERFORM VARYING IX-BUF-DET FROM 1 BY 1
             UNTIL IX-BUF-DET > CANT-BUF-DET
             MOVE TAB-BUF-DET (IX-BUF-DET) TO DETALLE-FACTURADO
             MOVE SERIE-FACTURA TO DFA-SERIE
             MOVE PTO-VENTA-FACTURA TO DFA-PTO-VENTA
             MOVE NRO-FACTURA TO DFA-NRO
             WRITE REG-FACTDET FROM DETALLE-FACTURADO
         END-PERFORM.
         CLOSE FACTDETALLE.
      ******************************************************************
       GUARDAR-LINEA-DETALLE.
         IF CANT-BUF-DET = 2000
             DISPLAY "** FACTURA DE " DATO-EMPRESA-NOMBRE
                 " CON MAS DE 2000 HORAS - se aborta la corrida "
                 "antes de emitirla incompleta"
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF.
         ADD 1 TO CANT-BUF-DET.
         MOVE DETALLE-FACTURADO TO TAB-BUF-DET (CANT-BUF-DET).
      ******************************************************************
       GUARDAR-LINEA-CSV.
         IF CANT-BUF-CSV = 2000
             DISPLAY "** FACTURA DE " DATO-EMPRESA-NOMBRE
                 " CON MAS DE 2000 LINEAS DE CSV - se aborta la "
                 "corrida antes de emitirla incompleta"
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF.
         ADD 1 TO CANT-BUF-CSV.
         MOVE LINEA-BUF-CSV TO TAB-BUF-CSV (CANT-BUF-CSV).
      ******************************************************************
      *   Recorre las OC de la empresa en orden de numero: la primera
      *   abierta, vigente a hoy y con saldo para el total es la que
      *   se usa. Sin ninguna OC cargada la empresa factura como
      *   siempre.
       ASIGNAR-ORDEN-COMPRA.
         MOVE 'N' TO EMPRESA-OC-SW.
         MOVE 'N' TO OC-CUBRE-SW.
         MOVE SPACES TO OC-FACTURA.
         MOVE WS-CURRENT-DATE(1:8) TO FECHA-HOY-N.
         IF OC-DISPONIBLE AND EMPRESA-COD-ACT > ZERO
             MOVE 'N' TO EOF-OC-SW
             MOVE EMPRESA-COD-ACT TO OC-EMPRESA
             MOVE LOW-VALUES TO OC-NUMERO
             START ORDENESCOMPRA KEY IS NOT LESS THAN OC-KEY
                 INVALID KEY SET FIN-OC TO TRUE
             END-START
             PERFORM UNTIL FIN-OC OR OC-CUBRE
                 READ ORDENESCOMPRA NEXT RECORD
                     AT END SET FIN-OC TO TRUE
                 END-READ
                 IF NOT FIN-OC
                     IF OC-EMPRESA NOT EQUAL EMPRESA-COD-ACT
                         SET FIN-OC TO TRUE
                     ELSE
                         SET EMPRESA-USA-OC TO TRUE
                         IF OC-ABIERTA
                             AND OC-FECHA-DESDE NOT > FECHA-HOY-N
                             AND (OC-FECHA-HASTA = ZERO
                                 OR OC-FECHA-HASTA NOT < FECHA-HOY-N)
                             AND OC-SALDO NOT < AUX-FACT-TOTAL
                             SET OC-CUBRE TO TRUE
                             MOVE OC-NUMERO TO OC-FACTURA
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
      ******************************************************************
       CONSUMIR-SALDO-OC.
         MOVE EMPRESA-COD-ACT TO OC-EMPRESA.
         MOVE OC-FACTURA TO OC-NUMERO.
         READ ORDENESCOMPRA
             INVALID KEY
                 DISPLAY "** OC " OC-FACTURA " no encontrada al "
                     "descontar el saldo"
             NOT INVALID KEY
                 SUBTRACT AUX-FACT-TOTAL FROM OC-SALDO
                 REWRITE REG-OC
                 END-REWRITE
         END-READ.
      ******************************************************************
       ACUMULAR-TAREA-FACTURA.
         MOVE 'N' TO TARF-HALLADA.
             UNTIL IX-TARF > CANT-TAR-FACT
             MOVE TAB-TARF-CODIGO (IX-TARF) TO TFAC-CODIGO
             MOVE TAB-TARF-IMPORTE (IX-TARF) TO TFAC-IMPORTE
             MOVE LINEA-TAREA-FACT TO LINEA-BUF-FACT
             PERFORM GUARDAR-LINEA-FACTURA
         END-PERFORM.
      ******************************************************************
       ACUMULAR-CCOSTO-FACTURA.
         MOVE 'N' TO CCOF-HALLADO.
         PERFORM VARYING IX-CCOF FROM 1 BY 1
             UNTIL IX-CCOF > CANT-CCO-FACT OR CCOF-OK
             IF TAB-CCOF-CODIGO (IX-CCOF) EQUAL ORD-CENTRO-COSTO
                 SET CCOF-OK TO TRUE
                 ADD ORD-HORAS TO TAB-CCOF-HORAS (IX-CCOF)
                 ADD ORD-IMPORTE TO TAB-CCOF-IMPORTE (IX-CCOF)
             END-IF
         END-PERFORM.
         IF NOT CCOF-OK AND CANT-CCO-FACT < 30
             ADD 1 TO CANT-CCO-FACT
             MOVE ORD-CENTRO-COSTO TO TAB-CCOF-CODIGO (CANT-CCO-FACT)
             MOVE ORD-HORAS TO TAB-CCOF-HORAS (CANT-CCO-FACT)
             MOVE ORD-IMPORTE TO TAB-CCOF-IMPORTE (CANT-CCO-FACT)
         END-IF.
      ******************************************************************
      *   Subtotal por centro de costo al pie de la factura y en el
      *   CSV - solo si alguna hora de la empresa vino imputada a un
      *   centro; las horas sin centro salen como SIN CC.
       IMPRIMIR-CCOSTOS-FACTURA.
         IF CANT-CCO-FACT > 1 OR TAB-CCOF-CODIGO (1) NOT = SPACES
             PERFORM VARYING IX-CCOF FROM 1 BY 1
                 UNTIL IX-CCOF > CANT-CCO-FACT
                 IF TAB-CCOF-CODIGO (IX-CCOF) = SPACES
                     MOVE "SIN CC" TO CFAC-CODIGO
                 ELSE
                     MOVE TAB-CCOF-CODIGO (IX-CCOF) TO CFAC-CODIGO
                 END-IF
                 MOVE TAB-CCOF-HORAS (IX-CCOF) TO CFAC-HORAS
                 MOVE TAB-CCOF-IMPORTE (IX-CCOF) TO CFAC-IMPORTE
                 MOVE LINEA-CCOSTO-FACT TO LINEA-BUF-FACT
                 PERFORM GUARDAR-LINEA-FACTURA
                 MOVE DATO-EMPRESA-CUIT TO CSV-CCO-CUIT
                 MOVE TAB-CCOF-CODIGO (IX-CCOF) TO CSV-CCO-CODIGO
                 MOVE TAB-CCOF-HORAS (IX-CCOF) TO CSV-CCO-HORAS
                 MOVE TAB-CCOF-IMPORTE (IX-CCOF) TO CSV-CCO-IMPORTE
                 MOVE LINEA-CCOSTO-CSV TO LINEA-BUF-CSV
                 PERFORM GUARDAR-LINEA-CSV
             END-PERFORM
         END-IF.
      ******************************************************************
       ACUMULAR-FILIAL-FACTURA.
         IF ORD-FILIAL-CUIT > ZERO
             MOVE 'N' TO FILF-HALLADA
             PERFORM VARYING IX-FILF FROM 1 BY 1
                 UNTIL IX-FILF > CANT-FIL-FACT OR FILF-OK
                 IF TAB-FILF-CUIT (IX-FILF) EQUAL ORD-FILIAL-CUIT
                     SET FILF-OK TO TRUE
                     ADD ORD-HORAS TO TAB-FILF-HORAS (IX-FILF)
                     ADD ORD-IMPORTE TO TAB-FILF-IMPORTE (IX-FILF)
                 END-IF
             END-PERFORM
             IF NOT FILF-OK AND CANT-FIL-FACT < 30
                 ADD 1 TO CANT-FIL-FACT
                 MOVE ORD-FILIAL-CUIT TO TAB-FILF-CUIT (CANT-FIL-FACT)
                 MOVE ORD-FILIAL-RAZON
                     TO TAB-FILF-RAZON (CANT-FIL-FACT)
                 MOVE ORD-HORAS TO TAB-FILF-HORAS (CANT-FIL-FACT)
                 MOVE ORD-IMPORTE TO TAB-FILF-IMPORTE (CANT-FIL-FACT)
             END-IF
         END-IF.
      ******************************************************************
      *   Desglose por filial de la factura consolidada del grupo -
      *   la madre reparte el pago con esto; el CSV lleva lo mismo.
       IMPRIMIR-FILIALES-FACTURA.
         PERFORM VARYING IX-FILF FROM 1 BY 1
             UNTIL IX-FILF > CANT-FIL-FACT
             MOVE TAB-FILF-RAZON (IX-FILF) TO FFAC-RAZON
             MOVE TAB-FILF-HORAS (IX-FILF) TO FFAC-HORAS
             MOVE TAB-FILF-IMPORTE (IX-FILF) TO FFAC-IMPORTE
             MOVE LINEA-FILIAL-FACT TO LINEA-BUF-FACT
             PERFORM GUARDAR-LINEA-FACTURA
             MOVE DATO-EMPRESA-CUIT TO CSV-FIL-CUIT-GRUPO
             MOVE TAB-FILF-CUIT (IX-FILF) TO CSV-FIL-CUIT
             MOVE TAB-FILF-RAZON (IX-FILF) TO CSV-FIL-RAZON
             MOVE TAB-FILF-HORAS (IX-FILF) TO CSV-FIL-HORAS
             MOVE TAB-FILF-IMPORTE (IX-FILF) TO CSV-FIL-IMPORTE
             MOVE LINEA-FILIAL-CSV TO LINEA-BUF-CSV
             PERFORM GUARDAR-LINEA-CSV
         END-PERFORM.
      ******************************************************************
      *   Seccion GASTOS de la factura - los viaticos validados de
         MOVE ZERO TO AUX-GASTOS-EMP.
         PERFORM VARYING IX-GASTO FROM 1 BY 1
             UNTIL IX-GASTO > CANT-GASTOS
             IF TAB-GTO-EMPRESA-FACT (IX-GASTO) EQUAL EMPRESA-COD-ACT
                 AND EMPRESA-COD-ACT > ZERO
                 IF AUX-GASTOS-EMP = ZERO
                     MOVE LINEA-TITULO-GASTOS TO LINEA-BUF-FACT
                     PERFORM GUARDAR-LINEA-FACTURA
                 END-IF
                 PERFORM FACTURAR-UN-GASTO
             END-IF
         END-PERFORM.
         IF AUX-GASTOS-EMP > ZERO
             MOVE AUX-GASTOS-EMP TO GFACT-SUBTOTAL
             MOVE LINEA-SUBTOTAL-GASTOS TO LINEA-BUF-FACT
             PERFORM GUARDAR-LINEA-FACTURA
         END-IF.
      ******************************************************************
       FACTURAR-UN-GASTO.
         MOVE TAB-GTO-CONCEPTO (IX-GASTO) TO GFACT-CONCEPTO.
         MOVE TAB-GTO-COMPROBANTE (IX-GASTO) TO GFACT-COMPROBANTE.
         MOVE TAB-GTO-IMPORTE (IX-GASTO) TO GFACT-IMPORTE.
         MOVE LINEA-GASTO-FACT TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         MOVE "S" TO TAB-GTO-FACTURADO (IX-GASTO).
         ADD TAB-GTO-IMPORTE (IX-GASTO) TO AUX-GASTOS-EMP.
         MOVE TAB-GTO-EMPRESA (IX-GASTO) TO CSV-GTO-EMPRESA.
         MOVE TAB-GTO-CONCEPTO (IX-GASTO) TO CSV-GTO-CONCEPTO.
         MOVE TAB-GTO-COMPROBANTE (IX-GASTO) TO CSV-GTO-COMPROBANTE.
         MOVE TAB-GTO-IMPORTE (IX-GASTO) TO CSV-GTO-IMPORTE.
         MOVE LINEA-GASTO-CSV TO LINEA-BUF-CSV.
         PERFORM GUARDAR-LINEA-CSV.
      ******************************************************************
      *   La factura queda asentada para la cuenta corriente - una
      *   linea por documento, consumida por CtasCorrientes.
         MOVE "P" TO EMI-CAE-ESTADO.
         MOVE SPACES TO EMI-CAE.
         MOVE ZERO TO EMI-CAE-VTO.
         MOVE AUX-FACT-NETO TO EMI-NETO.
         MOVE AUX-FACT-IVA TO EMI-IVA.
         MOVE SPACE TO EMI-ORIGEN.
         MOVE ZERO TO EMI-COMERCIO.
         MOVE ZERO TO EMI-SUCURSAL.
         WRITE REG-EMITIDA.
         CLOSE FACTEMITIDAS.
      ******************************************************************
      *   Liquidacion de las correcciones de horas ya facturadas:
      *   la diferencia entre lo facturado y las horas nuevas sale
      *   como FACTURA numerada si es a cobrar, o como entrada de
      *   NOTASCRED.DAT contra la factura original si es a favor
      *   del cliente - la emite enseguida PROCESO-NOTAS-CREDITO.
      *   El detalle facturado queda con las horas nuevas y cada
      *   correccion con su resultado. En PROFORMA no se toca nada.
       PROCESO-CORRECCIONES.
         IF NOT CORRIDA-PROFORMA AND CANT-CORRECC > ZERO
             PERFORM VARYING IX-CRH FROM 1 BY 1
                 UNTIL IX-CRH > CANT-CORRECC
                 IF TAB-CRH-ESTADO (IX-CRH) = "L"
                     PERFORM LIQUIDAR-CORRECCION
                 END-IF
                 IF TAB-CRH-REGRABAR (IX-CRH) = "S"
                     ADD 1 TO CONT-CORRECC-REGRABAR
                 END-IF
             END-PERFORM
             IF CONT-CORRECC-REGRABAR > ZERO
                 PERFORM REGRABAR-DETALLE-CORRECCION
             END-IF
             PERFORM GRABAR-CORRECCIONES
             IF CONT-CORRECC-FACT > ZERO OR CONT-CORRECC-NC > ZERO
                 DISPLAY 'Correcciones de horas facturadas: '
                     CONT-CORRECC-FACT ' facturas, '
                     CONT-CORRECC-NC ' notas de credito'
             END-IF
         END-IF.
      ******************************************************************
       LIQUIDAR-CORRECCION.
         MOVE TAB-CRH-REG (IX-CRH) TO CORRECCION-ACT.
         MOVE TAB-CRH-NRO (IX-CRH) TO CRH-FACTURA-REF.
         COMPUTE CRH-DIF-CALC = TAB-CRH-VALOR (IX-CRH)
             - TAB-CRH-FACTURADO (IX-CRH).
         EVALUATE TRUE
             WHEN CRH-DIF-CALC < ZERO
                 COMPUTE CRH-DIFERENCIA = ZERO - CRH-DIF-CALC
                 PERFORM PEDIR-NOTA-CREDITO-CORRECCION
                 MOVE "C" TO TAB-CRH-ESTADO (IX-CRH)
             WHEN CRH-DIF-CALC > ZERO
                 MOVE CRH-DIF-CALC TO CRH-DIFERENCIA
                 PERFORM EMITIR-FACTURA-CORRECCION
                 MOVE "F" TO TAB-CRH-ESTADO (IX-CRH)
             WHEN OTHER
                 MOVE ZERO TO CRH-DIFERENCIA
                 MOVE "S" TO TAB-CRH-ESTADO (IX-CRH)
         END-EVALUATE.
         MOVE "S" TO TAB-CRH-REGRABAR (IX-CRH).
         MOVE CORRECCION-ACT TO TAB-CRH-REG (IX-CRH).
      ******************************************************************
       PEDIR-NOTA-CREDITO-CORRECCION.
         OPEN EXTEND NOTASCRED.
         IF FS-NOTASCRED NOT EQUAL '00'
             OPEN OUTPUT NOTASCRED
         END-IF.
         MOVE CRH-FACTURA-REF TO NC-FACTURA-REF.
         MOVE CRH-ORIG-NUMERO TO NC-CONSULTOR.
         MOVE CRH-ORIG-FECHA TO NC-FECHA.
         MOVE CRH-DIFERENCIA TO NC-IMPORTE.
         MOVE CRH-MOTIVO TO NC-MOTIVO.
         MOVE TAB-CRH-EMPRESA (IX-CRH) TO NC-EMPRESA.
         WRITE REG-NOTACRED.
         CLOSE NOTASCRED.
         ADD 1 TO CONT-CORRECC-NC.
      ******************************************************************
      *   Factura adicional por la diferencia, en pesos a tarifa,
      *   con la referencia a la factura que cobro las horas
      *   originales - al CSV y a FACTURAS-EMITIDAS pendiente de
      *   CAE como cualquier factura.
       EMITIR-FACTURA-CORRECCION.
         ADD 1 TO NRO-FACTURA.
         ADD 1 TO CONT-CORRECC-FACT.
         MOVE TAB-CRH-EMPRESA (IX-CRH) TO EMP-EMPRESA.
         READ EMPRESAS RECORD KEY IS EMP-EMPRESA
             INVALID KEY MOVE SPACES TO EMP-RAZON
         END-READ.
         MOVE TAB-CRH-EMPRESA (IX-CRH) TO EMPRESA-COD-ACT.
         MOVE CRH-ORIG-CUIT TO DATO-EMPRESA-CUIT.
         MOVE "P" TO MONEDA-EMPRESA-ACT.
         MOVE ZERO TO TASA-FACTURA.
         MOVE CRH-DIFERENCIA TO AUX-FACT-NETO.
         COMPUTE AUX-FACT-IVA ROUNDED =
             AUX-FACT-NETO * IVA-PORCENTAJE / 100.
         COMPUTE AUX-FACT-TOTAL = AUX-FACT-NETO + AUX-FACT-IVA.

         MOVE SERIE-FACTURA TO FACT-SERIE.
         MOVE PTO-VENTA-FACTURA TO FACT-PTO-VENTA.
         MOVE NRO-FACTURA TO FACT-NRO.
         MOVE EMP-RAZON TO FACT-EMPRESA.
         MOVE CRH-ORIG-CUIT TO FACT-CUIT.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DAY TO FACT-FECHA-DIA.
         MOVE WS-CURRENT-MONTH TO FACT-FECHA-MES.
         MOVE WS-CURRENT-YEAR TO FACT-FECHA-ANIO.
         MOVE CRH-FACTURA-REF TO FCOR-REF.
         MOVE CRH-MOTIVO TO FCOR-MOTIVO.
         MOVE CRH-NUEVA-NUMERO TO FCOR-CONSULTOR.
         MOVE CRH-NUEVA-FECHA TO FCOR-FECHA.
         WRITE LINEA-FACTURA FROM FACTURA-SEPARADOR.
         WRITE LINEA-FACTURA FROM FACTURA-ENCABEZADO.
         WRITE LINEA-FACTURA FROM FACTURA-FECHA-LINEA.
         WRITE LINEA-FACTURA FROM FACTURA-CUIT-LINEA.
         WRITE LINEA-FACTURA FROM FACTCORR-REF-LINEA.
         WRITE LINEA-FACTURA FROM FACTCORR-MOTIVO-LINEA.
         WRITE LINEA-FACTURA FROM FACTURA-VACIA.
         MOVE AUX-FACT-NETO TO FACT-NETO-IMPORTE.
         MOVE AUX-FACT-IVA TO FACT-IVA-IMPORTE.
         MOVE AUX-FACT-TOTAL TO FACT-TOTAL-IMPORTE.
         WRITE LINEA-FACTURA FROM FACTURA-NETO-LINEA.
         WRITE LINEA-FACTURA FROM FACTURA-IVA-LINEA.
         WRITE LINEA-FACTURA FROM FACTURA-TOTAL.
         WRITE LINEA-FACTURA FROM FACTURA-VACIA.

         MOVE SERIE-FACTURA TO CSV-FACT-SERIE.
         MOVE PTO-VENTA-FACTURA TO CSV-FACT-PTO.
         MOVE NRO-FACTURA TO CSV-FACT-NRO.
         MOVE CRH-ORIG-CUIT TO CSV-FACT-CUIT.
         MOVE AUX-FACT-NETO TO CSV-FACT-NETO.
         MOVE AUX-FACT-IVA TO CSV-FACT-IVA.
         MOVE AUX-FACT-TOTAL TO CSV-FACT-TOTAL.
         MOVE MONEDA-EMPRESA-ACT TO CSV-FACT-MONEDA.
         MOVE TASA-FACTURA TO CSV-FACT-TASA.
         MOVE SPACES TO CSV-FACT-OC.
         WRITE LINEA-CSV FROM LINEA-FACT-CSV.
         PERFORM GRABAR-FACTURA-EMITIDA.
      ******************************************************************
      *   El detalle facturado pasa a las horas nuevas: la linea
      *   de la reversa, o de horas que pasaron a otra empresa, se
      *   borra; la de una correccion toma la clave, tarea, horas e
      *   importe nuevos, asi una segunda corrida no liquida dos
      *   veces y AjusteTarifas revalua lo que de verdad se cobro.
       REGRABAR-DETALLE-CORRECCION.
         MOVE 'N' TO EOF-DETALLE-SW.
         OPEN INPUT FACTDETALLE.
         OPEN OUTPUT DETTMP.
         IF FS-FACTDET NOT EQUAL '00'
             SET FIN-DETALLE TO TRUE
         END-IF.
         PERFORM UNTIL FIN-DETALLE
             READ FACTDETALLE INTO DETALLE-FACTURADO
                 AT END SET FIN-DETALLE TO TRUE
             END-READ
             IF NOT FIN-DETALLE
                 PERFORM CORREGIR-LINEA-DETALLE
                 IF DETALLE-QUEDA
                     WRITE REG-DETTMP FROM DETALLE-FACTURADO
                 END-IF
             END-IF
         END-PERFORM.
         CLOSE FACTDETALLE.
         CLOSE DETTMP.
         MOVE 'N' TO EOF-TMP-SW.
         OPEN INPUT DETTMP.
         OPEN OUTPUT FACTDETALLE.
         PERFORM UNTIL FIN-TMP
             READ DETTMP
                 AT END SET FIN-TMP TO TRUE
             END-READ
             IF NOT FIN-TMP
                 WRITE REG-FACTDET FROM REG-DETTMP
             END-IF
         END-PERFORM.
         CLOSE DETTMP.
         CLOSE FACTDETALLE.
      ******************************************************************
       CORREGIR-LINEA-DETALLE.
         SET DETALLE-QUEDA TO TRUE.
         MOVE 'N' TO DETALLE-TOCADO-SW.
         MOVE DFA-CONSULTOR TO DFA-NFC-NUMERO.
         MOVE DFA-FECHA TO DFA-NFC-FECHA.
         MOVE DFA-CUIT TO DFA-NFC-CUIT.
         PERFORM VARYING IX-CRH FROM 1 BY 1
             UNTIL IX-CRH > CANT-CORRECC OR DETALLE-TOCADO
             IF TAB-CRH-REGRABAR (IX-CRH) = "S"
                 AND TAB-CRH-ORIG-NFC (IX-CRH) = DFA-NFC-ACT
                 PERFORM APLICAR-CORRECCION-DETALLE
             END-IF
         END-PERFORM.
      ******************************************************************
      *   Si la hora original se habia facturado en mas de una
      *   linea, solo la primera pasa a las horas nuevas.
       APLICAR-CORRECCION-DETALLE.
         SET DETALLE-TOCADO TO TRUE.
         MOVE TAB-CRH-REG (IX-CRH) TO CORRECCION-ACT.
         IF CRH-REVERSA OR CRH-NUEVA-CUIT NOT = CRH-ORIG-CUIT
             OR TAB-CRH-REEMPLAZO (IX-CRH) = "S"
             MOVE 'N' TO DETALLE-QUEDA-SW
         ELSE
             MOVE "S" TO TAB-CRH-REEMPLAZO (IX-CRH)
             MOVE CRH-NUEVA-NUMERO TO DFA-CONSULTOR
             MOVE CRH-NUEVA-FECHA TO DFA-FECHA
             MOVE CRH-NUEVA-TAREA TO DFA-TAREA
             MOVE CRH-NUEVA-HORAS TO DFA-HORAS
             IF TAB-CRH-ESTADO (IX-CRH) NOT = "A"
                 MOVE TAB-CRH-VALOR (IX-CRH) TO DFA-IMPORTE
             END-IF
         END-IF.
      ******************************************************************
       GRABAR-CORRECCIONES.
         OPEN OUTPUT CORRECCIONES.
         PERFORM VARYING IX-CRH FROM 1 BY 1
             UNTIL IX-CRH > CANT-CORRECC
             MOVE TAB-CRH-REG (IX-CRH) TO CORRECCION-ACT
             MOVE TAB-CRH-ESTADO (IX-CRH) TO CRH-ESTADO
             IF CRH-ESTADO = "A"
                 MOVE TAB-CRH-NRO (IX-CRH) TO CRH-FACTURA-REF
             END-IF
             WRITE REG-CORRECCION-ARCH FROM CORRECCION-ACT
         END-PERFORM.
         CLOSE CORRECCIONES.
      ******************************************************************
      *   Ajustes contra facturas ya emitidas - cada entrada de
      *   NOTASCRED.DAT genera una NOTA DE CREDITO numerada en la
      *   misma secuencia que las facturas, con los importes que
         MOVE NC-TOTAL-DOC TO CSV-NC-TOTAL.
         WRITE LINEA-CSV FROM LINEA-NC-CSV.

         PERFORM BUSCAR-EMPRESA-NOTA-CREDITO.
         OPEN EXTEND NCEMITIDAS.
         MOVE NRO-FACTURA TO NCE-NRO.
         MOVE NC-FACTURA-REF TO NCE-FACTURA-REF.
         MOVE NC-TOTAL-DOC TO NCE-TOTAL.
         MOVE NC-EMPRESA-DOC TO NCE-EMPRESA.
         MOVE NC-CUIT-DOC TO NCE-CUIT.
         MOVE SERIE-FACTURA TO NCE-SERIE.
         MOVE PTO-VENTA-FACTURA TO NCE-PTO-VENTA.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE(1:8) TO NCE-FECHA.
         MOVE NC-NETO TO NCE-NETO.
         MOVE NC-IVA TO NCE-IVA.
         MOVE "P" TO NCE-MONEDA.
         MOVE ZERO TO NCE-TASA.
         MOVE "P" TO NCE-CAE-ESTADO.
         MOVE SPACES TO NCE-CAE.
         MOVE ZERO TO NCE-CAE-VTO.
         MOVE SPACE TO NCE-ORIGEN.
         MOVE ZERO TO NCE-COMERCIO.
         MOVE ZERO TO NCE-SUCURSAL.
         WRITE REG-NCEMITIDA.
         CLOSE NCEMITIDAS.
      ******************************************************************
      *   La nota va a la empresa de su factura de referencia: la
      *   que trae la entrada o, si vino tipeada sin empresa, la de
      *   las horas que cobro esa factura en el detalle facturado.
       BUSCAR-EMPRESA-NOTA-CREDITO.
         MOVE ZERO TO NC-EMPRESA-DOC.
         MOVE ZERO TO NC-CUIT-DOC.
         IF NC-EMPRESA IS NUMERIC AND NC-EMPRESA > ZERO
             MOVE NC-EMPRESA TO NC-EMPRESA-DOC
         ELSE
             MOVE 'N' TO EOF-DETALLE-SW
             OPEN INPUT FACTDETALLE
             IF FS-FACTDET NOT EQUAL '00'
                 SET FIN-DETALLE TO TRUE
             END-IF
             PERFORM UNTIL FIN-DETALLE
                 READ FACTDETALLE INTO DETALLE-FACTURADO
                     AT END SET FIN-DETALLE TO TRUE
                 END-READ
                 IF NOT FIN-DETALLE
                     AND DFA-NRO EQUAL NC-FACTURA-REF
                     MOVE DFA-EMPRESA TO NC-EMPRESA-DOC
                     MOVE DFA-CUIT TO NC-CUIT-DOC
                     SET FIN-DETALLE TO TRUE
                 END-IF
             END-PERFORM
             CLOSE FACTDETALLE
         END-IF.
         IF NC-EMPRESA-DOC > ZERO
             MOVE NC-EMPRESA-DOC TO EMP-EMPRESA
             READ EMPRESAS RECORD KEY IS EMP-EMPRESA
                 NOT INVALID KEY MOVE EMP-CUIT TO NC-CUIT-DOC
             END-READ
         END-IF.
         IF NC-CUIT-DOC = ZERO
             DISPLAY "** Nota de credito " NRO-FACTURA " sin empresa "
                 "para la factura " NC-FACTURA-REF
         END-IF.
      ******************************************************************
       PROCESO-POR-CUIT.
         MOVE 0 TO AUX-TOTAL-POR-FECHA-HORAS.
         MOVE ORD-HS TO FACT-DET-HORAS.
         MOVE ORD-IMP TO FACT-DET-IMPORTE.
         MOVE ORD-TAREA TO FACT-DET-TAREA.
         MOVE FACTURA-DETALLE TO LINEA-BUF-FACT.
         PERFORM GUARDAR-LINEA-FACTURA.
         PERFORM ACUMULAR-TAREA-FACTURA.
         PERFORM ACUMULAR-CCOSTO-FACTURA.
         PERFORM ACUMULAR-FILIAL-FACTURA.
         MOVE ORD-EMP-RAZON TO CSV-EMP-RAZON.
         MOVE ORD-EMP-CUIT TO CSV-EMP-CUIT.
         MOVE ORD-CONS-NUMERO TO CSV-CONS-NUMERO.
         MOVE ORD-DIA TO CSV-DIA.
         MOVE ORD-HORAS TO CSV-HORAS.
         MOVE ORD-IMPORTE TO CSV-IMPORTE.
         MOVE ORD-CENTRO-COSTO TO CSV-CENTRO-COSTO.
         MOVE LINEA-DET-CSV TO LINEA-BUF-CSV.
         PERFORM GUARDAR-LINEA-CSV.
         MOVE SPACES TO DETALLE-FACTURADO.
         MOVE EMPRESA-COD-ACT TO DFA-EMPRESA.
         MOVE ORD-CONS-NUMERO TO DFA-CONSULTOR.
         MOVE ORD-TIM-FECHA TO DFA-FECHA.
         MOVE ORD-EMP-CUIT TO DFA-CUIT.
         MOVE ORD-TAREA TO DFA-TAREA.
         MOVE ORD-CATEGORIA TO DFA-CATEGORIA.
         MOVE ORD-HORAS TO DFA-HORAS.
         MOVE ORD-IMPORTE TO DFA-IMPORTE.
         MOVE ORD-ORIGEN-TARIFA TO DFA-ORIGEN.
         MOVE CONTRATO-EMPRESA-ACT TO DFA-CONTRATO.
         PERFORM GUARDAR-LINEA-DETALLE.
         COMPUTE AUX-TOTAL-POR-FECHA-HORAS = AUX-TOTAL-POR-FECHA-HORAS
         + ORD-HORAS.
         ADD ORD-IMPORTE TO AUX-TOTAL-POR-FECHA-IMPORTE.
        END-PERFORM.
        CLOSE MARGEN.
      ******************************************************************
      *   Consumido contra presupuesto por proyecto, en horas y en
      *   importe - se marca lo que pasa del 80% y lo que ya excedio
      *   el 100% de cualquiera de los dos presupuestos.
       IMPRIMIR-CONSUMO-PROYECTOS.
        OPEN OUTPUT CONSUMO.
        WRITE LINEA-CONSUMO FROM ENCABEZADO-CONSUMO.
        WRITE LINEA-CONSUMO FROM ENCABEZADO-CONSUMO-2.
        PERFORM VARYING IX-PRY FROM 1 BY 1
            UNTIL IX-PRY > CANT-PROYECTOS
            PERFORM IMPRIMIR-DETALLE-CONSUMO
        END-PERFORM.
        CLOSE CONSUMO.
      ******************************************************************
       IMPRIMIR-DETALLE-CONSUMO.
        MOVE SPACES TO DETALLE-CONSUMO.
        MOVE ZERO TO PORC-HORAS-PRY.
        MOVE ZERO TO PORC-IMPORTE-PRY.
        MOVE TAB-PRY-EMPRESA (IX-PRY) TO DET-CONS-EMPRESA.
        MOVE TAB-PRY-CODIGO (IX-PRY) TO DET-CONS-PROYECTO.
        MOVE TAB-PRY-DESCRIPCION (IX-PRY) TO DET-CONS-DESCRIPCION.
        MOVE TAB-PRY-HORAS-CONS (IX-PRY) TO DET-CONS-HORAS.
        MOVE TAB-PRY-HORAS-PRESUP (IX-PRY) TO DET-CONS-HORAS-PRES.
        MOVE TAB-PRY-IMPORTE-CONS (IX-PRY) TO DET-CONS-IMPORTE.
        MOVE TAB-PRY-IMPORTE-PRESUP (IX-PRY) TO DET-CONS-IMPORTE-PRES.
        IF TAB-PRY-HORAS-PRESUP (IX-PRY) > ZERO
            COMPUTE PORC-HORAS-PRY ROUNDED =
                TAB-PRY-HORAS-CONS (IX-PRY)
                / TAB-PRY-HORAS-PRESUP (IX-PRY) * 100
                ON SIZE ERROR MOVE 9999.9 TO PORC-HORAS-PRY
            END-COMPUTE
        END-IF.
        IF TAB-PRY-IMPORTE-PRESUP (IX-PRY) > ZERO
            COMPUTE PORC-IMPORTE-PRY ROUNDED =
                TAB-PRY-IMPORTE-CONS (IX-PRY)
                / TAB-PRY-IMPORTE-PRESUP (IX-PRY) * 100
                ON SIZE ERROR MOVE 9999.9 TO PORC-IMPORTE-PRY
            END-COMPUTE
        END-IF.
        MOVE PORC-HORAS-PRY TO DET-CONS-PORC-HORAS.
        MOVE PORC-IMPORTE-PRY TO DET-CONS-PORC-IMPORTE.
        IF PORC-HORAS-PRY > 100 OR PORC-IMPORTE-PRY > 100
            MOVE "** EXCEDIDO" TO DET-CONS-MARCA
        ELSE
            IF PORC-HORAS-PRY > 80 OR PORC-IMPORTE-PRY > 80
                MOVE "* SUPERA 80%" TO DET-CONS-MARCA
            END-IF
        END-IF.
        WRITE LINEA-CONSUMO FROM DETALLE-CONSUMO.
      ******************************************************************
      *   OC abiertas con saldo por debajo del porcentaje de aviso o
      *   que vencen dentro de los dias de aviso (o ya vencieron),
      *   para que se gestione la renovacion antes de retener.
       IMPRIMIR-ALERTA-OC.
        OPEN OUTPUT ALERTAOC.
        WRITE LINEA-ALERTA-OC FROM ENCABEZADO-ALERTA-OC.
        WRITE LINEA-ALERTA-OC FROM ENCABEZADO-ALERTA-OC-2.
        MOVE WS-CURRENT-DATE(1:8) TO FECHA-HOY-N.
        OPEN INPUT ORDENESCOMPRA.
        IF FS-OC EQUAL '00'
            MOVE 'N' TO EOF-OC-SW
            MOVE LOW-VALUES TO OC-KEY
            START ORDENESCOMPRA KEY IS NOT LESS THAN OC-KEY
                INVALID KEY SET FIN-OC TO TRUE
            END-START
            PERFORM UNTIL FIN-OC
                READ ORDENESCOMPRA NEXT RECORD
                    AT END SET FIN-OC TO TRUE
                END-READ
                IF NOT FIN-OC AND OC-ABIERTA
                    PERFORM IMPRIMIR-DETALLE-ALERTA-OC
                END-IF
            END-PERFORM
        END-IF.
        IF FS-OC EQUAL '00' OR FS-OC EQUAL '05' OR FS-OC EQUAL '10'
            CLOSE ORDENESCOMPRA
        END-IF.
        CLOSE ALERTAOC.
      ******************************************************************
       IMPRIMIR-DETALLE-ALERTA-OC.
        MOVE SPACES TO DETALLE-ALERTA-OC.
        MOVE ZERO TO PORC-SALDO-OC.
        IF OC-IMPORTE > ZERO
            COMPUTE PORC-SALDO-OC ROUNDED =
                OC-SALDO / OC-IMPORTE * 100
        END-IF.
        MOVE 9999999 TO DIAS-A-VENCER-OC.
        IF OC-FECHA-HASTA > ZERO
            COMPUTE DIAS-A-VENCER-OC =
                FUNCTION INTEGER-OF-DATE(OC-FECHA-HASTA)
                - FUNCTION INTEGER-OF-DATE(FECHA-HOY-N)
        END-IF.
        EVALUATE TRUE
            WHEN OC-SALDO = ZERO
                MOVE "AGOTADA" TO DET-AOC-MARCA
            WHEN DIAS-A-VENCER-OC < ZERO
                MOVE "VENCIDA" TO DET-AOC-MARCA
            WHEN PORC-SALDO-OC < PORC-AVISO-OC
                MOVE "SALDO BAJO" TO DET-AOC-MARCA
            WHEN DIAS-A-VENCER-OC NOT > DIAS-AVISO-OC
                MOVE "VENCE PRONTO" TO DET-AOC-MARCA
            WHEN OTHER
                MOVE SPACES TO DET-AOC-MARCA
        END-EVALUATE.
        IF DET-AOC-MARCA NOT EQUAL SPACES
            MOVE OC-EMPRESA TO DET-AOC-EMPRESA
            MOVE OC-NUMERO TO DET-AOC-NUMERO
            MOVE OC-IMPORTE TO DET-AOC-IMPORTE
            MOVE OC-SALDO TO DET-AOC-SALDO
            MOVE PORC-SALDO-OC TO DET-AOC-PORC
            MOVE OC-FECHA-HASTA TO DET-AOC-HASTA
            WRITE LINEA-ALERTA-OC FROM DETALLE-ALERTA-OC
        END-IF.
      ******************************************************************
      *   Recorre TARIFAS en su propio orden de clave (SRT, luego
      *   fecha de vigencia) y va mostrando, para cada tarifa, en
      *   cuanto vario contra la ultima vigente para la misma
