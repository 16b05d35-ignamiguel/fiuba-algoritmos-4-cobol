       IDENTIFICATION DIVISION.
       PROGRAM-ID. AjusteTarifas.
      * AUTHOR:  nacho.
      * Ajuste retroactivo de tarifas. Cuando una tarifa se carga
      * en MantTarifas o MantTarifasCliente con una vigencia que ya
      * se facturo, las horas cobradas a la tarifa vieja quedaban
      * mal y la diferencia se sacaba a mano. Esta corrida toma
      * cada hora facturada de FACTURADO-DETALLE.DAT (la factura
      * que la cobro y con que importe), confirma que siga en
      * TIMESind2 aprobada y que su factura en FACTURAS-EMITIDAS no
      * haya sido rechazada, y la revalua con TARind2, TARCLIind2,
      * SRTHIST y el maestro de tareas de hoy, igual que la
      * facturacion. Las diferencias se agrupan por empresa y
      * periodo (mes de la hora) en la moneda de la factura
      * original.
      * Sin AJUSTEMODO.DAT (o con cualquier valor que no sea
      * "EMITIR") solo sale el listado de impacto
      * IMPACTO-AJUSTE.DAT y no se toca nada. Con "EMITIR", cada
      * grupo con diferencia emite una FACTURA DE AJUSTE (a cobrar)
      * o una NOTA DE CREDITO (a favor del cliente) con la misma
      * numeracion de NUMFACT.DAT: la factura queda en
      * FACTURAS-EMITIDAS pendiente de CAE, la nota en
      * NC-EMITIDAS, ambas al CSV de contabilidad, y el detalle
      * facturado se regraba con el importe nuevo para que la
      * misma diferencia no se ajuste dos veces. Las horas de
      * empresas con abono no se revaluan - el abono es fijo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT TIM    ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY TIM-NFC
                      FILE STATUS IS FS-TIMES.
        SELECT CONSULTORES    ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY CONS-NUMERO
                              FILE STATUS IS FS-CONS.
        SELECT EMPRESAS       ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.
        SELECT TARIFAS        ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY TAR-SVD
                              FILE STATUS IS FS-TAR.
        SELECT OPTIONAL TARCLI ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY TCL-KEY
                              FILE STATUS IS FS-TARCLI.
        SELECT SRTHIST        ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY SRT-NCV
                              FILE STATUS IS FS-SRTHIST.
        SELECT OPTIONAL TAREAS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY TAR-T-CODIGO
                              FILE STATUS IS FS-TAREAS.
        SELECT FACTDETALLE   ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-FACTDET.
        SELECT DETTMP        ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-DETTMP.
        SELECT FACTEMITIDAS  ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-EMITIDAS.
        SELECT NCEMITIDAS    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-NCEMITIDAS.
        SELECT NUMFACT       ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-NUMFACT.
        SELECT CSV-FACTURACION ASSIGN TO DISK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS IS FS-CSV.
        SELECT MODOAJUSTE    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-MODOAJ.
        SELECT ARCH-AJUSTE   ASSIGN TO DISK.

        SELECT IMPACTO ASSIGN TO PRINTER "IMPACTO-AJUSTE.DAT".

        SELECT DOCUMENTOS ASSIGN TO PRINTER "FACTURAS-AJUSTE.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD TIM     LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "TIMESind2.DAT".
       01 REG-TIMES.
           02 TIM-NFC.
               03 TIM-NUMERO    PIC X(5).
               03 TIM-FECHA     PIC 9(8).
               03 TIM-CUIT      PIC 9(11).
           02 TIM-TAREA        PIC X(4).
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
               88 TIM-APROB-SI VALUE "A".
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD CONSULTORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "CONSind2.DAT".
       01 REG-CONSULTORES.
          03 CONS-NUMERO    PIC X(5).
          03 CONS-DNI    PIC 9(8).
          03 CONS-SRT       PIC X(2).
          03 CONS-NOMBRE        PIC X(25).
          03 CONS-DIRE        PIC X(20).
          03 CONS-TEL        PIC X(20).

       FD EMPRESAS     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "EMPind2.DAT".
       01 REG-EMPRESAS.
          03 EMP-EMPRESA    PIC 9(3).
          03 EMP-RAZON        PIC X(25).
          03 EMP-DIRE        PIC X(20).
          03 EMP-TEL        PIC X(20).
          03 EMP-CUIT    PIC 9(11).
          03 EMP-LIMITE-HORAS PIC 9(4)V99.
          03 EMP-CONTRATO PIC X(1).
          03 EMP-ABONO-IMPORTE PIC 9(7)V99.
          03 EMP-MONEDA PIC X(1).
          03 EMP-PLAZO-DIAS PIC 9(3).

       FD TARIFAS     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "TARind2.DAT".
       01 REG-TARIFAS.
          03 TAR-SVD.
              05 TAR-SRT PIC X(2).
              05 TAR-VIG-DES PIC 9(8).
          03 TAR-TARIFA        PIC 9(5)V99.

       FD TARCLI      LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "TARCLIind2.DAT".
       01 REG-TARCLI.
           02 TCL-KEY.
               03 TCL-EMPRESA PIC 9(3).
               03 TCL-SRT PIC X(2).
               03 TCL-VIG-DESDE PIC 9(8).
           02 TCL-TARIFA PIC 9(5)V99.

       FD SRTHIST     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "SRTHISTind2.DAT".
       01 REG-SRTHIST.
           03 SRT-NCV.
               05 SRT-CONS-NUMERO PIC X(5).
               05 SRT-VIG-DESDE PIC 9(8).
           03 SRT-CATEGORIA PIC X(2).

       FD TAREAS      LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "TAREASind2.DAT".
       01 REG-TAREA-MAESTRO.
           02 TAR-T-CODIGO PIC X(4).
           02 TAR-T-DESCRIPCION PIC X(20).
           02 TAR-T-FACTURABLE PIC X(1).
           02 TAR-T-MULTIPLICADOR PIC 9(1)V99.

      *   Hora facturada, grabada por la corrida de facturacion.
       FD FACTDETALLE  LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURADO-DETALLE.DAT".
       01 REG-FACTDET.
           03 DFA-SERIE PIC X(1).
           03 DFA-PTO-VENTA PIC 9(4).
           03 DFA-NRO PIC 9(8).
           03 DFA-EMPRESA PIC 9(3).
           03 DFA-NFC.
               05 DFA-CONSULTOR PIC X(5).
               05 DFA-FECHA PIC 9(8).
               05 DFA-CUIT PIC 9(11).
           03 DFA-TAREA PIC X(4).
           03 DFA-CATEGORIA PIC X(2).
           03 DFA-HORAS PIC 9(2)V99.
           03 DFA-IMPORTE PIC 9(7)V99.
           03 DFA-ORIGEN PIC X(1).
           03 DFA-CONTRATO PIC X(1).
               88 DFA-CONTRATO-ABONO VALUE "A".

       FD DETTMP       LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "factdet.tmp".
       01 REG-DETTMP PIC X(61).

       FD FACTEMITIDAS  LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURAS-EMITIDAS.DAT".
       01 REG-EMITIDA.
           03 EMI-EMPRESA PIC 9(3).
           03 EMI-CUIT PIC 9(11).
           03 EMI-SERIE PIC X(1).
           03 EMI-PTO-VENTA PIC 9(4).
           03 EMI-NRO PIC 9(8).
           03 EMI-FECHA PIC 9(8).
           03 EMI-TOTAL PIC 9(9)V99.
           03 EMI-MONEDA PIC X(1).
           03 EMI-TASA PIC 9(4)V99.
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

       FD NCEMITIDAS   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NC-EMITIDAS.DAT".
       01 REG-NCEMITIDA.
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

       FD NUMFACT     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NUMFACT.DAT".
       01 REG-NUMFACT.
           03 NUM-SERIE PIC X(1).
           03 NUM-PTO-VENTA PIC 9(4).
           03 NUM-ULTIMO PIC 9(8).
      *   Blanco la numeracion de consultoria, "M" la del punto de
      *   venta de los comercios (LiquidacionComercios).
           03 NUM-USO PIC X(1).

       FD CSV-FACTURACION     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURACION.CSV".
       01 LINEA-CSV PIC X(100).

       FD MODOAJUSTE   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "AJUSTEMODO.DAT".
       01 REG-MODOAJUSTE.
           03 MODO-PARAMETRO PIC X(8).

      *   Una hora cuya valuacion cambio, ordenada por empresa,
      *   periodo y moneda del documento que la va a ajustar.
       SD ARCH-AJUSTE DATA RECORD IS REG-AJUSTE.
       01 REG-AJUSTE.
           03 AJ-EMPRESA PIC 9(3).
           03 AJ-PERIODO PIC 9(6).
           03 AJ-MONEDA PIC X(1).
           03 AJ-FECHA PIC 9(8).
           03 AJ-CONSULTOR PIC X(5).
           03 AJ-TAREA PIC X(4).
           03 AJ-CUIT PIC 9(11).
           03 AJ-HORAS PIC 9(2)V99.
           03 AJ-IMPORTE-ANT PIC 9(7)V99.
           03 AJ-IMPORTE-NUEVO PIC 9(7)V99.
           03 AJ-DIF-DOC PIC S9(7)V99.
           03 AJ-TASA PIC 9(4)V99.
           03 AJ-REF-NRO PIC 9(8).

       FD IMPACTO     LABEL RECORD OMITTED.
       01 LINEA-IMPACTO PIC X(90).

       FD DOCUMENTOS  LABEL RECORD OMITTED.
       01 LINEA-DOCUMENTO PIC X(71).

       WORKING-STORAGE SECTION.
       01 FS-TIMES PIC XX.
           88 OK-TIM VALUE '00'.
       01 FS-CONS PIC XX.
           88 OK-CONS VALUE '00'.
       01 FS-EMP PIC XX.
           88 OK-EMP VALUE '00'.
       77 FS-TAR PIC XX.
           88 OK-TAR VALUE '00'.
       77 FS-TARCLI PIC XX.
           88 OK-TARCLI VALUE '00'.
       77 FS-SRTHIST PIC XX.
           88 OK-SRTHIST VALUE '00'.
       77 FS-TAREAS PIC XX.
           88 OK-TAREAS VALUE '00'.
       77 FS-FACTDET PIC XX.
       77 FS-DETTMP PIC XX.
       77 FS-EMITIDAS PIC XX.
       77 FS-NCEMITIDAS PIC XX.
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
       77 FS-CSV PIC XX.
       77 FS-MODOAJ PIC XX.

       01 MODO-CORRIDA PIC X(8) VALUE SPACES.
           88 CORRIDA-EMITIR VALUE "EMITIR".
       01 EOF-DET-SW PIC X VALUE 'N'.
           88 FIN-DETALLE VALUE 'S'.
       01 EOF-EMIT-SW PIC X VALUE 'N'.
           88 FIN-EMITIDAS VALUE 'S'.
       01 EOF-AJ-SW PIC X VALUE 'N'.
           88 FIN-AJUSTE VALUE 'S'.
       01 EOF-TMP-SW PIC X VALUE 'N'.
           88 FIN-TMP VALUE 'S'.

       01 CANT-TAB-TARIFAS PIC 9(3) VALUE ZERO.
       01 TABLA-TARIFAS-RES.
           03 TARRES-ELEMENT OCCURS 200 TIMES INDEXED BY IX-TARRES.
               05 TAB-TARRES-SRT PIC X(2).
               05 TAB-TARRES-VIG PIC 9(8).
               05 TAB-TARRES-TARIFA PIC 9(5)V99.
       01 CANT-TAB-TARCLI PIC 9(3) VALUE ZERO.
       01 TABLA-TARCLI-RES.
           03 TCLRES-ELEMENT OCCURS 100 TIMES INDEXED BY IX-TCL.
               05 TAB-TCL-EMPRESA PIC 9(3).
               05 TAB-TCL-SRT PIC X(2).
               05 TAB-TCL-VIG PIC 9(8).
               05 TAB-TCL-TARIFA PIC 9(5)V99.
       01 CANT-TAB-SRTH PIC 9(3) VALUE ZERO.
       01 TABLA-SRTHIST-RES.
           03 SRTRES-ELEMENT OCCURS 200 TIMES INDEXED BY IX-SRTRES.
               05 TAB-SRTRES-NUMERO PIC X(5).
               05 TAB-SRTRES-VIG PIC 9(8).
               05 TAB-SRTRES-CAT PIC X(2).
       01 CANT-TAB-TAREAS PIC 9(3) VALUE ZERO.
       01 TABLA-TAREAS-RES.
           03 TARTA-ELEMENT OCCURS 100 TIMES INDEXED BY IX-TARTA.
               05 TAB-TARTA-CODIGO PIC X(4).
               05 TAB-TARTA-MULT PIC 9(1)V99.

      *   Facturas emitidas en memoria - moneda, tipo de cambio y
      *   estado de CAE de la factura que cobro cada hora.
       01 CANT-EMITIDAS PIC 9(4) VALUE ZERO.
       01 TABLA-EMITIDAS.
           03 EMIT-ELEMENT OCCURS 3000 TIMES INDEXED BY IX-EMIT.
               05 TAB-EMI-SERIE PIC X(1).
               05 TAB-EMI-PTO PIC 9(4).
               05 TAB-EMI-NRO PIC 9(8).
               05 TAB-EMI-MONEDA PIC X(1).
               05 TAB-EMI-TASA PIC 9(4)V99.
               05 TAB-EMI-ESTADO PIC X(1).
       01 EMITIDA-HALLADA PIC X VALUE 'N'.
           88 EMITIDA-OK VALUE 'S'.

       01 CATEGORIA-SRT PIC X(2).
       01 TARIFA-NUEVA PIC 9(5)V99.
       01 MULTIPLICADOR PIC 9V99.
       01 IMPORTE-NUEVO PIC 9(7)V99.
       01 DIF-PESOS PIC S9(7)V99.
       01 MOTIVO-OMITIDA PIC X(30).

       01 SERIE-FACTURA PIC X(1) VALUE "A".
       01 PTO-VENTA-FACTURA PIC 9(4) VALUE 1.
       01 NRO-FACTURA PIC 9(8) VALUE ZERO.
       77 IVA-PORCENTAJE PIC 9(2)V99 VALUE 21.00.

      *   Grupo empresa/periodo/moneda en curso.
       01 GRUPO-EMPRESA PIC 9(3).
       01 GRUPO-PERIODO PIC 9(6).
       01 GRUPO-MONEDA PIC X(1).
       01 GRUPO-TASA PIC 9(4)V99.
       01 GRUPO-REF-NRO PIC 9(8).
       01 GRUPO-CUIT PIC 9(11).
       01 GRUPO-RAZON PIC X(25).
       01 GRUPO-DIF PIC S9(9)V99.
       01 AJ-NETO PIC 9(9)V99.
       01 AJ-IVA PIC 9(9)V99.
       01 AJ-TOTAL PIC 9(9)V99.

       01 CONT-HORAS-LEIDAS PIC 9(6) VALUE ZERO.
       01 CONT-HORAS-CAMBIADAS PIC 9(6) VALUE ZERO.
       01 CONT-HORAS-OMITIDAS PIC 9(6) VALUE ZERO.
       01 CONT-FACT-AJUSTE PIC 9(5) VALUE ZERO.
       01 CONT-NC-AJUSTE PIC 9(5) VALUE ZERO.
       01 TOTAL-A-COBRAR PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-A-FAVOR PIC 9(11)V99 VALUE ZERO.

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY PIC 9(2).
           05 FILLER PIC X(13).

       01 ENCABEZADO-IMPACTO.
           03 FILLER PIC X(46) VALUE
              "AJUSTE RETROACTIVO DE TARIFAS - IMPACTO".
           03 IMP-MODO PIC X(44).
       01 ENCABEZADO-IMPACTO-2.
           03 FILLER PIC X(45) VALUE
              "  FECHA    CONS  TAREA  HORAS  IMPORTE FACT.".
           03 FILLER PIC X(45) VALUE
              "  IMPORTE NUEVO   DIFERENCIA DOC    REF FACT.".
       01 LINEA-GRUPO-IMPACTO.
           03 FILLER PIC X(9) VALUE "EMPRESA: ".
           03 GIMP-EMPRESA PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 GIMP-RAZON PIC X(25).
           03 FILLER PIC X(10) VALUE "  PERIODO ".
           03 GIMP-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 GIMP-ANIO PIC 9(4).
           03 FILLER PIC X(10) VALUE "  MONEDA: ".
           03 GIMP-MONEDA PIC X(1).
           03 FILLER PIC X(24) VALUE SPACES.
       01 DETALLE-IMPACTO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DIMP-FECHA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DIMP-CONSULTOR PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DIMP-TAREA PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DIMP-HORAS PIC Z9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DIMP-IMPORTE-ANT PIC ZZZZZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DIMP-IMPORTE-NUEVO PIC ZZZZZZ9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DIMP-DIF PIC -ZZZZZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DIMP-REF PIC 9(8).
           03 FILLER PIC X(8) VALUE SPACES.
       01 TOTAL-GRUPO-IMPACTO.
           03 FILLER PIC X(22) VALUE "  DIFERENCIA NETA:    ".
           03 TGIMP-DIF PIC -ZZZZZZZZ9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 TGIMP-DOCUMENTO PIC X(40).
           03 FILLER PIC X(12) VALUE SPACES.
       01 ENCABEZADO-OMITIDAS.
           03 FILLER PIC X(90) VALUE
              "HORAS FACTURADAS QUE NO SE REVALUAN:".
       01 LINEA-OMITIDA.
           03 FILLER PIC X(11) VALUE "  OMITIDA: ".
           03 OMI-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OMI-CONSULTOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OMI-CUIT PIC 9(11).
           03 FILLER PIC X(5) VALUE " REF ".
           03 OMI-REF PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OMI-MOTIVO PIC X(30).
           03 FILLER PIC X(9) VALUE SPACES.
       01 TOTALES-IMPACTO.
           03 FILLER PIC X(22) VALUE "TOTAL A COBRAR:       ".
           03 TIMP-COBRAR PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(22) VALUE "   TOTAL A FAVOR:     ".
           03 TIMP-FAVOR PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(18) VALUE SPACES.
       01 LINEA-VACIA PIC X(90) VALUE SPACES.

       01 DOC-SEPARADOR.
           03 FILLER PIC X(70) VALUE ALL "=".
       01 DOC-VACIA.
           03 FILLER PIC X(70) VALUE SPACES.
       01 DOC-ENCABEZADO.
           03 DOC-TIPO PIC X(18).
           03 DOC-SERIE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DOC-PTO PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 DOC-NRO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "EMPRESA: ".
           03 DOC-EMPRESA PIC X(25).
           03 FILLER PIC X(2) VALUE SPACES.
       01 DOC-FECHA-LINEA.
           03 FILLER PIC X(7) VALUE "FECHA: ".
           03 DOC-FECHA-DIA PIC 9(2).
           03 FILLER PIC X VALUE '/'.
           03 DOC-FECHA-MES PIC 9(2).
           03 FILLER PIC X VALUE '/'.
           03 DOC-FECHA-ANIO PIC 9(4).
           03 FILLER PIC X(9) VALUE "   CUIT: ".
           03 DOC-CUIT PIC 9(11).
           03 FILLER PIC X(33) VALUE SPACES.
       01 DOC-CONCEPTO-LINEA.
           03 FILLER PIC X(43) VALUE
              "AJUSTE RETROACTIVO DE TARIFA - PERIODO ".
           03 DOC-PER-MES PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 DOC-PER-ANIO PIC 9(4).
           03 FILLER PIC X(20) VALUE SPACES.
       01 DOC-REF-LINEA.
           03 FILLER PIC X(16) VALUE "REF FACTURA N   ".
           03 DOC-REF PIC 9(8).
           03 FILLER PIC X(46) VALUE SPACES.
       01 DOC-MONEDA-LINEA.
           03 FILLER PIC X(33) VALUE
              "IMPORTES EN DOLARES - TIPO CAMB. ".
           03 DOC-TASA PIC ZZZ9.99.
           03 FILLER PIC X(30) VALUE SPACES.
       01 DOC-NETO-LINEA.
           03 FILLER PIC X(20) VALUE "NETO GRAVADO:       ".
           03 FILLER PIC X(20) VALUE SPACES.
           03 DOC-NETO-IMPORTE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(20) VALUE SPACES.
       01 DOC-IVA-LINEA.
           03 FILLER PIC X(20) VALUE "IVA 21%:            ".
           03 FILLER PIC X(20) VALUE SPACES.
           03 DOC-IVA-IMPORTE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(20) VALUE SPACES.
       01 DOC-TOTAL-LINEA.
           03 DOC-TOTAL-TEXTO PIC X(30).
           03 FILLER PIC X(10) VALUE SPACES.
           03 DOC-TOTAL-IMPORTE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(20) VALUE SPACES.

      *   Mismas lineas de resumen que la facturacion, para que
      *   contabilidad las registre igual que los demas documentos.
       01 LINEA-FACT-CSV.
           03 FILLER PIC X(8) VALUE "FACTURA,".
           03 CSV-FACT-SERIE PIC X(1).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-PTO PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 CSV-FACT-NRO PIC 9(8).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-CUIT PIC 9(11).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-NETO PIC 9(9).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-IVA PIC 9(9).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-TOTAL PIC 9(9).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-MONEDA PIC X(1).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-TASA PIC 9(4).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-FACT-OC PIC X(12) VALUE SPACES.
           03 FILLER PIC X(3) VALUE SPACES.
       01 LINEA-NC-CSV.
           03 FILLER PIC X(9) VALUE "NOTACRED,".
           03 CSV-NC-SERIE PIC X(1).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-NC-PTO PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 CSV-NC-NRO PIC 9(8).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-NC-REF PIC 9(8).
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-NC-NETO PIC 9(9).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-NC-IVA PIC 9(9).99.
           03 FILLER PIC X(1) VALUE ",".
           03 CSV-NC-TOTAL PIC 9(9).99.
           03 FILLER PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM CARGAR-MODO-CORRIDA.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-TARCLI.
           PERFORM CARGAR-SRTHIST.
           PERFORM CARGAR-TAREAS.
           PERFORM CARGAR-EMITIDAS.
           OPEN INPUT FACTDETALLE.
           IF FS-FACTDET NOT EQUAL '00'
               DISPLAY "** FACTURADO-DETALLE.DAT no disponible - "
                   FS-FACTDET " - nada para revaluar"
               GOBACK
           END-IF.
           CLOSE FACTDETALLE.
           OPEN OUTPUT IMPACTO.
           IF CORRIDA-EMITIR
               MOVE "- EMISION" TO IMP-MODO
           ELSE
               MOVE "- SOLO LISTADO, NADA EMITIDO" TO IMP-MODO
           END-IF.
           WRITE LINEA-IMPACTO FROM ENCABEZADO-IMPACTO.
           WRITE LINEA-IMPACTO FROM LINEA-VACIA.
           SORT ARCH-AJUSTE ON ASCENDING KEY AJ-EMPRESA
                                ASCENDING KEY AJ-PERIODO
                                ASCENDING KEY AJ-MONEDA
                                ASCENDING KEY AJ-FECHA
                                ASCENDING KEY AJ-CONSULTOR
                             INPUT PROCEDURE IS ENTRADA
                             OUTPUT PROCEDURE IS SALIDA.
           IF CORRIDA-EMITIR
               PERFORM REGRABAR-DETALLE
           END-IF.
           DISPLAY "Horas facturadas leidas:   " CONT-HORAS-LEIDAS.
           DISPLAY "Horas con diferencia:      " CONT-HORAS-CAMBIADAS.
           DISPLAY "Horas omitidas:            " CONT-HORAS-OMITIDAS.
           IF CORRIDA-EMITIR
               DISPLAY "Facturas de ajuste:        " CONT-FACT-AJUSTE
               DISPLAY "Notas de credito:          " CONT-NC-AJUSTE
           ELSE
               DISPLAY "Solo listado de impacto - nada emitido"
           END-IF.
           GOBACK.
      ******************************************************************
       CARGAR-MODO-CORRIDA.
           OPEN INPUT MODOAJUSTE.
           IF FS-MODOAJ EQUAL '00'
               READ MODOAJUSTE
                   AT END CONTINUE
               END-READ
               IF FS-MODOAJ EQUAL '00'
                   MOVE MODO-PARAMETRO TO MODO-CORRIDA
               END-IF
               CLOSE MODOAJUSTE
           END-IF.
      ******************************************************************
       ENTRADA SECTION.
      ******************************************************************
       ARMAR-ENTRADA.
           OPEN INPUT FACTDETALLE.
           OPEN INPUT TIM.
           OPEN INPUT CONSULTORES.
           IF CORRIDA-EMITIR
               OPEN OUTPUT DETTMP
           END-IF.
           MOVE 'N' TO EOF-DET-SW.
           PERFORM UNTIL FIN-DETALLE
               READ FACTDETALLE
                   AT END SET FIN-DETALLE TO TRUE
               END-READ
               IF NOT FIN-DETALLE
                   ADD 1 TO CONT-HORAS-LEIDAS
                   PERFORM REVALUAR-HORA
                   IF CORRIDA-EMITIR
                       WRITE REG-DETTMP FROM REG-FACTDET
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FACTDETALLE.
           CLOSE TIM.
           CLOSE CONSULTORES.
           IF CORRIDA-EMITIR
               CLOSE DETTMP
           END-IF.
      ******************************************************************
       SALIDA SECTION.
      ******************************************************************
       ARMAR-SALIDA.
           PERFORM INICIO-SALIDA.
           MOVE 'N' TO EOF-AJ-SW.
           RETURN ARCH-AJUSTE AT END SET FIN-AJUSTE TO TRUE.
           PERFORM PROCESO-GRUPO UNTIL FIN-AJUSTE.
           PERFORM FIN-SALIDA.
       OTRA SECTION.
      ******************************************************************
      *   Una hora se revalua solo si su factura sigue valida y la
      *   hora sigue aprobada en TIMESind2; lo que no, queda en el
      *   listado como omitida y con su importe de siempre.
       REVALUAR-HORA.
           MOVE SPACES TO MOTIVO-OMITIDA.
           PERFORM BUSCAR-EMITIDA.
           IF NOT EMITIDA-OK
               MOVE "FACTURA NO EMITIDA" TO MOTIVO-OMITIDA
           ELSE
               IF TAB-EMI-ESTADO (IX-EMIT) = "R"
                   MOVE "FACTURA RECHAZADA POR CAE" TO MOTIVO-OMITIDA
               END-IF
           END-IF.
           IF MOTIVO-OMITIDA = SPACES AND DFA-CONTRATO-ABONO
               MOVE "EMPRESA CON ABONO" TO MOTIVO-OMITIDA
           END-IF.
           IF MOTIVO-OMITIDA = SPACES
               MOVE DFA-NFC TO TIM-NFC
               READ TIM RECORD
                   INVALID KEY
                       MOVE "HORA YA NO ESTA EN TIMES"
                           TO MOTIVO-OMITIDA
               END-READ
               IF OK-TIM AND NOT TIM-APROB-SI
                   MOVE "HORA YA NO APROBADA" TO MOTIVO-OMITIDA
               END-IF
           END-IF.
           IF MOTIVO-OMITIDA NOT = SPACES
               ADD 1 TO CONT-HORAS-OMITIDAS
               PERFORM SOLTAR-OMITIDA
           ELSE
               PERFORM VALUAR-HORA
               IF IMPORTE-NUEVO NOT EQUAL DFA-IMPORTE
                   ADD 1 TO CONT-HORAS-CAMBIADAS
                   PERFORM SOLTAR-DIFERENCIA
                   MOVE IMPORTE-NUEVO TO DFA-IMPORTE
               END-IF
           END-IF.
      ******************************************************************
       BUSCAR-EMITIDA.
           MOVE 'N' TO EMITIDA-HALLADA.
           PERFORM VARYING IX-EMIT FROM 1 BY 1
               UNTIL IX-EMIT > CANT-EMITIDAS OR EMITIDA-OK
               IF TAB-EMI-SERIE (IX-EMIT) = DFA-SERIE
                   AND TAB-EMI-PTO (IX-EMIT) = DFA-PTO-VENTA
                   AND TAB-EMI-NRO (IX-EMIT) = DFA-NRO
                   SET EMITIDA-OK TO TRUE
               END-IF
           END-PERFORM.
           IF EMITIDA-OK
               SET IX-EMIT DOWN BY 1
           END-IF.
      ******************************************************************
      *   Misma valuacion que la facturacion: categoria vigente el
      *   dia trabajado, tarifa estandar pisada por la negociada del
      *   cliente, por el multiplicador de la tarea.
       VALUAR-HORA.
           MOVE DFA-CONSULTOR TO CONS-NUMERO.
           READ CONSULTORES RECORD
               INVALID KEY MOVE DFA-CATEGORIA TO CATEGORIA-SRT
               NOT INVALID KEY MOVE CONS-SRT TO CATEGORIA-SRT
           END-READ.
           PERFORM VARYING IX-SRTRES FROM 1 BY 1
               UNTIL IX-SRTRES > CANT-TAB-SRTH
               IF TAB-SRTRES-NUMERO (IX-SRTRES) EQUAL DFA-CONSULTOR
                   AND TAB-SRTRES-VIG (IX-SRTRES) NOT > DFA-FECHA
                   MOVE TAB-SRTRES-CAT (IX-SRTRES) TO CATEGORIA-SRT
               END-IF
           END-PERFORM.
           MOVE ZERO TO TARIFA-NUEVA.
           PERFORM VARYING IX-TARRES FROM 1 BY 1
               UNTIL IX-TARRES > CANT-TAB-TARIFAS
               IF TAB-TARRES-SRT (IX-TARRES) EQUAL CATEGORIA-SRT
                   AND TAB-TARRES-VIG (IX-TARRES) NOT > DFA-FECHA
                   MOVE TAB-TARRES-TARIFA (IX-TARRES) TO TARIFA-NUEVA
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-TCL FROM 1 BY 1
               UNTIL IX-TCL > CANT-TAB-TARCLI
               IF TAB-TCL-EMPRESA (IX-TCL) EQUAL DFA-EMPRESA
                   AND TAB-TCL-SRT (IX-TCL) EQUAL CATEGORIA-SRT
                   AND TAB-TCL-VIG (IX-TCL) NOT > DFA-FECHA
                   MOVE TAB-TCL-TARIFA (IX-TCL) TO TARIFA-NUEVA
               END-IF
           END-PERFORM.
           EVALUATE DFA-TAREA
               WHEN "HEXT"
                   MOVE 1.50 TO MULTIPLICADOR
               WHEN "FERI"
                   MOVE 2.00 TO MULTIPLICADOR
               WHEN OTHER
                   MOVE 1.00 TO MULTIPLICADOR
           END-EVALUATE.
           PERFORM VARYING IX-TARTA FROM 1 BY 1
               UNTIL IX-TARTA > CANT-TAB-TAREAS
               IF TAB-TARTA-CODIGO (IX-TARTA) EQUAL DFA-TAREA
                   AND TAB-TARTA-MULT (IX-TARTA) > ZERO
                   MOVE TAB-TARTA-MULT (IX-TARTA) TO MULTIPLICADOR
               END-IF
           END-PERFORM.
           COMPUTE IMPORTE-NUEVO =
               DFA-HORAS * TARIFA-NUEVA * MULTIPLICADOR.
      ******************************************************************
      *   La diferencia va en la moneda de la factura original, al
      *   tipo de cambio con que se emitio.
       SOLTAR-DIFERENCIA.
           COMPUTE DIF-PESOS = IMPORTE-NUEVO - DFA-IMPORTE.
           MOVE DFA-EMPRESA TO AJ-EMPRESA.
           MOVE DFA-FECHA(1:6) TO AJ-PERIODO.
           MOVE DFA-FECHA TO AJ-FECHA.
           MOVE DFA-CONSULTOR TO AJ-CONSULTOR.
           MOVE DFA-TAREA TO AJ-TAREA.
           MOVE DFA-CUIT TO AJ-CUIT.
           MOVE DFA-HORAS TO AJ-HORAS.
           MOVE DFA-IMPORTE TO AJ-IMPORTE-ANT.
           MOVE IMPORTE-NUEVO TO AJ-IMPORTE-NUEVO.
           MOVE DFA-NRO TO AJ-REF-NRO.
           IF TAB-EMI-MONEDA (IX-EMIT) = "D"
               AND TAB-EMI-TASA (IX-EMIT) > ZERO
               MOVE "D" TO AJ-MONEDA
               MOVE TAB-EMI-TASA (IX-EMIT) TO AJ-TASA
               COMPUTE AJ-DIF-DOC ROUNDED =
                   DIF-PESOS / TAB-EMI-TASA (IX-EMIT)
           ELSE
               MOVE "P" TO AJ-MONEDA
               MOVE ZERO TO AJ-TASA
               MOVE DIF-PESOS TO AJ-DIF-DOC
           END-IF.
           RELEASE REG-AJUSTE.
      ******************************************************************
      *   Las omitidas no pasan por el sort - se listan al
      *   principio del impacto, antes de los grupos.
       SOLTAR-OMITIDA.
           IF CONT-HORAS-OMITIDAS = 1
               WRITE LINEA-IMPACTO FROM ENCABEZADO-OMITIDAS
           END-IF.
           MOVE DFA-FECHA TO OMI-FECHA.
           MOVE DFA-CONSULTOR TO OMI-CONSULTOR.
           MOVE DFA-CUIT TO OMI-CUIT.
           MOVE DFA-NRO TO OMI-REF.
           MOVE MOTIVO-OMITIDA TO OMI-MOTIVO.
           WRITE LINEA-IMPACTO FROM LINEA-OMITIDA.
      ******************************************************************
       INICIO-SALIDA.
           IF CONT-HORAS-OMITIDAS > ZERO
               WRITE LINEA-IMPACTO FROM LINEA-VACIA
           END-IF.
           OPEN INPUT EMPRESAS.
           IF CORRIDA-EMITIR
               PERFORM CARGAR-NUMERACION
               OPEN OUTPUT DOCUMENTOS
               OPEN EXTEND CSV-FACTURACION
               OPEN EXTEND FACTEMITIDAS
               OPEN EXTEND NCEMITIDAS
           END-IF.
      ******************************************************************
       FIN-SALIDA.
           MOVE TOTAL-A-COBRAR TO TIMP-COBRAR.
           MOVE TOTAL-A-FAVOR TO TIMP-FAVOR.
           WRITE LINEA-IMPACTO FROM LINEA-VACIA.
           WRITE LINEA-IMPACTO FROM TOTALES-IMPACTO.
           CLOSE IMPACTO.
           CLOSE EMPRESAS.
           IF CORRIDA-EMITIR
               PERFORM GRABAR-NUMERACION
               CLOSE DOCUMENTOS
               CLOSE CSV-FACTURACION
               CLOSE FACTEMITIDAS
               CLOSE NCEMITIDAS
           END-IF.
      ******************************************************************
       PROCESO-GRUPO.
           MOVE AJ-EMPRESA TO GRUPO-EMPRESA.
           MOVE AJ-PERIODO TO GRUPO-PERIODO.
           MOVE AJ-MONEDA TO GRUPO-MONEDA.
           MOVE AJ-CUIT TO GRUPO-CUIT.
           MOVE ZERO TO GRUPO-DIF.
           MOVE ZERO TO GRUPO-REF-NRO.
           MOVE ZERO TO GRUPO-TASA.
           MOVE AJ-EMPRESA TO EMP-EMPRESA.
           READ EMPRESAS RECORD
               INVALID KEY MOVE "(EMPRESA DADA DE BAJA)" TO GRUPO-RAZON
               NOT INVALID KEY MOVE EMP-RAZON TO GRUPO-RAZON
           END-READ.
           MOVE GRUPO-EMPRESA TO GIMP-EMPRESA.
           MOVE GRUPO-RAZON TO GIMP-RAZON.
           MOVE GRUPO-PERIODO(5:2) TO GIMP-MES.
           MOVE GRUPO-PERIODO(1:4) TO GIMP-ANIO.
           MOVE GRUPO-MONEDA TO GIMP-MONEDA.
           WRITE LINEA-IMPACTO FROM LINEA-GRUPO-IMPACTO.
           WRITE LINEA-IMPACTO FROM ENCABEZADO-IMPACTO-2.
           PERFORM PROCESO-DETALLE UNTIL FIN-AJUSTE
               OR AJ-EMPRESA NOT EQUAL GRUPO-EMPRESA
               OR AJ-PERIODO NOT EQUAL GRUPO-PERIODO
               OR AJ-MONEDA NOT EQUAL GRUPO-MONEDA.
           MOVE GRUPO-DIF TO TGIMP-DIF.
           EVALUATE TRUE
               WHEN GRUPO-DIF > ZERO
                   MOVE "=> FACTURA DE AJUSTE (A COBRAR)"
                       TO TGIMP-DOCUMENTO
                   ADD GRUPO-DIF TO TOTAL-A-COBRAR
               WHEN GRUPO-DIF < ZERO
                   MOVE "=> NOTA DE CREDITO (A FAVOR)"
                       TO TGIMP-DOCUMENTO
                   SUBTRACT GRUPO-DIF FROM TOTAL-A-FAVOR
               WHEN OTHER
                   MOVE "=> SIN DIFERENCIA NETA, NADA A EMITIR"
                       TO TGIMP-DOCUMENTO
           END-EVALUATE.
           WRITE LINEA-IMPACTO FROM TOTAL-GRUPO-IMPACTO.
           WRITE LINEA-IMPACTO FROM LINEA-VACIA.
           IF CORRIDA-EMITIR AND GRUPO-DIF NOT EQUAL ZERO
               PERFORM EMITIR-DOCUMENTO
           END-IF.
      ******************************************************************
       PROCESO-DETALLE.
           MOVE AJ-FECHA TO DIMP-FECHA.
           MOVE AJ-CONSULTOR TO DIMP-CONSULTOR.
           MOVE AJ-TAREA TO DIMP-TAREA.
           MOVE AJ-HORAS TO DIMP-HORAS.
           MOVE AJ-IMPORTE-ANT TO DIMP-IMPORTE-ANT.
           MOVE AJ-IMPORTE-NUEVO TO DIMP-IMPORTE-NUEVO.
           MOVE AJ-DIF-DOC TO DIMP-DIF.
           MOVE AJ-REF-NRO TO DIMP-REF.
           WRITE LINEA-IMPACTO FROM DETALLE-IMPACTO.
           ADD AJ-DIF-DOC TO GRUPO-DIF.
      *   El documento de ajuste referencia la ultima factura que
      *   cobro horas del periodo, y toma su tipo de cambio.
           IF AJ-REF-NRO > GRUPO-REF-NRO
               MOVE AJ-REF-NRO TO GRUPO-REF-NRO
               MOVE AJ-TASA TO GRUPO-TASA
           END-IF.
           RETURN ARCH-AJUSTE AT END SET FIN-AJUSTE TO TRUE.
      ******************************************************************
      *   Diferencia a cobrar: factura de ajuste, a FACTURAS-EMITIDAS
      *   pendiente de CAE como cualquier factura. A favor: nota de
      *   credito contra la factura de referencia, como las de
      *   NOTASCRED.DAT.
       EMITIR-DOCUMENTO.
           ADD 1 TO NRO-FACTURA.
           IF GRUPO-DIF > ZERO
               MOVE GRUPO-DIF TO AJ-NETO
               MOVE "FACTURA DE AJUSTE " TO DOC-TIPO
               MOVE "TOTAL A PAGAR:" TO DOC-TOTAL-TEXTO
               ADD 1 TO CONT-FACT-AJUSTE
           ELSE
               COMPUTE AJ-NETO = ZERO - GRUPO-DIF
               MOVE "NOTA DE CREDITO   " TO DOC-TIPO
               MOVE "TOTAL A FAVOR DEL CLIENTE:" TO DOC-TOTAL-TEXTO
               ADD 1 TO CONT-NC-AJUSTE
           END-IF.
           COMPUTE AJ-IVA ROUNDED = AJ-NETO * IVA-PORCENTAJE / 100.
           COMPUTE AJ-TOTAL = AJ-NETO + AJ-IVA.

           MOVE SERIE-FACTURA TO DOC-SERIE.
           MOVE PTO-VENTA-FACTURA TO DOC-PTO.
           MOVE NRO-FACTURA TO DOC-NRO.
           MOVE GRUPO-RAZON TO DOC-EMPRESA.
           MOVE WS-CURRENT-DAY TO DOC-FECHA-DIA.
           MOVE WS-CURRENT-MONTH TO DOC-FECHA-MES.
           MOVE WS-CURRENT-YEAR TO DOC-FECHA-ANIO.
           MOVE GRUPO-CUIT TO DOC-CUIT.
           MOVE GRUPO-PERIODO(5:2) TO DOC-PER-MES.
           MOVE GRUPO-PERIODO(1:4) TO DOC-PER-ANIO.
           MOVE GRUPO-REF-NRO TO DOC-REF.
           WRITE LINEA-DOCUMENTO FROM DOC-SEPARADOR.
           WRITE LINEA-DOCUMENTO FROM DOC-ENCABEZADO.
           WRITE LINEA-DOCUMENTO FROM DOC-FECHA-LINEA.
           WRITE LINEA-DOCUMENTO FROM DOC-CONCEPTO-LINEA.
           WRITE LINEA-DOCUMENTO FROM DOC-REF-LINEA.
           IF GRUPO-MONEDA = "D"
               MOVE GRUPO-TASA TO DOC-TASA
               WRITE LINEA-DOCUMENTO FROM DOC-MONEDA-LINEA
           END-IF.
           WRITE LINEA-DOCUMENTO FROM DOC-VACIA.
           MOVE AJ-NETO TO DOC-NETO-IMPORTE.
           MOVE AJ-IVA TO DOC-IVA-IMPORTE.
           MOVE AJ-TOTAL TO DOC-TOTAL-IMPORTE.
           WRITE LINEA-DOCUMENTO FROM DOC-NETO-LINEA.
           WRITE LINEA-DOCUMENTO FROM DOC-IVA-LINEA.
           WRITE LINEA-DOCUMENTO FROM DOC-TOTAL-LINEA.
           WRITE LINEA-DOCUMENTO FROM DOC-VACIA.

           IF GRUPO-DIF > ZERO
               PERFORM ASENTAR-FACTURA-AJUSTE
           ELSE
               PERFORM ASENTAR-NOTA-CREDITO
           END-IF.
      ******************************************************************
       ASENTAR-FACTURA-AJUSTE.
           MOVE SERIE-FACTURA TO CSV-FACT-SERIE.
           MOVE PTO-VENTA-FACTURA TO CSV-FACT-PTO.
           MOVE NRO-FACTURA TO CSV-FACT-NRO.
           MOVE GRUPO-CUIT TO CSV-FACT-CUIT.
           MOVE AJ-NETO TO CSV-FACT-NETO.
           MOVE AJ-IVA TO CSV-FACT-IVA.
           MOVE AJ-TOTAL TO CSV-FACT-TOTAL.
           MOVE GRUPO-MONEDA TO CSV-FACT-MONEDA.
           MOVE GRUPO-TASA TO CSV-FACT-TASA.
           WRITE LINEA-CSV FROM LINEA-FACT-CSV.
           MOVE GRUPO-EMPRESA TO EMI-EMPRESA.
           MOVE GRUPO-CUIT TO EMI-CUIT.
           MOVE SERIE-FACTURA TO EMI-SERIE.
           MOVE PTO-VENTA-FACTURA TO EMI-PTO-VENTA.
           MOVE NRO-FACTURA TO EMI-NRO.
           MOVE WS-CURRENT-DATE TO EMI-FECHA.
           MOVE AJ-TOTAL TO EMI-TOTAL.
           MOVE GRUPO-MONEDA TO EMI-MONEDA.
           MOVE GRUPO-TASA TO EMI-TASA.
           MOVE "P" TO EMI-CAE-ESTADO.
           MOVE SPACES TO EMI-CAE.
           MOVE ZERO TO EMI-CAE-VTO.
           MOVE AJ-NETO TO EMI-NETO.
           MOVE AJ-IVA TO EMI-IVA.
           MOVE SPACE TO EMI-ORIGEN.
           MOVE ZERO TO EMI-COMERCIO.
           MOVE ZERO TO EMI-SUCURSAL.
           WRITE REG-EMITIDA.
      ******************************************************************
       ASENTAR-NOTA-CREDITO.
           MOVE SERIE-FACTURA TO CSV-NC-SERIE.
           MOVE PTO-VENTA-FACTURA TO CSV-NC-PTO.
           MOVE NRO-FACTURA TO CSV-NC-NRO.
           MOVE GRUPO-REF-NRO TO CSV-NC-REF.
           MOVE AJ-NETO TO CSV-NC-NETO.
           MOVE AJ-IVA TO CSV-NC-IVA.
           MOVE AJ-TOTAL TO CSV-NC-TOTAL.
           WRITE LINEA-CSV FROM LINEA-NC-CSV.
           MOVE NRO-FACTURA TO NCE-NRO.
           MOVE GRUPO-REF-NRO TO NCE-FACTURA-REF.
           MOVE AJ-TOTAL TO NCE-TOTAL.
           MOVE GRUPO-EMPRESA TO NCE-EMPRESA.
           MOVE GRUPO-CUIT TO NCE-CUIT.
           MOVE SERIE-FACTURA TO NCE-SERIE.
           MOVE PTO-VENTA-FACTURA TO NCE-PTO-VENTA.
           MOVE WS-CURRENT-DATE TO NCE-FECHA.
           MOVE AJ-NETO TO NCE-NETO.
           MOVE AJ-IVA TO NCE-IVA.
           MOVE GRUPO-MONEDA TO NCE-MONEDA.
           MOVE GRUPO-TASA TO NCE-TASA.
           MOVE "P" TO NCE-CAE-ESTADO.
           MOVE SPACES TO NCE-CAE.
           MOVE ZERO TO NCE-CAE-VTO.
           MOVE SPACE TO NCE-ORIGEN.
           MOVE ZERO TO NCE-COMERCIO.
           MOVE ZERO TO NCE-SUCURSAL.
           WRITE REG-NCEMITIDA.
      ******************************************************************
      *   El detalle facturado queda con el importe revaluado - una
      *   segunda corrida ya no encuentra diferencia que ajustar.
       REGRABAR-DETALLE.
           OPEN INPUT DETTMP.
           OPEN OUTPUT FACTDETALLE.
           MOVE 'N' TO EOF-TMP-SW.
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
       GRABAR-NUMERACION.
           OPEN OUTPUT NUMFACT.
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
       CARGAR-EMITIDAS.
           MOVE ZERO TO CANT-EMITIDAS.
           MOVE 'N' TO EOF-EMIT-SW.
           OPEN INPUT FACTEMITIDAS.
           IF FS-EMITIDAS NOT EQUAL '00'
               SET FIN-EMITIDAS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-EMITIDAS
               READ FACTEMITIDAS
                   AT END SET FIN-EMITIDAS TO TRUE
               END-READ
               IF NOT FIN-EMITIDAS
                   IF CANT-EMITIDAS = 3000
                       DISPLAY "** TABLA DE FACTURAS EMITIDAS LLENA - "
                           "se aborta antes de ajustar mal"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO CANT-EMITIDAS
                   MOVE EMI-SERIE TO TAB-EMI-SERIE (CANT-EMITIDAS)
                   MOVE EMI-PTO-VENTA TO TAB-EMI-PTO (CANT-EMITIDAS)
                   MOVE EMI-NRO TO TAB-EMI-NRO (CANT-EMITIDAS)
                   MOVE EMI-MONEDA TO TAB-EMI-MONEDA (CANT-EMITIDAS)
                   MOVE EMI-TASA TO TAB-EMI-TASA (CANT-EMITIDAS)
                   MOVE EMI-CAE-ESTADO
                       TO TAB-EMI-ESTADO (CANT-EMITIDAS)
               END-IF
           END-PERFORM.
           IF FS-EMITIDAS = '00' OR FS-EMITIDAS = '10'
               CLOSE FACTEMITIDAS
           END-IF.
      ******************************************************************
       CARGAR-TARIFAS.
           MOVE ZERO TO CANT-TAB-TARIFAS.
           OPEN INPUT TARIFAS.
           IF OK-TAR
               READ TARIFAS RECORD
               PERFORM UNTIL NOT OK-TAR OR CANT-TAB-TARIFAS = 200
                   ADD 1 TO CANT-TAB-TARIFAS
                   MOVE TAR-SRT TO TAB-TARRES-SRT (CANT-TAB-TARIFAS)
                   MOVE TAR-VIG-DES
                       TO TAB-TARRES-VIG (CANT-TAB-TARIFAS)
                   MOVE TAR-TARIFA
                       TO TAB-TARRES-TARIFA (CANT-TAB-TARIFAS)
                   READ TARIFAS RECORD
               END-PERFORM
               IF OK-TAR
                   DISPLAY "** TABLA DE TARIFAS LLENA - se aborta "
                       "antes de ajustar mal"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE TARIFAS
           END-IF.
      ******************************************************************
       CARGAR-TARCLI.
           MOVE ZERO TO CANT-TAB-TARCLI.
           OPEN INPUT TARCLI.
           IF OK-TARCLI
               READ TARCLI RECORD
               PERFORM UNTIL NOT OK-TARCLI OR CANT-TAB-TARCLI = 100
                   ADD 1 TO CANT-TAB-TARCLI
                   MOVE TCL-EMPRESA
                       TO TAB-TCL-EMPRESA (CANT-TAB-TARCLI)
                   MOVE TCL-SRT TO TAB-TCL-SRT (CANT-TAB-TARCLI)
                   MOVE TCL-VIG-DESDE
                       TO TAB-TCL-VIG (CANT-TAB-TARCLI)
                   MOVE TCL-TARIFA
                       TO TAB-TCL-TARIFA (CANT-TAB-TARCLI)
                   READ TARCLI RECORD
               END-PERFORM
               CLOSE TARCLI
           END-IF.
      ******************************************************************
       CARGAR-SRTHIST.
           MOVE ZERO TO CANT-TAB-SRTH.
           OPEN INPUT SRTHIST.
           IF OK-SRTHIST
               READ SRTHIST RECORD
               PERFORM UNTIL NOT OK-SRTHIST OR CANT-TAB-SRTH = 200
                   ADD 1 TO CANT-TAB-SRTH
                   MOVE SRT-CONS-NUMERO
                       TO TAB-SRTRES-NUMERO (CANT-TAB-SRTH)
                   MOVE SRT-VIG-DESDE
                       TO TAB-SRTRES-VIG (CANT-TAB-SRTH)
                   MOVE SRT-CATEGORIA
                       TO TAB-SRTRES-CAT (CANT-TAB-SRTH)
                   READ SRTHIST RECORD
               END-PERFORM
               IF OK-SRTHIST
                   DISPLAY "** TABLA DE HISTORIAL SRT LLENA - se "
                       "aborta antes de ajustar mal"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE SRTHIST
           END-IF.
      ******************************************************************
       CARGAR-TAREAS.
           MOVE ZERO TO CANT-TAB-TAREAS.
           OPEN INPUT TAREAS.
           IF OK-TAREAS
               READ TAREAS RECORD
               PERFORM UNTIL NOT OK-TAREAS OR CANT-TAB-TAREAS = 100
                   ADD 1 TO CANT-TAB-TAREAS
                   MOVE TAR-T-CODIGO
                       TO TAB-TARTA-CODIGO (CANT-TAB-TAREAS)
                   MOVE TAR-T-MULTIPLICADOR
                       TO TAB-TARTA-MULT (CANT-TAB-TAREAS)
                   READ TAREAS RECORD
               END-PERFORM
           END-IF.
           IF FS-TAREAS = '00' OR FS-TAREAS = '05' OR FS-TAREAS = '10'
               CLOSE TAREAS
           END-IF.
       END PROGRAM AjusteTarifas.
