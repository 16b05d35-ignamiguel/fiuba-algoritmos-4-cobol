      * rechazada ("R") con su listado. CtasCorrientes solo postea
      * las "A", asi una factura observada jamas entra a la cuenta
      * corriente.
      * Las notas de credito de NC-EMITIDAS siguen el mismo ciclo:
      * van a la solicitud con la factura que ajustan y la
      * respuesta les estampa su CAE. Cada comprobante autorizado
      * se agrega ademas a COMPROBANTES-IVA.DAT, el registro
      * permanente del que sale el libro de IVA Ventas - las
      * emitidas y las notas se consumen al postear la cuenta
      * corriente, el registro no. Las facturas y notas de comision
      * que LiquidacionComercios emite a los comercios, con su
      * propio punto de venta, pasan por el mismo ciclo.
      * Cada solicitud generada queda registrada para transmision
      * (regsalida) con su cantidad de comprobantes y su total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT RECHAZOSCAE   ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-RECHCAE.
        SELECT NCEMITIDAS    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-NCEMITIDAS.
        SELECT NCTMP         ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-NCTMP.
        SELECT OPTIONAL COMPROBANTESIVA ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-CBTEIVA.

       DATA DIVISION.
       FILE SECTION.
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

       FD EMITMP       LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "emitcae.tmp".
       01 REG-EMITMP PIC X(107).

       FD SOLICITUD    LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "CAE-SOLICITUD.DAT".
           03 SOL-FECHA PIC 9(8).
           03 SOL-TOTAL PIC 9(9)V99.
           03 SOL-MONEDA PIC X(1).
      *   "F" factura, "C" nota de credito con la factura que
      *   ajusta.
           03 SOL-TIPO PIC X(1).
           03 SOL-FACTURA-REF PIC 9(8).

       FD RESPUESTA    LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "CAE-RESPUESTA.DAT".
           03 RCAE-TOTAL PIC 9(9)V99.
           03 RCAE-MOTIVO PIC X(30).

       FD NCEMITIDAS   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NC-EMITIDAS.DAT".
       01 REG-NCEMITIDA.
           03 NCE-NRO PIC 9(8).
           03 NCE-FACTURA-REF PIC 9(8).
           03 NCE-TOTAL PIC 9(9)V99.
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

       FD NCTMP        LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "nccae.tmp".
       01 REG-NCTMP PIC X(115).

      *   Comprobante autorizado, uno por linea y para siempre -
      *   tipo "F" factura o "C" nota de credito.
       FD COMPROBANTESIVA LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "COMPROBANTES-IVA.DAT".
       01 REG-CBTEIVA.
           03 CIV-TIPO PIC X(1).
           03 CIV-FECHA PIC 9(8).
           03 CIV-SERIE PIC X(1).
           03 CIV-PTO-VENTA PIC 9(4).
           03 CIV-NRO PIC 9(8).
           03 CIV-EMPRESA PIC 9(3).
           03 CIV-CUIT PIC 9(11).
           03 CIV-NETO PIC 9(9)V99.
           03 CIV-IVA PIC 9(9)V99.
           03 CIV-EXENTO PIC 9(9)V99.
           03 CIV-TOTAL PIC 9(9)V99.
           03 CIV-MONEDA PIC X(1).
           03 CIV-TASA PIC 9(4)V99.
           03 CIV-CAE PIC X(14).
           03 CIV-CAE-VTO PIC 9(8).
           03 CIV-FACTURA-REF PIC 9(8).
      *   Blanco consultoria, "M" comision a un comercio.
           03 CIV-ORIGEN PIC X(1).
           03 CIV-COMERCIO PIC 9(6).
           03 CIV-SUCURSAL PIC 9(2).

       WORKING-STORAGE SECTION.
       77 FS-EMITIDAS PIC XX.
       77 FS-EMITMP PIC XX.
       77 FS-SOLICITUD PIC XX.
       77 FS-RESPUESTA PIC XX.
       77 FS-RECHCAE PIC XX.
       77 FS-NCEMITIDAS PIC XX.
       77 FS-NCTMP PIC XX.
       77 FS-CBTEIVA PIC XX.
      *   Alicuota general de IVA - abre neto e IVA de las facturas
      *   grabadas antes de que los trajeran.
       77 IVA-PORCENTAJE PIC 9(2)V99 VALUE 21.00.

       01 WS-MENU-OPTION PIC 9(1) VALUE 0.
       01 WS-KEEP-GOING PIC X(1) VALUE "S".
       01 EOF-TMP-SW PIC X VALUE 'N'.
           88 FIN-TMP VALUE 'S'.
       01 CONT-SOLICITADAS PIC 9(5) VALUE ZERO.
       01 CONT-NC-SOLICITADAS PIC 9(5) VALUE ZERO.
       01 EOF-NCE-SW PIC X VALUE 'N'.
           88 FIN-NCE VALUE 'S'.
       01 CONT-AUTORIZADAS PIC 9(5) VALUE ZERO.
       01 CONT-RECHAZADAS PIC 9(5) VALUE ZERO.
       01 RESPUESTA-APLICADA PIC X VALUE 'N'.
           88 RESP-APLICADA VALUE 'S'.
      *   Registro de interfaces de salida - ver regsalida.
       01 RSA-ACCION PIC X(1) VALUE "R".
       01 RSA-INTERFAZ PIC X(20) VALUE "CAE-SOLICITUD".
       01 RSA-ARCHIVO PIC X(60) VALUE
           "..\TPALGO4PARTE2\CAE-SOLICITUD.DAT".
       01 RSA-REGISTROS PIC 9(8) VALUE ZERO.
       01 RSA-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 RSA-GENERACION PIC 9(6).
       01 RSA-LINEAS PIC 9(8).
       01 RSA-HASH PIC 9(12).
       01 RSA-RESULTADO PIC X(1).

       PROCEDURE DIVISION.
       COMIENZO.
      *   ya contesto.
       GENERAR-SOLICITUD.
           MOVE ZERO TO CONT-SOLICITADAS.
           MOVE ZERO TO CONT-NC-SOLICITADAS.
           MOVE ZERO TO RSA-TOTAL.
           MOVE 'N' TO EOF-EMIT-SW.
           OPEN OUTPUT SOLICITUD.
           OPEN INPUT FACTEMITIDAS.
           IF FS-EMITIDAS NOT EQUAL '00'
               DISPLAY "Sin facturas emitidas en espera"
               SET FIN-EMITIDAS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-EMITIDAS
               READ FACTEMITIDAS
                       MOVE EMI-FECHA TO SOL-FECHA
                       MOVE EMI-TOTAL TO SOL-TOTAL
                       MOVE EMI-MONEDA TO SOL-MONEDA
                       MOVE "F" TO SOL-TIPO
                       MOVE ZERO TO SOL-FACTURA-REF
                       WRITE REG-SOLICITUD
                       ADD SOL-TOTAL TO RSA-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           IF FS-EMITIDAS = '00' OR FS-EMITIDAS = '10'
               CLOSE FACTEMITIDAS
           END-IF.
           PERFORM SOLICITAR-NOTAS-CREDITO.
           CLOSE SOLICITUD.
           COMPUTE RSA-REGISTROS = CONT-SOLICITADAS
               + CONT-NC-SOLICITADAS.
           CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
               RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL, RSA-GENERACION,
               RSA-LINEAS, RSA-HASH, RSA-RESULTADO.
           DISPLAY "Facturas en la solicitud: " CONT-SOLICITADAS.
           DISPLAY "Notas de credito en la solicitud: "
               CONT-NC-SOLICITADAS.
      ******************************************************************
      *   Las notas grabadas antes de la autorizacion electronica
      *   no traen estado y nunca se piden.
       SOLICITAR-NOTAS-CREDITO.
           MOVE 'N' TO EOF-NCE-SW.
           OPEN INPUT NCEMITIDAS.
           IF FS-NCEMITIDAS NOT EQUAL '00'
               SET FIN-NCE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-NCE
               READ NCEMITIDAS
                   AT END SET FIN-NCE TO TRUE
               END-READ
               IF NOT FIN-NCE AND NCE-CAE-ESTADO = "P"
                   ADD 1 TO CONT-NC-SOLICITADAS
                   MOVE NCE-CUIT TO SOL-CUIT
                   MOVE NCE-SERIE TO SOL-SERIE
                   MOVE NCE-PTO-VENTA TO SOL-PTO-VENTA
                   MOVE NCE-NRO TO SOL-NRO
                   MOVE NCE-FECHA TO SOL-FECHA
                   MOVE NCE-TOTAL TO SOL-TOTAL
                   MOVE NCE-MONEDA TO SOL-MONEDA
                   MOVE "C" TO SOL-TIPO
                   MOVE NCE-FACTURA-REF TO SOL-FACTURA-REF
                   WRITE REG-SOLICITUD
                   ADD SOL-TOTAL TO RSA-TOTAL
               END-IF
           END-PERFORM.
           IF FS-NCEMITIDAS = '00' OR FS-NCEMITIDAS = '10'
               CLOSE NCEMITIDAS
           END-IF.
      ******************************************************************
      *   Cada respuesta estampa o rechaza SU factura - la emitida
      *   se regraba entera a traves del temporal, como regraban
               CLOSE EMITMP
               PERFORM REGRABAR-EMITIDAS
           END-IF.
      *   Facturas y notas comparten la numeracion - si no era una
      *   factura, es una nota de credito.
           IF NOT RESP-APLICADA
               PERFORM APLICAR-RESPUESTA-NC
           END-IF.
           IF NOT RESP-APLICADA
               DISPLAY "** Respuesta para factura inexistente o ya "
                   "resuelta: " RES-SERIE " " RES-PTO-VENTA "-"
               MOVE "A" TO EMI-CAE-ESTADO
               MOVE RES-CAE TO EMI-CAE
               MOVE RES-CAE-VTO TO EMI-CAE-VTO
               PERFORM REGISTRAR-FACTURA-IVA
           ELSE
               ADD 1 TO CONT-RECHAZADAS
               MOVE "R" TO EMI-CAE-ESTADO
               DISPLAY "** Factura " RES-NRO " rechazada por la "
                   "autoridad: " RES-MOTIVO
           END-IF.
      ******************************************************************
       APLICAR-RESPUESTA-NC.
           MOVE 'N' TO EOF-NCE-SW.
           OPEN INPUT NCEMITIDAS.
           IF FS-NCEMITIDAS NOT EQUAL '00'
               SET FIN-NCE TO TRUE
           ELSE
               OPEN OUTPUT NCTMP
           END-IF.
           PERFORM UNTIL FIN-NCE
               READ NCEMITIDAS
                   AT END SET FIN-NCE TO TRUE
               END-READ
               IF NOT FIN-NCE
                   IF NCE-SERIE = RES-SERIE
                       AND NCE-PTO-VENTA = RES-PTO-VENTA
                       AND NCE-NRO = RES-NRO
                       AND NCE-CAE-ESTADO = "P"
                       PERFORM ESTAMPAR-RESPUESTA-NC
                   END-IF
                   MOVE REG-NCEMITIDA TO REG-NCTMP
                   WRITE REG-NCTMP
               END-IF
           END-PERFORM.
           IF FS-NCEMITIDAS = '00' OR FS-NCEMITIDAS = '10'
               CLOSE NCEMITIDAS
               CLOSE NCTMP
               PERFORM REGRABAR-NC-EMITIDAS
           END-IF.
      ******************************************************************
       ESTAMPAR-RESPUESTA-NC.
           SET RESP-APLICADA TO TRUE.
           IF RES-AUTORIZADA
               ADD 1 TO CONT-AUTORIZADAS
               MOVE "A" TO NCE-CAE-ESTADO
               MOVE RES-CAE TO NCE-CAE
               MOVE RES-CAE-VTO TO NCE-CAE-VTO
               PERFORM REGISTRAR-NC-IVA
           ELSE
               ADD 1 TO CONT-RECHAZADAS
               MOVE "R" TO NCE-CAE-ESTADO
               MOVE RES-SERIE TO RCAE-SERIE
               MOVE RES-PTO-VENTA TO RCAE-PTO-VENTA
               MOVE RES-NRO TO RCAE-NRO
               MOVE NCE-EMPRESA TO RCAE-EMPRESA
               MOVE NCE-TOTAL TO RCAE-TOTAL
               MOVE RES-MOTIVO TO RCAE-MOTIVO
               WRITE REG-RECHCAE
               DISPLAY "** Nota de credito " RES-NRO " rechazada "
                   "por la autoridad: " RES-MOTIVO
           END-IF.
      ******************************************************************
      *   Una factura grabada sin neto ni IVA se abre con la
      *   alicuota general.
       REGISTRAR-FACTURA-IVA.
           MOVE "F" TO CIV-TIPO.
           MOVE EMI-FECHA TO CIV-FECHA.
           MOVE EMI-SERIE TO CIV-SERIE.
           MOVE EMI-PTO-VENTA TO CIV-PTO-VENTA.
           MOVE EMI-NRO TO CIV-NRO.
           MOVE EMI-EMPRESA TO CIV-EMPRESA.
           MOVE EMI-CUIT TO CIV-CUIT.
           MOVE EMI-TOTAL TO CIV-TOTAL.
           IF EMI-NETO IS NUMERIC AND EMI-IVA IS NUMERIC
               MOVE EMI-NETO TO CIV-NETO
               MOVE EMI-IVA TO CIV-IVA
           ELSE
               COMPUTE CIV-NETO ROUNDED =
                   EMI-TOTAL * 100 / (100 + IVA-PORCENTAJE)
               COMPUTE CIV-IVA = EMI-TOTAL - CIV-NETO
           END-IF.
           MOVE EMI-MONEDA TO CIV-MONEDA.
           MOVE EMI-TASA TO CIV-TASA.
           MOVE RES-CAE TO CIV-CAE.
           MOVE RES-CAE-VTO TO CIV-CAE-VTO.
           MOVE ZERO TO CIV-FACTURA-REF.
           MOVE EMI-ORIGEN TO CIV-ORIGEN.
           MOVE EMI-COMERCIO TO CIV-COMERCIO.
           MOVE EMI-SUCURSAL TO CIV-SUCURSAL.
           PERFORM GRABAR-COMPROBANTE-IVA.
      ******************************************************************
       REGISTRAR-NC-IVA.
           MOVE "C" TO CIV-TIPO.
           MOVE NCE-FECHA TO CIV-FECHA.
           MOVE NCE-SERIE TO CIV-SERIE.
           MOVE NCE-PTO-VENTA TO CIV-PTO-VENTA.
           MOVE NCE-NRO TO CIV-NRO.
           MOVE NCE-EMPRESA TO CIV-EMPRESA.
           MOVE NCE-CUIT TO CIV-CUIT.
           MOVE NCE-TOTAL TO CIV-TOTAL.
           MOVE NCE-NETO TO CIV-NETO.
           MOVE NCE-IVA TO CIV-IVA.
           MOVE NCE-MONEDA TO CIV-MONEDA.
           MOVE NCE-TASA TO CIV-TASA.
           MOVE RES-CAE TO CIV-CAE.
           MOVE RES-CAE-VTO TO CIV-CAE-VTO.
           MOVE NCE-FACTURA-REF TO CIV-FACTURA-REF.
           MOVE NCE-ORIGEN TO CIV-ORIGEN.
           MOVE NCE-COMERCIO TO CIV-COMERCIO.
           MOVE NCE-SUCURSAL TO CIV-SUCURSAL.
           PERFORM GRABAR-COMPROBANTE-IVA.
      ******************************************************************
      *   Lo que el total trae por encima de neto e IVA es exento.
       GRABAR-COMPROBANTE-IVA.
           MOVE ZERO TO CIV-EXENTO.
           IF CIV-TOTAL > CIV-NETO + CIV-IVA
               COMPUTE CIV-EXENTO = CIV-TOTAL - CIV-NETO - CIV-IVA
           END-IF.
           OPEN EXTEND COMPROBANTESIVA.
           WRITE REG-CBTEIVA.
           CLOSE COMPROBANTESIVA.
      ******************************************************************
       REGRABAR-NC-EMITIDAS.
           MOVE 'N' TO EOF-TMP-SW.
           OPEN INPUT NCTMP.
           OPEN OUTPUT NCEMITIDAS.
           PERFORM UNTIL FIN-TMP
               READ NCTMP
                   AT END SET FIN-TMP TO TRUE
               END-READ
               IF NOT FIN-TMP
                   MOVE REG-NCTMP TO REG-NCEMITIDA
                   WRITE REG-NCEMITIDA
               END-IF
           END-PERFORM.
           CLOSE NCTMP.
           CLOSE NCEMITIDAS.
           MOVE 'N' TO EOF-TMP-SW.
      ******************************************************************
       REGRABAR-EMITIDAS.
           MOVE 'N' TO EOF-TMP-SW.
