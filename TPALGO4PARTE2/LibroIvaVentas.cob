       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibroIvaVentas.
      * AUTHOR:  nacho.
      * Libro IVA Ventas del mes. Lee los comprobantes autorizados
      * que AutorizacionCAE deja en COMPROBANTES-IVA.DAT (facturas
      * y notas de credito, con su CAE), los ordena por fecha, tipo,
      * punto de venta y numero, e imprime el libro en
      * LIBRO-IVA-VENTAS.DAT con la razon social de EMPind2, neto,
      * IVA 21%, exento y total en pesos. Deja ademas los dos
      * archivos de ancho fijo del regimen de informacion de IVA
      * digital: REGINFO-CBTE-VENTAS.TXT (un registro por
      * comprobante) y REGINFO-ALIC-VENTAS.TXT (uno por alicuota).
      * El periodo sale de LIBROIVAPER.DAT (AAAAMM); sin archivo,
      * el mes anterior. Mientras el periodo siga abierto en
      * PERIODOS.DAT (subsistema CONSULT) el libro no se emite:
      * RETURN-CODE 16 y ningun archivo.
      * Control contable: suma lo que GLExtract asento en el mes
      * (GL-HISTORICO.DAT, eventos FACTURA, IVA-DF y NOTACRED) y lo
      * compara con el libro; una diferencia se imprime al pie y
      * devuelve RETURN-CODE 4. GLExtract asienta los importes en la
      * moneda del comprobante, asi que el control compara contra
      * los importes originales y no contra los pesos del libro.
      * Las comisiones que LiquidacionComercios factura a los
      * comercios entran al libro con la razon social del padron de
      * comercios, pero no al control: GLExtract no las asienta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL COMPROBANTESIVA ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-CBTEIVA.
        SELECT EMPRESAS       ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.
        SELECT COMERCIOS      ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY COM-CLAVE
                              FILE STATUS IS FS-COM.
        SELECT LIBROIVAPER   ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-PERIODO.
        SELECT OPTIONAL GLHISTORICO ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-GLHIST.
        SELECT CBTEVENTAS    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-CBTEVTA.
        SELECT ALICVENTAS    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-ALICVTA.
        SELECT ARCH-LIBRO ASSIGN TO DISK.

        SELECT LIBRO ASSIGN TO PRINTER "LIBRO-IVA-VENTAS.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD COMPROBANTESIVA LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "COMPROBANTES-IVA.DAT".
       01 REG-CBTEIVA.
           03 CIV-TIPO PIC X(1).
               88 CIV-FACTURA VALUE "F".
               88 CIV-NOTA-CREDITO VALUE "C".
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
           03 CIV-ORIGEN PIC X(1).
               88 CIV-DE-COMERCIO VALUE "M".
           03 CIV-COMERCIO PIC 9(6).
           03 CIV-SUCURSAL PIC 9(2).

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

      *   Padron de comercios del sistema de ventas.
       FD COMERCIOS    LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS
                       "..\files\comercios_indexed.dat".
       01 REG-COMERCIOS.
           03 COM-CLAVE.
               05 COM-NUMERO PIC 9(6).
               05 COM-SUCURSAL PIC 9(2).
           03 COM-RAZON PIC X(30).
           03 COM-DIRECCION PIC X(20).
           03 COM-RUBRO PIC 9(4).
           03 COM-LIMITE-VENTA PIC X(1).
           03 COM-ESTADO PIC X(1).
           03 COM-CBU PIC X(22).
           03 COM-CUIT PIC 9(11).
           03 COM-COND-IVA PIC X(2).
           03 COM-IIBB PIC X(13).

       FD LIBROIVAPER  LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "LIBROIVAPER.DAT".
       01 REG-LIBROIVAPER.
           03 PAR-PERIODO PIC 9(6).

       FD GLHISTORICO  LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS
                       "..\files\GL-HISTORICO.DAT".
       01 REG-GLHIST.
           03 GLH-FECHA PIC 9(8).
           03 GLH-CUENTA PIC X(8).
           03 GLH-DH PIC X(1).
           03 GLH-IMPORTE PIC 9(12)V99.
           03 GLH-EVENTO PIC X(12).

      *   Regimen de informacion - comprobantes de ventas.
       FD CBTEVENTAS   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "REGINFO-CBTE-VENTAS.TXT".
       01 REG-CBTEVTA.
           03 RCV-FECHA PIC 9(8).
           03 RCV-TIPO-CBTE PIC 9(3).
           03 RCV-PTO-VENTA PIC 9(5).
           03 RCV-NRO PIC 9(20).
           03 RCV-NRO-HASTA PIC 9(20).
           03 RCV-COD-DOC PIC 9(2).
           03 RCV-NRO-DOC PIC 9(20).
           03 RCV-NOMBRE PIC X(30).
           03 RCV-TOTAL PIC 9(13)V99.
           03 RCV-NO-GRAVADO PIC 9(13)V99.
           03 RCV-PERC-NO-CAT PIC 9(13)V99.
           03 RCV-EXENTO PIC 9(13)V99.
           03 RCV-PERC-NAC PIC 9(13)V99.
           03 RCV-PERC-IIBB PIC 9(13)V99.
           03 RCV-PERC-MUNI PIC 9(13)V99.
           03 RCV-IMP-INTERNOS PIC 9(13)V99.
           03 RCV-MONEDA PIC X(3).
           03 RCV-TIPO-CAMBIO PIC 9(4)V9(6).
           03 RCV-CANT-ALICUOTAS PIC 9(1).
           03 RCV-COD-OPERACION PIC X(1).
           03 RCV-OTROS-TRIBUTOS PIC 9(13)V99.
           03 RCV-FECHA-VTO-PAGO PIC 9(8).

      *   Regimen de informacion - alicuotas de ventas.
       FD ALICVENTAS   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "REGINFO-ALIC-VENTAS.TXT".
       01 REG-ALICVTA.
           03 RAV-TIPO-CBTE PIC 9(3).
           03 RAV-PTO-VENTA PIC 9(5).
           03 RAV-NRO PIC 9(20).
           03 RAV-NETO PIC 9(13)V99.
           03 RAV-ALICUOTA PIC 9(4).
           03 RAV-IVA PIC 9(13)V99.

       SD ARCH-LIBRO DATA RECORD IS REG-LIBRO.
       01 REG-LIBRO.
           03 LIB-FECHA PIC 9(8).
           03 LIB-TIPO-CBTE PIC 9(3).
           03 LIB-PTO-VENTA PIC 9(4).
           03 LIB-NRO PIC 9(8).
           03 LIB-TIPO PIC X(1).
               88 LIB-FACTURA VALUE "F".
           03 LIB-SERIE PIC X(1).
           03 LIB-CUIT PIC 9(11).
           03 LIB-RAZON PIC X(25).
           03 LIB-NETO PIC 9(9)V99.
           03 LIB-IVA PIC 9(9)V99.
           03 LIB-EXENTO PIC 9(9)V99.
           03 LIB-TOTAL PIC 9(9)V99.
           03 LIB-MONEDA PIC X(1).
           03 LIB-TASA PIC 9(4)V99.
           03 LIB-CAE PIC X(14).
           03 LIB-ORIGEN PIC X(1).
               88 LIB-DE-COMERCIO VALUE "M".

       FD LIBRO       LABEL RECORD OMITTED.
       01 LINEA-LIBRO PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-CBTEIVA PIC XX.
       77 FS-EMP PIC XX.
       77 FS-COM PIC XX.
       77 FS-PERIODO PIC XX.
       77 FS-GLHIST PIC XX.
       77 FS-CBTEVTA PIC XX.
       77 FS-ALICVTA PIC XX.

       01 EOF-CIV-SW PIC X VALUE 'N'.
           88 FIN-CBTEIVA VALUE 'S'.
       01 EOF-LIB-SW PIC X VALUE 'N'.
           88 FIN-LIBRO VALUE 'S'.
       01 EOF-GLH-SW PIC X VALUE 'N'.
           88 FIN-GLHIST VALUE 'S'.
       01 COMERCIOS-SW PIC X VALUE 'N'.
           88 HAY-COMERCIOS VALUE 'S'.

       01 PERIODO-LIBRO PIC 9(6).
       01 PERIODO-LIBRO-R REDEFINES PERIODO-LIBRO.
           03 PERIODO-ANIO PIC 9(4).
           03 PERIODO-MES PIC 9(2).

      *   Periodos contables compartidos - ver chkperiodo.
       01 PERIODO-SUBSISTEMA PIC X(8) VALUE "CONSULT".
       01 PERIODO-FECHA PIC 9(8).
       01 PERIODO-RESULTADO PIC X(1).

      *   Codigo de alicuota 21% en el regimen de informacion.
       77 ALICUOTA-GENERAL PIC 9(4) VALUE 5.

       01 PESOS-NETO PIC 9(11)V99.
       01 PESOS-IVA PIC 9(11)V99.
       01 PESOS-EXENTO PIC 9(11)V99.
       01 PESOS-TOTAL PIC 9(11)V99.

      *   Totales del libro, en pesos.
       01 CANT-FACTURAS PIC 9(5) VALUE ZERO.
       01 CANT-NOTAS PIC 9(5) VALUE ZERO.
       01 FAC-NETO PIC 9(11)V99 VALUE ZERO.
       01 FAC-IVA PIC 9(11)V99 VALUE ZERO.
       01 FAC-EXENTO PIC 9(11)V99 VALUE ZERO.
       01 FAC-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 NCR-NETO PIC 9(11)V99 VALUE ZERO.
       01 NCR-IVA PIC 9(11)V99 VALUE ZERO.
       01 NCR-EXENTO PIC 9(11)V99 VALUE ZERO.
       01 NCR-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 LIBRO-NETO PIC S9(11)V99.
       01 LIBRO-IVA PIC S9(11)V99.
       01 LIBRO-EXENTO PIC S9(11)V99.
       01 LIBRO-TOTAL PIC S9(11)V99.

      *   Control contra lo asentado por GLExtract, en la moneda
      *   de cada comprobante.
       01 CTL-LIBRO-FACTURA PIC 9(12)V99 VALUE ZERO.
       01 CTL-LIBRO-IVA-DF PIC 9(12)V99 VALUE ZERO.
       01 CTL-LIBRO-NOTACRED PIC 9(12)V99 VALUE ZERO.
       01 CTL-GL-FACTURA PIC 9(12)V99 VALUE ZERO.
       01 CTL-GL-IVA-DF PIC 9(12)V99 VALUE ZERO.
       01 CTL-GL-NOTACRED PIC 9(12)V99 VALUE ZERO.
       01 CTL-DIFERENCIA PIC S9(12)V99.
       01 CTL-CON-DIFERENCIA PIC X VALUE 'N'.
           88 HAY-DIFERENCIA VALUE 'S'.

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE.
               07 WS-ANIO PIC 9(4).
               07 WS-MES PIC 9(2).
               07 WS-DIA PIC 9(2).
           05 FILLER PIC X(13).

       01 ENCABEZADO-LIBRO.
           03 FILLER PIC X(26) VALUE "LIBRO IVA VENTAS - PERIODO".
           03 FILLER PIC X(1) VALUE SPACES.
           03 ENC-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 ENC-ANIO PIC 9(4).
           03 FILLER PIC X(98) VALUE SPACES.
       01 ENCABEZADO-LIBRO-2.
           03 FILLER PIC X(42) VALUE
              "FECHA      TP COMPROBANTE     CUIT        ".
           03 FILLER PIC X(47) VALUE
              "RAZON SOCIAL                 NETO      IVA 21% ".
           03 FILLER PIC X(43) VALUE
              "      EXENTO        TOTAL CAE".
       01 DETALLE-LIBRO.
           03 DLB-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 DLB-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 DLB-ANIO PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-TIPO PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-SERIE PIC X(1).
           03 FILLER PIC X(1) VALUE "-".
           03 DLB-PTO-VENTA PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 DLB-NRO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-CUIT PIC 9(11).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-RAZON PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-NETO PIC -ZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-IVA PIC -ZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-EXENTO PIC -ZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-TOTAL PIC -ZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DLB-CAE PIC X(14).
       01 TOTAL-LIBRO.
           03 TLB-TITULO PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 TLB-CANT PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TLB-COMPROBANTES PIC X(20) VALUE "COMPROBANTES".
           03 TLB-NETO PIC -ZZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TLB-IVA PIC -ZZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TLB-EXENTO PIC -ZZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TLB-TOTAL PIC -ZZZZZZZZZ9.99.
           03 FILLER PIC X(15) VALUE SPACES.
       01 LINEA-SIN-COMPROBANTES.
           03 FILLER PIC X(132) VALUE
              "SIN COMPROBANTES AUTORIZADOS EN EL PERIODO".
       01 ENCABEZADO-CONTROL.
           03 FILLER PIC X(28) VALUE "CONTROL CONTRA GL-HISTORICO ".
           03 FILLER PIC X(104) VALUE
              "(IMPORTES EN MONEDA DEL COMPROBANTE)".
       01 LINEA-CONTROL.
           03 LCT-EVENTO PIC X(12).
           03 FILLER PIC X(8) VALUE " LIBRO: ".
           03 LCT-LIBRO PIC ZZZZZZZZZZZ9.99.
           03 FILLER PIC X(6) VALUE "  GL: ".
           03 LCT-GL PIC ZZZZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCT-RESULTADO PIC X(30).
           03 LCT-DIFERENCIA PIC -ZZZZZZZZZZZ9.99.
           03 FILLER PIC X(28) VALUE SPACES.
       01 LINEA-VACIA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM CARGAR-PERIODO.
           COMPUTE PERIODO-FECHA = PERIODO-LIBRO * 100 + 1.
           CALL 'chkperiodo' USING PERIODO-SUBSISTEMA,
               PERIODO-FECHA, PERIODO-RESULTADO.
           IF PERIODO-RESULTADO = "A"
               DISPLAY "** Periodo " PERIODO-LIBRO " abierto en "
                   "PERIODOS.DAT - el libro IVA se emite con el "
                   "mes cerrado"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPRESAS.
           IF FS-EMP NOT EQUAL '00'
               DISPLAY "** EMPind2.DAT no disponible - " FS-EMP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COMERCIOS.
           IF FS-COM EQUAL '00'
               SET HAY-COMERCIOS TO TRUE
           END-IF.
           OPEN OUTPUT LIBRO.
           OPEN OUTPUT CBTEVENTAS.
           OPEN OUTPUT ALICVENTAS.
           MOVE PERIODO-MES TO ENC-MES.
           MOVE PERIODO-ANIO TO ENC-ANIO.
           WRITE LINEA-LIBRO FROM ENCABEZADO-LIBRO.
           WRITE LINEA-LIBRO FROM LINEA-VACIA.
           WRITE LINEA-LIBRO FROM ENCABEZADO-LIBRO-2.
           SORT ARCH-LIBRO ON ASCENDING KEY LIB-FECHA
                              ASCENDING KEY LIB-TIPO-CBTE
                              ASCENDING KEY LIB-PTO-VENTA
                              ASCENDING KEY LIB-NRO
                           INPUT PROCEDURE IS ENTRADA
                           OUTPUT PROCEDURE IS SALIDA.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CONTROLAR-GL.
           CLOSE EMPRESAS.
           IF HAY-COMERCIOS
               CLOSE COMERCIOS
           END-IF.
           CLOSE LIBRO.
           CLOSE CBTEVENTAS.
           CLOSE ALICVENTAS.
           DISPLAY "Libro IVA Ventas " PERIODO-LIBRO.
           DISPLAY "Facturas:         " CANT-FACTURAS.
           DISPLAY "Notas de credito: " CANT-NOTAS.
           IF HAY-DIFERENCIA
               DISPLAY "** El libro no coincide con lo asentado en "
                   "GL-HISTORICO - ver el pie del listado"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      *   Sin parametro, el mes anterior al de hoy.
       CARGAR-PERIODO.
           IF WS-MES = 1
               COMPUTE PERIODO-ANIO = WS-ANIO - 1
               MOVE 12 TO PERIODO-MES
           ELSE
               MOVE WS-ANIO TO PERIODO-ANIO
               COMPUTE PERIODO-MES = WS-MES - 1
           END-IF.
           OPEN INPUT LIBROIVAPER.
           IF FS-PERIODO EQUAL '00'
               READ LIBROIVAPER
                   AT END CONTINUE
               END-READ
               IF FS-PERIODO EQUAL '00' AND PAR-PERIODO NUMERIC
                   AND PAR-PERIODO(5:2) > "00"
                   AND PAR-PERIODO(5:2) < "13"
                   MOVE PAR-PERIODO TO PERIODO-LIBRO
               END-IF
               CLOSE LIBROIVAPER
           END-IF.
      ******************************************************************
       ENTRADA SECTION.
      ******************************************************************
       ARMAR-ENTRADA.
           MOVE 'N' TO EOF-CIV-SW.
           OPEN INPUT COMPROBANTESIVA.
           IF FS-CBTEIVA NOT EQUAL '00'
               SET FIN-CBTEIVA TO TRUE
           END-IF.
           PERFORM UNTIL FIN-CBTEIVA
               READ COMPROBANTESIVA
                   AT END SET FIN-CBTEIVA TO TRUE
               END-READ
               IF NOT FIN-CBTEIVA
                   AND CIV-FECHA(1:6) = PERIODO-LIBRO
                   PERFORM LIBERAR-COMPROBANTE
               END-IF
           END-PERFORM.
           IF FS-CBTEIVA EQUAL '00' OR FS-CBTEIVA EQUAL '10'
               CLOSE COMPROBANTESIVA
           END-IF.
      ******************************************************************
       SALIDA SECTION.
      ******************************************************************
       ARMAR-SALIDA.
           MOVE 'N' TO EOF-LIB-SW.
           RETURN ARCH-LIBRO AT END SET FIN-LIBRO TO TRUE.
           IF FIN-LIBRO
               WRITE LINEA-LIBRO FROM LINEA-SIN-COMPROBANTES
           END-IF.
           PERFORM PROCESO-COMPROBANTE UNTIL FIN-LIBRO.
       OTRA SECTION.
      ******************************************************************
      *   Codigo de comprobante del regimen por letra: factura y
      *   nota de credito A 001/003, B 006/008, C 011/013.
       LIBERAR-COMPROBANTE.
           MOVE CIV-FECHA TO LIB-FECHA.
           MOVE CIV-PTO-VENTA TO LIB-PTO-VENTA.
           MOVE CIV-NRO TO LIB-NRO.
           MOVE CIV-TIPO TO LIB-TIPO.
           MOVE CIV-SERIE TO LIB-SERIE.
           EVALUATE TRUE
               WHEN CIV-SERIE = "B" AND CIV-FACTURA
                   MOVE 6 TO LIB-TIPO-CBTE
               WHEN CIV-SERIE = "B"
                   MOVE 8 TO LIB-TIPO-CBTE
               WHEN CIV-SERIE = "C" AND CIV-FACTURA
                   MOVE 11 TO LIB-TIPO-CBTE
               WHEN CIV-SERIE = "C"
                   MOVE 13 TO LIB-TIPO-CBTE
               WHEN CIV-FACTURA
                   MOVE 1 TO LIB-TIPO-CBTE
               WHEN OTHER
                   MOVE 3 TO LIB-TIPO-CBTE
           END-EVALUATE.
           MOVE CIV-CUIT TO LIB-CUIT.
           MOVE CIV-ORIGEN TO LIB-ORIGEN.
           IF CIV-DE-COMERCIO
               PERFORM BUSCAR-COMERCIO
           ELSE
               MOVE CIV-EMPRESA TO EMP-EMPRESA
               READ EMPRESAS RECORD KEY IS EMP-EMPRESA
                   INVALID KEY
                       MOVE "** SIN RAZON SOCIAL **" TO LIB-RAZON
                   NOT INVALID KEY MOVE EMP-RAZON TO LIB-RAZON
               END-READ
           END-IF.
           MOVE CIV-NETO TO LIB-NETO.
           MOVE CIV-IVA TO LIB-IVA.
           MOVE CIV-EXENTO TO LIB-EXENTO.
           MOVE CIV-TOTAL TO LIB-TOTAL.
           MOVE CIV-MONEDA TO LIB-MONEDA.
           MOVE CIV-TASA TO LIB-TASA.
           MOVE CIV-CAE TO LIB-CAE.
           RELEASE REG-LIBRO.
      ******************************************************************
      *   Sin padron de comercios a mano el comprobante sale igual,
      *   con el CUIT y sin nombre.
       BUSCAR-COMERCIO.
           MOVE "** SIN RAZON SOCIAL **" TO LIB-RAZON.
           IF HAY-COMERCIOS
               MOVE CIV-COMERCIO TO COM-NUMERO
               MOVE CIV-SUCURSAL TO COM-SUCURSAL
               READ COMERCIOS RECORD KEY IS COM-CLAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE COM-RAZON TO LIB-RAZON
               END-READ
           END-IF.
      ******************************************************************
       PROCESO-COMPROBANTE.
           PERFORM CALCULAR-PESOS.
           PERFORM IMPRIMIR-COMPROBANTE.
           PERFORM GRABAR-REGIMEN.
           RETURN ARCH-LIBRO AT END SET FIN-LIBRO TO TRUE.
      ******************************************************************
      *   El libro va en pesos; un comprobante en dolares se pasa a
      *   la tasa con que se emitio.
       CALCULAR-PESOS.
           IF LIB-MONEDA = "D" AND LIB-TASA > ZERO
               COMPUTE PESOS-NETO ROUNDED = LIB-NETO * LIB-TASA
               COMPUTE PESOS-IVA ROUNDED = LIB-IVA * LIB-TASA
               COMPUTE PESOS-EXENTO ROUNDED = LIB-EXENTO * LIB-TASA
               COMPUTE PESOS-TOTAL =
                   PESOS-NETO + PESOS-IVA + PESOS-EXENTO
           ELSE
               MOVE LIB-NETO TO PESOS-NETO
               MOVE LIB-IVA TO PESOS-IVA
               MOVE LIB-EXENTO TO PESOS-EXENTO
               MOVE LIB-TOTAL TO PESOS-TOTAL
           END-IF.
      ******************************************************************
      *   Las notas de credito restan: salen con signo menos.
       IMPRIMIR-COMPROBANTE.
           MOVE LIB-FECHA(7:2) TO DLB-DIA.
           MOVE LIB-FECHA(5:2) TO DLB-MES.
           MOVE LIB-FECHA(1:4) TO DLB-ANIO.
           MOVE LIB-SERIE TO DLB-SERIE.
           MOVE LIB-PTO-VENTA TO DLB-PTO-VENTA.
           MOVE LIB-NRO TO DLB-NRO.
           MOVE LIB-CUIT TO DLB-CUIT.
           MOVE LIB-RAZON TO DLB-RAZON.
           MOVE LIB-CAE TO DLB-CAE.
           IF LIB-FACTURA
               MOVE "FA" TO DLB-TIPO
               MOVE PESOS-NETO TO DLB-NETO
               MOVE PESOS-IVA TO DLB-IVA
               MOVE PESOS-EXENTO TO DLB-EXENTO
               MOVE PESOS-TOTAL TO DLB-TOTAL
               ADD 1 TO CANT-FACTURAS
               ADD PESOS-NETO TO FAC-NETO
               ADD PESOS-IVA TO FAC-IVA
               ADD PESOS-EXENTO TO FAC-EXENTO
               ADD PESOS-TOTAL TO FAC-TOTAL
               IF NOT LIB-DE-COMERCIO
                   ADD LIB-NETO TO CTL-LIBRO-FACTURA
                   ADD LIB-IVA TO CTL-LIBRO-IVA-DF
               END-IF
           ELSE
               MOVE "NC" TO DLB-TIPO
               COMPUTE DLB-NETO = ZERO - PESOS-NETO
               COMPUTE DLB-IVA = ZERO - PESOS-IVA
               COMPUTE DLB-EXENTO = ZERO - PESOS-EXENTO
               COMPUTE DLB-TOTAL = ZERO - PESOS-TOTAL
               ADD 1 TO CANT-NOTAS
               ADD PESOS-NETO TO NCR-NETO
               ADD PESOS-IVA TO NCR-IVA
               ADD PESOS-EXENTO TO NCR-EXENTO
               ADD PESOS-TOTAL TO NCR-TOTAL
               IF NOT LIB-DE-COMERCIO
                   ADD LIB-TOTAL TO CTL-LIBRO-NOTACRED
               END-IF
           END-IF.
           WRITE LINEA-LIBRO FROM DETALLE-LIBRO.
      ******************************************************************
      *   El regimen toma los importes en la moneda del comprobante
      *   con su tipo de cambio; los pesos van con cambio 1.
       GRABAR-REGIMEN.
           MOVE LIB-FECHA TO RCV-FECHA.
           MOVE LIB-TIPO-CBTE TO RCV-TIPO-CBTE.
           MOVE LIB-PTO-VENTA TO RCV-PTO-VENTA.
           MOVE LIB-NRO TO RCV-NRO.
           MOVE LIB-NRO TO RCV-NRO-HASTA.
           MOVE 80 TO RCV-COD-DOC.
           MOVE LIB-CUIT TO RCV-NRO-DOC.
           MOVE LIB-RAZON TO RCV-NOMBRE.
           MOVE LIB-TOTAL TO RCV-TOTAL.
           MOVE ZERO TO RCV-NO-GRAVADO.
           MOVE ZERO TO RCV-PERC-NO-CAT.
           MOVE LIB-EXENTO TO RCV-EXENTO.
           MOVE ZERO TO RCV-PERC-NAC.
           MOVE ZERO TO RCV-PERC-IIBB.
           MOVE ZERO TO RCV-PERC-MUNI.
           MOVE ZERO TO RCV-IMP-INTERNOS.
           IF LIB-MONEDA = "D" AND LIB-TASA > ZERO
               MOVE "DOL" TO RCV-MONEDA
               MOVE LIB-TASA TO RCV-TIPO-CAMBIO
           ELSE
               MOVE "PES" TO RCV-MONEDA
               MOVE 1 TO RCV-TIPO-CAMBIO
           END-IF.
           IF LIB-NETO > ZERO
               MOVE 1 TO RCV-CANT-ALICUOTAS
               MOVE "0" TO RCV-COD-OPERACION
           ELSE
               MOVE ZERO TO RCV-CANT-ALICUOTAS
               MOVE "E" TO RCV-COD-OPERACION
           END-IF.
           MOVE ZERO TO RCV-OTROS-TRIBUTOS.
           MOVE ZERO TO RCV-FECHA-VTO-PAGO.
           WRITE REG-CBTEVTA.
           IF LIB-NETO > ZERO
               MOVE LIB-TIPO-CBTE TO RAV-TIPO-CBTE
               MOVE LIB-PTO-VENTA TO RAV-PTO-VENTA
               MOVE LIB-NRO TO RAV-NRO
               MOVE LIB-NETO TO RAV-NETO
               MOVE ALICUOTA-GENERAL TO RAV-ALICUOTA
               MOVE LIB-IVA TO RAV-IVA
               WRITE REG-ALICVTA
           END-IF.
      ******************************************************************
       IMPRIMIR-TOTALES.
           WRITE LINEA-LIBRO FROM LINEA-VACIA.
           MOVE "TOTAL FACTURAS" TO TLB-TITULO.
           MOVE CANT-FACTURAS TO TLB-CANT.
           MOVE FAC-NETO TO TLB-NETO.
           MOVE FAC-IVA TO TLB-IVA.
           MOVE FAC-EXENTO TO TLB-EXENTO.
           MOVE FAC-TOTAL TO TLB-TOTAL.
           WRITE LINEA-LIBRO FROM TOTAL-LIBRO.
           MOVE "TOTAL NOTAS DE CREDITO" TO TLB-TITULO.
           MOVE CANT-NOTAS TO TLB-CANT.
           COMPUTE TLB-NETO = ZERO - NCR-NETO.
           COMPUTE TLB-IVA = ZERO - NCR-IVA.
           COMPUTE TLB-EXENTO = ZERO - NCR-EXENTO.
           COMPUTE TLB-TOTAL = ZERO - NCR-TOTAL.
           WRITE LINEA-LIBRO FROM TOTAL-LIBRO.
           COMPUTE LIBRO-NETO = FAC-NETO - NCR-NETO.
           COMPUTE LIBRO-IVA = FAC-IVA - NCR-IVA.
           COMPUTE LIBRO-EXENTO = FAC-EXENTO - NCR-EXENTO.
           COMPUTE LIBRO-TOTAL = FAC-TOTAL - NCR-TOTAL.
           MOVE "TOTAL DEL PERIODO" TO TLB-TITULO.
           COMPUTE TLB-CANT = CANT-FACTURAS + CANT-NOTAS.
           MOVE LIBRO-NETO TO TLB-NETO.
           MOVE LIBRO-IVA TO TLB-IVA.
           MOVE LIBRO-EXENTO TO TLB-EXENTO.
           MOVE LIBRO-TOTAL TO TLB-TOTAL.
           WRITE LINEA-LIBRO FROM TOTAL-LIBRO.
      ******************************************************************
      *   Lo que GLExtract asento con fecha dentro del mes, por el
      *   lado del debe de cada evento.
       CONTROLAR-GL.
           MOVE 'N' TO EOF-GLH-SW.
           OPEN INPUT GLHISTORICO.
           IF FS-GLHIST NOT EQUAL '00'
               SET FIN-GLHIST TO TRUE
           END-IF.
           PERFORM UNTIL FIN-GLHIST
               READ GLHISTORICO
                   AT END SET FIN-GLHIST TO TRUE
               END-READ
               IF NOT FIN-GLHIST
                   AND GLH-FECHA(1:6) = PERIODO-LIBRO
                   AND GLH-DH = "D"
                   EVALUATE GLH-EVENTO
                       WHEN "FACTURA"
                           ADD GLH-IMPORTE TO CTL-GL-FACTURA
                       WHEN "IVA-DF"
                           ADD GLH-IMPORTE TO CTL-GL-IVA-DF
                       WHEN "NOTACRED"
                           ADD GLH-IMPORTE TO CTL-GL-NOTACRED
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF FS-GLHIST EQUAL '00' OR FS-GLHIST EQUAL '10'
               CLOSE GLHISTORICO
           END-IF.
           WRITE LINEA-LIBRO FROM LINEA-VACIA.
           WRITE LINEA-LIBRO FROM ENCABEZADO-CONTROL.
           MOVE "FACTURA" TO LCT-EVENTO.
           MOVE CTL-LIBRO-FACTURA TO LCT-LIBRO.
           MOVE CTL-GL-FACTURA TO LCT-GL.
           COMPUTE CTL-DIFERENCIA = CTL-LIBRO-FACTURA - CTL-GL-FACTURA.
           PERFORM IMPRIMIR-CONTROL.
           MOVE "IVA-DF" TO LCT-EVENTO.
           MOVE CTL-LIBRO-IVA-DF TO LCT-LIBRO.
           MOVE CTL-GL-IVA-DF TO LCT-GL.
           COMPUTE CTL-DIFERENCIA = CTL-LIBRO-IVA-DF - CTL-GL-IVA-DF.
           PERFORM IMPRIMIR-CONTROL.
           MOVE "NOTACRED" TO LCT-EVENTO.
           MOVE CTL-LIBRO-NOTACRED TO LCT-LIBRO.
           MOVE CTL-GL-NOTACRED TO LCT-GL.
           COMPUTE CTL-DIFERENCIA =
               CTL-LIBRO-NOTACRED - CTL-GL-NOTACRED.
           PERFORM IMPRIMIR-CONTROL.
      ******************************************************************
       IMPRIMIR-CONTROL.
           IF CTL-DIFERENCIA = ZERO
               MOVE "COINCIDE" TO LCT-RESULTADO
               MOVE ZERO TO LCT-DIFERENCIA
           ELSE
               MOVE "** DIFERENCIA:" TO LCT-RESULTADO
               MOVE CTL-DIFERENCIA TO LCT-DIFERENCIA
               SET HAY-DIFERENCIA TO TRUE
           END-IF.
           WRITE LINEA-LIBRO FROM LINEA-CONTROL.
