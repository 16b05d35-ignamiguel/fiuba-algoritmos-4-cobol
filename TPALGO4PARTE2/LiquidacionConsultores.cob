      * de 8 horas al costo vigente), se suman los viaticos
      * reintegrables de GASTOS.DAT, y sale una liquidacion impresa
      * por consultor mas el archivo de totales que consume la
      * liquidacion de sueldos. La liquidacion impresa queda
      * catalogada en el spool de listados (ver regspool).
      * Los gastos con comprobante "TC" son consumos de la tarjeta
      * corporativa del consultor (ver ResumenCorporativo): los
      * pago la tarjeta, se refacturan al cliente pero no se le
      * reintegran al consultor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
               88 TIM-APROB-SI VALUE "A".
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD CONSULTORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "CONSind2.DAT".
           03 TOT-NETO PIC S9(9)V99.

       WORKING-STORAGE SECTION.
      *   Catalogo de listados impresos - ver regspool.
       01 SPL-REPORTE PIC X(20) VALUE "LIQUIDACION-CONSULT".
       01 SPL-PROGRAMA PIC X(20) VALUE "LIQUIDACIONCONSULTOR".
       01 SPL-ARCHIVO PIC X(60) VALUE "LIQUIDACION-CONSULTORES.DAT".
       01 SPL-RETENCION PIC X(1) VALUE "A".
       01 SPL-GENERACION PIC 9(6).
       01 SPL-PAGINAS PIC 9(6).
       01 SPL-RESULTADO PIC X(1).
       01 FS-TIMES PIC XX.
           88 OK-TIM VALUE '00'.
           88 EOF-TIM VALUE '10'.
           CLOSE AUSENCIAS.
           CLOSE LIQCONS.
           CLOSE TOTALES.
           CALL 'regspool' USING SPL-REPORTE, SPL-PROGRAMA,
               SPL-ARCHIVO, SPL-RETENCION, SPL-GENERACION,
               SPL-PAGINAS, SPL-RESULTADO.
           DISPLAY "Consultores liquidados: " CONT-LIQUIDADOS.
           GOBACK.
      ******************************************************************
               END-READ
               IF NOT FIN-GASTOS
                   IF GTO-CONSULTOR = CONS-ANT
                       AND GTO-COMPROBANTE(1:2) NOT = "TC"
                       ADD GTO-IMPORTE TO ACUM-VIATICOS
                   END-IF
               END-IF
