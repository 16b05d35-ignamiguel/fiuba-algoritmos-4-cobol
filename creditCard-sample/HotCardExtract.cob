      * the decline happens at the terminal, not in our batch.
      * Expiry stays out of the boletin: the acquirers read the
      * vencimiento off the plastic itself.
      * Each acquirer's boletin is registered for transmission
      * (regsalida) as interface CC-BOLETIN-<adquirente>.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD AdquirentesFile.
       01 AdquirenteRecord.

       FD BoletinFile.
       01 BoletinRecord.
         03 BOL-NRO-TARJ                 PIC 9(16).
         03 BOL-ESTADO                   PIC X(1).
         03 BOL-FECHA                    PIC X(8).
      *> Control-line views, the same HDR/TRL convention the cupon
       01   WS-BOLETIN-PATH              PIC X(60).
       01   CONTADOR-CALIENTES           PIC 9(6).

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20).
       01   RSA-ARCHIVO                  PIC X(60).
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).

          CLOSE BoletinFile.
          CLOSE TarjetasFile.
          MOVE SPACES TO RSA-INTERFAZ.
          STRING "CC-BOLETIN-" WS-ADQ-CODIGO(WS-ADQ-IX)
             DELIMITED BY SIZE INTO RSA-INTERFAZ.
          MOVE WS-BOLETIN-PATH TO RSA-ARCHIVO.
          MOVE CONTADOR-CALIENTES TO RSA-REGISTROS.
          MOVE ZERO TO RSA-TOTAL.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
             RSA-GENERACION, RSA-LINEAS, RSA-HASH,
             RSA-RESULTADO.
          DISPLAY "Boletin " WS-ADQ-CODIGO(WS-ADQ-IX)
             " - tarjetas calientes: " CONTADOR-CALIENTES.
      *-----------------------------------------------------------*
