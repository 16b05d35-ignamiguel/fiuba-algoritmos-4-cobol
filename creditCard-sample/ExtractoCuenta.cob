
       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ                 PIC 9(16).
         03 ADI-NRO-TITULAR              PIC 9(16).
         03 ADI-FECHA-ALTA               PIC X(8).

       FD CuentaFile.
      *> Account header - one per family account.
       01 CuentaHeaderRecord.
         03 CTA-H-TIPO                   PIC X(1).
         03 CTA-H-NRO-TITULAR            PIC 9(16).
         03 CTA-H-CANT-PLASTICOS         PIC 9(2).
      *> Account trailer - the combined closing position.
       01 CuentaTrailerRecord.
         03 CTA-T-TIPO                   PIC X(1).
         03 CTA-T-NRO-TITULAR            PIC 9(16).
         03 CTA-T-SALDO-FINAL            PIC S9(10)V99.
         03 CTA-T-PAGO-MINIMO            PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01   WS-LINKS-TABLE.
            02 WS-LINK-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-LNK-IX.
               03 WS-LINK-TARJ           PIC 9(16).
               03 WS-LINK-TITULAR        PIC 9(16).

      *> Distinct titulares that actually head a family account.
       01   WS-MAX-CUENTAS               PIC 9(3) VALUE 100.
       01   WS-CUENTAS-TABLE.
            02 WS-CUENTA-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-CTA-IX.
               03 WS-CUENTA-TITULAR      PIC 9(16).

       01   WS-TARJ-BUSCADA              PIC 9(16).
       01   WS-TARJ-REGISTRO             PIC 9(16).
       01   WS-ES-MIEMBRO                PIC X(1).
          88 ES-MIEMBRO VALUE "S".
       01   WS-COPIANDO                  PIC X(1).
          88 COPIANDO VALUE "S".
       01   WS-CANT-PLASTICOS            PIC 9(2).
       01   WS-SALDO-CUENTA              PIC S9(10)V99.
       01   WS-PAGO-MIN-CUENTA           PIC 9(10)V99.
       01   CONTADOR-CUENTAS             PIC 9(3) VALUE 0.
       01   CONTADOR-SUELTAS             PIC 9(4) VALUE 0.
       01   WS-EXT-TRAILER.
         03 WS-T-TIPO                    PIC X(1).
         03 WS-T-DOCUMENTO               PIC 9(11).
         03 WS-T-NRO-TARJ                PIC 9(16).
         03 WS-T-SALDO-FINAL             PIC S9(10)V99.
         03 WS-T-PAGO-MINIMO             PIC 9(10)V99.

       PROCEDURE DIVISION.
             IF NOT EOF-EXT
                MOVE WS-EXT-LINEA(1:1) TO WS-EXT-TIPO
                IF WS-EXT-TIPO = "H"
                   MOVE WS-EXT-LINEA(13:16) TO WS-TARJ-REGISTRO
                   PERFORM Es_Miembro_De_Cuenta
                   IF ES-MIEMBRO
                      MOVE "N" TO WS-COPIANDO
             IF NOT EOF-EXT
                MOVE WS-EXT-LINEA(1:1) TO WS-EXT-TIPO
                IF WS-EXT-TIPO = "H"
                   MOVE WS-EXT-LINEA(13:16) TO WS-TARJ-REGISTRO
                   IF WS-TARJ-REGISTRO = WS-TARJ-BUSCADA
                      SET COPIANDO TO TRUE
                   ELSE
