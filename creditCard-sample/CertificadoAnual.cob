       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CertificadoAnual.
      * AUTHOR:  nacho.
      * Year-end certificate of the interest, fees and taxes billed
      * to each cardholder, for their income-tax filing. Every
      * closing of the year is read back out of the statement
      * archive (CC-EXTRACTO-HIST.DAT) and added up per documento,
      * across all of the person's cards - replaced and cancelled
      * plastics included, since the archive keeps them:
      *   - financing interest and adelanto interest;
      *   - fees: late payment, over-limit, adelanto fee and the
      *     annual renewal fee;
      *   - taxes: IVA, sellos and the PAIS/ganancias perceptions;
      *   - the credit-life insurance premiums.
      * Every holder goes to the electronic file CC-CERTIFICADOS-
      * ELEC.DAT, which the web portal publishes like CC-EXTRACTO;
      * only holders with at least one paper-statement card get the
      * printed certificate in CC-CERTIFICADOS.DAT, the same split
      * the close makes between the extract and the print file.
      * Name, address and channel are the customer's (CLIENTES.DAT)
      * when the documento is on the customer master.
      * The year comes from CC-CERTIFICADO-PARAM.DAT; without it the
      * run certifies the previous year (the current one when run
      * in December, after its last close).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ExtractoHistFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS HIS-KEY
          FILE STATUS IS ExtractoHistStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

          SELECT OPTIONAL ClientesFile ASSIGN TO
          "..\files\CLIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          SELECT OPTIONAL ParametrosFile ASSIGN TO
          "..\files\CC-CERTIFICADO-PARAM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParametrosStatus.

          SELECT CertificadoFile ASSIGN TO
          "..\files\CC-CERTIFICADOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CertificadoElecFile ASSIGN TO
          "..\files\CC-CERTIFICADOS-ELEC.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ExtractoHistFile.
       01 ExtractoHistRecord.
         02 HIS-KEY.
           03 HIS-NRO-TARJ               PIC 9(16).
           03 HIS-FECHA-CIERRE.
              05 HIS-CIERRE-AAAA         PIC 9(4).
              05 HIS-CIERRE-MMDD         PIC 9(4).
           03 HIS-SECUENCIA              PIC 9(4).
         02 HIS-LINEA                    PIC X(80).

       FD TarjetasFile.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(16).
         02 TJ-TITULAR           PIC X(30).
         02 TJ-DOCUMENTO         PIC 9(11).
         02 TJ-LIMITE            PIC 9(10)V99.
         02 TJ-ESTADO            PIC X(01).
           88 TJ-ACTIVA VALUE "A".
           88 TJ-BLOQUEADA VALUE "B".
           88 TJ-CANCELADA VALUE "C".
           88 TJ-PENDIENTE-ACTIV VALUE "P".
         02 TJ-CICLO             PIC 9(02).
         02 TJ-CALLE             PIC X(30).
         02 TJ-LOCALIDAD         PIC X(20).
         02 TJ-COD-POSTAL        PIC X(08).
         02 TJ-ENVIO             PIC X(01).
           88 TJ-ENVIO-PAPEL VALUE "P".
           88 TJ-ENVIO-EMAIL VALUE "E".
         02 TJ-VENCIMIENTO       PIC 9(06).
         02 TJ-PRODUCTO          PIC X(02).

       FD ClientesFile.
       01 ClienteRecord.
         02 CLI-DOCUMENTO                PIC 9(11).
         02 CLI-NOMBRE                   PIC X(30).
         02 CLI-CALLE                    PIC X(30).
         02 CLI-LOCALIDAD                PIC X(20).
         02 CLI-COD-POSTAL               PIC X(08).
         02 CLI-EMAIL                    PIC X(30).
         02 CLI-TELEFONO                 PIC X(10).
         02 CLI-ENVIO                    PIC X(01).
           88 CLI-ENVIO-PAPEL VALUE "P".
           88 CLI-ENVIO-EMAIL VALUE "E".

       FD ParametrosFile.
       01 REG-PARAM-CERT.
         03 PAR-ANIO                     PIC 9(4).

       FD CertificadoFile.
       01 CertificadoLinea               PIC X(80).

      *> One fixed-format record per holder and year.
       FD CertificadoElecFile.
       01 CertificadoElecRecord.
         03 CRE-DOCUMENTO                PIC 9(11).
         03 CRE-ANIO                     PIC 9(4).
         03 CRE-TITULAR                  PIC X(30).
         03 CRE-CANAL                    PIC X(1).
         03 CRE-INT-FINANC               PIC 9(10)V99.
         03 CRE-INT-ADELANTOS            PIC 9(10)V99.
         03 CRE-CARGOS                   PIC 9(10)V99.
         03 CRE-IVA                      PIC 9(10)V99.
         03 CRE-SELLOS                   PIC 9(10)V99.
         03 CRE-PERC-PAIS                PIC 9(10)V99.
         03 CRE-PERC-GANANCIAS           PIC 9(10)V99.
         03 CRE-SEGURO                   PIC 9(10)V99.
         03 CRE-TOTAL                    PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       01   ExtractoHistStatus           PIC X(2).
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   ClientesStatus               PIC X(2).
       01   WS-CLIENTES-DISPONIBLE       PIC X(1) VALUE "N".
          88 CLIENTES-DISPONIBLE VALUE "S".
       01   ParametrosStatus             PIC X(2).
       01   WS-EOF-HIST                  PIC X(1) VALUE "N".
          88 EOF-HIST VALUE "S".

       01   WS-ANIO                      PIC 9(4).
        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR        PIC 9(04).
               10 WS-CURRENT-MONTH       PIC 9(02).
               10 WS-CURRENT-DAY         PIC 9(02).
           05  FILLER                    PIC X(13).

      *> The archived extract line, header and detail views.
       01 ExtractoHeaderRecord.
         03 EXT-H-TIPO                   PIC X(1).
         03 EXT-H-DOCUMENTO              PIC 9(11).
         03 EXT-H-NRO-TARJ               PIC 9(16).
         03 EXT-H-TITULAR                PIC X(30).
         03 EXT-H-FECHA-CIERRE           PIC X(10).
         03 EXT-H-SALDO-ANTERIOR         PIC S9(10)V99.
       01 ExtractoDetailRecord REDEFINES ExtractoHeaderRecord.
         03 EXT-D-TIPO                   PIC X(1).
         03 EXT-D-DOCUMENTO              PIC 9(11).
         03 EXT-D-NRO-TARJ               PIC 9(16).
         03 EXT-D-NRO-CUPON              PIC 9(5).
         03 EXT-D-FECHA                  PIC X(10).
         03 EXT-D-IMPORTE                PIC 9(6)V99.
         03 EXT-D-TIPO-MOV               PIC 9(1).
            88 EXT-D-RENOVACION VALUE 5.
            88 EXT-D-IMPUESTO VALUE 6.
            88 EXT-D-SEGURO VALUE 7.
            88 EXT-D-CARGO-CIERRE VALUE 8.
            88 EXT-D-DETALLE-ADELANTO VALUE 9.
         03 EXT-D-DUPLICADO              PIC X(1).
         03 EXT-D-COMERCIO               PIC 9(6).
         03 EXT-D-COMERCIO-NOMBRE        PIC X(20).
         03 EXT-D-MONEDA                 PIC 9(1).

      *> One entry per documento billed anything in the year.
       01   WS-DOC-BUSCADO               PIC 9(11).
       01   WS-CRT-COUNT                 PIC 9(4) VALUE 0.
       01   WS-CRT-TABLE.
            02 WS-CRT-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-CRT-IX.
               03 WS-CRT-DOCUMENTO       PIC 9(11).
               03 WS-CRT-TITULAR         PIC X(30).
               03 WS-CRT-CALLE           PIC X(30).
               03 WS-CRT-LOCALIDAD       PIC X(20).
               03 WS-CRT-COD-POSTAL      PIC X(08).
      *> "P" as soon as one of the person's cards is on paper.
               03 WS-CRT-CANAL           PIC X(1).
               03 WS-CRT-INT-FINANC      PIC 9(10)V99.
               03 WS-CRT-INT-ADELANTOS   PIC 9(10)V99.
               03 WS-CRT-CARGOS          PIC 9(10)V99.
               03 WS-CRT-IVA             PIC 9(10)V99.
               03 WS-CRT-SELLOS          PIC 9(10)V99.
               03 WS-CRT-PERC-PAIS       PIC 9(10)V99.
               03 WS-CRT-PERC-GANANCIAS  PIC 9(10)V99.
               03 WS-CRT-SEGURO          PIC 9(10)V99.
       01   WS-CRT-TOTAL                 PIC 9(10)V99.

       01   CONTADOR-IMPRESOS            PIC 9(6) VALUE ZERO.
       01   CONTADOR-ELECTRONICOS        PIC 9(6) VALUE ZERO.

       01 Cert_titulo.
         02 FILLER                       PIC X(80) VALUE
         "CERTIFICADO ANUAL DE INTERESES, CARGOS E IMPUESTOS".
       01 Cert_anio.
         02 FILLER                       PIC X(22) VALUE
         "Periodo fiscal: enero-".
         02 FILLER                       PIC X(13) VALUE
         "diciembre de ".
         02 cert_anio_num                PIC 9(4).
         02 FILLER                       PIC X(41).
       01 Cert_titular.
         02 FILLER                       PIC X(9) VALUE "Titular: ".
         02 cert_titular_nombre          PIC X(30).
         02 FILLER                       PIC X(13) VALUE
         "  Documento: ".
         02 cert_documento               PIC 9(11).
         02 FILLER                       PIC X(17).
       01 Cert_direccion.
         02 FILLER                       PIC X(9) VALUE SPACES.
         02 cert_calle                   PIC X(30).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 cert_localidad               PIC X(20).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 cert_cod_postal              PIC X(08).
         02 FILLER                       PIC X(11).
       01 Cert_linea.
         02 cert_concepto                PIC X(40).
         02 FILLER                       PIC X(1) VALUE "$".
         02 cert_importe                 PIC Z(9)9.99.
         02 FILLER                       PIC X(26).
       01 Cert_separador.
         02 FILLER                       PIC X(60) VALUE ALL "-".
         02 FILLER                       PIC X(20).
       01 Cert_leyenda.
         02 FILLER                       PIC X(80) VALUE
         "Importes facturados en los resumenes cerrados en el periodo.".
       01 Empty_line.
         02 FILLER                       PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          MOVE "CERTIFICADO-ANUAL" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          PERFORM Leer_Parametros.
          DISPLAY "Certificados del anio " WS-ANIO.

          OPEN INPUT ExtractoHistFile.
          IF ExtractoHistStatus NOT = "00"
             DISPLAY "** CC-EXTRACTO-HIST.DAT no disponible - status "
                ExtractoHistStatus
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             CLOSE ExtractoHistFile
             PERFORM Terminar_Con_Error
             GOBACK
          END-IF.

          OPEN INPUT ClientesFile.
          IF ClientesStatus = "00"
             SET CLIENTES-DISPONIBLE TO TRUE
          END-IF.

          PERFORM Acumular_Anio.
          CLOSE ExtractoHistFile.
          CLOSE TarjetasFile.
          IF CLIENTES-DISPONIBLE
             CLOSE ClientesFile
          END-IF.

          OPEN OUTPUT CertificadoFile.
          OPEN OUTPUT CertificadoElecFile.
          PERFORM VARYING WS-CRT-IX FROM 1 BY 1
             UNTIL WS-CRT-IX > WS-CRT-COUNT
             PERFORM Emitir_Certificado
          END-PERFORM.
          CLOSE CertificadoFile.
          CLOSE CertificadoElecFile.

          DISPLAY "Certificados electronicos: " CONTADOR-ELECTRONICOS.
          DISPLAY "Certificados impresos:     " CONTADOR-IMPRESOS.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-ELECTRONICOS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Terminar_Con_Error.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "ERROR" TO JOBLOG-ESTADO.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 16 TO RETURN-CODE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Parametros.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          IF WS-CURRENT-MONTH = 12
             MOVE WS-CURRENT-YEAR TO WS-ANIO
          ELSE
             COMPUTE WS-ANIO = WS-CURRENT-YEAR - 1
          END-IF.
          OPEN INPUT ParametrosFile.
          IF ParametrosStatus = "00"
             READ ParametrosFile
                AT END CONTINUE
             END-READ
             IF ParametrosStatus = "00" AND PAR-ANIO > ZERO
                MOVE PAR-ANIO TO WS-ANIO
             END-IF
             CLOSE ParametrosFile
          END-IF.
      *-----------------------------------------------------------*
      *   The archive is keyed by card, so the whole file is read
      *   and only the closings dated in the year are kept. The
      *   header of each block names the holder and tells, through
      *   the card's TARJETAS.DAT record, how it is delivered.
      *-----------------------------------------------------------*
       Acumular_Anio.
          PERFORM UNTIL EOF-HIST
             READ ExtractoHistFile NEXT RECORD
                AT END SET EOF-HIST TO TRUE
             END-READ
             IF NOT EOF-HIST
                IF HIS-CIERRE-AAAA = WS-ANIO
                   MOVE HIS-LINEA TO ExtractoHeaderRecord
                   EVALUATE EXT-H-TIPO
                      WHEN "H"
                         PERFORM Registrar_Titular
                      WHEN "D"
                         PERFORM Acumular_Detalle
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Registrar_Titular.
          MOVE EXT-H-DOCUMENTO TO WS-DOC-BUSCADO.
          PERFORM Buscar_Documento.
          IF WS-CRT-IX > WS-CRT-COUNT
             EXIT PARAGRAPH
          END-IF.
          MOVE EXT-H-TITULAR TO WS-CRT-TITULAR(WS-CRT-IX).
          MOVE EXT-H-NRO-TARJ TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF NOT TJ-ENVIO-EMAIL
                   MOVE "P" TO WS-CRT-CANAL(WS-CRT-IX)
                END-IF
                IF WS-CRT-CALLE(WS-CRT-IX) = SPACES
                   OR NOT TJ-CANCELADA
                   MOVE TJ-CALLE TO WS-CRT-CALLE(WS-CRT-IX)
                   MOVE TJ-LOCALIDAD TO WS-CRT-LOCALIDAD(WS-CRT-IX)
                   MOVE TJ-COD-POSTAL
                      TO WS-CRT-COD-POSTAL(WS-CRT-IX)
                END-IF
          END-READ.
          IF NOT CLIENTES-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE EXT-H-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE CLI-NOMBRE TO WS-CRT-TITULAR(WS-CRT-IX)
                MOVE CLI-CALLE TO WS-CRT-CALLE(WS-CRT-IX)
                MOVE CLI-LOCALIDAD TO WS-CRT-LOCALIDAD(WS-CRT-IX)
                MOVE CLI-COD-POSTAL TO WS-CRT-COD-POSTAL(WS-CRT-IX)
                IF CLI-ENVIO-PAPEL
                   MOVE "P" TO WS-CRT-CANAL(WS-CRT-IX)
                ELSE
                   MOVE "E" TO WS-CRT-CANAL(WS-CRT-IX)
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *   Only what the close billed on its own counts - cupones,
      *   pagos and notas de credito are the holder's own business.
      *   A duplicated line never reached the balance.
      *-----------------------------------------------------------*
       Acumular_Detalle.
          IF EXT-D-DUPLICADO = "S"
             EXIT PARAGRAPH
          END-IF.
          IF NOT (EXT-D-RENOVACION OR EXT-D-IMPUESTO OR EXT-D-SEGURO
             OR EXT-D-CARGO-CIERRE OR EXT-D-DETALLE-ADELANTO)
             EXIT PARAGRAPH
          END-IF.
          MOVE EXT-D-DOCUMENTO TO WS-DOC-BUSCADO.
          PERFORM Buscar_Documento.
          IF WS-CRT-IX > WS-CRT-COUNT
             EXIT PARAGRAPH
          END-IF.
          EVALUATE TRUE
             WHEN EXT-D-RENOVACION
                ADD EXT-D-IMPORTE TO WS-CRT-CARGOS(WS-CRT-IX)
             WHEN EXT-D-SEGURO
                ADD EXT-D-IMPORTE TO WS-CRT-SEGURO(WS-CRT-IX)
             WHEN EXT-D-IMPUESTO
                EVALUATE EXT-D-COMERCIO-NOMBRE
                   WHEN "IVA"
                      ADD EXT-D-IMPORTE TO WS-CRT-IVA(WS-CRT-IX)
                   WHEN "IMPUESTO DE SELLOS"
                      ADD EXT-D-IMPORTE TO WS-CRT-SELLOS(WS-CRT-IX)
                   WHEN "PERCEPCION PAIS"
                      ADD EXT-D-IMPORTE TO WS-CRT-PERC-PAIS(WS-CRT-IX)
                   WHEN OTHER
                      ADD EXT-D-IMPORTE
                         TO WS-CRT-PERC-GANANCIAS(WS-CRT-IX)
                END-EVALUATE
             WHEN EXT-D-CARGO-CIERRE
                IF EXT-D-COMERCIO-NOMBRE = "INTERES FINANCIACION"
                   ADD EXT-D-IMPORTE TO WS-CRT-INT-FINANC(WS-CRT-IX)
                ELSE
                   ADD EXT-D-IMPORTE TO WS-CRT-CARGOS(WS-CRT-IX)
                END-IF
             WHEN EXT-D-DETALLE-ADELANTO
                IF EXT-D-COMERCIO-NOMBRE = "INTERES ADELANTOS"
                   ADD EXT-D-IMPORTE
                      TO WS-CRT-INT-ADELANTOS(WS-CRT-IX)
                ELSE
                   ADD EXT-D-IMPORTE TO WS-CRT-CARGOS(WS-CRT-IX)
                END-IF
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Leaves WS-CRT-IX on the holder's entry, adding it if it
      *   is new; past WS-CRT-COUNT only when the table is full.
      *-----------------------------------------------------------*
       Buscar_Documento.
          SET WS-CRT-IX TO 1.
          SEARCH WS-CRT-ENTRY
             AT END
                DISPLAY "** Tabla de titulares llena - documento "
                   WS-DOC-BUSCADO " sin certificado"
             WHEN WS-CRT-IX > WS-CRT-COUNT
                ADD 1 TO WS-CRT-COUNT
                INITIALIZE WS-CRT-ENTRY(WS-CRT-IX)
                MOVE WS-DOC-BUSCADO TO WS-CRT-DOCUMENTO(WS-CRT-IX)
                MOVE "E" TO WS-CRT-CANAL(WS-CRT-IX)
             WHEN WS-CRT-DOCUMENTO(WS-CRT-IX) = WS-DOC-BUSCADO
                CONTINUE
          END-SEARCH.
      *-----------------------------------------------------------*
      *   A holder whose closings billed nothing certifiable gets
      *   no certificate.
      *-----------------------------------------------------------*
       Emitir_Certificado.
          COMPUTE WS-CRT-TOTAL = WS-CRT-INT-FINANC(WS-CRT-IX)
             + WS-CRT-INT-ADELANTOS(WS-CRT-IX)
             + WS-CRT-CARGOS(WS-CRT-IX)
             + WS-CRT-IVA(WS-CRT-IX)
             + WS-CRT-SELLOS(WS-CRT-IX)
             + WS-CRT-PERC-PAIS(WS-CRT-IX)
             + WS-CRT-PERC-GANANCIAS(WS-CRT-IX)
             + WS-CRT-SEGURO(WS-CRT-IX).
          IF WS-CRT-TOTAL = ZERO
             EXIT PARAGRAPH
          END-IF.
          PERFORM Grabar_Electronico.
          IF WS-CRT-CANAL(WS-CRT-IX) = "P"
             PERFORM Imprimir_Certificado
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Electronico.
          MOVE WS-CRT-DOCUMENTO(WS-CRT-IX) TO CRE-DOCUMENTO.
          MOVE WS-ANIO TO CRE-ANIO.
          MOVE WS-CRT-TITULAR(WS-CRT-IX) TO CRE-TITULAR.
          MOVE WS-CRT-CANAL(WS-CRT-IX) TO CRE-CANAL.
          MOVE WS-CRT-INT-FINANC(WS-CRT-IX) TO CRE-INT-FINANC.
          MOVE WS-CRT-INT-ADELANTOS(WS-CRT-IX) TO CRE-INT-ADELANTOS.
          MOVE WS-CRT-CARGOS(WS-CRT-IX) TO CRE-CARGOS.
          MOVE WS-CRT-IVA(WS-CRT-IX) TO CRE-IVA.
          MOVE WS-CRT-SELLOS(WS-CRT-IX) TO CRE-SELLOS.
          MOVE WS-CRT-PERC-PAIS(WS-CRT-IX) TO CRE-PERC-PAIS.
          MOVE WS-CRT-PERC-GANANCIAS(WS-CRT-IX)
             TO CRE-PERC-GANANCIAS.
          MOVE WS-CRT-SEGURO(WS-CRT-IX) TO CRE-SEGURO.
          MOVE WS-CRT-TOTAL TO CRE-TOTAL.
          WRITE CertificadoElecRecord.
          ADD 1 TO CONTADOR-ELECTRONICOS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Imprimir_Certificado.
          WRITE CertificadoLinea FROM Cert_titulo.
          MOVE WS-ANIO TO cert_anio_num.
          WRITE CertificadoLinea FROM Cert_anio.
          WRITE CertificadoLinea FROM Empty_line.
          MOVE WS-CRT-TITULAR(WS-CRT-IX) TO cert_titular_nombre.
          MOVE WS-CRT-DOCUMENTO(WS-CRT-IX) TO cert_documento.
          WRITE CertificadoLinea FROM Cert_titular.
          MOVE WS-CRT-CALLE(WS-CRT-IX) TO cert_calle.
          MOVE WS-CRT-LOCALIDAD(WS-CRT-IX) TO cert_localidad.
          MOVE WS-CRT-COD-POSTAL(WS-CRT-IX) TO cert_cod_postal.
          WRITE CertificadoLinea FROM Cert_direccion.
          WRITE CertificadoLinea FROM Empty_line.
          MOVE "Intereses de financiacion" TO cert_concepto.
          MOVE WS-CRT-INT-FINANC(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          MOVE "Intereses por adelantos en efectivo" TO cert_concepto.
          MOVE WS-CRT-INT-ADELANTOS(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          MOVE "Cargos y comisiones" TO cert_concepto.
          MOVE WS-CRT-CARGOS(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          MOVE "IVA" TO cert_concepto.
          MOVE WS-CRT-IVA(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          MOVE "Impuesto de sellos" TO cert_concepto.
          MOVE WS-CRT-SELLOS(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          MOVE "Percepcion impuesto PAIS" TO cert_concepto.
          MOVE WS-CRT-PERC-PAIS(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          MOVE "Percepcion impuesto a las ganancias" TO cert_concepto.
          MOVE WS-CRT-PERC-GANANCIAS(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          MOVE "Seguro de saldo deudor" TO cert_concepto.
          MOVE WS-CRT-SEGURO(WS-CRT-IX) TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          WRITE CertificadoLinea FROM Cert_separador.
          MOVE "Total" TO cert_concepto.
          MOVE WS-CRT-TOTAL TO cert_importe.
          WRITE CertificadoLinea FROM Cert_linea.
          WRITE CertificadoLinea FROM Empty_line.
          WRITE CertificadoLinea FROM Cert_leyenda.
          WRITE CertificadoLinea FROM Empty_line.
          WRITE CertificadoLinea FROM Empty_line.
          ADD 1 TO CONTADOR-IMPRESOS.
       END PROGRAM CertificadoAnual.
