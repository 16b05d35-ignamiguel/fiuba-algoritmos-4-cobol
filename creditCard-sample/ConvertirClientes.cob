       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirClientes.
      * AUTHOR:  nacho.
      * One-off conversion that builds the customer master
      * CLIENTES.DAT out of the holder data repeated on every
      * TARJETAS.DAT record. The cards are walked in TJ-DOCUMENTO
      * order, one customer per documento. When a person's cards
      * disagree on the address or delivery channel, the copy held
      * by most of the live (not cancelled) cards wins - a tie goes
      * to the plastic loaded last - every card is corrected to it
      * (journaled like any card rewrite) and the
      * conflict is listed in CC-CONVERSION-CLIENTES.DAT with each
      * card's copy, so somebody can confirm the address with the
      * customer. The name comes off a titular plastic, not an
      * adicional (CC-ADICIONALES.DAT), since an adicional is
      * embossed with somebody else's name. Email and phone were
      * never on the card - they start blank for MantClientes to
      * complete. A documento already in CLIENTES.DAT is left
      * alone, so the run can be repeated. The conflict listing
      * shows each card masked (maskpan).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CLI-DOCUMENTO
          FILE STATUS IS ClientesStatus.

          SELECT OPTIONAL AdicionalesFile ASSIGN TO
          "..\files\CC-ADICIONALES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AdicionalesStatus.

          SELECT ReporteFile ASSIGN TO
          "..\files\CC-CONVERSION-CLIENTES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
         02 TJ-DOMICILIO.
           03 TJ-CALLE           PIC X(30).
           03 TJ-LOCALIDAD       PIC X(20).
           03 TJ-COD-POSTAL      PIC X(08).
           03 TJ-ENVIO           PIC X(01).
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

       FD AdicionalesFile.
       01 AdicionalRecord.
         03 ADI-NRO-TARJ           PIC 9(16).
         03 ADI-NRO-TITULAR        PIC 9(16).
         03 ADI-FECHA-ALTA         PIC X(8).

       FD ReporteFile.
       01 ReporteRecord                  PIC X(120).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   ClientesStatus               PIC X(2).
          88 ClientesOK VALUE "00" "05".
       01   AdicionalesStatus            PIC X(2).

      *> After-image journal plumbing - see journal / RollForward.
       01   JRN-ARCHIVO                  PIC X(8) VALUE "TARJETAS".
       01   JRN-OPERACION                PIC X(1).
       01   JRN-REGISTRO                 PIC X(140).

       01   WS-EOF-TARJETAS              PIC X(1) VALUE "N".
          88 EOF-TARJETAS VALUE "S".
       01   WS-EOF-ADIC                  PIC X(1) VALUE "N".
          88 EOF-ADIC VALUE "S".

      *> Adicional plastics, so the customer's name is taken off a
      *> titular card.
       01   WS-MAX-ADIC                  PIC 9(4) VALUE 5000.
       01   WS-ADIC-COUNT                PIC 9(4) VALUE 0.
       01   WS-ADIC-TABLE.
            02 WS-ADIC-TARJ OCCURS 5000 TIMES
                            INDEXED BY WS-ADI-IX
                                         PIC 9(16).

      *> All the cards of the documento being converted, whole
      *> record images so the losers can be rewritten.
       01   WS-DOC-ACTUAL                PIC 9(11).
       01   WS-MAX-GRUPO                 PIC 9(2) VALUE 50.
       01   WS-GRUPO-COUNT               PIC 9(2) VALUE 0.
       01   WS-GRUPO-EXCEDIDO            PIC X(1).
          88 GRUPO-EXCEDIDO VALUE "S".
       01   WS-GRUPO-TABLE.
            02 WS-GRP-ENTRY OCCURS 50 TIMES.
               03 WS-GRP-REGISTRO        PIC X(139).
               03 WS-GRP-ADICIONAL       PIC X(1).
               03 WS-GRP-VOTOS           PIC 9(2).
       01   WS-GRP-IX                    PIC 9(2).
       01   WS-GRP-JX                    PIC 9(2).
       01   WS-GRP-ELEGIDO               PIC 9(2).
       01   WS-PUNTAJE                   PIC 9(3).
       01   WS-PUNTAJE-MAX               PIC 9(3).
       01   WS-DIFIEREN                  PIC 9(2).

      *> A group card unpacked for comparison.
       01   WS-TJ-AUX.
         02 WS-AUX-NRO-TARJ              PIC 9(16).
         02 WS-AUX-TITULAR               PIC X(30).
         02 WS-AUX-DOCUMENTO             PIC 9(11).
         02 WS-AUX-LIMITE                PIC 9(10)V99.
         02 WS-AUX-ESTADO                PIC X(01).
         02 WS-AUX-CICLO                 PIC 9(02).
         02 WS-AUX-DOMICILIO             PIC X(59).
         02 WS-AUX-VENCIMIENTO           PIC 9(06).
         02 WS-AUX-PRODUCTO              PIC X(02).
       01   WS-TJ-ELEGIDA.
         02 WS-ELE-NRO-TARJ              PIC 9(16).
         02 WS-ELE-TITULAR               PIC X(30).
         02 WS-ELE-DOCUMENTO             PIC 9(11).
         02 WS-ELE-LIMITE                PIC 9(10)V99.
         02 WS-ELE-ESTADO                PIC X(01).
         02 WS-ELE-CICLO                 PIC 9(02).
         02 WS-ELE-DOMICILIO.
           03 WS-ELE-CALLE               PIC X(30).
           03 WS-ELE-LOCALIDAD           PIC X(20).
           03 WS-ELE-COD-POSTAL          PIC X(08).
           03 WS-ELE-ENVIO               PIC X(01).
         02 WS-ELE-VENCIMIENTO           PIC 9(06).
         02 WS-ELE-PRODUCTO              PIC X(02).
       01   WS-NOMBRE-CLIENTE            PIC X(30).
       01   WS-NOMBRE-ES-TITULAR         PIC X(1).
          88 NOMBRE-ES-TITULAR VALUE "S".
       01   WS-SIGUIENTE                 PIC X(139).

       01   CONTADOR-TARJETAS            PIC 9(6) VALUE ZERO.
       01   CONTADOR-CLIENTES            PIC 9(6) VALUE ZERO.
       01   CONTADOR-YA-EXISTIAN         PIC 9(6) VALUE ZERO.
       01   CONTADOR-CONFLICTOS          PIC 9(6) VALUE ZERO.
       01   CONTADOR-CORREGIDAS          PIC 9(6) VALUE ZERO.

       01 Rep_titulo.
         02 FILLER                       PIC X(60) VALUE
         "CONVERSION A MAESTRO DE CLIENTES - COPIAS EN CONFLICTO".
         02 FILLER                       PIC X(60) VALUE SPACES.

       01 Rep_documento.
         02 FILLER                       PIC X(10) VALUE "Documento ".
         02 rd_documento                 PIC 9(11).
         02 FILLER                       PIC X(3) VALUE " - ".
         02 rd_nombre                    PIC X(30).
         02 FILLER                       PIC X(3) VALUE " - ".
         02 rd_diferentes                PIC Z9.
         02 FILLER                       PIC X(25) VALUE
         " tarjeta(s) corregida(s)".
         02 FILLER                       PIC X(36) VALUE SPACES.

       01 Rep_tarjeta.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 rt_marca                     PIC X(9).
         02 rt_nro_tarj                  PIC X(16).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 rt_estado                    PIC X(1).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 rt_calle                     PIC X(30).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 rt_localidad                 PIC X(20).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 rt_cod_postal                PIC X(8).
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 rt_envio                     PIC X(1).
         02 FILLER                       PIC X(28) VALUE SPACES.

       01 Rep_totales.
         02 rtt_texto                    PIC X(40).
         02 rtt_cantidad                 PIC Z(5)9.
         02 FILLER                       PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          PERFORM Cargar_Adicionales.

          OPEN I-O TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             STOP RUN
          END-IF.
          OPEN I-O ClientesFile.
          IF NOT ClientesOK
             DISPLAY "** Error abriendo CLIENTES.DAT - status "
                ClientesStatus
             STOP RUN
          END-IF.
          OPEN OUTPUT ReporteFile.
          WRITE ReporteRecord FROM Rep_titulo.

          MOVE ZERO TO TJ-DOCUMENTO.
          START TarjetasFile KEY IS NOT LESS THAN TJ-DOCUMENTO
             INVALID KEY SET EOF-TARJETAS TO TRUE
          END-START.
          IF NOT EOF-TARJETAS
             PERFORM Leer_Tarjeta
          END-IF.
          PERFORM UNTIL EOF-TARJETAS
             PERFORM Juntar_Documento
             PERFORM Convertir_Documento
          END-PERFORM.

          MOVE "Tarjetas leidas:" TO rtt_texto.
          MOVE CONTADOR-TARJETAS TO rtt_cantidad.
          WRITE ReporteRecord FROM Rep_totales.
          MOVE "Clientes creados:" TO rtt_texto.
          MOVE CONTADOR-CLIENTES TO rtt_cantidad.
          WRITE ReporteRecord FROM Rep_totales.
          MOVE "Clientes que ya existian (omitidos):" TO rtt_texto.
          MOVE CONTADOR-YA-EXISTIAN TO rtt_cantidad.
          WRITE ReporteRecord FROM Rep_totales.
          MOVE "Clientes con copias en conflicto:" TO rtt_texto.
          MOVE CONTADOR-CONFLICTOS TO rtt_cantidad.
          WRITE ReporteRecord FROM Rep_totales.
          MOVE "Tarjetas corregidas:" TO rtt_texto.
          MOVE CONTADOR-CORREGIDAS TO rtt_cantidad.
          WRITE ReporteRecord FROM Rep_totales.

          CLOSE TarjetasFile.
          CLOSE ClientesFile.
          CLOSE ReporteFile.
          DISPLAY "Clientes creados: " CONTADOR-CLIENTES
             " - con conflicto: " CONTADOR-CONFLICTOS
             " - tarjetas corregidas: " CONTADOR-CORREGIDAS.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Adicionales.
          OPEN INPUT AdicionalesFile.
          IF AdicionalesStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-ADIC
             READ AdicionalesFile
                AT END SET EOF-ADIC TO TRUE
             END-READ
             IF NOT EOF-ADIC AND WS-ADIC-COUNT < WS-MAX-ADIC
                ADD 1 TO WS-ADIC-COUNT
                MOVE ADI-NRO-TARJ TO WS-ADIC-TARJ(WS-ADIC-COUNT)
             END-IF
          END-PERFORM.
          CLOSE AdicionalesFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Tarjeta.
          READ TarjetasFile NEXT RECORD
             AT END SET EOF-TARJETAS TO TRUE
          END-READ.
          IF NOT EOF-TARJETAS
             ADD 1 TO CONTADOR-TARJETAS
          END-IF.
      *-----------------------------------------------------------*
      *   Every card of the documento in the record buffer. The
      *   first card of the next documento is left read ahead.
      *-----------------------------------------------------------*
       Juntar_Documento.
          MOVE TJ-DOCUMENTO TO WS-DOC-ACTUAL.
          MOVE ZERO TO WS-GRUPO-COUNT.
          MOVE "N" TO WS-GRUPO-EXCEDIDO.
          PERFORM UNTIL EOF-TARJETAS
             OR TJ-DOCUMENTO NOT = WS-DOC-ACTUAL
             IF WS-GRUPO-COUNT < WS-MAX-GRUPO
                ADD 1 TO WS-GRUPO-COUNT
                MOVE TarjetaRecord
                   TO WS-GRP-REGISTRO(WS-GRUPO-COUNT)
                MOVE "N" TO WS-GRP-ADICIONAL(WS-GRUPO-COUNT)
                SET WS-ADI-IX TO 1
                SEARCH WS-ADIC-TARJ
                   AT END CONTINUE
                   WHEN WS-ADI-IX > WS-ADIC-COUNT
                      CONTINUE
                   WHEN WS-ADIC-TARJ(WS-ADI-IX) = TJ-NRO-TARJ
                      MOVE "S" TO WS-GRP-ADICIONAL(WS-GRUPO-COUNT)
                END-SEARCH
             ELSE
                SET GRUPO-EXCEDIDO TO TRUE
             END-IF
             PERFORM Leer_Tarjeta
          END-PERFORM.
          IF NOT EOF-TARJETAS
             MOVE TarjetaRecord TO WS-SIGUIENTE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Convertir_Documento.
          MOVE WS-DOC-ACTUAL TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO CONTADOR-YA-EXISTIAN
                EXIT PARAGRAPH
          END-READ.
          IF GRUPO-EXCEDIDO
             DISPLAY "** Documento " WS-DOC-ACTUAL " con mas de "
                WS-MAX-GRUPO " tarjetas - se convierten las primeras"
          END-IF.

          PERFORM Elegir_Copia.
          MOVE WS-DOC-ACTUAL TO CLI-DOCUMENTO.
          MOVE WS-NOMBRE-CLIENTE TO CLI-NOMBRE.
          MOVE WS-ELE-CALLE TO CLI-CALLE.
          MOVE WS-ELE-LOCALIDAD TO CLI-LOCALIDAD.
          MOVE WS-ELE-COD-POSTAL TO CLI-COD-POSTAL.
          MOVE SPACES TO CLI-EMAIL.
          MOVE SPACES TO CLI-TELEFONO.
          MOVE WS-ELE-ENVIO TO CLI-ENVIO.
          IF NOT CLI-ENVIO-PAPEL AND NOT CLI-ENVIO-EMAIL
             MOVE "P" TO CLI-ENVIO
          END-IF.
          WRITE ClienteRecord
             INVALID KEY
                DISPLAY "** No se pudo grabar el cliente "
                   CLI-DOCUMENTO
                EXIT PARAGRAPH
          END-WRITE.
          ADD 1 TO CONTADOR-CLIENTES.

          MOVE ZERO TO WS-DIFIEREN.
          PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRUPO-COUNT
             MOVE WS-GRP-REGISTRO(WS-GRP-IX) TO WS-TJ-AUX
             IF WS-AUX-DOMICILIO NOT = WS-ELE-DOMICILIO
                ADD 1 TO WS-DIFIEREN
             END-IF
          END-PERFORM.
          IF WS-DIFIEREN > ZERO
             ADD 1 TO CONTADOR-CONFLICTOS
             PERFORM Informar_Y_Corregir
          END-IF.
      *-----------------------------------------------------------*
      *   Each card's copy scores two points per live card holding
      *   the same copy, plus one if the card itself is live; the
      *   highest score wins and the card loaded last breaks a
      *   tie.
      *-----------------------------------------------------------*
       Elegir_Copia.
          MOVE ZERO TO WS-PUNTAJE-MAX.
          MOVE 1 TO WS-GRP-ELEGIDO.
          PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRUPO-COUNT
             MOVE ZERO TO WS-GRP-VOTOS(WS-GRP-IX)
             PERFORM VARYING WS-GRP-JX FROM 1 BY 1
                UNTIL WS-GRP-JX > WS-GRUPO-COUNT
                MOVE WS-GRP-REGISTRO(WS-GRP-JX) TO WS-TJ-AUX
                IF WS-AUX-ESTADO NOT = "C"
                   AND WS-GRP-REGISTRO(WS-GRP-JX)(73:59)
                     = WS-GRP-REGISTRO(WS-GRP-IX)(73:59)
                   ADD 1 TO WS-GRP-VOTOS(WS-GRP-IX)
                END-IF
             END-PERFORM
             MOVE WS-GRP-REGISTRO(WS-GRP-IX) TO WS-TJ-AUX
             COMPUTE WS-PUNTAJE = WS-GRP-VOTOS(WS-GRP-IX) * 2
             IF WS-AUX-ESTADO NOT = "C"
                ADD 1 TO WS-PUNTAJE
             END-IF
             IF WS-PUNTAJE >= WS-PUNTAJE-MAX
                MOVE WS-PUNTAJE TO WS-PUNTAJE-MAX
                MOVE WS-GRP-IX TO WS-GRP-ELEGIDO
             END-IF
          END-PERFORM.
          MOVE WS-GRP-REGISTRO(WS-GRP-ELEGIDO) TO WS-TJ-ELEGIDA.

      *> Name off a titular plastic, a live one if there is one.
          MOVE WS-ELE-TITULAR TO WS-NOMBRE-CLIENTE.
          MOVE "N" TO WS-NOMBRE-ES-TITULAR.
          PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRUPO-COUNT
             MOVE WS-GRP-REGISTRO(WS-GRP-IX) TO WS-TJ-AUX
             IF WS-GRP-ADICIONAL(WS-GRP-IX) = "N"
                IF NOT NOMBRE-ES-TITULAR OR WS-AUX-ESTADO NOT = "C"
                   MOVE WS-AUX-TITULAR TO WS-NOMBRE-CLIENTE
                   SET NOMBRE-ES-TITULAR TO TRUE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   The conflict goes on the report, every card with its own
      *   copy, and the cards that lost are rewritten with the
      *   winning one. The read-ahead card is re-read afterwards,
      *   since the rewrites move the file position.
      *-----------------------------------------------------------*
       Informar_Y_Corregir.
          MOVE WS-DOC-ACTUAL TO rd_documento.
          MOVE WS-NOMBRE-CLIENTE TO rd_nombre.
          MOVE WS-DIFIEREN TO rd_diferentes.
          WRITE ReporteRecord FROM Rep_documento.
          PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRUPO-COUNT
             MOVE WS-GRP-REGISTRO(WS-GRP-IX) TO TarjetaRecord
             CALL 'maskpan' USING BY CONTENT TJ-NRO-TARJ,
                BY REFERENCE rt_nro_tarj
             MOVE TJ-ESTADO TO rt_estado
             MOVE TJ-CALLE TO rt_calle
             MOVE TJ-LOCALIDAD TO rt_localidad
             MOVE TJ-COD-POSTAL TO rt_cod_postal
             MOVE TJ-ENVIO TO rt_envio
             EVALUATE TRUE
                WHEN WS-GRP-IX = WS-GRP-ELEGIDO
                   MOVE "ELEGIDA  " TO rt_marca
                WHEN TJ-DOMICILIO = WS-ELE-DOMICILIO
                   MOVE "IGUAL    " TO rt_marca
                WHEN OTHER
                   MOVE "CORREGIDA" TO rt_marca
             END-EVALUATE
             WRITE ReporteRecord FROM Rep_tarjeta
             IF TJ-DOMICILIO NOT = WS-ELE-DOMICILIO
                PERFORM Corregir_Tarjeta
             END-IF
          END-PERFORM.
          IF NOT EOF-TARJETAS
             MOVE WS-SIGUIENTE TO TarjetaRecord
             START TarjetasFile KEY IS NOT LESS THAN TJ-DOCUMENTO
                INVALID KEY SET EOF-TARJETAS TO TRUE
             END-START
             IF NOT EOF-TARJETAS
                READ TarjetasFile NEXT RECORD
                   AT END SET EOF-TARJETAS TO TRUE
                END-READ
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Corregir_Tarjeta.
          MOVE WS-ELE-DOMICILIO TO TJ-DOMICILIO.
          REWRITE TarjetaRecord
             INVALID KEY
                DISPLAY "** No se pudo corregir la tarjeta "
                   TJ-NRO-TARJ
             NOT INVALID KEY
                ADD 1 TO CONTADOR-CORREGIDAS
                MOVE "R" TO JRN-OPERACION
                MOVE TarjetaRecord TO JRN-REGISTRO
                CALL 'journal' USING JRN-ARCHIVO, JRN-OPERACION,
                   JRN-REGISTRO
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM ConvertirClientes.
