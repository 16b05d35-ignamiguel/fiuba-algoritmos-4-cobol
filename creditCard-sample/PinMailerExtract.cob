       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PinMailerExtract.
      * AUTHOR:  nacho.
      * Daily PIN-mailer extract for the print house. Every PIN
      * pintarj issued (alta, reposicion, reemplazo, blanqueo at
      * the activation desk) sits in CC-PIN.DAT with its mailer
      * pending; this run picks the ones issued at least
      * PCL-DIAS-MAILER days ago (CC-PIN-CLAVE.DAT, one day when
      * not set) so the PIN never travels on the same day as the
      * plastic, and cuts one sealed-mailer line per PIN with the
      * holder's name and address (address off CLIENTES.DAT, the
      * card's own copy for a documento not yet there).
      * The clear PIN only exists in this file - pintarj derives it
      * from the stored offset, nothing keeps it. The card itself
      * goes out masked (maskpan). Each PIN sent is marked so it is
      * never mailed twice; a PIN whose card was blocked or
      * cancelled before its mailer went out stays pending and is
      * not sent.
      * The mailer file is registered for transmission (regsalida)
      * as interface CC-PIN-MAILER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL PinFile ASSIGN TO "..\files\CC-PIN.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PIN-NRO-TARJ
          FILE STATUS IS PinStatus.

          SELECT ClavePinFile ASSIGN TO "..\files\CC-PIN-CLAVE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ClavePinStatus.

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

          SELECT MailerFile ASSIGN TO "..\files\CC-PIN-MAILER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PinFile.
       01 PinRecord.
         02 PIN-NRO-TARJ                 PIC 9(16).
         02 PIN-OFFSET                   PIC 9(4).
         02 PIN-INTENTOS                 PIC 9(1).
         02 PIN-ESTADO                   PIC X(1).
           88 PIN-VIGENTE                VALUE "A".
           88 PIN-BLOQUEADO              VALUE "B".
         02 PIN-FECHA-EMISION            PIC 9(8).
         02 PIN-MAILER                   PIC X(1).
           88 PIN-MAILER-PENDIENTE       VALUE "P".
           88 PIN-MAILER-ENVIADO         VALUE "E".
         02 PIN-FECHA-MAILER             PIC 9(8).

       FD ClavePinFile.
       01 ClavePinRecord.
         02 PCL-CLAVE                    PIC 9(16).
         02 PCL-DIAS-MAILER              PIC 9(2).

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

       FD MailerFile.
       01 MailerRecord.
         03 MLR-COD-POSTAL               PIC X(8).
         03 MLR-NRO-TARJ                 PIC X(16).
         03 MLR-PIN                      PIC 9(4).
         03 MLR-TITULAR                  PIC X(30).
         03 MLR-CALLE                    PIC X(30).
         03 MLR-LOCALIDAD                PIC X(20).
         03 MLR-FECHA                    PIC X(8).

       WORKING-STORAGE SECTION.
       01   PinStatus                    PIC X(2).
       01   ClavePinStatus               PIC X(2).
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".
       01   ClientesStatus               PIC X(2).
       01   WS-CLIENTES-DISPONIBLE       PIC X(1) VALUE "N".
          88 CLIENTES-DISPONIBLE VALUE "S".
       01   WS-EOF-PIN                   PIC X(1) VALUE "N".
          88 EOF-PIN VALUE "S".

       01   WS-DIAS-MAILER               PIC 9(2) VALUE 1.
       01   WS-HOY-INT                   PIC 9(7).
       01   WS-LIBERA-INT                PIC 9(7).

       01   CONTADOR-MAILERS             PIC 9(6) VALUE ZERO.
       01   CONTADOR-EN-ESPERA           PIC 9(6) VALUE ZERO.
       01   CONTADOR-RETENIDOS           PIC 9(6) VALUE ZERO.

      *> Clear PIN from the offset - see pintarj.
       01   PNT-ACCION                   PIC X(1) VALUE "C".
       01   PNT-PIN                      PIC 9(4).
       01   PNT-RESULTADO                PIC X(1).

      *> Outbound interface registry - see regsalida.
       01   RSA-ACCION                   PIC X(1) VALUE "R".
       01   RSA-INTERFAZ                 PIC X(20) VALUE
            "CC-PIN-MAILER".
       01   RSA-ARCHIVO                  PIC X(60) VALUE
            "..\files\CC-PIN-MAILER.DAT".
       01   RSA-REGISTROS                PIC 9(8) VALUE ZERO.
       01   RSA-TOTAL                    PIC 9(13)V99 VALUE ZERO.
       01   RSA-GENERACION               PIC 9(6).
       01   RSA-LINEAS                   PIC 9(8).
       01   RSA-HASH                     PIC 9(12).
       01   RSA-RESULTADO                PIC X(1).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).
       01   WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                         PIC 9(8).

      *-----------------------------------------------------------*
      *   Step name and counts for the nightly run - logged with the
      *   run into the shared JOB-LOG.DAT via the joblog subprogram.
       01   JOBLOG-PASO                  PIC X(20).
       01   JOBLOG-EVENTO                PIC X(1).
       01   JOBLOG-ESTADO                PIC X(8).
       01   JOBLOG-REGISTROS             PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
          MOVE "PIN-MAILER" TO JOBLOG-PASO.
          MOVE "I" TO JOBLOG-EVENTO.
          MOVE SPACES TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          COMPUTE WS-HOY-INT =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N).
          PERFORM Cargar_Dias_Mailer.

          OPEN I-O PinFile.
          IF PinStatus NOT = "00" AND PinStatus NOT = "05"
             DISPLAY "** Error abriendo CC-PIN.DAT - status "
                PinStatus
             PERFORM Terminar_Con_Error
          END-IF.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             CLOSE PinFile
             PERFORM Terminar_Con_Error
          END-IF.
          OPEN INPUT ClientesFile.
          IF ClientesStatus = "00"
             SET CLIENTES-DISPONIBLE TO TRUE
          END-IF.
          OPEN OUTPUT MailerFile.

          PERFORM UNTIL EOF-PIN
             READ PinFile NEXT RECORD
                AT END SET EOF-PIN TO TRUE
             END-READ
             IF NOT EOF-PIN AND PIN-MAILER-PENDIENTE
                PERFORM Evaluar_Pin
             END-IF
          END-PERFORM.

          CLOSE PinFile, TarjetasFile, MailerFile.
          IF CLIENTES-DISPONIBLE
             CLOSE ClientesFile
          END-IF.
          CALL 'regsalida' USING RSA-ACCION, RSA-INTERFAZ,
             RSA-ARCHIVO, RSA-REGISTROS, RSA-TOTAL,
             RSA-GENERACION, RSA-LINEAS, RSA-HASH,
             RSA-RESULTADO.
          DISPLAY "PIN mailers generados:       " CONTADOR-MAILERS.
          DISPLAY "En espera (emitidos hace < " WS-DIAS-MAILER
             " dias): " CONTADOR-EN-ESPERA.
          DISPLAY "Retenidos (tarjeta B o C):   " CONTADOR-RETENIDOS.

          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "OK" TO JOBLOG-ESTADO.
          MOVE CONTADOR-MAILERS TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Terminar_Con_Error.
          MOVE "F" TO JOBLOG-EVENTO.
          MOVE "ERROR" TO JOBLOG-ESTADO.
          MOVE ZERO TO JOBLOG-REGISTROS.
          CALL 'joblog' USING JOBLOG-PASO, JOBLOG-EVENTO,
             JOBLOG-ESTADO, JOBLOG-REGISTROS.
          MOVE 16 TO RETURN-CODE.
          GOBACK.
      *-----------------------------------------------------------*
      *   Only the waiting period is read here - the key itself is
      *   pintarj's business.
      *-----------------------------------------------------------*
       Cargar_Dias_Mailer.
          OPEN INPUT ClavePinFile.
          IF ClavePinStatus = "00"
             READ ClavePinFile
                AT END CONTINUE
                NOT AT END
                   IF PCL-DIAS-MAILER NUMERIC
                      AND PCL-DIAS-MAILER > ZERO
                      MOVE PCL-DIAS-MAILER TO WS-DIAS-MAILER
                   END-IF
             END-READ
             CLOSE ClavePinFile
          END-IF.
      *-----------------------------------------------------------*
      *   A pending mailer goes out once its waiting period is over
      *   and only while the plastic can still be used.
      *-----------------------------------------------------------*
       Evaluar_Pin.
          COMPUTE WS-LIBERA-INT =
             FUNCTION INTEGER-OF-DATE(PIN-FECHA-EMISION)
             + WS-DIAS-MAILER.
          IF WS-LIBERA-INT > WS-HOY-INT
             ADD 1 TO CONTADOR-EN-ESPERA
             EXIT PARAGRAPH
          END-IF.
          MOVE PIN-NRO-TARJ TO TJ-NRO-TARJ.
          READ TarjetasFile
             INVALID KEY
                ADD 1 TO CONTADOR-RETENIDOS
             NOT INVALID KEY
                IF TJ-ACTIVA OR TJ-PENDIENTE-ACTIV
                   PERFORM Grabar_Mailer
                ELSE
                   ADD 1 TO CONTADOR-RETENIDOS
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Mailer.
          MOVE PIN-OFFSET TO PNT-PIN.
          CALL 'pintarj' USING PNT-ACCION, PIN-NRO-TARJ, PNT-PIN,
             PNT-RESULTADO.
          IF PNT-RESULTADO NOT = "S"
             DISPLAY "** Clave de PIN no disponible - mailers no "
                "generados"
             CLOSE PinFile, TarjetasFile, MailerFile
             IF CLIENTES-DISPONIBLE
                CLOSE ClientesFile
             END-IF
             PERFORM Terminar_Con_Error
          END-IF.
          PERFORM Tomar_Datos_Cliente.
          MOVE TJ-COD-POSTAL TO MLR-COD-POSTAL.
          CALL 'maskpan' USING BY CONTENT PIN-NRO-TARJ,
             BY REFERENCE MLR-NRO-TARJ.
          MOVE PNT-PIN TO MLR-PIN.
          MOVE TJ-TITULAR TO MLR-TITULAR.
          MOVE TJ-CALLE TO MLR-CALLE.
          MOVE TJ-LOCALIDAD TO MLR-LOCALIDAD.
          MOVE WS-FECHA-HOY TO MLR-FECHA.
          WRITE MailerRecord.
          ADD 1 TO RSA-REGISTROS.
          ADD 1 TO CONTADOR-MAILERS.
          SET PIN-MAILER-ENVIADO TO TRUE.
          MOVE WS-FECHA-HOY-N TO PIN-FECHA-MAILER.
          REWRITE PinRecord.
      *-----------------------------------------------------------*
      *   The address is the customer's; the card's own copy
      *   only stands in for a documento not yet in CLIENTES.DAT.
      *-----------------------------------------------------------*
       Tomar_Datos_Cliente.
          IF NOT CLIENTES-DISPONIBLE
             EXIT PARAGRAPH
          END-IF.
          MOVE TJ-DOCUMENTO TO CLI-DOCUMENTO.
          READ ClientesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE CLI-CALLE TO TJ-CALLE
                MOVE CLI-LOCALIDAD TO TJ-LOCALIDAD
                MOVE CLI-COD-POSTAL TO TJ-COD-POSTAL
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM PinMailerExtract.
