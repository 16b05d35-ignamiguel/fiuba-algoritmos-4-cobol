       IDENTIFICATION DIVISION.
       PROGRAM-ID. regsalida.
      * AUTHOR:  nacho.
      * Outbound interface registry, CALLed like joblog by every
      * program that writes a file that leaves the building
      * (settlement, payment and debit orders, GL interface,
      * boletines, central de deudores, embossing lot, CAE request,
      * withholding declaration)
      * right after it closes it. Each call is a new GENERATION of
      * that interface in TRANSMISIONES.DAT: the producer's record
      * count and control total, the lines actually in the file and
      * a control hash over every byte of them, and a frozen copy
      * (TX-<interfaz>.<generacion>) so any generation can be sent
      * again later. TransmitirInterfaces sends what is registered;
      * ConsultaTransmisiones resends on request. Both recheck the
      * hash through this same routine before anything goes out.
      * Like joblog it must never take the producer down: a file it
      * cannot read or register just comes back "N".
      *   LS-ACCION:    "R" registra una generacion nueva,
      *                 "H" solo calcula lineas y hash de LS-ARCHIVO.
      *   LS-GENERACION, LS-LINEAS, LS-HASH: devueltos.
      *   LS-RESULTADO: "S" registrado / calculado, "N" no.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL TransmisionesFile ASSIGN TO
          "..\files\TRANSMISIONES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TRX-KEY
          FILE STATUS IS TransmisionesStatus.

          SELECT SalidaFile ASSIGN TO WS-SALIDA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SalidaStatus.

          SELECT CopiaFile ASSIGN TO WS-COPIA-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CopiaStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TransmisionesFile.
       01 TransmisionRecord.
         02 TRX-KEY.
           03 TRX-INTERFAZ               PIC X(20).
           03 TRX-GENERACION             PIC 9(6).
         02 TRX-ARCHIVO                  PIC X(60).
         02 TRX-COPIA                    PIC X(60).
         02 TRX-FECHA-REG                PIC 9(8).
         02 TRX-HORA-REG                 PIC X(6).
         02 TRX-REGISTROS                PIC 9(8).
         02 TRX-LINEAS                   PIC 9(8).
         02 TRX-TOTAL                    PIC 9(13)V99.
         02 TRX-HASH                     PIC 9(12).
         02 TRX-ESTADO                   PIC X(1).
           88 TRX-REGISTRADA             VALUE "R".
           88 TRX-ENVIADA                VALUE "E".
           88 TRX-ALTERADA               VALUE "A".
           88 TRX-DUPLICADA              VALUE "D".
         02 TRX-FECHA-ENVIO              PIC 9(8).
         02 TRX-HORA-ENVIO               PIC X(6).
         02 TRX-REENVIOS                 PIC 9(3).
         02 TRX-FECHA-REENVIO            PIC 9(8).
         02 TRX-USUARIO-REENVIO          PIC X(8).

       FD SalidaFile.
       01 SalidaRecord                   PIC X(300).

       FD CopiaFile.
       01 CopiaRecord                    PIC X(300).

       WORKING-STORAGE SECTION.
       01   TransmisionesStatus          PIC X(2).
       01   SalidaStatus                 PIC X(2).
       01   CopiaStatus                  PIC X(2).
       01   WS-SALIDA-PATH               PIC X(60).
       01   WS-COPIA-PATH                PIC X(60).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-GENERACION                PIC 9(6).
       01   WS-LINEAS                    PIC 9(8).
       01   WS-HASH                      PIC 9(12).
       01   WS-POS                       PIC 9(3).
       01   WS-COPIAR                    PIC X(1).
          88 COPIAR VALUE "S".
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA                    PIC 9(8).
          02 WS-HORA                     PIC X(6).
          02 FILLER                      PIC X(7).

       LINKAGE SECTION.
       01 LS-ACCION                      PIC X(1).
       01 LS-INTERFAZ                    PIC X(20).
       01 LS-ARCHIVO                     PIC X(60).
       01 LS-REGISTROS                   PIC 9(8).
       01 LS-TOTAL                       PIC 9(13)V99.
       01 LS-GENERACION                  PIC 9(6).
       01 LS-LINEAS                      PIC 9(8).
       01 LS-HASH                        PIC 9(12).
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-ACCION, LS-INTERFAZ, LS-ARCHIVO,
                                LS-REGISTROS, LS-TOTAL,
                                LS-GENERACION, LS-LINEAS, LS-HASH,
                                LS-RESULTADO.
          MOVE "N" TO LS-RESULTADO.
          MOVE ZERO TO LS-LINEAS.
          MOVE ZERO TO LS-HASH.
          MOVE LS-ARCHIVO TO WS-SALIDA-PATH.
          IF LS-ACCION = "H"
             MOVE "N" TO WS-COPIAR
             PERFORM Calcular_Hash
             IF SalidaStatus = "00"
                MOVE "S" TO LS-RESULTADO
             END-IF
             EXIT PROGRAM
          END-IF.

          MOVE ZERO TO LS-GENERACION.
          OPEN I-O TransmisionesFile.
          IF TransmisionesStatus NOT = "00"
             AND TransmisionesStatus NOT = "05"
             DISPLAY "** TRANSMISIONES.DAT no disponible - status "
                TransmisionesStatus " - " LS-INTERFAZ
                " sin registrar"
             EXIT PROGRAM
          END-IF.
          PERFORM Proxima_Generacion.

          MOVE SPACES TO WS-COPIA-PATH.
          STRING "..\files\TX-" DELIMITED BY SIZE
             LS-INTERFAZ DELIMITED BY SPACE
             "." WS-GENERACION DELIMITED BY SIZE
             INTO WS-COPIA-PATH.
          MOVE "S" TO WS-COPIAR.
          PERFORM Calcular_Hash.
          IF SalidaStatus NOT = "00"
             DISPLAY "** " LS-INTERFAZ " - no se pudo leer "
                LS-ARCHIVO " - sin registrar"
             CLOSE TransmisionesFile
             EXIT PROGRAM
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE LS-INTERFAZ TO TRX-INTERFAZ.
          MOVE WS-GENERACION TO TRX-GENERACION.
          MOVE LS-ARCHIVO TO TRX-ARCHIVO.
          MOVE WS-COPIA-PATH TO TRX-COPIA.
          MOVE WS-FECHA TO TRX-FECHA-REG.
          MOVE WS-HORA TO TRX-HORA-REG.
          MOVE LS-REGISTROS TO TRX-REGISTROS.
          MOVE LS-LINEAS TO TRX-LINEAS.
          MOVE LS-TOTAL TO TRX-TOTAL.
          MOVE LS-HASH TO TRX-HASH.
          SET TRX-REGISTRADA TO TRUE.
          MOVE ZERO TO TRX-FECHA-ENVIO.
          MOVE SPACES TO TRX-HORA-ENVIO.
          MOVE ZERO TO TRX-REENVIOS.
          MOVE ZERO TO TRX-FECHA-REENVIO.
          MOVE SPACES TO TRX-USUARIO-REENVIO.
          WRITE TransmisionRecord
             INVALID KEY
                DISPLAY "** " LS-INTERFAZ " generacion "
                   WS-GENERACION " ya registrada"
             NOT INVALID KEY
                MOVE WS-GENERACION TO LS-GENERACION
                MOVE "S" TO LS-RESULTADO
          END-WRITE.
          CLOSE TransmisionesFile.
          EXIT PROGRAM.
      *-----------------------------------------------------------*
      *   Generations number up per interface, from 1.
      *-----------------------------------------------------------*
       Proxima_Generacion.
          MOVE 1 TO WS-GENERACION.
          MOVE "N" TO WS-EOF.
          MOVE LS-INTERFAZ TO TRX-INTERFAZ.
          MOVE ZERO TO TRX-GENERACION.
          START TransmisionesFile KEY IS NOT LESS THAN TRX-KEY
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ TransmisionesFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                IF TRX-INTERFAZ NOT = LS-INTERFAZ
                   SET FIN-ARCHIVO TO TRUE
                ELSE
                   COMPUTE WS-GENERACION = TRX-GENERACION + 1
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   Every byte of every line, in order, folded into the
      *   hash - a changed digit, a swapped line or a line added
      *   or dropped all move it. Lines are taken at their full
      *   300, so the trailing blanks a line sequential write
      *   trims come back the same on every read.
      *-----------------------------------------------------------*
       Calcular_Hash.
          MOVE ZERO TO WS-LINEAS.
          MOVE ZERO TO WS-HASH.
          MOVE "N" TO WS-EOF.
          OPEN INPUT SalidaFile.
          IF SalidaStatus NOT = "00"
             EXIT PARAGRAPH
          END-IF.
          IF COPIAR
             OPEN OUTPUT CopiaFile
          END-IF.
          PERFORM UNTIL FIN-ARCHIVO
             READ SalidaFile
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                ADD 1 TO WS-LINEAS
                PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 300
                   COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                      + FUNCTION ORD(SalidaRecord(WS-POS:1)),
                      999999999989)
                END-PERFORM
                IF COPIAR
                   MOVE SalidaRecord TO CopiaRecord
                   WRITE CopiaRecord
                END-IF
             END-IF
          END-PERFORM.
          CLOSE SalidaFile.
          IF COPIAR
             CLOSE CopiaFile
          END-IF.
          MOVE WS-LINEAS TO LS-LINEAS.
          MOVE WS-HASH TO LS-HASH.
