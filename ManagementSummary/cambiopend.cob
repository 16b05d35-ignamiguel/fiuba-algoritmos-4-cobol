       IDENTIFICATION DIVISION.
       PROGRAM-ID. cambiopend.
      * AUTHOR:  nacho.
      * Changes held for a second signature, CALLed by the
      * maintenance screens where one operator alone must not be
      * able to move money: a comercio's settlement CBU
      * (MantComercios), a direct-debit CBU (MantDebitoAutom) and a
      * large TJ-LIMITE raise (MantTarjetas) or cuenta corporativa
      * limit raise (MantCorporativas). The screen writes
      * everything else and keeps the old value on the master; this
      * routine only records the proposed value in
      * CAMBIOS-PENDIENTES.DAT as pendiente. A different user with
      * level A on MANTAPROBACIONES applies or rejects it there, and
      * OperacionesReport lists what is open and what was decided.
      * One open change per tipo and clave - a second one is refused
      * until the first is decided.
      *   LS-TIPO:      "C" CBU de comercio, "D" CBU de debito
      *                 automatico, "L" limite de tarjeta, "E"
      *                 limite corporativo (clave = EMP-EMPRESA).
      *   LS-NRO:       devuelto, numero del cambio registrado.
      *   LS-RESULTADO: "S" registrado, "D" ya hay uno pendiente
      *                 (LS-NRO es ese), "N" no se pudo registrar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL CambiosFile ASSIGN TO
          "..\files\CAMBIOS-PENDIENTES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CAP-NRO
          FILE STATUS IS CambiosStatus.

       DATA DIVISION.
       FILE SECTION.

       FD CambiosFile.
       01 CambioRecord.
         02 CAP-NRO                      PIC 9(6).
         02 CAP-TIPO                     PIC X(1).
           88 CAP-CBU-COMERCIO           VALUE "C".
           88 CAP-CBU-DEBITO             VALUE "D".
           88 CAP-LIMITE                 VALUE "L".
           88 CAP-LIMITE-CORP            VALUE "E".
         02 CAP-CLAVE                    PIC X(20).
         02 CAP-VALOR-ANTERIOR           PIC X(22).
         02 CAP-VALOR-NUEVO              PIC X(22).
         02 CAP-PROGRAMA                 PIC X(20).
         02 CAP-USUARIO-ALTA             PIC X(8).
         02 CAP-FECHA-ALTA               PIC 9(8).
         02 CAP-HORA-ALTA                PIC X(6).
         02 CAP-ESTADO                   PIC X(1).
           88 CAP-PENDIENTE              VALUE "P".
           88 CAP-APROBADO               VALUE "A".
           88 CAP-RECHAZADO              VALUE "R".
         02 CAP-USUARIO-DECISION         PIC X(8).
         02 CAP-FECHA-DECISION           PIC 9(8).
         02 CAP-MOTIVO                   PIC X(30).

       WORKING-STORAGE SECTION.
       01   CambiosStatus                PIC X(2).
       01   WS-EOF                       PIC X(1).
          88 FIN-ARCHIVO VALUE "S".
       01   WS-PROXIMO                   PIC 9(6).
       01   WS-DUPLICADO                 PIC 9(6).
       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA                    PIC 9(8).
          02 WS-HORA                     PIC X(6).
          02 FILLER                      PIC X(7).

       LINKAGE SECTION.
       01 LS-TIPO                        PIC X(1).
       01 LS-CLAVE                       PIC X(20).
       01 LS-VALOR-ANTERIOR              PIC X(22).
       01 LS-VALOR-NUEVO                 PIC X(22).
       01 LS-PROGRAMA                    PIC X(20).
       01 LS-USUARIO                     PIC X(8).
       01 LS-NRO                         PIC 9(6).
       01 LS-RESULTADO                   PIC X(1).

       PROCEDURE DIVISION USING LS-TIPO, LS-CLAVE, LS-VALOR-ANTERIOR,
                                LS-VALOR-NUEVO, LS-PROGRAMA,
                                LS-USUARIO, LS-NRO, LS-RESULTADO.
          MOVE "N" TO LS-RESULTADO.
          MOVE ZERO TO LS-NRO.
          OPEN I-O CambiosFile.
          IF CambiosStatus NOT = "00" AND CambiosStatus NOT = "05"
             DISPLAY "** CAMBIOS-PENDIENTES.DAT no disponible - "
                "status " CambiosStatus
             EXIT PROGRAM
          END-IF.
          PERFORM Buscar_Pendiente.
          IF WS-DUPLICADO NOT = ZERO
             MOVE WS-DUPLICADO TO LS-NRO
             MOVE "D" TO LS-RESULTADO
             CLOSE CambiosFile
             EXIT PROGRAM
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE WS-PROXIMO TO CAP-NRO.
          MOVE LS-TIPO TO CAP-TIPO.
          MOVE LS-CLAVE TO CAP-CLAVE.
          MOVE LS-VALOR-ANTERIOR TO CAP-VALOR-ANTERIOR.
          MOVE LS-VALOR-NUEVO TO CAP-VALOR-NUEVO.
          MOVE LS-PROGRAMA TO CAP-PROGRAMA.
          MOVE LS-USUARIO TO CAP-USUARIO-ALTA.
          MOVE WS-FECHA TO CAP-FECHA-ALTA.
          MOVE WS-HORA TO CAP-HORA-ALTA.
          SET CAP-PENDIENTE TO TRUE.
          MOVE SPACES TO CAP-USUARIO-DECISION.
          MOVE ZERO TO CAP-FECHA-DECISION.
          MOVE SPACES TO CAP-MOTIVO.
          WRITE CambioRecord
             INVALID KEY
                DISPLAY "** Cambio " WS-PROXIMO " ya registrado"
             NOT INVALID KEY
                MOVE WS-PROXIMO TO LS-NRO
                MOVE "S" TO LS-RESULTADO
          END-WRITE.
          CLOSE CambiosFile.
          EXIT PROGRAM.
      *-----------------------------------------------------------*
      *   One pass finds both an open change for the same tipo and
      *   clave and the next free number.
      *-----------------------------------------------------------*
       Buscar_Pendiente.
          MOVE 1 TO WS-PROXIMO.
          MOVE ZERO TO WS-DUPLICADO.
          MOVE "N" TO WS-EOF.
          MOVE ZERO TO CAP-NRO.
          START CambiosFile KEY IS NOT LESS THAN CAP-NRO
             INVALID KEY SET FIN-ARCHIVO TO TRUE
          END-START.
          PERFORM UNTIL FIN-ARCHIVO
             READ CambiosFile NEXT RECORD
                AT END SET FIN-ARCHIVO TO TRUE
             END-READ
             IF NOT FIN-ARCHIVO
                COMPUTE WS-PROXIMO = CAP-NRO + 1
                IF CAP-PENDIENTE AND CAP-TIPO = LS-TIPO
                   AND CAP-CLAVE = LS-CLAVE
                   MOVE CAP-NRO TO WS-DUPLICADO
                END-IF
             END-IF
          END-PERFORM.
       END PROGRAM cambiopend.
