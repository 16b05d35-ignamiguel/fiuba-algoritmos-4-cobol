       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantSeguros.
      * AUTHOR:  nacho.
      * Enrollment maintenance for the credit-life insurance on the
      * card balance (seguro de saldo deudor). An enrolled card pays
      * a monthly premium - the per-mille rate of
      * CC-SEGURO-PARAM.DAT on its closing balance - billed by the
      * close as a movement of its own and remitted to the insurer
      * in CC-SEGURO-REMESA.DAT. Baja keeps the record with estado
      * "B" so the enrollment history is never lost; a card whose
      * titular's claim was paid (SiniestroSeguro) is left "S" and
      * can't be re-enrolled from here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SegurosFile ASSIGN TO
          "..\files\CC-SEGUROS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SGR-NRO-TARJ
          FILE STATUS IS SegurosStatus.

          SELECT TarjetasFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          ALTERNATE RECORD KEY IS TJ-DOCUMENTO
             WITH DUPLICATES
          FILE STATUS IS TarjetaStatus.

       DATA DIVISION.
       FILE SECTION.

       FD SegurosFile.
       01 SeguroRecord.
         02 SGR-NRO-TARJ                 PIC 9(16).
         02 SGR-FECHA-ALTA               PIC X(8).
         02 SGR-FECHA-BAJA               PIC X(8).
         02 SGR-ESTADO                   PIC X(1).
           88 SGR-ACTIVO                 VALUE "A".
           88 SGR-BAJA                   VALUE "B".
           88 SGR-SINIESTRADO            VALUE "S".

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

       WORKING-STORAGE SECTION.
       01   SegurosStatus                PIC X(2).
          88 SegurosOK VALUE "00".
       01   TarjetaStatus                PIC X(2).
          88 TarjetaFound VALUE "00".

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTSEGUROS".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> Batch-window interlock - the close reads the enrollments
      *> to bill the premium. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-SGR                   PIC X(1).
          88 EOF-SGR VALUE "S".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   CONTADOR-ACTIVOS             PIC 9(4).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-DATE-YEAR                PIC X(4).
          02 WS-DATE-MONTH               PIC X(2).
          02 WS-DATE-DAY                 PIC X(2).
       01   WS-FECHA-HOY                 PIC X(8).

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
          IF BLOQ-ESTADO = "A"
             DISPLAY "** CIERRE EN CURSO - mantenimiento "
                "bloqueado hasta que termine el batch **"
             STOP RUN
          END-IF.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-DATE-YEAR WS-DATE-MONTH WS-DATE-DAY
             DELIMITED BY SIZE INTO WS-FECHA-HOY.
          OPEN I-O SegurosFile.
          IF SegurosStatus = "05"
             CLOSE SegurosFile
             OPEN I-O SegurosFile
          END-IF.
          IF NOT SegurosOK
             DISPLAY "** Error abriendo CC-SEGUROS.DAT - "
                "status " SegurosStatus
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Alta_Seguro
                WHEN 2 PERFORM Baja_Seguro
                WHEN 3 PERFORM Listar_Seguros
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE SegurosFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Seguro de saldo deudor".
          DISPLAY "1 - Alta de adhesion".
          DISPLAY "2 - Baja de adhesion".
          DISPLAY "3 - Listar tarjetas aseguradas".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Alta_Seguro.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          OPEN INPUT TarjetasFile.
          IF NOT TarjetaFound
             DISPLAY "** Error abriendo TarjetasFile - status "
                TarjetaStatus
             MOVE ZERO TO WS-TARJ-INPUT
          ELSE
             MOVE WS-TARJ-INPUT TO TJ-NRO-TARJ
             READ TarjetasFile
                INVALID KEY
                   DISPLAY "** La tarjeta " WS-TARJ-INPUT
                      " no existe"
                   MOVE ZERO TO WS-TARJ-INPUT
                NOT INVALID KEY
                   IF TJ-CANCELADA
                      DISPLAY "** La tarjeta esta cancelada"
                      MOVE ZERO TO WS-TARJ-INPUT
                   ELSE
                      DISPLAY "Titular: " TJ-TITULAR
                   END-IF
             END-READ
             CLOSE TarjetasFile
          END-IF.
          IF WS-TARJ-INPUT > ZERO
             PERFORM Grabar_Seguro
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Grabar_Seguro.
          MOVE WS-TARJ-INPUT TO SGR-NRO-TARJ.
          READ SegurosFile
             INVALID KEY
                MOVE WS-FECHA-HOY TO SGR-FECHA-ALTA
                MOVE SPACES TO SGR-FECHA-BAJA
                MOVE "A" TO SGR-ESTADO
                WRITE SeguroRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar la adhesion"
                   NOT INVALID KEY
                      MOVE "A" TO AUD-OPERACION
                      MOVE SGR-NRO-TARJ TO AUD-CLAVE
                      MOVE SPACES TO AUD-ANTES
                      MOVE SeguroRecord TO AUD-DESPUES
                      CALL 'auditmant' USING SEG-PROGRAMA,
                         SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                         AUD-ANTES, AUD-DESPUES
                      DISPLAY "Adhesion grabada"
                END-WRITE
             NOT INVALID KEY
                EVALUATE TRUE
                   WHEN SGR-BAJA
                      MOVE SeguroRecord TO AUD-ANTES
                      MOVE WS-FECHA-HOY TO SGR-FECHA-ALTA
                      MOVE SPACES TO SGR-FECHA-BAJA
                      MOVE "A" TO SGR-ESTADO
                      REWRITE SeguroRecord
                      END-REWRITE
                      MOVE "M" TO AUD-OPERACION
                      MOVE SGR-NRO-TARJ TO AUD-CLAVE
                      MOVE SeguroRecord TO AUD-DESPUES
                      CALL 'auditmant' USING SEG-PROGRAMA,
                         SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                         AUD-ANTES, AUD-DESPUES
                      DISPLAY "Adhesion reactivada"
                   WHEN SGR-SINIESTRADO
                      DISPLAY "** La tarjeta tiene un siniestro "
                         "pagado - no se puede re-adherir"
                   WHEN OTHER
                      DISPLAY "** La tarjeta ya esta asegurada"
                END-EVALUATE
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Baja_Seguro.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE WS-TARJ-INPUT TO SGR-NRO-TARJ.
          READ SegurosFile
             INVALID KEY
                DISPLAY "** La tarjeta no esta asegurada"
             NOT INVALID KEY
                IF NOT SGR-ACTIVO
                   DISPLAY "** La adhesion no esta activa"
                ELSE
                   MOVE SeguroRecord TO AUD-ANTES
                   MOVE "B" TO SGR-ESTADO
                   MOVE WS-FECHA-HOY TO SGR-FECHA-BAJA
                   REWRITE SeguroRecord
                   END-REWRITE
                   MOVE "M" TO AUD-OPERACION
                   MOVE SGR-NRO-TARJ TO AUD-CLAVE
                   MOVE SeguroRecord TO AUD-DESPUES
                   CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                      AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                      AUD-DESPUES
                   DISPLAY "Adhesion dada de baja"
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Seguros.
          MOVE ZERO TO CONTADOR-ACTIVOS.
          MOVE "N" TO WS-EOF-SGR.
          MOVE LOW-VALUES TO SGR-NRO-TARJ.
          START SegurosFile KEY IS NOT LESS THAN SGR-NRO-TARJ
             INVALID KEY SET EOF-SGR TO TRUE
          END-START.
          PERFORM UNTIL EOF-SGR
             READ SegurosFile NEXT RECORD
                AT END SET EOF-SGR TO TRUE
             END-READ
             IF NOT EOF-SGR AND SGR-ACTIVO
                ADD 1 TO CONTADOR-ACTIVOS
                DISPLAY "Tarjeta " SGR-NRO-TARJ
                   " asegurada desde " SGR-FECHA-ALTA
             END-IF
          END-PERFORM.
          DISPLAY "Tarjetas aseguradas: " CONTADOR-ACTIVOS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantSeguros.
