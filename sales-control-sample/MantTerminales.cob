      * against its control line, and TerminalesInactivas reports
      * the registered terminals that went silent. Baja keeps the
      * record with estado "B" so history stays traceable.
      * Each terminal carries its type and its alta and baja dates;
      * the monthly rent per type (TERMINAL-TIPOS.DAT, kept here)
      * is what AbonoTerminales charges the comercio, prorated by
      * those dates, out of its settlement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioStatus.

          SELECT TiposFile ASSIGN TO
          "..\files\TERMINAL-TIPOS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TiposStatus.

          SELECT TiposTmpFile ASSIGN TO "..\files\tipos.tmp"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

         02 Terminal-estado              PIC X(1).
           88 Terminal-activa            VALUE "A".
           88 Terminal-baja              VALUE "B".
         02 Terminal-tipo                PIC X(3).
      *> Rent runs from the alta day up to the day before the baja.
         02 Terminal-fecha-alta          PIC 9(8).
         02 Terminal-fecha-baja          PIC 9(8).

       FD ComerciosFile.
       01 ComercioRecord.
         02 Comercio-limite-venta        PIC X(1).
         02 Comercio-estado              PIC X(1).
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
         02 Comercio-iibb                PIC X(13).

      *> Monthly rent per terminal type.
       FD TiposFile.
       01 TipoRecord.
         03 TTP-TIPO                     PIC X(3).
         03 TTP-DESCRIPCION              PIC X(20).
         03 TTP-ABONO                    PIC 9(6)V99.

       FD TiposTmpFile.
       01 TipoTmpRecord                  PIC X(31).

       WORKING-STORAGE SECTION.
       01   TerminalesStatus             PIC X(2).
       01   WS-COMERCIO-INPUT            PIC 9(6).
       01   WS-SUCURSAL-INPUT            PIC 9(2).
       01   CONTADOR-LISTADAS            PIC 9(4).
       01   TiposStatus                  PIC X(2).
       01   WS-EOF-TIPOS                 PIC X(1).
          88 EOF-TIPOS VALUE "S".
       01   WS-TIPO-INPUT                PIC X(3).
       01   WS-TIPO-DESC-INPUT           PIC X(20).
       01   WS-ABONO-INPUT               PIC 9(6)V99.
       01   WS-TIPO-HALLADO              PIC X(1).
          88 TIPO-HALLADO VALUE "S".
       01   WS-ABONO-EDIT                PIC Z(5)9.99.
       01   WS-CURRENT-DATE-X.
          02 WS-FECHA-HOY-N              PIC 9(8).


      *> Batch-window interlock - the close must never race an

       PROCEDURE DIVISION.
       Begin.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-X.
          MOVE "Q" TO BLOQ-ACCION.
          CALL 'batchlock' USING BLOQ-SUBSISTEMA, BLOQ-ACCION,
             BLOQ-ESTADO.
                WHEN 1 PERFORM Alta_Terminal
                WHEN 2 PERFORM Baja_Terminal
                WHEN 3 PERFORM Listar_Por_Sucursal
                WHEN 4 PERFORM Abono_Por_Tipo
                WHEN 5 PERFORM Listar_Tipos
                WHEN 6 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          DISPLAY "1 - Alta de terminal".
          DISPLAY "2 - Baja de terminal".
          DISPLAY "3 - Listar terminales de una sucursal".
          DISPLAY "4 - Abono mensual por tipo de terminal".
          DISPLAY "5 - Listar tipos y abonos".
          DISPLAY "6 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
             ACCEPT Terminal-nro
             DISPLAY "Descripcion -> " WITH NO ADVANCING
             ACCEPT Terminal-descripcion
             PERFORM Pedir_Tipo
             MOVE "A" TO Terminal-estado
             MOVE WS-FECHA-HOY-N TO Terminal-fecha-alta
             MOVE ZERO TO Terminal-fecha-baja
             WRITE TerminalRecord
                INVALID KEY
                   DISPLAY "** La terminal ya existe"
                DISPLAY "** La terminal no esta registrada"
             NOT INVALID KEY
                MOVE "B" TO Terminal-estado
                MOVE WS-FECHA-HOY-N TO Terminal-fecha-baja
                REWRITE TerminalRecord
                END-REWRITE
                DISPLAY "Terminal dada de baja"
                   AND Terminal-sucursal = WS-SUCURSAL-INPUT
                   ADD 1 TO CONTADOR-LISTADAS
                   DISPLAY "Terminal " Terminal-nro " - "
                      Terminal-descripcion " - " Terminal-tipo
                      " - estado " Terminal-estado
                      " - alta " Terminal-fecha-alta
                      " baja " Terminal-fecha-baja
                ELSE
                   SET EOF-TERM TO TRUE
                END-IF
          END-PERFORM.
          DISPLAY "Terminales de la sucursal: " CONTADOR-LISTADAS.
      *-----------------------------------------------------------*
      *   Only a type with a rent loaded is accepted - a terminal
      *   of an unknown type would never be charged.
      *-----------------------------------------------------------*
       Pedir_Tipo.
          MOVE "N" TO WS-TIPO-HALLADO.
          PERFORM UNTIL TIPO-HALLADO
             DISPLAY "Tipo de terminal -> " WITH NO ADVANCING
             ACCEPT WS-TIPO-INPUT
             PERFORM Buscar_Tipo
             IF NOT TIPO-HALLADO
                DISPLAY "** Tipo sin abono cargado (opcion 4)"
             END-IF
          END-PERFORM.
          MOVE WS-TIPO-INPUT TO Terminal-tipo.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Buscar_Tipo.
          MOVE "N" TO WS-TIPO-HALLADO.
          MOVE "N" TO WS-EOF-TIPOS.
          OPEN INPUT TiposFile.
          IF TiposStatus NOT = "00"
             SET EOF-TIPOS TO TRUE
          END-IF.
          PERFORM UNTIL EOF-TIPOS OR TIPO-HALLADO
             READ TiposFile
                AT END SET EOF-TIPOS TO TRUE
             END-READ
             IF NOT EOF-TIPOS AND TTP-TIPO = WS-TIPO-INPUT
                SET TIPO-HALLADO TO TRUE
             END-IF
          END-PERFORM.
          IF TiposStatus NOT = "35" AND TiposStatus NOT = "30"
             CLOSE TiposFile
          END-IF.
      *-----------------------------------------------------------*
      *   Alta or change of a type's monthly rent. The whole file
      *   passes through the temp copy; a new type is appended.
      *   The new rent is charged from the next month run on.
      *-----------------------------------------------------------*
       Abono_Por_Tipo.
          DISPLAY "Tipo de terminal -> " WITH NO ADVANCING.
          ACCEPT WS-TIPO-INPUT.
          DISPLAY "Descripcion -> " WITH NO ADVANCING.
          ACCEPT WS-TIPO-DESC-INPUT.
          DISPLAY "Abono mensual -> " WITH NO ADVANCING.
          ACCEPT WS-ABONO-INPUT.
          MOVE "N" TO WS-TIPO-HALLADO.
          MOVE "N" TO WS-EOF-TIPOS.
          OPEN INPUT TiposFile.
          OPEN OUTPUT TiposTmpFile.
          IF TiposStatus NOT = "00"
             SET EOF-TIPOS TO TRUE
          END-IF.
          PERFORM UNTIL EOF-TIPOS
             READ TiposFile
                AT END SET EOF-TIPOS TO TRUE
             END-READ
             IF NOT EOF-TIPOS
                IF TTP-TIPO = WS-TIPO-INPUT
                   SET TIPO-HALLADO TO TRUE
                   MOVE WS-TIPO-DESC-INPUT TO TTP-DESCRIPCION
                   MOVE WS-ABONO-INPUT TO TTP-ABONO
                END-IF
                MOVE TipoRecord TO TipoTmpRecord
                WRITE TipoTmpRecord
             END-IF
          END-PERFORM.
          IF NOT TIPO-HALLADO
             MOVE WS-TIPO-INPUT TO TTP-TIPO
             MOVE WS-TIPO-DESC-INPUT TO TTP-DESCRIPCION
             MOVE WS-ABONO-INPUT TO TTP-ABONO
             MOVE TipoRecord TO TipoTmpRecord
             WRITE TipoTmpRecord
          END-IF.
          IF TiposStatus NOT = "35" AND TiposStatus NOT = "30"
             CLOSE TiposFile
          END-IF.
          CLOSE TiposTmpFile.

          MOVE "N" TO WS-EOF-TIPOS.
          OPEN INPUT TiposTmpFile.
          OPEN OUTPUT TiposFile.
          PERFORM UNTIL EOF-TIPOS
             READ TiposTmpFile
                AT END SET EOF-TIPOS TO TRUE
             END-READ
             IF NOT EOF-TIPOS
                MOVE TipoTmpRecord TO TipoRecord
                WRITE TipoRecord
             END-IF
          END-PERFORM.
          CLOSE TiposTmpFile.
          CLOSE TiposFile.
          IF TIPO-HALLADO
             DISPLAY "Abono del tipo " WS-TIPO-INPUT " modificado"
          ELSE
             DISPLAY "Tipo " WS-TIPO-INPUT " dado de alta"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Tipos.
          MOVE "N" TO WS-EOF-TIPOS.
          OPEN INPUT TiposFile.
          IF TiposStatus NOT = "00"
             DISPLAY "(sin tipos de terminal cargados)"
             SET EOF-TIPOS TO TRUE
          END-IF.
          PERFORM UNTIL EOF-TIPOS
             READ TiposFile
                AT END SET EOF-TIPOS TO TRUE
             END-READ
             IF NOT EOF-TIPOS
                MOVE TTP-ABONO TO WS-ABONO-EDIT
                DISPLAY TTP-TIPO " " TTP-DESCRIPCION " abono "
                   WS-ABONO-EDIT
             END-IF
          END-PERFORM.
          IF TiposStatus NOT = "35" AND TiposStatus NOT = "30"
             CLOSE TiposFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantTerminales.
