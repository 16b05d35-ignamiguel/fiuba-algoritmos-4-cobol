      * received); approving it is the ONLY thing that rewrites
      * TJ-LIMITE on TARJETAS.DAT, and the decision stays on the
      * proposal so the next review run never re-raises it blindly.
      * A decision is only applied if the proposal on file is still
      * the one shown to the supervisor; if another supervisor
      * decided it meanwhile both versions are shown, nothing is
      * written, and the collision goes to auditmant as
      * operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD PropuestasFile.
       01 PropuestaRecord.
         02 PRO-NRO-TARJ                 PIC 9(16).
         02 PRO-ACCION                   PIC X(1).
           88 PRO-AUMENTO                VALUE "A".
           88 PRO-BAJA                   VALUE "B".
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

       WORKING-STORAGE SECTION.
       01   PropuestasStatus             PIC X(2).
          88 WS-DONE VALUE "N".
       01   WS-EOF-PRO                   PIC X(1).
          88 EOF-PRO VALUE "S".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-DECISION                  PIC X(1).
       01   CONTADOR-PENDIENTES          PIC 9(4).

      *> The proposal as shown for a decision, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(54).
       01   WS-IMAGEN-PROPUESTA      PIC X(54).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

       PROCEDURE DIVISION.
       Begin.
          MOVE "Q" TO BLOQ-ACCION.
             DISPLAY "** La propuesta ya esta decidida - estado "
                PRO-ESTADO
          ELSE
             MOVE PropuestaRecord TO WS-IMAGEN-LEIDA
             PERFORM Mostrar_Una_Propuesta
             DISPLAY "Aprobar o Rechazar A/R -> " WITH NO ADVANCING
             ACCEPT WS-DECISION
             PERFORM Aplicar_Decision
          END-IF.
      *-----------------------------------------------------------*
      *   Neither the master nor the proposal is touched until the
      *   proposal is known to be still the one decided on.
      *-----------------------------------------------------------*
       Aplicar_Decision.
          EVALUATE WS-DECISION
             WHEN "A"
             WHEN "a"
             WHEN "R"
             WHEN "r"
                PERFORM Verificar_Colision
             WHEN OTHER
                DISPLAY "Decision invalida - queda pendiente"
                EXIT PARAGRAPH
          END-EVALUATE.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          IF WS-DECISION = "A" OR WS-DECISION = "a"
             PERFORM Aplicar_Al_Maestro
          ELSE
             SET PRO-RECHAZADA TO TRUE
             REWRITE PropuestaRecord
             END-REWRITE
             DISPLAY "Propuesta rechazada"
          END-IF.
      *-----------------------------------------------------------*
      *   Only the approval touches the master - and only if the
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *   Reads the proposal again before anything moves. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE PropuestaRecord TO WS-IMAGEN-PROPUESTA.
          READ PropuestasFile
             INVALID KEY CONTINUE
          END-READ.
          IF PropuestaOK AND PropuestaRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO PropuestaRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** La propuesta fue modificada por otro usuario "
             "mientras la editaba - NO se grabo".
          IF PropuestaOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Una_Propuesta
             MOVE PropuestaRecord TO AUD-ANTES
          ELSE
             DISPLAY "La propuesta ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO PropuestaRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Una_Propuesta.
          MOVE "C" TO AUD-OPERACION.
          MOVE PRO-NRO-TARJ TO AUD-CLAVE.
          MOVE PropuestaRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a decidir sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantPropuestasLimite.
