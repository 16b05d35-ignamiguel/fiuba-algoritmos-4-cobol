       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantSolicitudesBorrado.
      * AUTHOR:  nacho.
      * Registry of personal-data deletion requests - a former
      * cardholder (by documento) or a former consultant (by
      * CONS-NUMERO) asking us to delete their data. One record per
      * request in BORRADO-SOLICITUDES.DAT with estado pendiente,
      * bloqueada (with the legal hold that stops it), ejecutada or
      * anulada. The desk only registers, looks up and cancels;
      * BorradoDatosPersonales evaluates every pendiente/bloqueada
      * request on each run, anonymizes the ones nothing holds and
      * issues the certificate. Registering and cancelling need the
      * modification level and leave an audit record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SolicitudesFile ASSIGN TO
          "..\files\BORRADO-SOLICITUDES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSO-NRO-SOLICITUD
          FILE STATUS IS SolicitudesStatus.

       DATA DIVISION.
       FILE SECTION.

       FD SolicitudesFile.
       01 SolicitudRecord.
         02 BSO-NRO-SOLICITUD            PIC 9(6).
         02 BSO-TIPO                     PIC X(1).
           88 BSO-TITULAR                VALUE "T".
           88 BSO-CONSULTOR              VALUE "C".
         02 BSO-DOCUMENTO                PIC 9(11).
         02 BSO-CONS-NUMERO              PIC X(5).
         02 BSO-FECHA-ALTA               PIC 9(8).
         02 BSO-USUARIO-ALTA             PIC X(8).
         02 BSO-ESTADO                   PIC X(1).
           88 BSO-PENDIENTE              VALUE "P".
           88 BSO-BLOQUEADA              VALUE "B".
           88 BSO-EJECUTADA              VALUE "E".
           88 BSO-ANULADA                VALUE "A".
      *> Last run that looked at the request, and the first legal
      *> hold it found (blank once nothing holds it).
         02 BSO-FECHA-EVALUACION         PIC 9(8).
         02 BSO-MOTIVO                   PIC X(30).
         02 BSO-FECHA-EJECUCION          PIC 9(8).

       WORKING-STORAGE SECTION.
       01   SolicitudesStatus            PIC X(2).
          88 SolicitudOK VALUE "00".
       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-BSO                   PIC X(1).
          88 EOF-BSO VALUE "S".
       01   WS-NRO-INPUT                 PIC 9(6).
       01   WS-TIPO-INPUT                PIC X(1).
       01   WS-DOCUMENTO-INPUT           PIC 9(11).
       01   WS-CONS-INPUT                PIC X(5).
       01   WS-PROX-SOLICITUD            PIC 9(6).
       01   WS-HALLADO                   PIC X(1).
          88 HALLADO VALUE "S".
       01   WS-DUPLICADA                 PIC 9(6).
       01   WS-ESTADO-TEXTO              PIC X(10).

       01   WS-CURRENT-DATE-FIELDS.
          02 WS-FECHA-HOY                PIC 9(8).
          02 FILLER                      PIC X(13).

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
       01   SEG-PROGRAMA             PIC X(20)
            VALUE "MANTSOLICBORRADO".
       01   SEG-USUARIO              PIC X(8).
       01   SEG-NIVEL                PIC X(1).
       01   AUD-OPERACION            PIC X(1).
       01   AUD-CLAVE                PIC X(20).
       01   AUD-ANTES                PIC X(140).
       01   AUD-DESPUES              PIC X(140).

       PROCEDURE DIVISION.
       Begin.
          CALL 'signon' USING SEG-PROGRAMA, SEG-USUARIO,
             SEG-NIVEL.
          IF SEG-NIVEL = "N"
             STOP RUN
          END-IF.

          OPEN I-O SolicitudesFile.
          IF NOT SolicitudOK AND SolicitudesStatus NOT = "05"
             DISPLAY "** Error abriendo BORRADO-SOLICITUDES.DAT - "
                "status " SolicitudesStatus
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1
                   IF SEG-NIVEL = "M"
                      PERFORM Alta_Solicitud
                   ELSE
                      DISPLAY "** Sin permiso de modificacion"
                   END-IF
                WHEN 2 PERFORM Consultar_Solicitud
                WHEN 3
                   IF SEG-NIVEL = "M"
                      PERFORM Anular_Solicitud
                   ELSE
                      DISPLAY "** Sin permiso de modificacion"
                   END-IF
                WHEN 4 PERFORM Listar_Solicitudes
                WHEN 5 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE SolicitudesFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Solicitudes de borrado de datos personales".
          DISPLAY "1 - Registrar solicitud".
          DISPLAY "2 - Consultar solicitud".
          DISPLAY "3 - Anular solicitud".
          DISPLAY "4 - Listar solicitudes".
          DISPLAY "5 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   One open request per person - a second one while the
      *   first is still pendiente or bloqueada adds nothing, the
      *   run re-evaluates the open one every night anyway.
      *-----------------------------------------------------------*
       Alta_Solicitud.
          DISPLAY "Tipo T titular / C consultor -> "
             WITH NO ADVANCING.
          ACCEPT WS-TIPO-INPUT.
          MOVE ZERO TO WS-DOCUMENTO-INPUT.
          MOVE SPACES TO WS-CONS-INPUT.
          EVALUATE WS-TIPO-INPUT
             WHEN "T"
                DISPLAY "Documento -> " WITH NO ADVANCING
                ACCEPT WS-DOCUMENTO-INPUT
                IF WS-DOCUMENTO-INPUT = ZERO
                   DISPLAY "** Documento invalido"
                   EXIT PARAGRAPH
                END-IF
             WHEN "C"
                DISPLAY "Nro de consultor -> " WITH NO ADVANCING
                ACCEPT WS-CONS-INPUT
                IF WS-CONS-INPUT = SPACES
                   DISPLAY "** Nro de consultor invalido"
                   EXIT PARAGRAPH
                END-IF
             WHEN OTHER
                DISPLAY "** Tipo invalido"
                EXIT PARAGRAPH
          END-EVALUATE.

          PERFORM Buscar_Abierta.
          IF HALLADO
             DISPLAY "** Ya existe la solicitud " WS-DUPLICADA
                " abierta para esa persona"
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-PROX-SOLICITUD TO BSO-NRO-SOLICITUD.
          MOVE WS-TIPO-INPUT TO BSO-TIPO.
          MOVE WS-DOCUMENTO-INPUT TO BSO-DOCUMENTO.
          MOVE WS-CONS-INPUT TO BSO-CONS-NUMERO.
          MOVE WS-FECHA-HOY TO BSO-FECHA-ALTA.
          MOVE SEG-USUARIO TO BSO-USUARIO-ALTA.
          SET BSO-PENDIENTE TO TRUE.
          MOVE ZERO TO BSO-FECHA-EVALUACION.
          MOVE SPACES TO BSO-MOTIVO.
          MOVE ZERO TO BSO-FECHA-EJECUCION.
          WRITE SolicitudRecord
             INVALID KEY
                DISPLAY "** No se pudo registrar la solicitud"
             NOT INVALID KEY
                DISPLAY "Solicitud " BSO-NRO-SOLICITUD
                   " registrada"
                MOVE "A" TO AUD-OPERACION
                MOVE BSO-NRO-SOLICITUD TO AUD-CLAVE
                MOVE SPACES TO AUD-ANTES
                MOVE SolicitudRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA,
                   SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                   AUD-ANTES, AUD-DESPUES
          END-WRITE.
      *-----------------------------------------------------------*
      *   One pass over the registry finds both an open request
      *   for the same person and the next free number.
      *-----------------------------------------------------------*
       Buscar_Abierta.
          MOVE "N" TO WS-HALLADO.
          MOVE 1 TO WS-PROX-SOLICITUD.
          MOVE "N" TO WS-EOF-BSO.
          MOVE LOW-VALUES TO BSO-NRO-SOLICITUD.
          START SolicitudesFile KEY IS NOT LESS THAN
             BSO-NRO-SOLICITUD
             INVALID KEY SET EOF-BSO TO TRUE
          END-START.
          PERFORM UNTIL EOF-BSO
             READ SolicitudesFile NEXT RECORD
                AT END SET EOF-BSO TO TRUE
             END-READ
             IF NOT EOF-BSO
                COMPUTE WS-PROX-SOLICITUD = BSO-NRO-SOLICITUD + 1
                IF (BSO-PENDIENTE OR BSO-BLOQUEADA)
                   AND BSO-TIPO = WS-TIPO-INPUT
                   AND BSO-DOCUMENTO = WS-DOCUMENTO-INPUT
                   AND BSO-CONS-NUMERO = WS-CONS-INPUT
                   SET HALLADO TO TRUE
                   MOVE BSO-NRO-SOLICITUD TO WS-DUPLICADA
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Leer_Solicitud.
          DISPLAY "Nro de solicitud -> " WITH NO ADVANCING.
          ACCEPT WS-NRO-INPUT.
          MOVE WS-NRO-INPUT TO BSO-NRO-SOLICITUD.
          READ SolicitudesFile
             INVALID KEY
                DISPLAY "** Solicitud inexistente"
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consultar_Solicitud.
          PERFORM Leer_Solicitud.
          IF SolicitudOK
             PERFORM Mostrar_Solicitud
             IF BSO-FECHA-EVALUACION NOT = ZERO
                DISPLAY "   Ultima evaluacion: "
                   BSO-FECHA-EVALUACION
             END-IF
             IF BSO-MOTIVO NOT = SPACES
                DISPLAY "   Motivo: " BSO-MOTIVO
             END-IF
             IF BSO-EJECUTADA
                DISPLAY "   Ejecutada el " BSO-FECHA-EJECUCION
                   " - ver BORRADO-CERTIFICADOS.DAT"
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *   Only a request the run has not executed yet can be
      *   cancelled - an executed deletion cannot be undone.
      *-----------------------------------------------------------*
       Anular_Solicitud.
          PERFORM Leer_Solicitud.
          IF NOT SolicitudOK
             EXIT PARAGRAPH
          END-IF.
          IF NOT BSO-PENDIENTE AND NOT BSO-BLOQUEADA
             DISPLAY "** La solicitud no esta abierta - estado "
                BSO-ESTADO
             EXIT PARAGRAPH
          END-IF.
          MOVE SolicitudRecord TO AUD-ANTES.
          SET BSO-ANULADA TO TRUE.
          REWRITE SolicitudRecord
             INVALID KEY
                DISPLAY "** No se pudo anular la solicitud"
             NOT INVALID KEY
                DISPLAY "Solicitud " BSO-NRO-SOLICITUD " anulada"
                MOVE "M" TO AUD-OPERACION
                MOVE BSO-NRO-SOLICITUD TO AUD-CLAVE
                MOVE SolicitudRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA,
                   SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                   AUD-ANTES, AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Solicitudes.
          MOVE "N" TO WS-EOF-BSO.
          MOVE LOW-VALUES TO BSO-NRO-SOLICITUD.
          START SolicitudesFile KEY IS NOT LESS THAN
             BSO-NRO-SOLICITUD
             INVALID KEY
                DISPLAY "(sin solicitudes registradas)"
                SET EOF-BSO TO TRUE
          END-START.
          PERFORM UNTIL EOF-BSO
             READ SolicitudesFile NEXT RECORD
                AT END SET EOF-BSO TO TRUE
             END-READ
             IF NOT EOF-BSO
                PERFORM Mostrar_Solicitud
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Solicitud.
          EVALUATE TRUE
             WHEN BSO-PENDIENTE MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
             WHEN BSO-BLOQUEADA MOVE "BLOQUEADA" TO WS-ESTADO-TEXTO
             WHEN BSO-EJECUTADA MOVE "EJECUTADA" TO WS-ESTADO-TEXTO
             WHEN BSO-ANULADA MOVE "ANULADA" TO WS-ESTADO-TEXTO
             WHEN OTHER MOVE BSO-ESTADO TO WS-ESTADO-TEXTO
          END-EVALUATE.
          IF BSO-TITULAR
             DISPLAY BSO-NRO-SOLICITUD " TITULAR   DOC "
                BSO-DOCUMENTO " ALTA " BSO-FECHA-ALTA " "
                WS-ESTADO-TEXTO " " BSO-MOTIVO
          ELSE
             DISPLAY BSO-NRO-SOLICITUD " CONSULTOR NRO "
                BSO-CONS-NUMERO "       ALTA " BSO-FECHA-ALTA " "
                WS-ESTADO-TEXTO " " BSO-MOTIVO
          END-IF.
