      * motivo, antes de que el cliente rechace la factura. El
      * listado de proximas a vencer avisa con anticipacion para
      * renovar el contrato en vez de descubrirlo con rechazos.
      * Cada asignacion lleva el centro de costo del cliente al que
      * van las horas del consultor (CENTROSCOSTOind2, mantenido por
      * MantCentrosCosto): la mezcla lo pone en toda novedad que
      * venga sin centro. Blanco = sin centro de costo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.
        SELECT OPTIONAL CENTROSCOSTO ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY CCO-KEY
                              FILE STATUS IS FS-CCO.

       DATA DIVISION.
       FILE SECTION.
               03 ASG-EMPRESA PIC 9(3).
               03 ASG-VIG-DESDE PIC 9(8).
           02 ASG-VIG-HASTA PIC 9(8).
           02 ASG-CENTRO-COSTO PIC X(6).

       FD CONSULTORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "CONSind2.DAT".
      *   emision, como siempre.
          03 EMP-PLAZO-DIAS PIC 9(3).

       FD CENTROSCOSTO LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "CENTROSCOSTOind2.DAT".
       01 REG-CENTRO-COSTO.
           02 CCO-KEY.
               03 CCO-EMPRESA PIC 9(3).
               03 CCO-CODIGO PIC X(6).
           02 CCO-DESCRIPCION PIC X(25).
           02 CCO-ESTADO PIC X(1).
               88 CCO-ACTIVO VALUE "A".

       WORKING-STORAGE SECTION.
       01 FS-ASG PIC XX.
           88 OK-ASG VALUE '00'.
           88 OK-CONS VALUE '00'.
       01 FS-EMP PIC XX.
           88 OK-EMP VALUE '00'.
       01 FS-CCO PIC XX.
           88 OK-CCO VALUE '00'.

       01 WS-MENU-OPTION PIC 9(1) VALUE 0.
       01 WS-KEEP-GOING PIC X(1) VALUE "S".
               ACCEPT ASG-VIG-DESDE
               DISPLAY "Vigente hasta AAAAMMDD -> " WITH NO ADVANCING
               ACCEPT ASG-VIG-HASTA
               PERFORM PEDIR-CENTRO-COSTO
           END-IF.
           IF ASG-EMPRESA > ZERO
               IF ASG-VIG-HASTA < ASG-VIG-DESDE
                   DISPLAY "** Fecha hasta anterior a fecha desde"
               ELSE
                   END-WRITE
               END-IF
           END-IF.
      ******************************************************************
      *   El centro tiene que ser de la empresa y estar activo; sin
      *   maestro cargado pasa como se tipea y lo valida la mezcla.
       PEDIR-CENTRO-COSTO.
           DISPLAY "Centro de costo (blanco = ninguno) -> "
               WITH NO ADVANCING.
           ACCEPT ASG-CENTRO-COSTO.
           IF ASG-CENTRO-COSTO NOT = SPACES
               OPEN INPUT CENTROSCOSTO
               IF OK-CCO
                   MOVE ASG-EMPRESA TO CCO-EMPRESA
                   MOVE ASG-CENTRO-COSTO TO CCO-CODIGO
                   READ CENTROSCOSTO
                       INVALID KEY
                           DISPLAY "** El centro de costo no existe "
                               "para la empresa"
                           MOVE ZERO TO ASG-EMPRESA
                       NOT INVALID KEY
                           IF CCO-ACTIVO
                               DISPLAY "Centro de costo: "
                                   CCO-DESCRIPCION
                           ELSE
                               DISPLAY "** El centro de costo esta "
                                   "inactivo"
                               MOVE ZERO TO ASG-EMPRESA
                           END-IF
                   END-READ
                   CLOSE CENTROSCOSTO
               ELSE
                   IF FS-CCO = "05"
                       CLOSE CENTROSCOSTO
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       BAJA-ASIGNACION.
           DISPLAY "Nro de consultor -> " WITH NO ADVANCING.
                       DISPLAY "Empresa " ASG-EMPRESA
                           " desde " ASG-VIG-DESDE
                           " hasta " ASG-VIG-HASTA
                           " c.costo " ASG-CENTRO-COSTO
                   ELSE
                       SET FIN-ASG TO TRUE
                   END-IF
