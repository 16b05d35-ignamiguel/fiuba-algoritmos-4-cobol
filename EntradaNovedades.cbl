      * NOV2.DAT o NOV3.DAT). La mezcla sigue validando todo de
      * nuevo, como siempre: esta pantalla evita el error, no
      * reemplaza el control.
      * Tampoco se aceptan horas contra una empresa cuyo CUIT no pasa
      * el digito verificador (chkcuit): esas horas no se podrian
      * facturar hasta que se corrija el maestro.
      * Las horas se pueden cargar a un proyecto de la empresa
      * (PROYECTOSind2, mantenido por MantProyectos): el proyecto
      * tiene que existir para esa empresa y la fecha caer dentro
      * de su vigencia. Blanco = horas sin proyecto.
      * Tambien se pueden imputar a un centro de costo del cliente
      * (CENTROSCOSTOind2, mantenido por MantCentrosCosto), que
      * tiene que ser de esa empresa y estar activo. Blanco = el
      * centro de la asignacion del consultor, que pone la mezcla.
      * Una novedad de tipo C (correccion) o R (reversa) apunta a
      * horas ya cargadas en TIMESind2 por su clave - consultor,
      * fecha y CUIT de la empresa - y lleva un motivo obligatorio:
      * la correccion trae las horas que reemplazan a la original,
      * la reversa solo la anula. La mezcla la aplica sobre la
      * entrada original y la facturacion ajusta lo ya facturado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EMPRESAS     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS EMPRESAS-ESTADO.
           SELECT PROYECTOS    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY PRY-KEY
                               FILE STATUS IS PROYECTOS-ESTADO.
           SELECT CENTROSCOSTO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY CCO-KEY
                               FILE STATUS IS CENTROS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
           03 NOV-EMPRESA  PIC 9(3).
           03 NOV-TAREA    PIC X(4).
           03 NOV-HORAS    PIC 9(2)V99.
           03 NOV-PROYECTO PIC X(6).
           03 NOV-TIPO     PIC X(1).
               88 NOV-ALTA VALUE SPACE.
               88 NOV-REVERSA VALUE "R".
               88 NOV-AJUSTE VALUE "C" "R".
           03 NOV-ORIGINAL.
               05 NOV-ORIG-NUMERO PIC X(5).
               05 NOV-ORIG-FECHA  PIC 9(8).
               05 NOV-ORIG-CUIT   PIC 9(11).
           03 NOV-MOTIVO   PIC X(30).
           03 NOV-CENTRO-COSTO PIC X(6).

       FD CONSULTORES  LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CONSULTORES.DAT".
           03 EMP-TEL     PIC X(20).
           03 EMP-CUIT    PIC 9(11).

       FD PROYECTOS    LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "PROYECTOSind2.DAT".
       01 REG-PROYECTO.
           03 PRY-KEY.
               05 PRY-EMPRESA PIC 9(3).
               05 PRY-CODIGO PIC X(6).
           03 PRY-DESCRIPCION PIC X(25).
           03 PRY-HORAS-PRESUP PIC 9(5)V99.
           03 PRY-IMPORTE-PRESUP PIC 9(9)V99.
           03 PRY-FECHA-INICIO PIC 9(8).
           03 PRY-FECHA-FIN PIC 9(8).

       FD CENTROSCOSTO LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CENTROSCOSTOind2.DAT".
       01 REG-CENTRO-COSTO.
           03 CCO-KEY.
               05 CCO-EMPRESA PIC 9(3).
               05 CCO-CODIGO PIC X(6).
           03 CCO-DESCRIPCION PIC X(25).
           03 CCO-ESTADO PIC X(1).

       WORKING-STORAGE SECTION.
       77 NOV-ESTADO PIC XX.
       77 CONSULTORES-ESTADO PIC XX.
       77 EMPRESAS-ESTADO PIC XX.
       77 PROYECTOS-ESTADO PIC XX.
       77 CENTROS-ESTADO PIC XX.
       77 EOF-CONS PIC XX VALUE "NO".
           88 EOF-CONSULTORES VALUE "SI".
       77 EOF-EMP PIC XX VALUE "NO".
           88 EOF-EMPRESAS VALUE "SI".
       77 EOF-PRY PIC XX VALUE "NO".
           88 EOF-PROYECTOS VALUE "SI".
       77 EOF-CCO PIC XX VALUE "NO".
           88 EOF-CENTROS VALUE "SI".

       01 WS-NOV-PATH PIC X(8).
       01 WS-OFICINA PIC 9(1).
           03 EMP-ELEMENT OCCURS 200 TIMES INDEXED BY IX-EMP.
               05 TAB-EMP-EMPRESA PIC X(3).
               05 TAB-EMP-RAZON PIC X(25).
               05 TAB-EMP-CUIT-OK PIC X(1).
               05 TAB-EMP-CUIT PIC 9(11).
       01 CANT-PROYECTOS PIC 9(3) VALUE ZERO.
       01 TABLA-PROYECTOS.
           03 PRY-ELEMENT OCCURS 200 TIMES INDEXED BY IX-PRY.
               05 TAB-PRY-EMPRESA PIC 9(3).
               05 TAB-PRY-CODIGO PIC X(6).
               05 TAB-PRY-DESCRIPCION PIC X(25).
               05 TAB-PRY-INICIO PIC 9(8).
               05 TAB-PRY-FIN PIC 9(8).
       01 PROYECTO-HALLADO PIC X VALUE 'N'.
           88 PROYECTO-OK VALUE 'S'.
       01 CANT-CENTROS PIC 9(3) VALUE ZERO.
       01 TABLA-CENTROS-COSTO.
           03 CCO-ELEMENT OCCURS 300 TIMES INDEXED BY IX-CCO.
               05 TAB-CCO-EMPRESA PIC 9(3).
               05 TAB-CCO-CODIGO PIC X(6).
               05 TAB-CCO-DESCRIPCION PIC X(25).
               05 TAB-CCO-ESTADO PIC X(1).
       01 CENTRO-HALLADO PIC X VALUE 'N'.
           88 CENTRO-OK VALUE 'S'.

       01 NOVEDAD-VALIDA PIC X VALUE 'S'.
           88 NOVEDAD-OK VALUE 'S'.
       01 WS-NOMBRE-HALLADO PIC X(25).
       01 AUX-EMPRESA-X PIC X(3).
       01 CONT-CARGADAS PIC 9(5) VALUE ZERO.
       01 WS-CUIT-RESULTADO PIC X(1).
       01 WS-CUIT-HALLADO PIC 9(11).

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM CARGAR-CONSULTORES.
           PERFORM CARGAR-EMPRESAS.
           PERFORM CARGAR-PROYECTOS.
           PERFORM CARGAR-CENTROS-COSTO.
           IF CANT-CONSULTORES = ZERO OR CANT-EMPRESAS = ZERO
               DISPLAY "** Sin maestros de consultores o empresas "
                   "- no se puede validar, no se carga nada"
           PERFORM VALIDAR-CONSULTOR.
           IF NOVEDAD-OK
               DISPLAY "Consultor: " WS-NOMBRE-HALLADO
               PERFORM PEDIR-TIPO
           END-IF.
           IF NOVEDAD-OK AND NOV-AJUSTE
               PERFORM PEDIR-ORIGINAL
           END-IF.
           IF NOVEDAD-OK AND NOT NOV-REVERSA
               DISPLAY "Fecha AAAAMMDD -> " WITH NO ADVANCING
               ACCEPT NOV-FECHA
               PERFORM VALIDAR-FECHA
           END-IF.
           IF NOVEDAD-OK AND NOT NOV-REVERSA
               DISPLAY "Empresa (codigo) -> " WITH NO ADVANCING
               ACCEPT NOV-EMPRESA
               PERFORM VALIDAR-EMPRESA
           END-IF.
           IF NOVEDAD-OK AND NOT NOV-REVERSA
               DISPLAY "Tarea -> " WITH NO ADVANCING
               ACCEPT NOV-TAREA
               DISPLAY "Proyecto (blanco = sin proyecto) -> "
                   WITH NO ADVANCING
               ACCEPT NOV-PROYECTO
               IF NOV-PROYECTO NOT = SPACES
                   PERFORM VALIDAR-PROYECTO
               END-IF
           END-IF.
           IF NOVEDAD-OK AND NOT NOV-REVERSA
               DISPLAY "Centro de costo (blanco = el de la "
                   "asignacion) -> " WITH NO ADVANCING
               ACCEPT NOV-CENTRO-COSTO
               IF NOV-CENTRO-COSTO NOT = SPACES
                   PERFORM VALIDAR-CENTRO-COSTO
               END-IF
           END-IF.
           IF NOVEDAD-OK AND NOT NOV-REVERSA
               DISPLAY "Horas -> " WITH NO ADVANCING
               ACCEPT NOV-HORAS
               IF NOV-HORAS NOT NUMERIC
                   SET NOVEDAD-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOVEDAD-OK AND NOV-AJUSTE
               DISPLAY "Motivo -> " WITH NO ADVANCING
               ACCEPT NOV-MOTIVO
               IF NOV-MOTIVO = SPACES
                   DISPLAY "** Una correccion o reversa lleva motivo"
                   SET NOVEDAD-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOVEDAD-OK
               DISPLAY "Confirmar S/N -> " WITH NO ADVANCING
               ACCEPT WS-RESPUESTA
                   DISPLAY "Novedad descartada"
               END-IF
           END-IF.
      ******************************************************************
       PEDIR-TIPO.
           DISPLAY "Tipo (blanco carga, C correccion, R reversa) -> "
               WITH NO ADVANCING.
           ACCEPT NOV-TIPO.
           IF NOV-TIPO = "c"
               MOVE "C" TO NOV-TIPO
           END-IF.
           IF NOV-TIPO = "r"
               MOVE "R" TO NOV-TIPO
           END-IF.
           IF NOT NOV-ALTA AND NOT NOV-AJUSTE
               DISPLAY "** Tipo de novedad invalido"
               SET NOVEDAD-ERROR TO TRUE
           END-IF.
           MOVE SPACES TO NOV-ORIGINAL.
           MOVE SPACES TO NOV-MOTIVO.
           MOVE SPACES TO NOV-CENTRO-COSTO.
      ******************************************************************
      * Clave de las horas a corregir: el mismo consultor, la fecha
      * y la empresa con que se cargaron. Una reversa queda con esa
      * fecha y esa empresa, sin tarea ni horas propias.
       PEDIR-ORIGINAL.
           MOVE NOV-NUMERO TO NOV-ORIG-NUMERO.
           DISPLAY "Fecha de las horas a corregir AAAAMMDD -> "
               WITH NO ADVANCING.
           ACCEPT NOV-FECHA.
           PERFORM VALIDAR-FECHA.
           IF NOVEDAD-OK
               MOVE NOV-FECHA TO NOV-ORIG-FECHA
               DISPLAY "Empresa de las horas a corregir -> "
                   WITH NO ADVANCING
               ACCEPT NOV-EMPRESA
               PERFORM VALIDAR-EMPRESA
           END-IF.
           IF NOVEDAD-OK
               MOVE WS-CUIT-HALLADO TO NOV-ORIG-CUIT
           END-IF.
           IF NOVEDAD-OK AND NOV-REVERSA
               MOVE SPACES TO NOV-TAREA
               MOVE SPACES TO NOV-PROYECTO
               MOVE SPACES TO NOV-CENTRO-COSTO
               MOVE ZERO TO NOV-HORAS
           END-IF.
      ******************************************************************
       VALIDAR-CONSULTOR.
           SET NOVEDAD-ERROR TO TRUE.
               UNTIL IX-EMP > CANT-EMPRESAS
               IF TAB-EMP-EMPRESA (IX-EMP) EQUAL AUX-EMPRESA-X
                   SET NOVEDAD-OK TO TRUE
                   MOVE TAB-EMP-CUIT (IX-EMP) TO WS-CUIT-HALLADO
                   DISPLAY "Empresa: " TAB-EMP-RAZON (IX-EMP)
                   IF TAB-EMP-CUIT-OK (IX-EMP) NOT = "S"
                       DISPLAY "** La empresa " NOV-EMPRESA
                           " tiene el CUIT invalido en el maestro"
                       SET NOVEDAD-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOVEDAD-ERROR
               DISPLAY "** La empresa " NOV-EMPRESA " no existe"
           END-IF.
      ******************************************************************
      * Sin maestro de proyectos el codigo pasa como se tipea - la
      * mezcla lo valida cuando el maestro exista.
       VALIDAR-PROYECTO.
           IF CANT-PROYECTOS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO PROYECTO-HALLADO.
           PERFORM VARYING IX-PRY FROM 1 BY 1
               UNTIL IX-PRY > CANT-PROYECTOS OR PROYECTO-OK
               IF TAB-PRY-EMPRESA (IX-PRY) EQUAL NOV-EMPRESA
                   AND TAB-PRY-CODIGO (IX-PRY) EQUAL NOV-PROYECTO
                   SET PROYECTO-OK TO TRUE
                   DISPLAY "Proyecto: " TAB-PRY-DESCRIPCION (IX-PRY)
                   IF NOV-FECHA < TAB-PRY-INICIO (IX-PRY)
                       OR (TAB-PRY-FIN (IX-PRY) NOT = ZERO
                           AND NOV-FECHA > TAB-PRY-FIN (IX-PRY))
                       DISPLAY "** La fecha esta fuera de la "
                           "vigencia del proyecto"
                       SET NOVEDAD-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT PROYECTO-OK
               DISPLAY "** El proyecto " NOV-PROYECTO
                   " no existe para la empresa " NOV-EMPRESA
               SET NOVEDAD-ERROR TO TRUE
           END-IF.
      ******************************************************************
      * Sin maestro de centros de costo el codigo pasa como se
      * tipea - la mezcla lo valida cuando el maestro exista.
       VALIDAR-CENTRO-COSTO.
           IF CANT-CENTROS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CENTRO-HALLADO.
           PERFORM VARYING IX-CCO FROM 1 BY 1
               UNTIL IX-CCO > CANT-CENTROS OR CENTRO-OK
               IF TAB-CCO-EMPRESA (IX-CCO) EQUAL NOV-EMPRESA
                   AND TAB-CCO-CODIGO (IX-CCO) EQUAL NOV-CENTRO-COSTO
                   SET CENTRO-OK TO TRUE
                   DISPLAY "Centro de costo: "
                       TAB-CCO-DESCRIPCION (IX-CCO)
                   IF TAB-CCO-ESTADO (IX-CCO) NOT = "A"
                       DISPLAY "** El centro de costo esta inactivo"
                       SET NOVEDAD-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CENTRO-OK
               DISPLAY "** El centro de costo " NOV-CENTRO-COSTO
                   " no existe para la empresa " NOV-EMPRESA
               SET NOVEDAD-ERROR TO TRUE
           END-IF.
      ******************************************************************
       VALIDAR-FECHA.
           IF NOV-MES < 1 OR NOV-MES > 12
                   MOVE EMP-EMPRESA
                       TO TAB-EMP-EMPRESA (CANT-EMPRESAS)
                   MOVE EMP-RAZON TO TAB-EMP-RAZON (CANT-EMPRESAS)
                   MOVE EMP-CUIT TO TAB-EMP-CUIT (CANT-EMPRESAS)
                   CALL 'chkcuit' USING EMP-CUIT, WS-CUIT-RESULTADO
                   MOVE WS-CUIT-RESULTADO
                       TO TAB-EMP-CUIT-OK (CANT-EMPRESAS)
               END-IF
           END-PERFORM.
           IF EMPRESAS-ESTADO = "00" OR EMPRESAS-ESTADO = "10"
               CLOSE EMPRESAS
           END-IF.
      ******************************************************************
       CARGAR-PROYECTOS.
           OPEN INPUT PROYECTOS.
           IF PROYECTOS-ESTADO NOT = "00"
               MOVE "SI" TO EOF-PRY
           END-IF.
           PERFORM UNTIL EOF-PROYECTOS OR CANT-PROYECTOS = 200
               READ PROYECTOS NEXT RECORD
                   AT END MOVE "SI" TO EOF-PRY
               END-READ
               IF NOT EOF-PROYECTOS
                   ADD 1 TO CANT-PROYECTOS
                   MOVE PRY-EMPRESA
                       TO TAB-PRY-EMPRESA (CANT-PROYECTOS)
                   MOVE PRY-CODIGO TO TAB-PRY-CODIGO (CANT-PROYECTOS)
                   MOVE PRY-DESCRIPCION
                       TO TAB-PRY-DESCRIPCION (CANT-PROYECTOS)
                   MOVE PRY-FECHA-INICIO
                       TO TAB-PRY-INICIO (CANT-PROYECTOS)
                   MOVE PRY-FECHA-FIN TO TAB-PRY-FIN (CANT-PROYECTOS)
               END-IF
           END-PERFORM.
           IF PROYECTOS-ESTADO = "00" OR PROYECTOS-ESTADO = "10"
               CLOSE PROYECTOS
           END-IF.
      ******************************************************************
       CARGAR-CENTROS-COSTO.
           OPEN INPUT CENTROSCOSTO.
           IF CENTROS-ESTADO NOT = "00"
               MOVE "SI" TO EOF-CCO
           END-IF.
           PERFORM UNTIL EOF-CENTROS OR CANT-CENTROS = 300
               READ CENTROSCOSTO NEXT RECORD
                   AT END MOVE "SI" TO EOF-CCO
               END-READ
               IF NOT EOF-CENTROS
                   ADD 1 TO CANT-CENTROS
                   MOVE CCO-EMPRESA TO TAB-CCO-EMPRESA (CANT-CENTROS)
                   MOVE CCO-CODIGO TO TAB-CCO-CODIGO (CANT-CENTROS)
                   MOVE CCO-DESCRIPCION
                       TO TAB-CCO-DESCRIPCION (CANT-CENTROS)
                   MOVE CCO-ESTADO TO TAB-CCO-ESTADO (CANT-CENTROS)
               END-IF
           END-PERFORM.
           IF CENTROS-ESTADO = "00" OR CENTROS-ESTADO = "10"
               CLOSE CENTROSCOSTO
           END-IF.
       END PROGRAM EntradaNovedades.
