                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY TAR-CODIGO
                               FILE STATUS IS TAREAS-ESTADO.
      *    Maestro de proyectos mantenido por MantProyectos - una
      *    novedad con proyecto tiene que caer en uno de la empresa
      *    y dentro de su vigencia.
           SELECT PROYECTOS    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY PRY-KEY
                               FILE STATUS IS PROYECTOS-ESTADO.
      *    Centros de costo de cada empresa, mantenidos por
      *    MantCentrosCosto - las horas cargadas con un centro que
      *    la empresa no tiene se rechazan aca, no en la factura.
           SELECT CENTROSCOSTO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY CCO-KEY
                               FILE STATUS IS CENTROS-ESTADO.
           SELECT LISTADOA     ASSIGN TO PRINTER.
           SELECT LISTADOB     ASSIGN TO PRINTER.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS NOVRECH-ESTADO.

      *    Horas ya cargadas, por TIM-NFC - una novedad de correccion
      *    o de reversa se aplica directamente sobre la entrada
      *    original.
           SELECT TIMIND       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY TIMI-NFC
                               FILE STATUS IS TIMIND-ESTADO.

      *    Una linea de auditoria por correccion o reversa aplicada,
      *    con las horas de antes y de despues y el motivo - la
      *    facturacion la lee para ajustar lo ya facturado.
           SELECT OPTIONAL CORRECCIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS CORRECC-ESTADO.

       DATA DIVISION.
       FILE SECTION.

           03 NOV-TIMES1-EMPRESA  PIC 9(3).
           03 NOV-TIMES1-TAREA    PIC X(4).
           03 NOV-TIMES1-HORAS    PIC 9(2)V99.
           03 NOV-TIMES1-PROYECTO PIC X(6).
           03 NOV-TIMES1-TIPO     PIC X(1).
           03 NOV-TIMES1-ORIGINAL.
               05 NOV-TIMES1-ORIG-NUMERO PIC X(5).
               05 NOV-TIMES1-ORIG-FECHA  PIC 9(8).
               05 NOV-TIMES1-ORIG-CUIT   PIC 9(11).
           03 NOV-TIMES1-MOTIVO   PIC X(30).
           03 NOV-TIMES1-CENTRO-COSTO PIC X(6).

       FD NOV-TIMES2   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "NOV2.DAT".
           03 NOV-TIMES2-EMPRESA  PIC 9(3).
           03 NOV-TIMES2-TAREA    PIC X(4).
           03 NOV-TIMES2-HORAS    PIC 9(2)V99.
           03 NOV-TIMES2-PROYECTO PIC X(6).
           03 NOV-TIMES2-TIPO     PIC X(1).
           03 NOV-TIMES2-ORIGINAL.
               05 NOV-TIMES2-ORIG-NUMERO PIC X(5).
               05 NOV-TIMES2-ORIG-FECHA  PIC 9(8).
               05 NOV-TIMES2-ORIG-CUIT   PIC 9(11).
           03 NOV-TIMES2-MOTIVO   PIC X(30).
           03 NOV-TIMES2-CENTRO-COSTO PIC X(6).

       FD NOV-TIMES3   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "NOV3.DAT".
           03 NOV-TIMES3-EMPRESA  PIC 9(3).
           03 NOV-TIMES3-TAREA    PIC X(4).
           03 NOV-TIMES3-HORAS    PIC 9(2)V99.
           03 NOV-TIMES3-PROYECTO PIC X(6).
           03 NOV-TIMES3-TIPO     PIC X(1).
           03 NOV-TIMES3-ORIGINAL.
               05 NOV-TIMES3-ORIG-NUMERO PIC X(5).
               05 NOV-TIMES3-ORIG-FECHA  PIC 9(8).
               05 NOV-TIMES3-ORIG-CUIT   PIC 9(11).
           03 NOV-TIMES3-MOTIVO   PIC X(30).
           03 NOV-TIMES3-CENTRO-COSTO PIC X(6).

       FD CONSULTORES  LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CONSULTORES.DAT".
           03 TIM-EMPRESA PIC X(3).
           03 TIM-TAREA   PIC X(4).
           03 TIM-HORAS   PIC 9(2)V99.
      *    Proyecto de la empresa al que se cargan las horas -
      *    blanco si no corresponden a ninguno.
           03 TIM-PROYECTO PIC X(6).
      *    Centro de costo del cliente al que se imputan - el que
      *    trae la novedad o, en blanco, el de la asignacion.
           03 TIM-CENTRO-COSTO PIC X(6).

       FD EMPRESAS     LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "EMPRESAS.DAT".
               05 ASG-EMPRESA PIC 9(3).
               05 ASG-VIG-DESDE PIC 9(8).
           03 ASG-VIG-HASTA PIC 9(8).
           03 ASG-CENTRO-COSTO PIC X(6).

       FD TAREAS       LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "TAREASind2.DAT".
           03 TAR-FACTURABLE PIC X(1).
           03 TAR-MULTIPLICADOR PIC 9(1)V99.

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

       FD LISTADOA     LABEL RECORD OMITTED.
      *   LINEA-DETALLE-A es 81 bytes - un byte mas larga que 80 -
      *   asi que LINEAA tiene que ser al menos igual de ancha para
           03 NRECH-HORAS   PIC 9(2)V99.
           03 NRECH-MOTIVO  PIC X(30).

       FD TIMIND       LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "TIMESind2.DAT".
       01 REG-TIMIND.
           03 TIMI-NFC.
               05 TIMI-NUMERO PIC X(5).
               05 TIMI-FECHA  PIC 9(8).
               05 TIMI-CUIT   PIC 9(11).
           03 TIMI-TAREA     PIC X(4).
           03 TIMI-HORAS     PIC 9(2)V99.
           03 TIMI-APROBADO  PIC X(1).
           03 TIMI-PROYECTO  PIC X(6).
           03 TIMI-CENTRO-COSTO PIC X(6).

       FD CORRECCIONES LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CORRECCIONES-HORAS.DAT".
       01 REG-CORRECCION.
           03 CRH-FECHA-PROCESO PIC 9(8).
           03 CRH-OFICINA     PIC 9(1).
           03 CRH-TIPO        PIC X(1).
           03 CRH-ORIGINAL.
               05 CRH-ORIG-NUMERO PIC X(5).
               05 CRH-ORIG-FECHA  PIC 9(8).
               05 CRH-ORIG-CUIT   PIC 9(11).
           03 CRH-ORIG-TAREA  PIC X(4).
           03 CRH-ORIG-HORAS  PIC 9(2)V99.
           03 CRH-NUEVA.
               05 CRH-NUEVA-NUMERO PIC X(5).
               05 CRH-NUEVA-FECHA  PIC 9(8).
               05 CRH-NUEVA-CUIT   PIC 9(11).
           03 CRH-NUEVA-TAREA PIC X(4).
           03 CRH-NUEVA-HORAS PIC 9(2)V99.
           03 CRH-NUEVA-PROYECTO PIC X(6).
           03 CRH-MOTIVO      PIC X(30).
      *    "P" pendiente de revisar contra lo facturado - la
      *    facturacion la deja en "N" (no estaba facturada), "A"
      *    (abono), "F" (factura adicional), "C" (nota de credito)
      *    o "S" (sin diferencia).
           03 CRH-ESTADO      PIC X(1).
           03 CRH-FACTURA-REF PIC 9(8).
           03 CRH-DIFERENCIA  PIC 9(7)V99.


       WORKING-STORAGE SECTION.
       77 NOV-TIMES1-ESTADO PIC XX.
       77 NOVRECH-ESTADO PIC XX.
       77 TAREAS-ESTADO PIC XX.
       77 ASIGNA-ESTADO PIC XX.
       77 PROYECTOS-ESTADO PIC XX.
       77 CENTROS-ESTADO PIC XX.
       77 TIMIND-ESTADO PIC XX.
       77 CORRECC-ESTADO PIC XX.
       77 EOF-PRY PIC XX VALUE "NO".
           88 EOF-PROYECTOS VALUE "SI".
       77 EOF-CCO PIC XX VALUE "NO".
           88 EOF-CENTROS VALUE "SI".
       77 EOF-ASG PIC XX VALUE "NO".
           88 EOF-ASIGNA VALUE "SI".
       77 EOF-TAR PIC XX VALUE "NO".
               05 TAB-ASG-EMPRESA PIC 9(3).
               05 TAB-ASG-DESDE PIC 9(8).
               05 TAB-ASG-HASTA PIC 9(8).
               05 TAB-ASG-CCOSTO PIC X(6).
       01 CCOSTO-ASIGNACION PIC X(6).
       01 AUX-EMPRESA-N PIC 9(3).
       01 CANT-TAREAS PIC 9(3) VALUE ZERO.
       01 TABLA-TAREAS.
           03 TAR-ELEMENT OCCURS 100 TIMES INDEXED BY IX-TAR.
               05 TAB-TAR-CODIGO PIC X(4).
       01 CANT-PROYECTOS PIC 9(3) VALUE ZERO.
       01 TABLA-PROYECTOS.
           03 PRY-ELEMENT OCCURS 200 TIMES INDEXED BY IX-PRY.
               05 TAB-PRY-EMPRESA PIC 9(3).
               05 TAB-PRY-CODIGO PIC X(6).
               05 TAB-PRY-INICIO PIC 9(8).
               05 TAB-PRY-FIN PIC 9(8).
       01 PROYECTO-HALLADO PIC X VALUE 'N'.
           88 PROYECTO-OK VALUE 'S'.
       01 CANT-CENTROS PIC 9(3) VALUE ZERO.
       01 TABLA-CENTROS-COSTO.
           03 CCO-ELEMENT OCCURS 300 TIMES INDEXED BY IX-CCO.
               05 TAB-CCO-EMPRESA PIC 9(3).
               05 TAB-CCO-CODIGO PIC X(6).
               05 TAB-CCO-ESTADO PIC X(1).
       01 CENTRO-HALLADO PIC X VALUE 'N'.
           88 CENTRO-OK VALUE 'S'.
       01 CANT-EMPRESAS PIC 9(3) VALUE ZERO.
       01 TABLA-EMPRESAS.
           03 EMP-ELEMENT OCCURS 200 TIMES INDEXED BY IX-EMP.
               05 TAB-EMP-EMPRESA PIC X(3).
               05 TAB-EMP-CUIT PIC 9(11).
       01 NOVEDAD-VALIDA PIC X VALUE 'S'.
           88 NOVEDAD-OK VALUE 'S'.
           88 NOVEDAD-ERROR VALUE 'N'.
       01 PERIODO-SUBSISTEMA PIC X(8) VALUE "CONSULT".
       01 PERIODO-FECHA PIC 9(8).
       01 PERIODO-RESULTADO PIC X(1).
      * Calendario de dias habiles compartido - ver diahabil. Las
      * horas de un feriado se graban con la tarea FERI, que es la
      * que la facturacion paga con el multiplicador de feriado;
      * el listado marca la novedad y la tarea con que vino.
       01 CAL-FUNCION PIC X(1).
       01 CAL-FECHA PIC 9(8).
       01 CAL-DIAS PIC 9(5).
       01 CAL-FECHA-RES PIC 9(8).
       01 CAL-RESULTADO PIC X(1).
       01 CONTADOR-FERIADO PIC 9(5) VALUE ZERO.
       01 CONTADOR-RECODIFICADAS PIC 9(5) VALUE ZERO.
       01 MARCA-FERIADO.
           03 MARCA-FER-TEXTO PIC X(8).
           03 MARCA-FER-TAREA PIC X(4).
      * Tipo de la novedad en curso: blanco es la carga de horas de
      * siempre; "C" reemplaza y "R" anula la entrada de TIMESind2
      * cuya clave trae la novedad, siempre con un motivo.
       01 NOV-TIPO-ACT PIC X(1).
           88 NOV-ALTA-ACT VALUE SPACE.
           88 NOV-CORRECCION-ACT VALUE "C".
           88 NOV-REVERSA-ACT VALUE "R".
           88 NOV-AJUSTE-ACT VALUE "C" "R".
       01 ORIGINAL-ACT.
           03 ORIG-ACT-NUMERO PIC X(5).
           03 ORIG-ACT-FECHA  PIC 9(8).
           03 ORIG-ACT-CUIT   PIC 9(11).
       01 MOTIVO-ACT PIC X(30).
       01 ORIGEN-ACT PIC 9(1).
       01 CUIT-NOVEDAD PIC 9(11).
       01 ORIG-TAREA PIC X(4).
       01 ORIG-HORAS PIC 9(2)V99.
       01 ORIG-APROBADO PIC X(1).
       01 FECHA-PROCESO PIC 9(8).
       01 CONTADOR-CORRECCIONES PIC 9(5) VALUE ZERO.
       01 CONTADOR-REVERSAS PIC 9(5) VALUE ZERO.

       01 LINEA-DETALLE-A.
           03 FILLER       PIC X(2) VALUE SPACES.
           03 DET-A-TAREA   PIC X(4).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DET-A-HORAS   PIC ZZ.99.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DET-A-FERIADO PIC X(12).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DET-A-PROYECTO PIC X(6).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DET-A-CCOSTO  PIC X(6).
           03 FILLER        PIC X(11) VALUE SPACES.

       01 LINEA-RESUMEN-B.
           03 FILLER          PIC X(20) VALUE SPACES.
           PERFORM CARGAR-EMPRESAS.
           PERFORM CARGAR-TAREAS.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-PROYECTOS.
           PERFORM CARGAR-CENTROS-COSTO.
           PERFORM CARGAR-CHECKPOINT.
           PERFORM PROCESAR-ARCHIVOS UNTIL EOF-NOV-TIMES1
               AND EOF-NOV-TIMES2 AND EOF-NOV-TIMES3.
           OPEN OUTPUT LISTADOA.
           OPEN OUTPUT LISTADOB.
           OPEN OUTPUT NOVRECHAZOS.
           OPEN I-O TIMIND.
           OPEN EXTEND CORRECCIONES.
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.

       CERRAR-NOVEDADES.
           CLOSE NOV-TIMES1.
           CLOSE LISTADOA.
           CLOSE LISTADOB.
           CLOSE NOVRECHAZOS.
           IF TIMIND-ESTADO = "00"
               CLOSE TIMIND
           END-IF.
           CLOSE CORRECCIONES.

       LEER-NOV-TIMES1.
           READ NOV-TIMES1
                   MOVE ASG-EMPRESA TO TAB-ASG-EMPRESA (CANT-ASIGNA)
                   MOVE ASG-VIG-DESDE TO TAB-ASG-DESDE (CANT-ASIGNA)
                   MOVE ASG-VIG-HASTA TO TAB-ASG-HASTA (CANT-ASIGNA)
                   MOVE ASG-CENTRO-COSTO
                       TO TAB-ASG-CCOSTO (CANT-ASIGNA)
               END-IF
           END-PERFORM.
           IF ASIGNA-ESTADO = "00" OR ASIGNA-ESTADO = "10"
               CLOSE ASIGNACIONES
           END-IF.

      * Los proyectos enteros - sin maestro cargado el codigo de
      * proyecto pasa sin validar, como con los demas maestros.
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
                   MOVE PRY-EMPRESA TO TAB-PRY-EMPRESA (CANT-PROYECTOS)
                   MOVE PRY-CODIGO TO TAB-PRY-CODIGO (CANT-PROYECTOS)
                   MOVE PRY-FECHA-INICIO
                       TO TAB-PRY-INICIO (CANT-PROYECTOS)
                   MOVE PRY-FECHA-FIN TO TAB-PRY-FIN (CANT-PROYECTOS)
               END-IF
           END-PERFORM.
           IF PROYECTOS-ESTADO = "00" OR PROYECTOS-ESTADO = "10"
               CLOSE PROYECTOS
           END-IF.

      * Los centros de costo enteros - sin maestro cargado el codigo
      * pasa sin validar, como con los demas maestros.
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
                   MOVE CCO-ESTADO TO TAB-CCO-ESTADO (CANT-CENTROS)
               END-IF
           END-PERFORM.
           IF CENTROS-ESTADO = "00" OR CENTROS-ESTADO = "10"
               CLOSE CENTROSCOSTO
           END-IF.

       CARGAR-EMPRESAS.
           READ EMPRESAS
               AT END MOVE "SI" TO EOF-EMP
           PERFORM UNTIL EOF-EMPRESAS OR CANT-EMPRESAS = 200
               ADD 1 TO CANT-EMPRESAS
               MOVE EMP-EMPRESA TO TAB-EMP-EMPRESA (CANT-EMPRESAS)
               MOVE EMP-CUIT TO TAB-EMP-CUIT (CANT-EMPRESAS)
               READ EMPRESAS
                   AT END MOVE "SI" TO EOF-EMP
               END-READ
               END-IF
           END-IF.

      * Una reversa solo anula horas que ya pasaron estos controles
      * al cargarse - no trae tarea, proyecto ni horas propias.
           IF NOVEDAD-OK AND CANT-ASIGNA > ZERO
               AND NOT NOV-REVERSA-ACT
               SET NOVEDAD-ERROR TO TRUE
               MOVE SPACES TO CCOSTO-ASIGNACION
               MOVE TIM-EMPRESA TO AUX-EMPRESA-N
               PERFORM VARYING IX-ASG FROM 1 BY 1
                   UNTIL IX-ASG > CANT-ASIGNA
                       AND TIM-FECHA >= TAB-ASG-DESDE (IX-ASG)
                       AND TIM-FECHA <= TAB-ASG-HASTA (IX-ASG)
                       SET NOVEDAD-OK TO TRUE
                       MOVE TAB-ASG-CCOSTO (IX-ASG)
                           TO CCOSTO-ASIGNACION
                   END-IF
               END-PERFORM
      * Horas sin centro de costo van al de la asignacion vigente.
               IF NOVEDAD-OK AND TIM-CENTRO-COSTO = SPACES
                   MOVE CCOSTO-ASIGNACION TO TIM-CENTRO-COSTO
               END-IF
               IF NOVEDAD-ERROR
                   MOVE "Consultor sin asignacion vig."
                       TO MOTIVO-RECHAZO
           END-IF.

           IF NOVEDAD-OK AND CANT-TAREAS > ZERO
               AND NOT NOV-REVERSA-ACT
               SET NOVEDAD-ERROR TO TRUE
               PERFORM VARYING IX-TAR FROM 1 BY 1
                   UNTIL IX-TAR > CANT-TAREAS
               END-IF
           END-IF.

           IF NOVEDAD-OK AND TIM-PROYECTO NOT = SPACES
               AND CANT-PROYECTOS > ZERO AND NOT NOV-REVERSA-ACT
               PERFORM VALIDAR-PROYECTO
           END-IF.

           IF NOVEDAD-OK AND TIM-CENTRO-COSTO NOT = SPACES
               AND CANT-CENTROS > ZERO AND NOT NOV-REVERSA-ACT
               PERFORM VALIDAR-CENTRO-COSTO
           END-IF.

           IF NOVEDAD-OK AND NOT NOV-REVERSA-ACT
               IF TIM-HORAS NOT NUMERIC
                   OR TIM-HORAS = ZERO OR TIM-HORAS > 24
                   SET NOVEDAD-ERROR TO TRUE
               END-IF
           END-IF.

           IF NOVEDAD-OK AND NOT NOV-ALTA-ACT AND NOT NOV-AJUSTE-ACT
               SET NOVEDAD-ERROR TO TRUE
               MOVE "Tipo de novedad invalido" TO MOTIVO-RECHAZO
           END-IF.

      * La entrada original tiene que existir en TIMESind2 con la
      * clave que trae la novedad, ser del mismo consultor y no caer
      * en un periodo cerrado; la clave nueva de una correccion no
      * puede pisar otras horas ya cargadas.
       VALIDAR-CORRECCION.
           IF MOTIVO-ACT = SPACES
               SET NOVEDAD-ERROR TO TRUE
               MOVE "Correccion sin motivo" TO MOTIVO-RECHAZO
           END-IF.
           IF NOVEDAD-OK AND TIMIND-ESTADO NOT = "00"
               SET NOVEDAD-ERROR TO TRUE
               MOVE "TIMESind2 no disponible" TO MOTIVO-RECHAZO
           END-IF.
           IF NOVEDAD-OK AND ORIG-ACT-NUMERO NOT = TIM-NUMERO
               SET NOVEDAD-ERROR TO TRUE
               MOVE "Original de otro consultor" TO MOTIVO-RECHAZO
           END-IF.
           IF NOVEDAD-OK
               MOVE ORIGINAL-ACT TO TIMI-NFC
               READ TIMIND RECORD
                   INVALID KEY
                       SET NOVEDAD-ERROR TO TRUE
                       MOVE "Horas originales inexistentes"
                           TO MOTIVO-RECHAZO
                   NOT INVALID KEY
                       MOVE TIMI-TAREA TO ORIG-TAREA
                       MOVE TIMI-HORAS TO ORIG-HORAS
                       MOVE TIMI-APROBADO TO ORIG-APROBADO
               END-READ
           END-IF.
           IF NOVEDAD-OK
               MOVE ORIG-ACT-FECHA TO PERIODO-FECHA
               CALL 'chkperiodo' USING PERIODO-SUBSISTEMA,
                   PERIODO-FECHA, PERIODO-RESULTADO
               IF PERIODO-RESULTADO = "C"
                   SET NOVEDAD-ERROR TO TRUE
                   MOVE "Periodo original cerrado" TO MOTIVO-RECHAZO
               END-IF
           END-IF.
           MOVE ZERO TO CUIT-NOVEDAD.
           PERFORM VARYING IX-EMP FROM 1 BY 1
               UNTIL IX-EMP > CANT-EMPRESAS
               IF TAB-EMP-EMPRESA (IX-EMP) EQUAL TIM-EMPRESA
                   MOVE TAB-EMP-CUIT (IX-EMP) TO CUIT-NOVEDAD
               END-IF
           END-PERFORM.
           IF NOVEDAD-OK AND NOV-CORRECCION-ACT
               MOVE TIM-NUMERO TO TIMI-NUMERO
               MOVE TIM-FECHA TO TIMI-FECHA
               MOVE CUIT-NOVEDAD TO TIMI-CUIT
               IF TIMI-NFC NOT = ORIGINAL-ACT
                   READ TIMIND RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET NOVEDAD-ERROR TO TRUE
                           MOVE "Clave nueva ya cargada"
                               TO MOTIVO-RECHAZO
                   END-READ
               END-IF
           END-IF.

      * El proyecto tiene que ser de la empresa de la novedad y la
      * fecha trabajada caer entre su inicio y su fin (fin cero =
      * abierto).
       VALIDAR-PROYECTO.
           MOVE 'N' TO PROYECTO-HALLADO.
           MOVE TIM-EMPRESA TO AUX-EMPRESA-N.
           PERFORM VARYING IX-PRY FROM 1 BY 1
               UNTIL IX-PRY > CANT-PROYECTOS OR PROYECTO-OK
               IF TAB-PRY-EMPRESA (IX-PRY) EQUAL AUX-EMPRESA-N
                   AND TAB-PRY-CODIGO (IX-PRY) EQUAL TIM-PROYECTO
                   SET PROYECTO-OK TO TRUE
                   IF TIM-FECHA < TAB-PRY-INICIO (IX-PRY)
                       OR (TAB-PRY-FIN (IX-PRY) NOT = ZERO
                           AND TIM-FECHA > TAB-PRY-FIN (IX-PRY))
                       SET NOVEDAD-ERROR TO TRUE
                       MOVE "Fecha fuera del proyecto"
                           TO MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT PROYECTO-OK
               SET NOVEDAD-ERROR TO TRUE
               MOVE "Proyecto inexistente" TO MOTIVO-RECHAZO
           END-IF.

      * El centro de costo tiene que ser de la empresa de la
      * novedad y estar activo - lo que el cliente no reconoce como
      * suyo no se factura.
       VALIDAR-CENTRO-COSTO.
           MOVE 'N' TO CENTRO-HALLADO.
           MOVE TIM-EMPRESA TO AUX-EMPRESA-N.
           PERFORM VARYING IX-CCO FROM 1 BY 1
               UNTIL IX-CCO > CANT-CENTROS OR CENTRO-OK
               IF TAB-CCO-EMPRESA (IX-CCO) EQUAL AUX-EMPRESA-N
                   AND TAB-CCO-CODIGO (IX-CCO) EQUAL TIM-CENTRO-COSTO
                   SET CENTRO-OK TO TRUE
                   IF TAB-CCO-ESTADO (IX-CCO) NOT = "A"
                       SET NOVEDAD-ERROR TO TRUE
                       MOVE "Centro de costo inactivo"
                           TO MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CENTRO-OK
               SET NOVEDAD-ERROR TO TRUE
               MOVE "Centro de costo inexistente" TO MOTIVO-RECHAZO
           END-IF.

       ESCRIBIR-RECHAZO.
           MOVE TIM-NUMERO TO NRECH-NUMERO.
           MOVE TIM-FECHA TO NRECH-FECHA.
           MOVE NOV-TIMES1-EMPRESA TO TIM-EMPRESA.
           MOVE NOV-TIMES1-TAREA TO TIM-TAREA.
           MOVE NOV-TIMES1-HORAS TO TIM-HORAS.
           MOVE NOV-TIMES1-PROYECTO TO TIM-PROYECTO.
           MOVE NOV-TIMES1-CENTRO-COSTO TO TIM-CENTRO-COSTO.
           MOVE NOV-TIMES1-TIPO TO NOV-TIPO-ACT.
           MOVE NOV-TIMES1-ORIGINAL TO ORIGINAL-ACT.
           MOVE NOV-TIMES1-MOTIVO TO MOTIVO-ACT.
           IF NOV-AJUSTE-ACT
               MOVE 1 TO ORIGEN-ACT
               PERFORM APLICAR-CORRECCION
           ELSE
               PERFORM VALIDAR-NOVEDAD
               IF NOVEDAD-OK
                   PERFORM MARCAR-FERIADO
                   WRITE REG-TIM
                   MOVE 1 TO DET-A-ORIGEN
                   PERFORM ESCRIBIR-DETALLE-A
                   ADD 1 TO CONTADOR-NOV1
               ELSE
                   MOVE 1 TO NRECH-ORIGEN
                   PERFORM ESCRIBIR-RECHAZO
               END-IF
           END-IF.
           PERFORM LEER-NOV-TIMES1.

           MOVE NOV-TIMES2-EMPRESA TO TIM-EMPRESA.
           MOVE NOV-TIMES2-TAREA TO TIM-TAREA.
           MOVE NOV-TIMES2-HORAS TO TIM-HORAS.
           MOVE NOV-TIMES2-PROYECTO TO TIM-PROYECTO.
           MOVE NOV-TIMES2-CENTRO-COSTO TO TIM-CENTRO-COSTO.
           MOVE NOV-TIMES2-TIPO TO NOV-TIPO-ACT.
           MOVE NOV-TIMES2-ORIGINAL TO ORIGINAL-ACT.
           MOVE NOV-TIMES2-MOTIVO TO MOTIVO-ACT.
           IF NOV-AJUSTE-ACT
               MOVE 2 TO ORIGEN-ACT
               PERFORM APLICAR-CORRECCION
           ELSE
               PERFORM VALIDAR-NOVEDAD
               IF NOVEDAD-OK
                   PERFORM MARCAR-FERIADO
                   WRITE REG-TIM
                   MOVE 2 TO DET-A-ORIGEN
                   PERFORM ESCRIBIR-DETALLE-A
                   ADD 1 TO CONTADOR-NOV2
               ELSE
                   MOVE 2 TO NRECH-ORIGEN
                   PERFORM ESCRIBIR-RECHAZO
               END-IF
           END-IF.
           PERFORM LEER-NOV-TIMES2.

           MOVE NOV-TIMES3-EMPRESA TO TIM-EMPRESA.
           MOVE NOV-TIMES3-TAREA TO TIM-TAREA.
           MOVE NOV-TIMES3-HORAS TO TIM-HORAS.
           MOVE NOV-TIMES3-PROYECTO TO TIM-PROYECTO.
           MOVE NOV-TIMES3-CENTRO-COSTO TO TIM-CENTRO-COSTO.
           MOVE NOV-TIMES3-TIPO TO NOV-TIPO-ACT.
           MOVE NOV-TIMES3-ORIGINAL TO ORIGINAL-ACT.
           MOVE NOV-TIMES3-MOTIVO TO MOTIVO-ACT.
           IF NOV-AJUSTE-ACT
               MOVE 3 TO ORIGEN-ACT
               PERFORM APLICAR-CORRECCION
           ELSE
               PERFORM VALIDAR-NOVEDAD
               IF NOVEDAD-OK
                   PERFORM MARCAR-FERIADO
                   WRITE REG-TIM
                   MOVE 3 TO DET-A-ORIGEN
                   PERFORM ESCRIBIR-DETALLE-A
                   ADD 1 TO CONTADOR-NOV3
               ELSE
                   MOVE 3 TO NRECH-ORIGEN
                   PERFORM ESCRIBIR-RECHAZO
               END-IF
           END-IF.
           PERFORM LEER-NOV-TIMES3.

      * Correccion o reversa: no va a TIMES como una carga nueva,
      * se aplica sobre la entrada original de TIMESind2 y deja su
      * linea en CORRECCIONES-HORAS.DAT. El listado la muestra con
      * las horas que quedaron (las anuladas, si es una reversa).
       APLICAR-CORRECCION.
           PERFORM VALIDAR-NOVEDAD.
           IF NOVEDAD-OK
               PERFORM VALIDAR-CORRECCION
           END-IF.
           IF NOVEDAD-OK
               MOVE ORIGINAL-ACT TO TIMI-NFC
               DELETE TIMIND RECORD
               IF NOV-CORRECCION-ACT
                   PERFORM MARCAR-FERIADO
                   IF MARCA-FERIADO = SPACES
                       MOVE "CORRIGE" TO MARCA-FER-TEXTO
                   END-IF
                   MOVE TIM-NUMERO TO TIMI-NUMERO
                   MOVE TIM-FECHA TO TIMI-FECHA
                   MOVE CUIT-NOVEDAD TO TIMI-CUIT
                   MOVE TIM-TAREA TO TIMI-TAREA
                   MOVE TIM-HORAS TO TIMI-HORAS
                   MOVE ORIG-APROBADO TO TIMI-APROBADO
                   MOVE TIM-PROYECTO TO TIMI-PROYECTO
                   MOVE TIM-CENTRO-COSTO TO TIMI-CENTRO-COSTO
                   WRITE REG-TIMIND
                   ADD 1 TO CONTADOR-CORRECCIONES
               ELSE
                   MOVE SPACES TO MARCA-FERIADO
                   MOVE "REVERSA" TO MARCA-FER-TEXTO
                   MOVE ORIG-TAREA TO TIM-TAREA
                   MOVE ORIG-HORAS TO TIM-HORAS
                   ADD 1 TO CONTADOR-REVERSAS
               END-IF
               PERFORM GRABAR-CORRECCION
               MOVE ORIGEN-ACT TO DET-A-ORIGEN
               PERFORM ESCRIBIR-DETALLE-A
           ELSE
               MOVE ORIGEN-ACT TO NRECH-ORIGEN
               PERFORM ESCRIBIR-RECHAZO
           END-IF.

       GRABAR-CORRECCION.
           MOVE FECHA-PROCESO TO CRH-FECHA-PROCESO.
           MOVE ORIGEN-ACT TO CRH-OFICINA.
           MOVE NOV-TIPO-ACT TO CRH-TIPO.
           MOVE ORIGINAL-ACT TO CRH-ORIGINAL.
           MOVE ORIG-TAREA TO CRH-ORIG-TAREA.
           MOVE ORIG-HORAS TO CRH-ORIG-HORAS.
           IF NOV-CORRECCION-ACT
               MOVE TIMI-NFC TO CRH-NUEVA
               MOVE TIM-TAREA TO CRH-NUEVA-TAREA
               MOVE TIM-HORAS TO CRH-NUEVA-HORAS
               MOVE TIM-PROYECTO TO CRH-NUEVA-PROYECTO
           ELSE
               MOVE SPACES TO CRH-NUEVA-NUMERO
               MOVE ZERO TO CRH-NUEVA-FECHA
               MOVE ZERO TO CRH-NUEVA-CUIT
               MOVE SPACES TO CRH-NUEVA-TAREA
               MOVE ZERO TO CRH-NUEVA-HORAS
               MOVE SPACES TO CRH-NUEVA-PROYECTO
           END-IF.
           MOVE MOTIVO-ACT TO CRH-MOTIVO.
           MOVE "P" TO CRH-ESTADO.
           MOVE ZERO TO CRH-FACTURA-REF.
           MOVE ZERO TO CRH-DIFERENCIA.
           WRITE REG-CORRECCION.

       ESCRIBIR-DETALLE-A.
           MOVE SPACES TO LINEA-DETALLE-A.
           MOVE TIM-EMPRESA TO DET-A-EMPRESA.
           MOVE TIM-TAREA TO DET-A-TAREA.
           MOVE TIM-HORAS TO DET-A-HORAS.
           MOVE MARCA-FERIADO TO DET-A-FERIADO.
           MOVE TIM-PROYECTO TO DET-A-PROYECTO.
           MOVE TIM-CENTRO-COSTO TO DET-A-CCOSTO.
           MOVE LINEA-DETALLE-A TO LINEAA.
           WRITE LINEAA.

      *   Una novedad fechada en feriado va con la tarea FERI; si
      *   vino con otra, se recodifica y el listado deja la original
      *   a la vista.
       MARCAR-FERIADO.
           MOVE SPACES TO MARCA-FERIADO.
           MOVE "H" TO CAL-FUNCION.
           MOVE TIM-FECHA TO CAL-FECHA.
           MOVE ZERO TO CAL-DIAS.
           CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
               CAL-FECHA-RES, CAL-RESULTADO.
           IF CAL-RESULTADO = "F"
               ADD 1 TO CONTADOR-FERIADO
               MOVE "FERIADO" TO MARCA-FER-TEXTO
               IF TIM-TAREA NOT = "FERI"
                   ADD 1 TO CONTADOR-RECODIFICADAS
                   MOVE "FER ERA" TO MARCA-FER-TEXTO
                   MOVE TIM-TAREA TO MARCA-FER-TAREA
                   MOVE "FERI" TO TIM-TAREA
               END-IF
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN-B.
           MOVE "NOVEDADES APLICADAS DE NOV1.DAT:" TO RES-B-ETIQUETA.
           MOVE CONTADOR-RECHAZADAS TO RES-B-CANTIDAD.
           MOVE LINEA-RESUMEN-B TO LINEAB.
           WRITE LINEAB.
           MOVE SPACES TO LINEA-RESUMEN-B.
           MOVE "HORAS EN FERIADO:               " TO RES-B-ETIQUETA.
           MOVE CONTADOR-FERIADO TO RES-B-CANTIDAD.
           MOVE LINEA-RESUMEN-B TO LINEAB.
           WRITE LINEAB.
           MOVE SPACES TO LINEA-RESUMEN-B.
           MOVE "  RECODIFICADAS A TAREA FERI:   " TO RES-B-ETIQUETA.
           MOVE CONTADOR-RECODIFICADAS TO RES-B-CANTIDAD.
           MOVE LINEA-RESUMEN-B TO LINEAB.
           WRITE LINEAB.
           MOVE SPACES TO LINEA-RESUMEN-B.
           MOVE "CORRECCIONES DE HORAS APLICADAS:" TO RES-B-ETIQUETA.
           MOVE CONTADOR-CORRECCIONES TO RES-B-CANTIDAD.
           MOVE LINEA-RESUMEN-B TO LINEAB.
           WRITE LINEAB.
           MOVE SPACES TO LINEA-RESUMEN-B.
           MOVE "REVERSAS DE HORAS APLICADAS:    " TO RES-B-ETIQUETA.
           MOVE CONTADOR-REVERSAS TO RES-B-CANTIDAD.
           MOVE LINEA-RESUMEN-B TO LINEAB.
           WRITE LINEAB.

       CARGAR-CHECKPOINT.
           MOVE ZERO TO ULTIMO-CKP-NUMERO.
