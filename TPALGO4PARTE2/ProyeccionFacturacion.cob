       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProyeccionFacturacion.
      * AUTHOR:  nacho.
      * Proyeccion de facturacion de los proximos meses, a partir de
      * lo que ya esta cargado: cada asignacion vigente de
      * MantAsignaciones aporta, mes a mes, sus dias habiles del
      * calendario compartido (diahabil) menos las ausencias
      * planificadas de AUSENCIASind2, a jornada de 8 horas, valuados
      * a la tarifa vigente (la negociada del cliente si existe, si
      * no la estandar, con la categoria de SRTHIST). Una empresa con
      * abono proyecta su abono fijo mas el excedente de horas sobre
      * el contrato. La cantidad de meses sale de PROYMESES.DAT (sin
      * archivo, 3). Cada proyeccion por empresa y mes queda en
      * PROYECCION-HIST.DAT, y PROYECCION-VS-REAL.DAT compara los
      * meses ya cerrados contra lo facturado por la corrida de
      * facturacion (FACTURADO-DETALLE.DAT), con la ultima
      * proyeccion hecha antes de que empezara el mes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL ASIGNACIONES ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY ASG-KEY
                              FILE STATUS IS FS-ASG.
        SELECT CONSULTORES    ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY CONS-NUMERO
                              FILE STATUS IS FS-CONS.
        SELECT EMPRESAS       ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.
        SELECT TARIFAS        ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY TAR-SVD
                              FILE STATUS IS FS-TAR.
        SELECT OPTIONAL TARCLI ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY TCL-KEY
                              FILE STATUS IS FS-TARCLI.
        SELECT SRTHIST        ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY SRT-NCV
                              FILE STATUS IS FS-SRTHIST.
        SELECT OPTIONAL AUSENCIAS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY AUS-KEY
                              FILE STATUS IS FS-AUS.
        SELECT PROYMESES     ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-PROYMESES.
        SELECT PROYHIST      ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-PROYHIST.
        SELECT FACTDETALLE   ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-FACTDET.
        SELECT ARCH-PROYECCION ASSIGN TO DISK.

        SELECT PROYECCION ASSIGN TO PRINTER "PROYECCION.DAT".

        SELECT VSREAL ASSIGN TO PRINTER "PROYECCION-VS-REAL.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD ASIGNACIONES LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "ASIGNACIONESind2.DAT".
       01 REG-ASIGNACION.
           02 ASG-KEY.
               03 ASG-CONS-NUMERO PIC X(5).
               03 ASG-EMPRESA PIC 9(3).
               03 ASG-VIG-DESDE PIC 9(8).
           02 ASG-VIG-HASTA PIC 9(8).
           02 ASG-CENTRO-COSTO PIC X(6).

       FD CONSULTORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "CONSind2.DAT".
       01 REG-CONSULTORES.
          03 CONS-NUMERO    PIC X(5).
          03 CONS-DNI    PIC 9(8).
          03 CONS-SRT       PIC X(2).
          03 CONS-NOMBRE        PIC X(25).
          03 CONS-DIRE        PIC X(20).
          03 CONS-TEL        PIC X(20).

       FD EMPRESAS     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "EMPind2.DAT".
       01 REG-EMPRESAS.
          03 EMP-EMPRESA    PIC 9(3).
          03 EMP-RAZON        PIC X(25).
          03 EMP-DIRE        PIC X(20).
          03 EMP-TEL        PIC X(20).
          03 EMP-CUIT    PIC 9(11).
          03 EMP-LIMITE-HORAS PIC 9(4)V99.
          03 EMP-CONTRATO PIC X(1).
              88 EMP-CONTRATO-ABONO VALUE "A".
          03 EMP-ABONO-IMPORTE PIC 9(7)V99.
          03 EMP-MONEDA PIC X(1).
          03 EMP-PLAZO-DIAS PIC 9(3).

       FD TARIFAS     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "TARind2.DAT".
       01 REG-TARIFAS.
          03 TAR-SVD.
              05 TAR-SRT PIC X(2).
              05 TAR-VIG-DES PIC 9(8).
          03 TAR-TARIFA        PIC 9(5)V99.

       FD TARCLI      LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "TARCLIind2.DAT".
       01 REG-TARCLI.
           02 TCL-KEY.
               03 TCL-EMPRESA PIC 9(3).
               03 TCL-SRT PIC X(2).
               03 TCL-VIG-DESDE PIC 9(8).
           02 TCL-TARIFA PIC 9(5)V99.

       FD SRTHIST     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "SRTHISTind2.DAT".
       01 REG-SRTHIST.
           03 SRT-NCV.
               05 SRT-CONS-NUMERO PIC X(5).
               05 SRT-VIG-DESDE PIC 9(8).
           03 SRT-CATEGORIA PIC X(2).

       FD AUSENCIAS   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "AUSENCIASind2.DAT".
       01 REG-AUSENCIA.
           02 AUS-KEY.
               03 AUS-CONS-NUMERO PIC X(5).
               03 AUS-FECHA-DESDE PIC 9(8).
           02 AUS-FECHA-HASTA PIC 9(8).
           02 AUS-TIPO PIC X(1).

       FD PROYMESES    LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PROYMESES.DAT".
       01 REG-PROYMESES.
           03 PAR-MESES PIC 9(2).

      *   Una linea por empresa y mes proyectado, con la fecha de la
      *   corrida que lo proyecto.
       FD PROYHIST     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PROYECCION-HIST.DAT".
       01 REG-PROYHIST.
           03 PRH-FECHA-CORRIDA PIC 9(8).
           03 PRH-EMPRESA PIC 9(3).
           03 PRH-PERIODO PIC 9(6).
           03 PRH-HORAS PIC 9(6)V99.
           03 PRH-IMPORTE PIC 9(11)V99.

       FD FACTDETALLE  LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FACTURADO-DETALLE.DAT".
       01 REG-FACTDET.
           03 DFA-SERIE PIC X(1).
           03 DFA-PTO-VENTA PIC 9(4).
           03 DFA-NRO PIC 9(8).
           03 DFA-EMPRESA PIC 9(3).
           03 DFA-CONSULTOR PIC X(5).
           03 DFA-FECHA PIC 9(8).
           03 DFA-CUIT PIC 9(11).
           03 DFA-TAREA PIC X(4).
           03 DFA-CATEGORIA PIC X(2).
           03 DFA-HORAS PIC 9(2)V99.
           03 DFA-IMPORTE PIC 9(7)V99.
           03 DFA-ORIGEN PIC X(1).
           03 DFA-CONTRATO PIC X(1).
               88 DFA-CONTRATO-ABONO VALUE "A".

       SD ARCH-PROYECCION DATA RECORD IS REG-PROYECCION.
       01 REG-PROYECCION.
           03 PRY-EMPRESA PIC 9(3).
           03 PRY-PERIODO PIC 9(6).
           03 PRY-CONSULTOR PIC X(5).
           03 PRY-CONS-NOMBRE PIC X(25).
           03 PRY-DIAS PIC 9(3).
           03 PRY-HORAS PIC 9(4)V99.
           03 PRY-IMPORTE PIC 9(9)V99.

       FD PROYECCION  LABEL RECORD OMITTED.
       01 LINEA-PROYECCION PIC X(80).

       FD VSREAL      LABEL RECORD OMITTED.
       01 LINEA-VSREAL PIC X(90).

       WORKING-STORAGE SECTION.
       01 FS-ASG PIC XX.
           88 OK-ASG VALUE '00'.
       01 FS-CONS PIC XX.
           88 OK-CONS VALUE '00'.
       01 FS-EMP PIC XX.
           88 OK-EMP VALUE '00'.
       77 FS-TAR PIC XX.
           88 OK-TAR VALUE '00'.
       77 FS-TARCLI PIC XX.
           88 OK-TARCLI VALUE '00'.
       77 FS-SRTHIST PIC XX.
           88 OK-SRTHIST VALUE '00'.
       77 FS-AUS PIC XX.
           88 OK-AUS VALUE '00'.
       77 FS-PROYMESES PIC XX.
       77 FS-PROYHIST PIC XX.
       77 FS-FACTDET PIC XX.

       01 EOF-ASG-SW PIC X VALUE 'N'.
           88 FIN-ASG VALUE 'S'.
       01 EOF-AUS-SW PIC X VALUE 'N'.
           88 FIN-AUS VALUE 'S'.
       01 EOF-PRY-SW PIC X VALUE 'N'.
           88 FIN-PROYECCION VALUE 'S'.
       01 EOF-HIST-SW PIC X VALUE 'N'.
           88 FIN-HIST VALUE 'S'.
       01 EOF-DET-SW PIC X VALUE 'N'.
           88 FIN-DETALLE VALUE 'S'.

      *   Meses a proyectar - 3 por omision, 12 como tope.
       01 CANT-MESES PIC 9(2) VALUE 3.
       77 HORAS-JORNADA PIC 9(2)V99 VALUE 8.00.

       01 CANT-TAB-TARIFAS PIC 9(3) VALUE ZERO.
       01 TABLA-TARIFAS-RES.
           03 TARRES-ELEMENT OCCURS 200 TIMES INDEXED BY IX-TARRES.
               05 TAB-TARRES-SRT PIC X(2).
               05 TAB-TARRES-VIG PIC 9(8).
               05 TAB-TARRES-TARIFA PIC 9(5)V99.
       01 CANT-TAB-TARCLI PIC 9(3) VALUE ZERO.
       01 TABLA-TARCLI-RES.
           03 TCLRES-ELEMENT OCCURS 100 TIMES INDEXED BY IX-TCL.
               05 TAB-TCL-EMPRESA PIC 9(3).
               05 TAB-TCL-SRT PIC X(2).
               05 TAB-TCL-VIG PIC 9(8).
               05 TAB-TCL-TARIFA PIC 9(5)V99.
       01 CANT-TAB-SRTH PIC 9(3) VALUE ZERO.
       01 TABLA-SRTHIST-RES.
           03 SRTRES-ELEMENT OCCURS 200 TIMES INDEXED BY IX-SRTRES.
               05 TAB-SRTRES-NUMERO PIC X(5).
               05 TAB-SRTRES-VIG PIC 9(8).
               05 TAB-SRTRES-CAT PIC X(2).

      *   Meses del horizonte, con su primer y ultimo dia.
       01 TABLA-MESES.
           03 MES-ELEMENT OCCURS 12 TIMES INDEXED BY IX-MES.
               05 TAB-MES-PERIODO PIC 9(6).
               05 TAB-MES-DESDE PIC 9(8).
               05 TAB-MES-HASTA PIC 9(8).
       01 MES-ANIO PIC 9(4).
       01 MES-MES PIC 9(2).
       01 FECHA-ARMADA.
           03 FAR-ANIO PIC 9(4).
           03 FAR-MES PIC 9(2).
           03 FAR-DIA PIC 9(2).
       01 FECHA-ARMADA-N REDEFINES FECHA-ARMADA PIC 9(8).

       01 VENTANA-DESDE PIC 9(8).
       01 VENTANA-HASTA PIC 9(8).
       01 AUS-DESDE-V PIC 9(8).
       01 AUS-HASTA-V PIC 9(8).
       01 DIAS-HABILES PIC 9(5).
       01 DIAS-AUSENTE PIC 9(5).
       01 DIAS-PROYECTADOS PIC S9(5).
       01 CATEGORIA-SRT PIC X(2).
       01 TARIFA-PROY PIC 9(5)V99.
       01 NOMBRE-CONS PIC X(25).

      *   Calendario de dias habiles compartido - ver diahabil.
       01 CAL-FUNCION PIC X(1).
       01 CAL-FECHA PIC 9(8).
       01 CAL-DIAS PIC 9(5).
       01 CAL-FECHA-RES PIC 9(8).
       01 CAL-RESULTADO PIC X(1).
       01 RANGO-DESDE PIC 9(8).
       01 RANGO-HASTA PIC 9(8).
       01 RANGO-DIAS PIC 9(5).

      *   Corte empresa / mes de la salida del sort.
       01 GRUPO-EMPRESA PIC 9(3).
       01 GRUPO-PERIODO PIC 9(6).
       01 GRUPO-RAZON PIC X(25).
       01 GRUPO-ABONO-SW PIC X VALUE 'N'.
           88 GRUPO-CON-ABONO VALUE 'S'.
       01 GRUPO-LIMITE PIC 9(4)V99.
       01 GRUPO-ABONO PIC 9(7)V99.
       01 GRUPO-HORAS PIC 9(6)V99.
       01 GRUPO-IMPORTE-HORAS PIC 9(11)V99.
       01 GRUPO-TOTAL PIC 9(11)V99.
       01 EXCEDENTE-HORAS PIC 9(6)V99.
       01 TOTAL-GENERAL PIC 9(12)V99 VALUE ZERO.
       01 CONT-ASIGNACIONES PIC 9(5) VALUE ZERO.

      *   Proyectado contra facturado, por empresa y mes cerrado.
       01 CANT-COMP PIC 9(4) VALUE ZERO.
       01 TABLA-COMPARACION.
           03 COMP-ELEMENT OCCURS 1000 TIMES INDEXED BY IX-COMP.
               05 TAB-CMP-EMPRESA PIC 9(3).
               05 TAB-CMP-PERIODO PIC 9(6).
               05 TAB-CMP-FECHA-PROY PIC 9(8).
               05 TAB-CMP-HORAS-PROY PIC 9(6)V99.
               05 TAB-CMP-IMPORTE-PROY PIC 9(11)V99.
               05 TAB-CMP-HORAS-REAL PIC 9(6)V99.
               05 TAB-CMP-IMPORTE-REAL PIC 9(11)V99.
               05 TAB-CMP-ABONO PIC X(1).
       01 COMP-HALLADA PIC X VALUE 'N'.
           88 COMP-OK VALUE 'S'.
       01 PERIODO-ACTUAL PIC 9(6).
       01 PERIODO-HIST-CORRIDA PIC 9(6).
       01 PERIODO-DETALLE PIC 9(6).
       01 DESVIO-IMPORTE PIC S9(11)V99.
       01 DESVIO-PORC PIC S9(5)V9.

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY PIC 9(2).
           05 FILLER PIC X(13).
       01 FECHA-HOY-N PIC 9(8).

       01 ENCABEZADO-PROY.
           03 FILLER PIC X(40) VALUE
              "PROYECCION DE FACTURACION - PROXIMOS ".
           03 ENC-MESES PIC Z9.
           03 FILLER PIC X(38) VALUE " MESES".
       01 ENCABEZADO-PROY-2.
           03 FILLER PIC X(80) VALUE
              "   MES   CONS   NOMBRE                    DIAS    HORAS
      -       "      IMPORTE".
       01 LINEA-EMPRESA-PROY.
           03 FILLER PIC X(9) VALUE "EMPRESA: ".
           03 LEP-EMPRESA PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEP-RAZON PIC X(25).
           03 LEP-ABONO PIC X(42).
       01 DETALLE-PROY.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DPR-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 DPR-ANIO PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DPR-CONSULTOR PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DPR-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DPR-DIAS PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DPR-HORAS PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DPR-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(11) VALUE SPACES.
       01 TOTAL-MES-PROY.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(19) VALUE "TOTAL DEL MES      ".
           03 TMP-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 TMP-ANIO PIC 9(4).
           03 FILLER PIC X(12) VALUE SPACES.
           03 TMP-HORAS PIC ZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TMP-IMPORTE PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(13) VALUE SPACES.
       01 TOTAL-GENERAL-PROY.
           03 FILLER PIC X(40) VALUE
              "TOTAL PROYECTADO DEL HORIZONTE:".
           03 TGP-IMPORTE PIC ZZZZZZZZZZZ9.99.
           03 FILLER PIC X(25) VALUE SPACES.
       01 LINEA-VACIA PIC X(90) VALUE SPACES.

       01 ENCABEZADO-VSREAL.
           03 FILLER PIC X(90) VALUE
              "PROYECTADO VS FACTURADO - MESES CERRADOS".
       01 ENCABEZADO-VSREAL-2.
           03 FILLER PIC X(45) VALUE
              "EMP   MES    PROYECTADO EL   HS PROY  HS REAL".
           03 FILLER PIC X(45) VALUE
              "    IMPORTE PROY    IMPORTE REAL  DESVIO %".
       01 DETALLE-VSREAL.
           03 DVR-EMPRESA PIC 9(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DVR-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 DVR-ANIO PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DVR-FECHA-PROY PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DVR-HORAS-PROY PIC ZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DVR-HORAS-REAL PIC ZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DVR-IMPORTE-PROY PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DVR-IMPORTE-REAL PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DVR-DESVIO PIC -ZZZ9.9.
           03 FILLER PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO FECHA-HOY-N.
           MOVE WS-CURRENT-DATE(1:6) TO PERIODO-ACTUAL.
           PERFORM CARGAR-PARAMETRO-MESES.
           PERFORM ARMAR-MESES.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-TARCLI.
           PERFORM CARGAR-SRTHIST.
           SORT ARCH-PROYECCION ON ASCENDING KEY PRY-EMPRESA
                                   ASCENDING KEY PRY-PERIODO
                                   ASCENDING KEY PRY-CONSULTOR
                                INPUT PROCEDURE IS ENTRADA
                                OUTPUT PROCEDURE IS SALIDA.
           PERFORM IMPRIMIR-VS-REAL.
           DISPLAY "Asignaciones proyectadas: " CONT-ASIGNACIONES.
           DISPLAY "Total proyectado:         " TOTAL-GENERAL.
           GOBACK.
      ******************************************************************
       CARGAR-PARAMETRO-MESES.
           OPEN INPUT PROYMESES.
           IF FS-PROYMESES EQUAL '00'
               READ PROYMESES
                   AT END CONTINUE
               END-READ
               IF FS-PROYMESES EQUAL '00' AND PAR-MESES > ZERO
                   MOVE PAR-MESES TO CANT-MESES
               END-IF
               CLOSE PROYMESES
           END-IF.
           IF CANT-MESES > 12
               MOVE 12 TO CANT-MESES
           END-IF.
      ******************************************************************
      *   El horizonte arranca el mes siguiente al de la corrida.
       ARMAR-MESES.
           MOVE WS-CURRENT-YEAR TO MES-ANIO.
           MOVE WS-CURRENT-MONTH TO MES-MES.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > CANT-MESES
               ADD 1 TO MES-MES
               IF MES-MES > 12
                   MOVE 1 TO MES-MES
                   ADD 1 TO MES-ANIO
               END-IF
               MOVE MES-ANIO TO FAR-ANIO
               MOVE MES-MES TO FAR-MES
               MOVE 1 TO FAR-DIA
               MOVE FECHA-ARMADA-N TO TAB-MES-DESDE (IX-MES)
               MOVE FECHA-ARMADA-N(1:6) TO TAB-MES-PERIODO (IX-MES)
               IF MES-MES = 12
                   ADD 1 TO FAR-ANIO
                   MOVE 1 TO FAR-MES
               ELSE
                   ADD 1 TO FAR-MES
               END-IF
               COMPUTE TAB-MES-HASTA (IX-MES) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-ARMADA-N) - 1)
           END-PERFORM.
      ******************************************************************
       ENTRADA SECTION.
      ******************************************************************
       ARMAR-ENTRADA.
           OPEN INPUT ASIGNACIONES.
           OPEN INPUT CONSULTORES.
           OPEN INPUT AUSENCIAS.
           IF FS-ASG NOT EQUAL '00'
               SET FIN-ASG TO TRUE
           END-IF.
           PERFORM UNTIL FIN-ASG
               READ ASIGNACIONES NEXT RECORD
                   AT END SET FIN-ASG TO TRUE
               END-READ
               IF NOT FIN-ASG
                   PERFORM PROYECTAR-ASIGNACION
               END-IF
           END-PERFORM.
           IF FS-ASG EQUAL '00' OR FS-ASG EQUAL '05'
               OR FS-ASG EQUAL '10'
               CLOSE ASIGNACIONES
           END-IF.
           CLOSE CONSULTORES.
           IF FS-AUS EQUAL '00' OR FS-AUS EQUAL '05'
               OR FS-AUS EQUAL '10' OR FS-AUS EQUAL '23'
               CLOSE AUSENCIAS
           END-IF.
      ******************************************************************
       SALIDA SECTION.
      ******************************************************************
       ARMAR-SALIDA.
           OPEN OUTPUT PROYECCION.
           OPEN INPUT EMPRESAS.
           OPEN EXTEND PROYHIST.
           MOVE CANT-MESES TO ENC-MESES.
           WRITE LINEA-PROYECCION FROM ENCABEZADO-PROY.
           WRITE LINEA-PROYECCION FROM LINEA-VACIA.
           RETURN ARCH-PROYECCION AT END SET FIN-PROYECCION TO TRUE.
           PERFORM PROCESO-EMPRESA UNTIL FIN-PROYECCION.
           MOVE TOTAL-GENERAL TO TGP-IMPORTE.
           WRITE LINEA-PROYECCION FROM TOTAL-GENERAL-PROY.
           CLOSE PROYECCION.
           CLOSE EMPRESAS.
           CLOSE PROYHIST.
       OTRA SECTION.
      ******************************************************************
      *   Cada mes del horizonte que la asignacion cubre, aunque sea
      *   en parte, aporta sus dias habiles netos de ausencias.
       PROYECTAR-ASIGNACION.
           ADD 1 TO CONT-ASIGNACIONES.
           MOVE ASG-CONS-NUMERO TO CONS-NUMERO.
           READ CONSULTORES RECORD
               INVALID KEY
                   MOVE SPACES TO CATEGORIA-SRT
                   MOVE "(CONSULTOR DADO DE BAJA)" TO NOMBRE-CONS
               NOT INVALID KEY
                   MOVE CONS-SRT TO CATEGORIA-SRT
                   MOVE CONS-NOMBRE TO NOMBRE-CONS
           END-READ.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > CANT-MESES
               PERFORM PROYECTAR-MES
           END-PERFORM.
      ******************************************************************
       PROYECTAR-MES.
           MOVE TAB-MES-DESDE (IX-MES) TO VENTANA-DESDE.
           MOVE TAB-MES-HASTA (IX-MES) TO VENTANA-HASTA.
           IF ASG-VIG-DESDE > VENTANA-DESDE
               MOVE ASG-VIG-DESDE TO VENTANA-DESDE
           END-IF.
           IF ASG-VIG-HASTA < VENTANA-HASTA
               MOVE ASG-VIG-HASTA TO VENTANA-HASTA
           END-IF.
           IF VENTANA-DESDE NOT > VENTANA-HASTA
               MOVE VENTANA-DESDE TO RANGO-DESDE
               MOVE VENTANA-HASTA TO RANGO-HASTA
               PERFORM CONTAR-HABILES
               MOVE RANGO-DIAS TO DIAS-HABILES
               PERFORM CONTAR-AUSENCIAS
               COMPUTE DIAS-PROYECTADOS = DIAS-HABILES - DIAS-AUSENTE
               IF DIAS-PROYECTADOS > ZERO
                   PERFORM BUSCAR-TARIFA-PROY
                   MOVE ASG-EMPRESA TO PRY-EMPRESA
                   MOVE TAB-MES-PERIODO (IX-MES) TO PRY-PERIODO
                   MOVE ASG-CONS-NUMERO TO PRY-CONSULTOR
                   MOVE NOMBRE-CONS TO PRY-CONS-NOMBRE
                   MOVE DIAS-PROYECTADOS TO PRY-DIAS
                   COMPUTE PRY-HORAS = DIAS-PROYECTADOS * HORAS-JORNADA
                   COMPUTE PRY-IMPORTE ROUNDED =
                       PRY-HORAS * TARIFA-PROY
                   RELEASE REG-PROYECCION
               END-IF
           END-IF.
      ******************************************************************
      *   Dias habiles de RANGO-DESDE a RANGO-HASTA, ambos incluidos.
       CONTAR-HABILES.
           MOVE "D" TO CAL-FUNCION.
           COMPUTE CAL-FECHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RANGO-DESDE) - 1).
           MOVE RANGO-HASTA TO CAL-FECHA-RES.
           MOVE ZERO TO CAL-DIAS.
           CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
              CAL-FECHA-RES, CAL-RESULTADO.
           IF CAL-RESULTADO = "S"
               MOVE CAL-DIAS TO RANGO-DIAS
           ELSE
               MOVE ZERO TO RANGO-DIAS
           END-IF.
      ******************************************************************
      *   Dias habiles de la ventana que caen en una ausencia ya
      *   cargada del consultor.
       CONTAR-AUSENCIAS.
           MOVE ZERO TO DIAS-AUSENTE.
           IF FS-AUS EQUAL '00' OR FS-AUS EQUAL '10'
               OR FS-AUS EQUAL '23'
               MOVE 'N' TO EOF-AUS-SW
               MOVE ASG-CONS-NUMERO TO AUS-CONS-NUMERO
               MOVE ZERO TO AUS-FECHA-DESDE
               START AUSENCIAS KEY IS NOT LESS THAN AUS-KEY
                   INVALID KEY SET FIN-AUS TO TRUE
               END-START
               PERFORM UNTIL FIN-AUS
                   READ AUSENCIAS NEXT RECORD
                       AT END SET FIN-AUS TO TRUE
                   END-READ
                   IF NOT FIN-AUS
                       IF AUS-CONS-NUMERO NOT EQUAL ASG-CONS-NUMERO
                           OR AUS-FECHA-DESDE > VENTANA-HASTA
                           SET FIN-AUS TO TRUE
                       ELSE
                           PERFORM SUMAR-AUSENCIA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
       SUMAR-AUSENCIA.
           MOVE AUS-FECHA-DESDE TO AUS-DESDE-V.
           MOVE AUS-FECHA-HASTA TO AUS-HASTA-V.
           IF AUS-DESDE-V < VENTANA-DESDE
               MOVE VENTANA-DESDE TO AUS-DESDE-V
           END-IF.
           IF AUS-HASTA-V > VENTANA-HASTA
               MOVE VENTANA-HASTA TO AUS-HASTA-V
           END-IF.
           IF AUS-DESDE-V NOT > AUS-HASTA-V
               MOVE AUS-DESDE-V TO RANGO-DESDE
               MOVE AUS-HASTA-V TO RANGO-HASTA
               PERFORM CONTAR-HABILES
               ADD RANGO-DIAS TO DIAS-AUSENTE
           END-IF.
      ******************************************************************
      *   Tarifa vigente al primer dia proyectado del mes: categoria
      *   de SRTHIST, estandar pisada por la negociada del cliente.
       BUSCAR-TARIFA-PROY.
           PERFORM VARYING IX-SRTRES FROM 1 BY 1
               UNTIL IX-SRTRES > CANT-TAB-SRTH
               IF TAB-SRTRES-NUMERO (IX-SRTRES) EQUAL ASG-CONS-NUMERO
                   AND TAB-SRTRES-VIG (IX-SRTRES) NOT > VENTANA-DESDE
                   MOVE TAB-SRTRES-CAT (IX-SRTRES) TO CATEGORIA-SRT
               END-IF
           END-PERFORM.
           MOVE ZERO TO TARIFA-PROY.
           PERFORM VARYING IX-TARRES FROM 1 BY 1
               UNTIL IX-TARRES > CANT-TAB-TARIFAS
               IF TAB-TARRES-SRT (IX-TARRES) EQUAL CATEGORIA-SRT
                   AND TAB-TARRES-VIG (IX-TARRES) NOT > VENTANA-DESDE
                   MOVE TAB-TARRES-TARIFA (IX-TARRES) TO TARIFA-PROY
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-TCL FROM 1 BY 1
               UNTIL IX-TCL > CANT-TAB-TARCLI
               IF TAB-TCL-EMPRESA (IX-TCL) EQUAL ASG-EMPRESA
                   AND TAB-TCL-SRT (IX-TCL) EQUAL CATEGORIA-SRT
                   AND TAB-TCL-VIG (IX-TCL) NOT > VENTANA-DESDE
                   MOVE TAB-TCL-TARIFA (IX-TCL) TO TARIFA-PROY
               END-IF
           END-PERFORM.
      ******************************************************************
       PROCESO-EMPRESA.
           MOVE PRY-EMPRESA TO GRUPO-EMPRESA.
           MOVE 'N' TO GRUPO-ABONO-SW.
           MOVE ZERO TO GRUPO-LIMITE.
           MOVE ZERO TO GRUPO-ABONO.
           MOVE PRY-EMPRESA TO EMP-EMPRESA.
           READ EMPRESAS RECORD
               INVALID KEY
                   MOVE "(EMPRESA DADA DE BAJA)" TO GRUPO-RAZON
               NOT INVALID KEY
                   MOVE EMP-RAZON TO GRUPO-RAZON
                   IF EMP-CONTRATO-ABONO
                       SET GRUPO-CON-ABONO TO TRUE
                       MOVE EMP-LIMITE-HORAS TO GRUPO-LIMITE
                       MOVE EMP-ABONO-IMPORTE TO GRUPO-ABONO
                   END-IF
           END-READ.
           MOVE GRUPO-EMPRESA TO LEP-EMPRESA.
           MOVE GRUPO-RAZON TO LEP-RAZON.
           IF GRUPO-CON-ABONO
               MOVE "  ABONO - HORAS INFORMATIVAS + EXCEDENTE"
                   TO LEP-ABONO
           ELSE
               MOVE SPACES TO LEP-ABONO
           END-IF.
           WRITE LINEA-PROYECCION FROM LINEA-EMPRESA-PROY.
           WRITE LINEA-PROYECCION FROM ENCABEZADO-PROY-2.
           PERFORM PROCESO-MES UNTIL FIN-PROYECCION
               OR PRY-EMPRESA NOT EQUAL GRUPO-EMPRESA.
           WRITE LINEA-PROYECCION FROM LINEA-VACIA.
      ******************************************************************
      *   Un abono proyecta su importe fijo, mas el excedente de horas
      *   sobre el contrato a la tarifa promedio del mes.
       PROCESO-MES.
           MOVE PRY-PERIODO TO GRUPO-PERIODO.
           MOVE ZERO TO GRUPO-HORAS.
           MOVE ZERO TO GRUPO-IMPORTE-HORAS.
           PERFORM PROCESO-CONSULTOR UNTIL FIN-PROYECCION
               OR PRY-EMPRESA NOT EQUAL GRUPO-EMPRESA
               OR PRY-PERIODO NOT EQUAL GRUPO-PERIODO.
           IF GRUPO-CON-ABONO
               MOVE GRUPO-ABONO TO GRUPO-TOTAL
               IF GRUPO-LIMITE > ZERO AND GRUPO-HORAS > GRUPO-LIMITE
                   COMPUTE EXCEDENTE-HORAS = GRUPO-HORAS - GRUPO-LIMITE
                   COMPUTE GRUPO-TOTAL ROUNDED = GRUPO-TOTAL
                       + GRUPO-IMPORTE-HORAS * EXCEDENTE-HORAS
                       / GRUPO-HORAS
               END-IF
           ELSE
               MOVE GRUPO-IMPORTE-HORAS TO GRUPO-TOTAL
           END-IF.
           ADD GRUPO-TOTAL TO TOTAL-GENERAL.
           MOVE GRUPO-PERIODO(5:2) TO TMP-MES.
           MOVE GRUPO-PERIODO(1:4) TO TMP-ANIO.
           MOVE GRUPO-HORAS TO TMP-HORAS.
           MOVE GRUPO-TOTAL TO TMP-IMPORTE.
           WRITE LINEA-PROYECCION FROM TOTAL-MES-PROY.
           MOVE FECHA-HOY-N TO PRH-FECHA-CORRIDA.
           MOVE GRUPO-EMPRESA TO PRH-EMPRESA.
           MOVE GRUPO-PERIODO TO PRH-PERIODO.
           MOVE GRUPO-HORAS TO PRH-HORAS.
           MOVE GRUPO-TOTAL TO PRH-IMPORTE.
           WRITE REG-PROYHIST.
      ******************************************************************
       PROCESO-CONSULTOR.
           MOVE PRY-PERIODO(5:2) TO DPR-MES.
           MOVE PRY-PERIODO(1:4) TO DPR-ANIO.
           MOVE PRY-CONSULTOR TO DPR-CONSULTOR.
           MOVE PRY-CONS-NOMBRE TO DPR-NOMBRE.
           MOVE PRY-DIAS TO DPR-DIAS.
           MOVE PRY-HORAS TO DPR-HORAS.
           MOVE PRY-IMPORTE TO DPR-IMPORTE.
           WRITE LINEA-PROYECCION FROM DETALLE-PROY.
           ADD PRY-HORAS TO GRUPO-HORAS.
           ADD PRY-IMPORTE TO GRUPO-IMPORTE-HORAS.
           RETURN ARCH-PROYECCION AT END SET FIN-PROYECCION TO TRUE.
      ******************************************************************
      *   Para cada empresa y mes ya cerrado vale la ultima
      *   proyeccion hecha antes de que el mes empezara; lo real es
      *   lo facturado por horas de ese mes (un abono, su importe
      *   fijo mas lo facturado por encima).
       IMPRIMIR-VS-REAL.
           MOVE ZERO TO CANT-COMP.
           PERFORM CARGAR-HISTORIAL-PROY.
           PERFORM CARGAR-FACTURADO.
           OPEN OUTPUT VSREAL.
           WRITE LINEA-VSREAL FROM ENCABEZADO-VSREAL.
           WRITE LINEA-VSREAL FROM ENCABEZADO-VSREAL-2.
           OPEN INPUT EMPRESAS.
           PERFORM VARYING IX-COMP FROM 1 BY 1
               UNTIL IX-COMP > CANT-COMP
               PERFORM IMPRIMIR-DETALLE-VSREAL
           END-PERFORM.
           CLOSE EMPRESAS.
           CLOSE VSREAL.
      ******************************************************************
       CARGAR-HISTORIAL-PROY.
           MOVE 'N' TO EOF-HIST-SW.
           OPEN INPUT PROYHIST.
           IF FS-PROYHIST NOT EQUAL '00'
               SET FIN-HIST TO TRUE
           END-IF.
           PERFORM UNTIL FIN-HIST
               READ PROYHIST
                   AT END SET FIN-HIST TO TRUE
               END-READ
               IF NOT FIN-HIST
                   MOVE PRH-FECHA-CORRIDA(1:6) TO PERIODO-HIST-CORRIDA
                   IF PRH-PERIODO < PERIODO-ACTUAL
                       AND PERIODO-HIST-CORRIDA < PRH-PERIODO
                       PERFORM GUARDAR-PROYECCION-HIST
                   END-IF
               END-IF
           END-PERFORM.
           IF FS-PROYHIST EQUAL '00' OR FS-PROYHIST EQUAL '10'
               CLOSE PROYHIST
           END-IF.
      ******************************************************************
       GUARDAR-PROYECCION-HIST.
           PERFORM BUSCAR-COMPARACION-HIST.
           IF COMP-OK
               IF PRH-FECHA-CORRIDA NOT <
                   TAB-CMP-FECHA-PROY (IX-COMP)
                   MOVE PRH-FECHA-CORRIDA
                       TO TAB-CMP-FECHA-PROY (IX-COMP)
                   MOVE PRH-HORAS TO TAB-CMP-HORAS-PROY (IX-COMP)
                   MOVE PRH-IMPORTE TO TAB-CMP-IMPORTE-PROY (IX-COMP)
               END-IF
           ELSE
               IF CANT-COMP < 1000
                   ADD 1 TO CANT-COMP
                   MOVE PRH-EMPRESA TO TAB-CMP-EMPRESA (CANT-COMP)
                   MOVE PRH-PERIODO TO TAB-CMP-PERIODO (CANT-COMP)
                   MOVE PRH-FECHA-CORRIDA
                       TO TAB-CMP-FECHA-PROY (CANT-COMP)
                   MOVE PRH-HORAS TO TAB-CMP-HORAS-PROY (CANT-COMP)
                   MOVE PRH-IMPORTE
                       TO TAB-CMP-IMPORTE-PROY (CANT-COMP)
                   MOVE ZERO TO TAB-CMP-HORAS-REAL (CANT-COMP)
                   MOVE ZERO TO TAB-CMP-IMPORTE-REAL (CANT-COMP)
                   MOVE "N" TO TAB-CMP-ABONO (CANT-COMP)
               END-IF
           END-IF.
      ******************************************************************
       BUSCAR-COMPARACION-HIST.
           MOVE 'N' TO COMP-HALLADA.
           PERFORM VARYING IX-COMP FROM 1 BY 1
               UNTIL IX-COMP > CANT-COMP OR COMP-OK
               IF TAB-CMP-EMPRESA (IX-COMP) = PRH-EMPRESA
                   AND TAB-CMP-PERIODO (IX-COMP) = PRH-PERIODO
                   SET COMP-OK TO TRUE
               END-IF
           END-PERFORM.
           IF COMP-OK
               SET IX-COMP DOWN BY 1
           END-IF.
      ******************************************************************
      *   Solo interesa lo facturado de los meses que se proyectaron.
       CARGAR-FACTURADO.
           MOVE 'N' TO EOF-DET-SW.
           OPEN INPUT FACTDETALLE.
           IF FS-FACTDET NOT EQUAL '00'
               SET FIN-DETALLE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-DETALLE
               READ FACTDETALLE
                   AT END SET FIN-DETALLE TO TRUE
               END-READ
               IF NOT FIN-DETALLE
                   MOVE DFA-FECHA(1:6) TO PERIODO-DETALLE
                   PERFORM ACUMULAR-FACTURADO
               END-IF
           END-PERFORM.
           IF FS-FACTDET EQUAL '00' OR FS-FACTDET EQUAL '10'
               CLOSE FACTDETALLE
           END-IF.
      ******************************************************************
       ACUMULAR-FACTURADO.
           MOVE 'N' TO COMP-HALLADA.
           PERFORM VARYING IX-COMP FROM 1 BY 1
               UNTIL IX-COMP > CANT-COMP OR COMP-OK
               IF TAB-CMP-EMPRESA (IX-COMP) = DFA-EMPRESA
                   AND TAB-CMP-PERIODO (IX-COMP) = PERIODO-DETALLE
                   SET COMP-OK TO TRUE
               END-IF
           END-PERFORM.
           IF COMP-OK
               SET IX-COMP DOWN BY 1
               ADD DFA-HORAS TO TAB-CMP-HORAS-REAL (IX-COMP)
               ADD DFA-IMPORTE TO TAB-CMP-IMPORTE-REAL (IX-COMP)
               IF DFA-CONTRATO-ABONO
                   MOVE "S" TO TAB-CMP-ABONO (IX-COMP)
               END-IF
           END-IF.
      ******************************************************************
       IMPRIMIR-DETALLE-VSREAL.
      *   Lo facturado a un abono es su importe fijo mas el excedente
      *   sobre el contrato, a la tarifa con que se valuaron las
      *   horas - el mismo calculo que la facturacion.
           IF TAB-CMP-ABONO (IX-COMP) = "S"
               MOVE TAB-CMP-EMPRESA (IX-COMP) TO EMP-EMPRESA
               READ EMPRESAS RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TAB-CMP-IMPORTE-REAL (IX-COMP)
                           TO GRUPO-IMPORTE-HORAS
                       MOVE EMP-ABONO-IMPORTE
                           TO TAB-CMP-IMPORTE-REAL (IX-COMP)
                       IF EMP-LIMITE-HORAS > ZERO
                           AND TAB-CMP-HORAS-REAL (IX-COMP)
                               > EMP-LIMITE-HORAS
                           COMPUTE EXCEDENTE-HORAS =
                               TAB-CMP-HORAS-REAL (IX-COMP)
                               - EMP-LIMITE-HORAS
                           COMPUTE TAB-CMP-IMPORTE-REAL (IX-COMP)
                               ROUNDED = EMP-ABONO-IMPORTE
                               + GRUPO-IMPORTE-HORAS * EXCEDENTE-HORAS
                               / TAB-CMP-HORAS-REAL (IX-COMP)
                       END-IF
               END-READ
           END-IF.
           MOVE TAB-CMP-EMPRESA (IX-COMP) TO DVR-EMPRESA.
           MOVE TAB-CMP-PERIODO (IX-COMP) TO GRUPO-PERIODO.
           MOVE GRUPO-PERIODO(5:2) TO DVR-MES.
           MOVE GRUPO-PERIODO(1:4) TO DVR-ANIO.
           MOVE TAB-CMP-FECHA-PROY (IX-COMP) TO DVR-FECHA-PROY.
           MOVE TAB-CMP-HORAS-PROY (IX-COMP) TO DVR-HORAS-PROY.
           MOVE TAB-CMP-HORAS-REAL (IX-COMP) TO DVR-HORAS-REAL.
           MOVE TAB-CMP-IMPORTE-PROY (IX-COMP) TO DVR-IMPORTE-PROY.
           MOVE TAB-CMP-IMPORTE-REAL (IX-COMP) TO DVR-IMPORTE-REAL.
           MOVE ZERO TO DESVIO-PORC.
           IF TAB-CMP-IMPORTE-PROY (IX-COMP) > ZERO
               COMPUTE DESVIO-IMPORTE = TAB-CMP-IMPORTE-REAL (IX-COMP)
                   - TAB-CMP-IMPORTE-PROY (IX-COMP)
               COMPUTE DESVIO-PORC ROUNDED = DESVIO-IMPORTE * 100
                   / TAB-CMP-IMPORTE-PROY (IX-COMP)
                   ON SIZE ERROR MOVE 9999.9 TO DESVIO-PORC
               END-COMPUTE
           END-IF.
           MOVE DESVIO-PORC TO DVR-DESVIO.
           WRITE LINEA-VSREAL FROM DETALLE-VSREAL.
      ******************************************************************
       CARGAR-TARIFAS.
           MOVE ZERO TO CANT-TAB-TARIFAS.
           OPEN INPUT TARIFAS.
           IF OK-TAR
               READ TARIFAS RECORD
               PERFORM UNTIL NOT OK-TAR OR CANT-TAB-TARIFAS = 200
                   ADD 1 TO CANT-TAB-TARIFAS
                   MOVE TAR-SRT TO TAB-TARRES-SRT (CANT-TAB-TARIFAS)
                   MOVE TAR-VIG-DES
                       TO TAB-TARRES-VIG (CANT-TAB-TARIFAS)
                   MOVE TAR-TARIFA
                       TO TAB-TARRES-TARIFA (CANT-TAB-TARIFAS)
                   READ TARIFAS RECORD
               END-PERFORM
               CLOSE TARIFAS
           END-IF.
      ******************************************************************
       CARGAR-TARCLI.
           MOVE ZERO TO CANT-TAB-TARCLI.
           OPEN INPUT TARCLI.
           IF OK-TARCLI
               READ TARCLI RECORD
               PERFORM UNTIL NOT OK-TARCLI OR CANT-TAB-TARCLI = 100
                   ADD 1 TO CANT-TAB-TARCLI
                   MOVE TCL-EMPRESA
                       TO TAB-TCL-EMPRESA (CANT-TAB-TARCLI)
                   MOVE TCL-SRT TO TAB-TCL-SRT (CANT-TAB-TARCLI)
                   MOVE TCL-VIG-DESDE
                       TO TAB-TCL-VIG (CANT-TAB-TARCLI)
                   MOVE TCL-TARIFA
                       TO TAB-TCL-TARIFA (CANT-TAB-TARCLI)
                   READ TARCLI RECORD
               END-PERFORM
               CLOSE TARCLI
           END-IF.
      ******************************************************************
       CARGAR-SRTHIST.
           MOVE ZERO TO CANT-TAB-SRTH.
           OPEN INPUT SRTHIST.
           IF OK-SRTHIST
               READ SRTHIST RECORD
               PERFORM UNTIL NOT OK-SRTHIST OR CANT-TAB-SRTH = 200
                   ADD 1 TO CANT-TAB-SRTH
                   MOVE SRT-CONS-NUMERO
                       TO TAB-SRTRES-NUMERO (CANT-TAB-SRTH)
                   MOVE SRT-VIG-DESDE
                       TO TAB-SRTRES-VIG (CANT-TAB-SRTH)
                   MOVE SRT-CATEGORIA
                       TO TAB-SRTRES-CAT (CANT-TAB-SRTH)
                   READ SRTHIST RECORD
               END-PERFORM
               CLOSE SRTHIST
           END-IF.
       END PROGRAM ProyeccionFacturacion.
