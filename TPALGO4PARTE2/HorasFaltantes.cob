       IDENTIFICATION DIVISION.
       PROGRAM-ID. HorasFaltantes.
      * AUTHOR:  nacho.
      * Control de carga de horas. Para cada consultor de CONSind2
      * con una asignacion vigente (MantAsignaciones) lista cada dia
      * habil del periodo, dentro de la vigencia, en que no tiene
      * horas en TIMESind2 para esa empresa, ni una novedad
      * pendiente de mezcla en NOV1/NOV2/NOV3, ni una ausencia en
      * AUSENCIASind2. El listado HORAS-FALTANTES.DAT sale por
      * oficina para que cada coordinador persiga a su gente, y
      * HORAS-FALTANTES-EMPRESA.DAT resume los dias faltantes por
      * empresa para que facturacion decida si espera antes de
      * correr el mes.
      * La oficina de un consultor es la del ultimo archivo NOV en
      * que aparecio; se guarda en OFICINACONS.DAT de corrida en
      * corrida, asi un consultor que dejo de cargar sigue saliendo
      * con su oficina. Quien nunca cargo una novedad sale como
      * oficina 0 (sin oficina).
      * El periodo sale de FALTANTESPER.DAT (desde y hasta
      * AAAAMMDD); sin archivo, los siete dias hasta ayer.

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
        SELECT TIM            ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY TIM-NFC
                              FILE STATUS IS FS-TIMES.
        SELECT OPTIONAL AUSENCIAS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY AUS-KEY
                              FILE STATUS IS FS-AUS.
        SELECT NOV-TIMES1    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-NOV1.
        SELECT NOV-TIMES2    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-NOV2.
        SELECT NOV-TIMES3    ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-NOV3.
        SELECT OFICINACONS   ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-OFICONS.
        SELECT FALTANTESPER  ASSIGN TO DISK
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS FS-PERIODO.
        SELECT ARCH-FALTANTES ASSIGN TO DISK.

        SELECT FALTANTES ASSIGN TO PRINTER "HORAS-FALTANTES.DAT".

        SELECT RESUMENEMP ASSIGN TO PRINTER
               "HORAS-FALTANTES-EMPRESA.DAT".

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
          03 EMP-ABONO-IMPORTE PIC 9(7)V99.
          03 EMP-MONEDA PIC X(1).
          03 EMP-PLAZO-DIAS PIC 9(3).

       FD TIM     LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "TIMESind2.DAT".
       01 REG-TIMES.
           02 TIM-NFC.
               03 TIM-NUMERO    PIC X(5).
               03 TIM-FECHA     PIC 9(8).
               03 TIM-CUIT      PIC 9(11).
           02 TIM-TAREA        PIC X(4).
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD AUSENCIAS   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "AUSENCIASind2.DAT".
       01 REG-AUSENCIA.
           02 AUS-KEY.
               03 AUS-CONS-NUMERO PIC X(5).
               03 AUS-FECHA-DESDE PIC 9(8).
           02 AUS-FECHA-HASTA PIC 9(8).
           02 AUS-TIPO PIC X(1).

       FD NOV-TIMES1   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "NOV1.DAT".
       01 REG-NOV-TIMES1.
           03 NOV-TIMES1-NUMERO   PIC X(5).
           03 NOV-TIMES1-FECHA    PIC 9(8).
           03 NOV-TIMES1-EMPRESA  PIC 9(3).
           03 NOV-TIMES1-TAREA    PIC X(4).
           03 NOV-TIMES1-HORAS    PIC 9(2)V99.
           03 NOV-TIMES1-PROYECTO PIC X(6).
           03 NOV-TIMES1-TIPO     PIC X(1).
           03 NOV-TIMES1-ORIGINAL PIC X(24).
           03 NOV-TIMES1-MOTIVO   PIC X(30).

       FD NOV-TIMES2   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "NOV2.DAT".
       01 REG-NOV-TIMES2.
           03 NOV-TIMES2-NUMERO   PIC X(5).
           03 NOV-TIMES2-FECHA    PIC 9(8).
           03 NOV-TIMES2-EMPRESA  PIC 9(3).
           03 NOV-TIMES2-TAREA    PIC X(4).
           03 NOV-TIMES2-HORAS    PIC 9(2)V99.
           03 NOV-TIMES2-PROYECTO PIC X(6).
           03 NOV-TIMES2-TIPO     PIC X(1).
           03 NOV-TIMES2-ORIGINAL PIC X(24).
           03 NOV-TIMES2-MOTIVO   PIC X(30).

       FD NOV-TIMES3   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "NOV3.DAT".
       01 REG-NOV-TIMES3.
           03 NOV-TIMES3-NUMERO   PIC X(5).
           03 NOV-TIMES3-FECHA    PIC 9(8).
           03 NOV-TIMES3-EMPRESA  PIC 9(3).
           03 NOV-TIMES3-TAREA    PIC X(4).
           03 NOV-TIMES3-HORAS    PIC 9(2)V99.
           03 NOV-TIMES3-PROYECTO PIC X(6).
           03 NOV-TIMES3-TIPO     PIC X(1).
           03 NOV-TIMES3-ORIGINAL PIC X(24).
           03 NOV-TIMES3-MOTIVO   PIC X(30).

      *   Ultima oficina conocida de cada consultor.
       FD OFICINACONS  LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "OFICINACONS.DAT".
       01 REG-OFICINACONS.
           03 OFC-CONSULTOR PIC X(5).
           03 OFC-OFICINA PIC 9(1).

       FD FALTANTESPER LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "FALTANTESPER.DAT".
       01 REG-FALTANTESPER.
           03 PAR-DESDE PIC 9(8).
           03 PAR-HASTA PIC 9(8).

       SD ARCH-FALTANTES DATA RECORD IS REG-FALTANTE.
       01 REG-FALTANTE.
           03 FAL-OFICINA PIC 9(1).
           03 FAL-CONSULTOR PIC X(5).
           03 FAL-EMPRESA PIC 9(3).
           03 FAL-FECHA PIC 9(8).
           03 FAL-CONS-NOMBRE PIC X(25).
           03 FAL-RAZON PIC X(25).

       FD FALTANTES   LABEL RECORD OMITTED.
       01 LINEA-FALTANTES PIC X(80).

       FD RESUMENEMP  LABEL RECORD OMITTED.
       01 LINEA-RESUMENEMP PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-ASG PIC XX.
       01 FS-CONS PIC XX.
       01 FS-EMP PIC XX.
       01 FS-TIMES PIC XX.
           88 OK-TIMES VALUE '00'.
       77 FS-AUS PIC XX.
       77 FS-NOV1 PIC XX.
       77 FS-NOV2 PIC XX.
       77 FS-NOV3 PIC XX.
       77 FS-OFICONS PIC XX.
       77 FS-PERIODO PIC XX.

       01 EOF-ASG-SW PIC X VALUE 'N'.
           88 FIN-ASG VALUE 'S'.
       01 EOF-AUS-SW PIC X VALUE 'N'.
           88 FIN-AUS VALUE 'S'.
       01 EOF-NOV-SW PIC X VALUE 'N'.
           88 FIN-NOV VALUE 'S'.
       01 EOF-OFC-SW PIC X VALUE 'N'.
           88 FIN-OFC VALUE 'S'.
       01 EOF-FAL-SW PIC X VALUE 'N'.
           88 FIN-FALTANTES VALUE 'S'.

       01 PERIODO-DESDE PIC 9(8).
       01 PERIODO-HASTA PIC 9(8).
       01 VENTANA-DESDE PIC 9(8).
       01 VENTANA-HASTA PIC 9(8).
       01 DIA-INT PIC 9(7).
       01 DIA-HASTA-INT PIC 9(7).
       01 DIA-FECHA PIC 9(8).

      *   Novedades de horas cargadas y todavia no mezcladas.
       01 CANT-NOV PIC 9(4) VALUE ZERO.
       01 TABLA-NOVEDADES.
           03 NOV-ELEMENT OCCURS 3000 TIMES INDEXED BY IX-NOV.
               05 TAB-NOV-CONSULTOR PIC X(5).
               05 TAB-NOV-FECHA PIC 9(8).
               05 TAB-NOV-EMPRESA PIC 9(3).
       01 NOV-OFICINA PIC 9(1).
       01 NOV-CONSULTOR PIC X(5).
       01 NOV-FECHA PIC 9(8).
       01 NOV-EMPRESA PIC 9(3).
       01 NOV-TIPO PIC X(1).
           88 NOV-REVERSA VALUE "R".

       01 CANT-OFC PIC 9(4) VALUE ZERO.
       01 TABLA-OFICINAS.
           03 OFC-ELEMENT OCCURS 999 TIMES INDEXED BY IX-OFC.
               05 TAB-OFC-CONSULTOR PIC X(5).
               05 TAB-OFC-OFICINA PIC 9(1).
       01 OFICINA-CONS PIC 9(1).

      *   Ausencias del consultor de la asignacion en curso.
       01 CANT-AUS PIC 9(3) VALUE ZERO.
       01 TABLA-AUSENCIAS.
           03 AUS-ELEMENT OCCURS 100 TIMES INDEXED BY IX-AUS.
               05 TAB-AUS-DESDE PIC 9(8).
               05 TAB-AUS-HASTA PIC 9(8).

       01 DIA-CUBIERTO PIC X VALUE 'N'.
           88 DIA-OK VALUE 'S'.
       01 CUIT-EMPRESA PIC 9(11).
       01 RAZON-EMPRESA PIC X(25).
       01 NOMBRE-CONS PIC X(25).

      *   Calendario de dias habiles compartido - ver diahabil.
       01 CAL-FUNCION PIC X(1).
       01 CAL-FECHA PIC 9(8).
       01 CAL-DIAS PIC 9(5).
       01 CAL-FECHA-RES PIC 9(8).
       01 CAL-RESULTADO PIC X(1).

      *   Dias faltantes por empresa, para el resumen.
       01 CANT-RES PIC 9(3) VALUE ZERO.
       01 TABLA-RESUMEN.
           03 RES-ELEMENT OCCURS 999 TIMES INDEXED BY IX-RES.
               05 TAB-RES-EMPRESA PIC 9(3).
               05 TAB-RES-RAZON PIC X(25).
               05 TAB-RES-DIAS PIC 9(5).
               05 TAB-RES-CONSULTORES PIC 9(3).
       01 RES-HALLADA PIC X VALUE 'N'.
           88 RES-OK VALUE 'S'.

       01 GRUPO-OFICINA PIC 9(1).
       01 GRUPO-CONSULTOR PIC X(5).
       01 GRUPO-EMPRESA PIC 9(3).
       01 DIAS-CONSULTOR PIC 9(5).
       01 DIAS-OFICINA PIC 9(5).
       01 DIAS-TOTAL PIC 9(6) VALUE ZERO.

       01 WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE PIC 9(8).
           05 FILLER PIC X(13).

       01 ENCABEZADO-FAL.
           03 FILLER PIC X(34) VALUE
              "DIAS HABILES SIN HORAS CARGADAS - ".
           03 ENC-DESDE PIC 9(8).
           03 FILLER PIC X(3) VALUE " A ".
           03 ENC-HASTA PIC 9(8).
           03 FILLER PIC X(27) VALUE SPACES.
       01 LINEA-OFICINA.
           03 FILLER PIC X(8) VALUE "OFICINA ".
           03 LOF-OFICINA PIC 9(1).
           03 LOF-SIN PIC X(71).
       01 LINEA-CONSULTOR.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCO-CONSULTOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-NOMBRE PIC X(25).
           03 FILLER PIC X(47) VALUE SPACES.
       01 DETALLE-FAL.
           03 FILLER PIC X(8) VALUE SPACES.
           03 DFL-EMPRESA PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DFL-RAZON PIC X(25).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DFL-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 DFL-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 DFL-ANIO PIC 9(4).
           03 FILLER PIC X(31) VALUE SPACES.
       01 TOTAL-CONSULTOR-FAL.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "DIAS FALTANTES:     ".
           03 TCF-DIAS PIC ZZZZ9.
           03 FILLER PIC X(47) VALUE SPACES.
       01 TOTAL-OFICINA-FAL.
           03 FILLER PIC X(28) VALUE "TOTAL OFICINA - DIAS:       ".
           03 TOF-DIAS PIC ZZZZ9.
           03 FILLER PIC X(47) VALUE SPACES.
       01 LINEA-SIN-FALTANTES.
           03 FILLER PIC X(80) VALUE
              "SIN DIAS FALTANTES EN EL PERIODO".
       01 LINEA-VACIA PIC X(80) VALUE SPACES.

       01 ENCABEZADO-RES.
           03 FILLER PIC X(34) VALUE
              "DIAS FALTANTES POR EMPRESA - ".
           03 ENR-DESDE PIC 9(8).
           03 FILLER PIC X(3) VALUE " A ".
           03 ENR-HASTA PIC 9(8).
           03 FILLER PIC X(27) VALUE SPACES.
       01 ENCABEZADO-RES-2.
           03 FILLER PIC X(80) VALUE
              "EMP  RAZON SOCIAL               CONSULTORES  DIAS".
       01 DETALLE-RES.
           03 DRS-EMPRESA PIC 9(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DRS-RAZON PIC X(25).
           03 FILLER PIC X(5) VALUE SPACES.
           03 DRS-CONSULTORES PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DRS-DIAS PIC ZZZZ9.
           03 FILLER PIC X(35) VALUE SPACES.
       01 TOTAL-RES.
           03 FILLER PIC X(40) VALUE "TOTAL DIAS FALTANTES:".
           03 TRS-DIAS PIC ZZZZZ9.
           03 FILLER PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-OFICINAS.
           PERFORM CARGAR-NOVEDADES.
           PERFORM GRABAR-OFICINAS.
           SORT ARCH-FALTANTES ON ASCENDING KEY FAL-OFICINA
                                  ASCENDING KEY FAL-CONSULTOR
                                  ASCENDING KEY FAL-EMPRESA
                                  ASCENDING KEY FAL-FECHA
                                INPUT PROCEDURE IS ENTRADA
                                OUTPUT PROCEDURE IS SALIDA.
           PERFORM IMPRIMIR-RESUMEN-EMPRESA.
           DISPLAY "Dias habiles faltantes: " DIAS-TOTAL.
           GOBACK.
      ******************************************************************
      *   Sin parametro, la semana cerrada: los siete dias hasta ayer.
       CARGAR-PERIODO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE DIA-INT = FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - 1.
           COMPUTE PERIODO-HASTA = FUNCTION DATE-OF-INTEGER(DIA-INT).
           SUBTRACT 6 FROM DIA-INT.
           COMPUTE PERIODO-DESDE = FUNCTION DATE-OF-INTEGER(DIA-INT).
           OPEN INPUT FALTANTESPER.
           IF FS-PERIODO EQUAL '00'
               READ FALTANTESPER
                   AT END CONTINUE
               END-READ
               IF FS-PERIODO EQUAL '00'
                   AND PAR-DESDE NUMERIC AND PAR-HASTA NUMERIC
                   AND PAR-DESDE > ZERO
                   AND PAR-DESDE NOT > PAR-HASTA
                   MOVE PAR-DESDE TO PERIODO-DESDE
                   MOVE PAR-HASTA TO PERIODO-HASTA
               END-IF
               CLOSE FALTANTESPER
           END-IF.
      ******************************************************************
       CARGAR-OFICINAS.
           OPEN INPUT OFICINACONS.
           IF FS-OFICONS NOT EQUAL '00'
               SET FIN-OFC TO TRUE
           END-IF.
           PERFORM UNTIL FIN-OFC
               READ OFICINACONS
                   AT END SET FIN-OFC TO TRUE
               END-READ
               IF NOT FIN-OFC AND CANT-OFC < 999
                   ADD 1 TO CANT-OFC
                   MOVE OFC-CONSULTOR TO TAB-OFC-CONSULTOR (CANT-OFC)
                   MOVE OFC-OFICINA TO TAB-OFC-OFICINA (CANT-OFC)
               END-IF
           END-PERFORM.
           IF FS-OFICONS EQUAL '00' OR FS-OFICONS EQUAL '10'
               CLOSE OFICINACONS
           END-IF.
      ******************************************************************
      *   Las tres oficinas en orden; la novedad de la ultima oficina
      *   leida manda sobre la oficina guardada.
       CARGAR-NOVEDADES.
           MOVE 'N' TO EOF-NOV-SW.
           OPEN INPUT NOV-TIMES1.
           IF FS-NOV1 NOT EQUAL '00'
               SET FIN-NOV TO TRUE
           END-IF.
           MOVE 1 TO NOV-OFICINA.
           PERFORM UNTIL FIN-NOV
               READ NOV-TIMES1
                   AT END SET FIN-NOV TO TRUE
               END-READ
               IF NOT FIN-NOV
                   MOVE NOV-TIMES1-NUMERO TO NOV-CONSULTOR
                   MOVE NOV-TIMES1-FECHA TO NOV-FECHA
                   MOVE NOV-TIMES1-EMPRESA TO NOV-EMPRESA
                   MOVE NOV-TIMES1-TIPO TO NOV-TIPO
                   PERFORM GUARDAR-NOVEDAD
               END-IF
           END-PERFORM.
           IF FS-NOV1 EQUAL '00' OR FS-NOV1 EQUAL '10'
               CLOSE NOV-TIMES1
           END-IF.
           MOVE 'N' TO EOF-NOV-SW.
           OPEN INPUT NOV-TIMES2.
           IF FS-NOV2 NOT EQUAL '00'
               SET FIN-NOV TO TRUE
           END-IF.
           MOVE 2 TO NOV-OFICINA.
           PERFORM UNTIL FIN-NOV
               READ NOV-TIMES2
                   AT END SET FIN-NOV TO TRUE
               END-READ
               IF NOT FIN-NOV
                   MOVE NOV-TIMES2-NUMERO TO NOV-CONSULTOR
                   MOVE NOV-TIMES2-FECHA TO NOV-FECHA
                   MOVE NOV-TIMES2-EMPRESA TO NOV-EMPRESA
                   MOVE NOV-TIMES2-TIPO TO NOV-TIPO
                   PERFORM GUARDAR-NOVEDAD
               END-IF
           END-PERFORM.
           IF FS-NOV2 EQUAL '00' OR FS-NOV2 EQUAL '10'
               CLOSE NOV-TIMES2
           END-IF.
           MOVE 'N' TO EOF-NOV-SW.
           OPEN INPUT NOV-TIMES3.
           IF FS-NOV3 NOT EQUAL '00'
               SET FIN-NOV TO TRUE
           END-IF.
           MOVE 3 TO NOV-OFICINA.
           PERFORM UNTIL FIN-NOV
               READ NOV-TIMES3
                   AT END SET FIN-NOV TO TRUE
               END-READ
               IF NOT FIN-NOV
                   MOVE NOV-TIMES3-NUMERO TO NOV-CONSULTOR
                   MOVE NOV-TIMES3-FECHA TO NOV-FECHA
                   MOVE NOV-TIMES3-EMPRESA TO NOV-EMPRESA
                   MOVE NOV-TIMES3-TIPO TO NOV-TIPO
                   PERFORM GUARDAR-NOVEDAD
               END-IF
           END-PERFORM.
           IF FS-NOV3 EQUAL '00' OR FS-NOV3 EQUAL '10'
               CLOSE NOV-TIMES3
           END-IF.
      ******************************************************************
      *   Una reversa pendiente anula horas, no cubre el dia.
       GUARDAR-NOVEDAD.
           IF CANT-NOV < 3000 AND NOT NOV-REVERSA
               ADD 1 TO CANT-NOV
               MOVE NOV-CONSULTOR TO TAB-NOV-CONSULTOR (CANT-NOV)
               MOVE NOV-FECHA TO TAB-NOV-FECHA (CANT-NOV)
               MOVE NOV-EMPRESA TO TAB-NOV-EMPRESA (CANT-NOV)
           END-IF.
           PERFORM VARYING IX-OFC FROM 1 BY 1
               UNTIL IX-OFC > CANT-OFC
               OR TAB-OFC-CONSULTOR (IX-OFC) EQUAL NOV-CONSULTOR
               CONTINUE
           END-PERFORM.
           IF IX-OFC > CANT-OFC
               IF CANT-OFC < 999
                   ADD 1 TO CANT-OFC
                   MOVE NOV-CONSULTOR TO TAB-OFC-CONSULTOR (CANT-OFC)
                   MOVE NOV-OFICINA TO TAB-OFC-OFICINA (CANT-OFC)
               END-IF
           ELSE
               MOVE NOV-OFICINA TO TAB-OFC-OFICINA (IX-OFC)
           END-IF.
      ******************************************************************
       GRABAR-OFICINAS.
           OPEN OUTPUT OFICINACONS.
           PERFORM VARYING IX-OFC FROM 1 BY 1 UNTIL IX-OFC > CANT-OFC
               MOVE TAB-OFC-CONSULTOR (IX-OFC) TO OFC-CONSULTOR
               MOVE TAB-OFC-OFICINA (IX-OFC) TO OFC-OFICINA
               WRITE REG-OFICINACONS
           END-PERFORM.
           CLOSE OFICINACONS.
      ******************************************************************
       ENTRADA SECTION.
      ******************************************************************
       ARMAR-ENTRADA.
           OPEN INPUT ASIGNACIONES.
           OPEN INPUT CONSULTORES.
           OPEN INPUT EMPRESAS.
           OPEN INPUT TIM.
           OPEN INPUT AUSENCIAS.
           IF FS-ASG NOT EQUAL '00'
               SET FIN-ASG TO TRUE
           END-IF.
           PERFORM UNTIL FIN-ASG
               READ ASIGNACIONES NEXT RECORD
                   AT END SET FIN-ASG TO TRUE
               END-READ
               IF NOT FIN-ASG
                   PERFORM CONTROLAR-ASIGNACION
               END-IF
           END-PERFORM.
           IF FS-ASG EQUAL '00' OR FS-ASG EQUAL '05'
               OR FS-ASG EQUAL '10'
               CLOSE ASIGNACIONES
           END-IF.
           CLOSE CONSULTORES.
           CLOSE EMPRESAS.
           CLOSE TIM.
           IF FS-AUS EQUAL '00' OR FS-AUS EQUAL '05'
               OR FS-AUS EQUAL '10' OR FS-AUS EQUAL '23'
               CLOSE AUSENCIAS
           END-IF.
      ******************************************************************
       SALIDA SECTION.
      ******************************************************************
       ARMAR-SALIDA.
           OPEN OUTPUT FALTANTES.
           MOVE PERIODO-DESDE TO ENC-DESDE.
           MOVE PERIODO-HASTA TO ENC-HASTA.
           WRITE LINEA-FALTANTES FROM ENCABEZADO-FAL.
           WRITE LINEA-FALTANTES FROM LINEA-VACIA.
           RETURN ARCH-FALTANTES AT END SET FIN-FALTANTES TO TRUE.
           IF FIN-FALTANTES
               WRITE LINEA-FALTANTES FROM LINEA-SIN-FALTANTES
           END-IF.
           PERFORM PROCESO-OFICINA UNTIL FIN-FALTANTES.
           CLOSE FALTANTES.
       OTRA SECTION.
      ******************************************************************
      *   Solo cuenta la parte de la vigencia que cae en el periodo;
      *   el consultor tiene que seguir en el maestro.
       CONTROLAR-ASIGNACION.
           MOVE PERIODO-DESDE TO VENTANA-DESDE.
           MOVE PERIODO-HASTA TO VENTANA-HASTA.
           IF ASG-VIG-DESDE > VENTANA-DESDE
               MOVE ASG-VIG-DESDE TO VENTANA-DESDE
           END-IF.
           IF ASG-VIG-HASTA < VENTANA-HASTA
               MOVE ASG-VIG-HASTA TO VENTANA-HASTA
           END-IF.
           IF VENTANA-DESDE NOT > VENTANA-HASTA
               MOVE ASG-CONS-NUMERO TO CONS-NUMERO
               READ CONSULTORES RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CONS-NOMBRE TO NOMBRE-CONS
                       PERFORM CONTROLAR-VENTANA
               END-READ
           END-IF.
      ******************************************************************
       CONTROLAR-VENTANA.
           MOVE ASG-EMPRESA TO EMP-EMPRESA.
           READ EMPRESAS RECORD
               INVALID KEY
                   MOVE ZERO TO CUIT-EMPRESA
                   MOVE "(EMPRESA DADA DE BAJA)" TO RAZON-EMPRESA
               NOT INVALID KEY
                   MOVE EMP-CUIT TO CUIT-EMPRESA
                   MOVE EMP-RAZON TO RAZON-EMPRESA
           END-READ.
           MOVE ZERO TO OFICINA-CONS.
           PERFORM VARYING IX-OFC FROM 1 BY 1
               UNTIL IX-OFC > CANT-OFC
               IF TAB-OFC-CONSULTOR (IX-OFC) EQUAL ASG-CONS-NUMERO
                   MOVE TAB-OFC-OFICINA (IX-OFC) TO OFICINA-CONS
               END-IF
           END-PERFORM.
           PERFORM CARGAR-AUSENCIAS-CONS.
           COMPUTE DIA-INT = FUNCTION INTEGER-OF-DATE(VENTANA-DESDE).
           COMPUTE DIA-HASTA-INT =
               FUNCTION INTEGER-OF-DATE(VENTANA-HASTA).
           PERFORM CONTROLAR-DIA UNTIL DIA-INT > DIA-HASTA-INT.
      ******************************************************************
       CARGAR-AUSENCIAS-CONS.
           MOVE ZERO TO CANT-AUS.
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
                           IF AUS-FECHA-HASTA NOT < VENTANA-DESDE
                               AND CANT-AUS < 100
                               ADD 1 TO CANT-AUS
                               MOVE AUS-FECHA-DESDE
                                   TO TAB-AUS-DESDE (CANT-AUS)
                               MOVE AUS-FECHA-HASTA
                                   TO TAB-AUS-HASTA (CANT-AUS)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      *   Un dia habil queda cubierto por horas en TIMESind2 para la
      *   empresa, por una novedad pendiente o por una ausencia.
       CONTROLAR-DIA.
           COMPUTE DIA-FECHA = FUNCTION DATE-OF-INTEGER(DIA-INT).
           MOVE "H" TO CAL-FUNCION.
           MOVE DIA-FECHA TO CAL-FECHA.
           MOVE ZERO TO CAL-DIAS.
           CALL 'diahabil' USING CAL-FUNCION, CAL-FECHA, CAL-DIAS,
              CAL-FECHA-RES, CAL-RESULTADO.
           IF CAL-RESULTADO = "S"
               MOVE 'N' TO DIA-CUBIERTO
               PERFORM VARYING IX-AUS FROM 1 BY 1
                   UNTIL IX-AUS > CANT-AUS OR DIA-OK
                   IF DIA-FECHA NOT < TAB-AUS-DESDE (IX-AUS)
                       AND DIA-FECHA NOT > TAB-AUS-HASTA (IX-AUS)
                       SET DIA-OK TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DIA-OK
                   MOVE ASG-CONS-NUMERO TO TIM-NUMERO
                   MOVE DIA-FECHA TO TIM-FECHA
                   MOVE CUIT-EMPRESA TO TIM-CUIT
                   READ TIM RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET DIA-OK TO TRUE
                   END-READ
               END-IF
               IF NOT DIA-OK
                   PERFORM VARYING IX-NOV FROM 1 BY 1
                       UNTIL IX-NOV > CANT-NOV OR DIA-OK
                       IF TAB-NOV-CONSULTOR (IX-NOV) = ASG-CONS-NUMERO
                           AND TAB-NOV-FECHA (IX-NOV) = DIA-FECHA
                           AND TAB-NOV-EMPRESA (IX-NOV) = ASG-EMPRESA
                           SET DIA-OK TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT DIA-OK
                   MOVE OFICINA-CONS TO FAL-OFICINA
                   MOVE ASG-CONS-NUMERO TO FAL-CONSULTOR
                   MOVE ASG-EMPRESA TO FAL-EMPRESA
                   MOVE DIA-FECHA TO FAL-FECHA
                   MOVE NOMBRE-CONS TO FAL-CONS-NOMBRE
                   MOVE RAZON-EMPRESA TO FAL-RAZON
                   RELEASE REG-FALTANTE
               END-IF
           END-IF.
           ADD 1 TO DIA-INT.
      ******************************************************************
       PROCESO-OFICINA.
           MOVE FAL-OFICINA TO GRUPO-OFICINA.
           MOVE ZERO TO DIAS-OFICINA.
           MOVE GRUPO-OFICINA TO LOF-OFICINA.
           IF GRUPO-OFICINA = ZERO
               MOVE " - SIN OFICINA (NUNCA CARGO NOVEDADES)" TO LOF-SIN
           ELSE
               MOVE SPACES TO LOF-SIN
           END-IF.
           WRITE LINEA-FALTANTES FROM LINEA-OFICINA.
           PERFORM PROCESO-CONSULTOR UNTIL FIN-FALTANTES
               OR FAL-OFICINA NOT EQUAL GRUPO-OFICINA.
           MOVE DIAS-OFICINA TO TOF-DIAS.
           WRITE LINEA-FALTANTES FROM TOTAL-OFICINA-FAL.
           WRITE LINEA-FALTANTES FROM LINEA-VACIA.
      ******************************************************************
       PROCESO-CONSULTOR.
           MOVE FAL-CONSULTOR TO GRUPO-CONSULTOR.
           MOVE ZERO TO DIAS-CONSULTOR.
           MOVE FAL-CONSULTOR TO LCO-CONSULTOR.
           MOVE FAL-CONS-NOMBRE TO LCO-NOMBRE.
           WRITE LINEA-FALTANTES FROM LINEA-CONSULTOR.
           MOVE ZERO TO GRUPO-EMPRESA.
           PERFORM PROCESO-DIA-FALTANTE UNTIL FIN-FALTANTES
               OR FAL-OFICINA NOT EQUAL GRUPO-OFICINA
               OR FAL-CONSULTOR NOT EQUAL GRUPO-CONSULTOR.
           MOVE DIAS-CONSULTOR TO TCF-DIAS.
           WRITE LINEA-FALTANTES FROM TOTAL-CONSULTOR-FAL.
      ******************************************************************
       PROCESO-DIA-FALTANTE.
           IF FAL-EMPRESA NOT EQUAL GRUPO-EMPRESA
               MOVE FAL-EMPRESA TO GRUPO-EMPRESA
               PERFORM ACUMULAR-RESUMEN
               ADD 1 TO TAB-RES-CONSULTORES (IX-RES)
           ELSE
               PERFORM ACUMULAR-RESUMEN
           END-IF.
           ADD 1 TO TAB-RES-DIAS (IX-RES).
           MOVE FAL-EMPRESA TO DFL-EMPRESA.
           MOVE FAL-RAZON TO DFL-RAZON.
           MOVE FAL-FECHA(7:2) TO DFL-DIA.
           MOVE FAL-FECHA(5:2) TO DFL-MES.
           MOVE FAL-FECHA(1:4) TO DFL-ANIO.
           WRITE LINEA-FALTANTES FROM DETALLE-FAL.
           ADD 1 TO DIAS-CONSULTOR.
           ADD 1 TO DIAS-OFICINA.
           ADD 1 TO DIAS-TOTAL.
           RETURN ARCH-FALTANTES AT END SET FIN-FALTANTES TO TRUE.
      ******************************************************************
       ACUMULAR-RESUMEN.
           MOVE 'N' TO RES-HALLADA.
           PERFORM VARYING IX-RES FROM 1 BY 1
               UNTIL IX-RES > CANT-RES OR RES-OK
               IF TAB-RES-EMPRESA (IX-RES) = FAL-EMPRESA
                   SET RES-OK TO TRUE
               END-IF
           END-PERFORM.
           IF RES-OK
               SET IX-RES DOWN BY 1
           ELSE
               ADD 1 TO CANT-RES
               SET IX-RES TO CANT-RES
               MOVE FAL-EMPRESA TO TAB-RES-EMPRESA (IX-RES)
               MOVE FAL-RAZON TO TAB-RES-RAZON (IX-RES)
               MOVE ZERO TO TAB-RES-DIAS (IX-RES)
               MOVE ZERO TO TAB-RES-CONSULTORES (IX-RES)
           END-IF.
      ******************************************************************
       IMPRIMIR-RESUMEN-EMPRESA.
           OPEN OUTPUT RESUMENEMP.
           MOVE PERIODO-DESDE TO ENR-DESDE.
           MOVE PERIODO-HASTA TO ENR-HASTA.
           WRITE LINEA-RESUMENEMP FROM ENCABEZADO-RES.
           WRITE LINEA-RESUMENEMP FROM ENCABEZADO-RES-2.
           PERFORM VARYING IX-RES FROM 1 BY 1 UNTIL IX-RES > CANT-RES
               MOVE TAB-RES-EMPRESA (IX-RES) TO DRS-EMPRESA
               MOVE TAB-RES-RAZON (IX-RES) TO DRS-RAZON
               MOVE TAB-RES-CONSULTORES (IX-RES) TO DRS-CONSULTORES
               MOVE TAB-RES-DIAS (IX-RES) TO DRS-DIAS
               WRITE LINEA-RESUMENEMP FROM DETALLE-RES
           END-PERFORM.
           MOVE DIAS-TOTAL TO TRS-DIAS.
           WRITE LINEA-RESUMENEMP FROM TOTAL-RES.
           CLOSE RESUMENEMP.
       END PROGRAM HorasFaltantes.
