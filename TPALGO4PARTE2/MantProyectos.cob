       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantProyectos.
      * AUTHOR:  nacho.
      * Maestro de proyectos contratados por cada empresa: codigo,
      * descripcion, presupuesto en horas y en importe, y vigencia
      * inicio/fin. Cada novedad de horas puede llevar el codigo de
      * proyecto (EntradaNovedades y la mezcla de tp.cbl lo validan
      * contra este maestro) y la valuacion de la facturacion mide
      * lo consumido contra el presupuesto en CONSUMOPROYECTOS.DAT,
      * marcando los proyectos que pasan el 80% y el 100%. El tope
      * mensual de EMP-LIMITE-HORAS sigue siendo otra cosa: es de la
      * empresa entera y se renueva cada mes.
      * La modificacion solo se graba si el proyecto sigue como
      * estaba al leerlo; si otro operador lo cambio en el medio se
      * muestran las dos versiones, el cambio se descarta para
      * volver a cargarlo y la colision queda en auditmant como
      * operacion C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL PROYECTOS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY PRY-KEY
                              FILE STATUS IS FS-PROYECTOS.
        SELECT EMPRESAS       ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD PROYECTOS   LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PROYECTOSind2.DAT".
       01 REG-PROYECTO.
           02 PRY-KEY.
               03 PRY-EMPRESA PIC 9(3).
               03 PRY-CODIGO PIC X(6).
           02 PRY-DESCRIPCION PIC X(25).
           02 PRY-HORAS-PRESUP PIC 9(5)V99.
           02 PRY-IMPORTE-PRESUP PIC 9(9)V99.
           02 PRY-FECHA-INICIO PIC 9(8).
      *   Cero = proyecto sin fecha de cierre pactada.
           02 PRY-FECHA-FIN PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 FS-PROYECTOS PIC XX.
           88 OK-PROYECTOS VALUE '00'.
       01 FS-EMP PIC XX.
           88 OK-EMP VALUE '00'.

       01 WS-MENU-OPTION PIC 9(1) VALUE 0.
       01 WS-KEEP-GOING PIC X(1) VALUE "S".
           88 WS-DONE VALUE "N".
       01 WS-EMPRESA-INPUT PIC 9(3).
       01 WS-EOF-PRY PIC X(1).
           88 FIN-PRY VALUE "S".
       01 WS-DATOS-OK PIC X(1).
           88 DATOS-OK VALUE "S".
       01 CONT-LISTADOS PIC 9(4).

      *   El registro como se leyo para modificarlo, y la version
      *   del operador mientras se relee el archivo al confirmar.
       01 WS-IMAGEN-LEIDA PIC X(68).
       01 WS-IMAGEN-PROPUESTA PIC X(68).
       01 WS-COLISION PIC X(1).
           88 HAY-COLISION VALUE "S".


      *   Batch-window interlock - la facturacion nocturna no debe
      *   cruzarse con un REWRITE en linea. Ver batchlock.
       01 BLOQ-SUBSISTEMA PIC X(8) VALUE "CONSULT".
       01 BLOQ-ACCION PIC X(1).
       01 BLOQ-ESTADO PIC X(1).

      *   Identificacion del operador y auditoria de cambios - el
      *   presupuesto es lo que se le promete al cliente; queda
      *   quien lo toco. Ver signon / auditmant.
       01 SEG-PROGRAMA PIC X(20) VALUE "MANTPROYECTOS".
       01 SEG-USUARIO PIC X(8).
       01 SEG-NIVEL PIC X(1).
       01 AUD-OPERACION PIC X(1).
       01 AUD-CLAVE PIC X(20).
       01 AUD-ANTES PIC X(140).
       01 AUD-DESPUES PIC X(140).

       PROCEDURE DIVISION.
       COMIENZO.
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
           OPEN I-O PROYECTOS.
           IF NOT OK-PROYECTOS AND FS-PROYECTOS NOT = "05"
               DISPLAY "** Error abriendo PROYECTOSind2.DAT - "
                   FS-PROYECTOS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM MOSTRAR-MENU
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       IF SEG-NIVEL = "M"
                           PERFORM ALTA-PROYECTO
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 2
                       IF SEG-NIVEL = "M"
                           PERFORM MODIFICAR-PROYECTO
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 3
                       IF SEG-NIVEL = "M"
                           PERFORM BAJA-PROYECTO
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 4 PERFORM CONSULTA-PROYECTOS
                   WHEN 5 MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

           CLOSE PROYECTOS.
           STOP RUN.
      ******************************************************************
       MOSTRAR-MENU.
           DISPLAY "------------------------------------".
           DISPLAY "Maestro de proyectos".
           DISPLAY "1 - Alta".
           DISPLAY "2 - Modificacion".
           DISPLAY "3 - Baja".
           DISPLAY "4 - Consulta por empresa".
           DISPLAY "5 - Salir".
           DISPLAY "Opcion -> " WITH NO ADVANCING.
      ******************************************************************
       ALTA-PROYECTO.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT PRY-EMPRESA.
           OPEN INPUT EMPRESAS.
           IF NOT OK-EMP
               DISPLAY "** Error abriendo EMPind2.DAT - " FS-EMP
               MOVE ZERO TO PRY-EMPRESA
           ELSE
               MOVE PRY-EMPRESA TO EMP-EMPRESA
               READ EMPRESAS RECORD
               IF NOT OK-EMP
                   DISPLAY "** La empresa no existe"
                   MOVE ZERO TO PRY-EMPRESA
               ELSE
                   DISPLAY "Empresa: " EMP-RAZON
               END-IF
               CLOSE EMPRESAS
           END-IF.
           IF PRY-EMPRESA > ZERO
               DISPLAY "Codigo de proyecto (6) -> "
                   WITH NO ADVANCING
               ACCEPT PRY-CODIGO
               IF PRY-CODIGO = SPACES
                   DISPLAY "** El codigo no puede quedar en blanco"
               ELSE
                   PERFORM CARGAR-CAMPOS-PROYECTO
               END-IF
           END-IF.
           IF PRY-EMPRESA > ZERO AND PRY-CODIGO NOT = SPACES
               AND DATOS-OK
               WRITE REG-PROYECTO
                   INVALID KEY
                       DISPLAY "** El proyecto ya existe"
                   NOT INVALID KEY
                       MOVE "A" TO AUD-OPERACION
                       MOVE PRY-KEY TO AUD-CLAVE
                       MOVE SPACES TO AUD-ANTES
                       MOVE REG-PROYECTO TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "Proyecto " PRY-CODIGO
                           " dado de alta"
               END-WRITE
           END-IF.
      ******************************************************************
       MODIFICAR-PROYECTO.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT PRY-EMPRESA.
           DISPLAY "Codigo de proyecto -> " WITH NO ADVANCING.
           ACCEPT PRY-CODIGO.
           READ PROYECTOS
               INVALID KEY
                   DISPLAY "** El proyecto no existe"
               NOT INVALID KEY
                   MOVE REG-PROYECTO TO AUD-ANTES
                   MOVE REG-PROYECTO TO WS-IMAGEN-LEIDA
                   PERFORM MOSTRAR-PROYECTO
                   PERFORM CARGAR-CAMPOS-PROYECTO
                   IF DATOS-OK
                       PERFORM VERIFICAR-COLISION
                   END-IF
                   IF DATOS-OK AND NOT HAY-COLISION
                       REWRITE REG-PROYECTO
                       END-REWRITE
                       MOVE "M" TO AUD-OPERACION
                       MOVE PRY-KEY TO AUD-CLAVE
                       MOVE REG-PROYECTO TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "Proyecto actualizado"
                   END-IF
           END-READ.
      ******************************************************************
      *   Relee el proyecto antes de grabar. Si no es el que se leyo,
      *   otro operador lo cambio primero y queda su version.
       VERIFICAR-COLISION.
           MOVE "N" TO WS-COLISION.
           MOVE REG-PROYECTO TO WS-IMAGEN-PROPUESTA.
           READ PROYECTOS
               INVALID KEY CONTINUE
           END-READ.
           IF OK-PROYECTOS AND REG-PROYECTO = WS-IMAGEN-LEIDA
               MOVE WS-IMAGEN-PROPUESTA TO REG-PROYECTO
           ELSE
               SET HAY-COLISION TO TRUE
               PERFORM INFORMAR-COLISION
           END-IF.
      ******************************************************************
       INFORMAR-COLISION.
           DISPLAY "** El proyecto fue modificado por otro usuario "
               "mientras lo editaba - NO se grabo".
           IF OK-PROYECTOS
               DISPLAY "Version actual en el archivo:"
               PERFORM MOSTRAR-PROYECTO
               MOVE REG-PROYECTO TO AUD-ANTES
           ELSE
               DISPLAY "El proyecto ya no esta en el archivo"
               MOVE SPACES TO AUD-ANTES
           END-IF.
           MOVE WS-IMAGEN-PROPUESTA TO REG-PROYECTO.
           DISPLAY "Sus cambios (descartados):".
           PERFORM MOSTRAR-PROYECTO.
           MOVE "C" TO AUD-OPERACION.
           MOVE PRY-KEY TO AUD-CLAVE.
           MOVE REG-PROYECTO TO AUD-DESPUES.
           CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
               AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
           DISPLAY "Vuelva a ingresar la modificacion sobre la "
               "version actual".
      ******************************************************************
      *   Presupuesto en horas o en importe (alguno de los dos) y
      *   una vigencia coherente; sin eso no hay contra que medir.
       CARGAR-CAMPOS-PROYECTO.
           MOVE "S" TO WS-DATOS-OK.
           DISPLAY "Descripcion -> " WITH NO ADVANCING.
           ACCEPT PRY-DESCRIPCION.
           DISPLAY "Horas presupuestadas -> " WITH NO ADVANCING.
           ACCEPT PRY-HORAS-PRESUP.
           DISPLAY "Importe presupuestado -> " WITH NO ADVANCING.
           ACCEPT PRY-IMPORTE-PRESUP.
           DISPLAY "Inicio AAAAMMDD -> " WITH NO ADVANCING.
           ACCEPT PRY-FECHA-INICIO.
           DISPLAY "Fin AAAAMMDD (0 = abierto) -> "
               WITH NO ADVANCING.
           ACCEPT PRY-FECHA-FIN.
           IF PRY-HORAS-PRESUP = ZERO AND PRY-IMPORTE-PRESUP = ZERO
               DISPLAY "** Falta el presupuesto en horas o importe"
               MOVE "N" TO WS-DATOS-OK
           END-IF.
           IF PRY-FECHA-INICIO = ZERO
               OR PRY-FECHA-INICIO(5:2) < "01"
               OR PRY-FECHA-INICIO(5:2) > "12"
               DISPLAY "** Fecha de inicio invalida"
               MOVE "N" TO WS-DATOS-OK
           END-IF.
           IF PRY-FECHA-FIN NOT = ZERO
               AND PRY-FECHA-FIN < PRY-FECHA-INICIO
               DISPLAY "** El fin es anterior al inicio"
               MOVE "N" TO WS-DATOS-OK
           END-IF.
           IF NOT DATOS-OK
               DISPLAY "Proyecto no grabado"
           END-IF.
      ******************************************************************
       BAJA-PROYECTO.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT PRY-EMPRESA.
           DISPLAY "Codigo de proyecto -> " WITH NO ADVANCING.
           ACCEPT PRY-CODIGO.
           READ PROYECTOS
               INVALID KEY
                   DISPLAY "** El proyecto no existe"
               NOT INVALID KEY
                   MOVE REG-PROYECTO TO AUD-ANTES
                   DELETE PROYECTOS RECORD
                       INVALID KEY
                           DISPLAY "** No se pudo dar de baja"
                       NOT INVALID KEY
                           MOVE "B" TO AUD-OPERACION
                           MOVE PRY-KEY TO AUD-CLAVE
                           MOVE SPACES TO AUD-DESPUES
                           CALL 'auditmant' USING SEG-PROGRAMA,
                               SEG-USUARIO, AUD-OPERACION,
                               AUD-CLAVE, AUD-ANTES, AUD-DESPUES
                           DISPLAY "Proyecto dado de baja"
                   END-DELETE
           END-READ.
      ******************************************************************
       CONSULTA-PROYECTOS.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT WS-EMPRESA-INPUT.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE "N" TO WS-EOF-PRY.
           MOVE WS-EMPRESA-INPUT TO PRY-EMPRESA.
           MOVE LOW-VALUES TO PRY-CODIGO.
           START PROYECTOS KEY IS NOT LESS THAN PRY-KEY
               INVALID KEY SET FIN-PRY TO TRUE
           END-START.
           PERFORM UNTIL FIN-PRY
               READ PROYECTOS NEXT RECORD
                   AT END SET FIN-PRY TO TRUE
               END-READ
               IF NOT FIN-PRY
                   IF PRY-EMPRESA = WS-EMPRESA-INPUT
                       ADD 1 TO CONT-LISTADOS
                       PERFORM MOSTRAR-PROYECTO
                   ELSE
                       SET FIN-PRY TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF CONT-LISTADOS = ZERO
               DISPLAY "(sin proyectos cargados)"
           END-IF.
      ******************************************************************
       MOSTRAR-PROYECTO.
           DISPLAY PRY-CODIGO " " PRY-DESCRIPCION
               " hs " PRY-HORAS-PRESUP
               " $ " PRY-IMPORTE-PRESUP.
           DISPLAY "       desde " PRY-FECHA-INICIO
               " hasta " PRY-FECHA-FIN.
       END PROGRAM MantProyectos.
