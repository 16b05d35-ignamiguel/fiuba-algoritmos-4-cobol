       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantCentrosCosto.
      * AUTHOR:  nacho.
      * Maestro de centros de costo de cada empresa cliente: codigo,
      * descripcion y estado. Cada asignacion consultor-empresa
      * lleva el centro al que van sus horas (MantAsignaciones) y
      * cada novedad puede traer otro; la mezcla de tp.cbl rechaza a
      * NOVRECHAZOS las horas con un centro que la empresa no tiene
      * o que dio de baja, y la facturacion subtotaliza por centro
      * en la factura y en el CSV. Un centro no se borra - las horas
      * ya cargadas lo siguen nombrando; la baja lo deja inactivo y
      * no acepta horas nuevas.
      * La modificacion solo se graba si el centro sigue como
      * estaba al leerlo; si otro operador lo cambio en el medio se
      * muestran las dos versiones, el cambio se descarta para
      * volver a cargarlo y la colision queda en auditmant como
      * operacion C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL CENTROSCOSTO ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY CCO-KEY
                              FILE STATUS IS FS-CCO.
        SELECT EMPRESAS       ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD CENTROSCOSTO LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "CENTROSCOSTOind2.DAT".
       01 REG-CENTRO-COSTO.
           02 CCO-KEY.
               03 CCO-EMPRESA PIC 9(3).
               03 CCO-CODIGO PIC X(6).
           02 CCO-DESCRIPCION PIC X(25).
      *   "A" activo, "I" dado de baja.
           02 CCO-ESTADO PIC X(1).
               88 CCO-ACTIVO VALUE "A".
               88 CCO-INACTIVO VALUE "I".

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
       01 FS-CCO PIC XX.
           88 OK-CCO VALUE '00'.
       01 FS-EMP PIC XX.
           88 OK-EMP VALUE '00'.

       01 WS-MENU-OPTION PIC 9(1) VALUE 0.
       01 WS-KEEP-GOING PIC X(1) VALUE "S".
           88 WS-DONE VALUE "N".
       01 WS-EMPRESA-INPUT PIC 9(3).
       01 WS-EOF-CCO PIC X(1).
           88 FIN-CCO VALUE "S".
       01 CONT-LISTADOS PIC 9(4).

      *   El centro como se leyo para modificarlo, y la version del
      *   operador mientras se relee el archivo al confirmar.
       01 WS-IMAGEN-LEIDA PIC X(35).
       01 WS-IMAGEN-PROPUESTA PIC X(35).
       01 WS-COLISION PIC X(1).
           88 HAY-COLISION VALUE "S".

      *   Batch-window interlock - la facturacion nocturna no debe
      *   cruzarse con un REWRITE en linea. Ver batchlock.
       01 BLOQ-SUBSISTEMA PIC X(8) VALUE "CONSULT".
       01 BLOQ-ACCION PIC X(1).
       01 BLOQ-ESTADO PIC X(1).

      *   Identificacion del operador y auditoria de cambios - el
      *   centro de costo es como el cliente reparte la factura;
      *   queda quien lo toco. Ver signon / auditmant.
       01 SEG-PROGRAMA PIC X(20) VALUE "MANTCENTROSCOSTO".
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
           OPEN I-O CENTROSCOSTO.
           IF NOT OK-CCO AND FS-CCO NOT = "05"
               DISPLAY "** Error abriendo CENTROSCOSTOind2.DAT - "
                   FS-CCO
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM MOSTRAR-MENU
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       IF SEG-NIVEL = "M"
                           PERFORM ALTA-CENTRO
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 2
                       IF SEG-NIVEL = "M"
                           PERFORM MODIFICAR-CENTRO
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 3
                       IF SEG-NIVEL = "M"
                           PERFORM BAJA-CENTRO
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 4 PERFORM CONSULTA-CENTROS
                   WHEN 5 MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

           CLOSE CENTROSCOSTO.
           STOP RUN.
      ******************************************************************
       MOSTRAR-MENU.
           DISPLAY "------------------------------------".
           DISPLAY "Centros de costo por empresa".
           DISPLAY "1 - Alta".
           DISPLAY "2 - Modificacion".
           DISPLAY "3 - Baja".
           DISPLAY "4 - Consulta por empresa".
           DISPLAY "5 - Salir".
           DISPLAY "Opcion -> " WITH NO ADVANCING.
      ******************************************************************
       ALTA-CENTRO.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT CCO-EMPRESA.
           OPEN INPUT EMPRESAS.
           IF NOT OK-EMP
               DISPLAY "** Error abriendo EMPind2.DAT - " FS-EMP
               MOVE ZERO TO CCO-EMPRESA
           ELSE
               MOVE CCO-EMPRESA TO EMP-EMPRESA
               READ EMPRESAS RECORD
               IF NOT OK-EMP
                   DISPLAY "** La empresa no existe"
                   MOVE ZERO TO CCO-EMPRESA
               ELSE
                   DISPLAY "Empresa: " EMP-RAZON
               END-IF
               CLOSE EMPRESAS
           END-IF.
           IF CCO-EMPRESA > ZERO
               DISPLAY "Codigo de centro de costo (6) -> "
                   WITH NO ADVANCING
               ACCEPT CCO-CODIGO
               IF CCO-CODIGO = SPACES
                   DISPLAY "** El codigo no puede quedar en blanco"
               ELSE
                   DISPLAY "Descripcion -> " WITH NO ADVANCING
                   ACCEPT CCO-DESCRIPCION
                   SET CCO-ACTIVO TO TRUE
               END-IF
           END-IF.
           IF CCO-EMPRESA > ZERO AND CCO-CODIGO NOT = SPACES
               WRITE REG-CENTRO-COSTO
                   INVALID KEY
                       DISPLAY "** El centro de costo ya existe"
                   NOT INVALID KEY
                       MOVE "A" TO AUD-OPERACION
                       MOVE CCO-KEY TO AUD-CLAVE
                       MOVE SPACES TO AUD-ANTES
                       MOVE REG-CENTRO-COSTO TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "Centro de costo " CCO-CODIGO
                           " dado de alta"
               END-WRITE
           END-IF.
      ******************************************************************
      *   Solo la descripcion - el codigo es lo que ya cargaron las
      *   asignaciones y las horas.
       MODIFICAR-CENTRO.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT CCO-EMPRESA.
           DISPLAY "Codigo de centro de costo -> " WITH NO ADVANCING.
           ACCEPT CCO-CODIGO.
           READ CENTROSCOSTO
               INVALID KEY
                   DISPLAY "** El centro de costo no existe"
               NOT INVALID KEY
                   MOVE REG-CENTRO-COSTO TO AUD-ANTES
                   MOVE REG-CENTRO-COSTO TO WS-IMAGEN-LEIDA
                   PERFORM MOSTRAR-CENTRO
                   DISPLAY "Descripcion -> " WITH NO ADVANCING
                   ACCEPT CCO-DESCRIPCION
                   PERFORM VERIFICAR-COLISION
                   IF NOT HAY-COLISION
                       REWRITE REG-CENTRO-COSTO
                       END-REWRITE
                       MOVE "M" TO AUD-OPERACION
                       MOVE CCO-KEY TO AUD-CLAVE
                       MOVE REG-CENTRO-COSTO TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "Centro de costo actualizado"
                   END-IF
           END-READ.
      ******************************************************************
      *   Relee el centro antes de grabar. Si no es el que se leyo,
      *   otro operador lo cambio primero y queda su version.
       VERIFICAR-COLISION.
           MOVE "N" TO WS-COLISION.
           MOVE REG-CENTRO-COSTO TO WS-IMAGEN-PROPUESTA.
           READ CENTROSCOSTO
               INVALID KEY CONTINUE
           END-READ.
           IF OK-CCO AND REG-CENTRO-COSTO = WS-IMAGEN-LEIDA
               MOVE WS-IMAGEN-PROPUESTA TO REG-CENTRO-COSTO
           ELSE
               SET HAY-COLISION TO TRUE
               PERFORM INFORMAR-COLISION
           END-IF.
      ******************************************************************
       INFORMAR-COLISION.
           DISPLAY "** El centro de costo fue modificado por otro "
               "usuario mientras lo editaba - NO se grabo".
           IF OK-CCO
               DISPLAY "Version actual en el archivo:"
               PERFORM MOSTRAR-CENTRO
               MOVE REG-CENTRO-COSTO TO AUD-ANTES
           ELSE
               DISPLAY "El centro de costo ya no esta en el archivo"
               MOVE SPACES TO AUD-ANTES
           END-IF.
           MOVE WS-IMAGEN-PROPUESTA TO REG-CENTRO-COSTO.
           DISPLAY "Sus cambios (descartados):".
           PERFORM MOSTRAR-CENTRO.
           MOVE "C" TO AUD-OPERACION.
           MOVE CCO-KEY TO AUD-CLAVE.
           MOVE REG-CENTRO-COSTO TO AUD-DESPUES.
           CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
               AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
           DISPLAY "Vuelva a ingresar la modificacion sobre la "
               "version actual".
      ******************************************************************
      *   La baja deja el centro inactivo: la mezcla rechaza horas
      *   nuevas contra el, pero lo ya cargado lo sigue nombrando.
       BAJA-CENTRO.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT CCO-EMPRESA.
           DISPLAY "Codigo de centro de costo -> " WITH NO ADVANCING.
           ACCEPT CCO-CODIGO.
           READ CENTROSCOSTO
               INVALID KEY
                   DISPLAY "** El centro de costo no existe"
               NOT INVALID KEY
                   IF CCO-INACTIVO
                       DISPLAY "** El centro de costo ya estaba "
                           "dado de baja"
                   ELSE
                       MOVE REG-CENTRO-COSTO TO AUD-ANTES
                       SET CCO-INACTIVO TO TRUE
                       REWRITE REG-CENTRO-COSTO
                       END-REWRITE
                       MOVE "B" TO AUD-OPERACION
                       MOVE CCO-KEY TO AUD-CLAVE
                       MOVE REG-CENTRO-COSTO TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "Centro de costo dado de baja"
                   END-IF
           END-READ.
      ******************************************************************
       CONSULTA-CENTROS.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT WS-EMPRESA-INPUT.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE "N" TO WS-EOF-CCO.
           MOVE WS-EMPRESA-INPUT TO CCO-EMPRESA.
           MOVE LOW-VALUES TO CCO-CODIGO.
           START CENTROSCOSTO KEY IS NOT LESS THAN CCO-KEY
               INVALID KEY SET FIN-CCO TO TRUE
           END-START.
           PERFORM UNTIL FIN-CCO
               READ CENTROSCOSTO NEXT RECORD
                   AT END SET FIN-CCO TO TRUE
               END-READ
               IF NOT FIN-CCO
                   IF CCO-EMPRESA = WS-EMPRESA-INPUT
                       ADD 1 TO CONT-LISTADOS
                       PERFORM MOSTRAR-CENTRO
                   ELSE
                       SET FIN-CCO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF CONT-LISTADOS = ZERO
               DISPLAY "(sin centros de costo cargados)"
           END-IF.
      ******************************************************************
       MOSTRAR-CENTRO.
           IF CCO-ACTIVO
               DISPLAY CCO-CODIGO " " CCO-DESCRIPCION " activo"
           ELSE
               DISPLAY CCO-CODIGO " " CCO-DESCRIPCION " de baja"
           END-IF.
       END PROGRAM MantCentrosCosto.
