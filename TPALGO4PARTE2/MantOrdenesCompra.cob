       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantOrdenesCompra.
      * AUTHOR:  nacho.
      * Maestro de ordenes de compra de los clientes: numero de OC,
      * importe, vigencia desde/hasta y saldo disponible, por
      * empresa. Una empresa con alguna OC cargada solo se factura
      * contra una OC abierta y vigente con saldo suficiente: la
      * facturacion imprime el numero en la factura y en el CSV y
      * descuenta el total del saldo; si ninguna alcanza, la factura
      * queda retenida para revision. Una empresa sin OC cargadas
      * factura como siempre. El saldo solo lo mueve la facturacion
      * y una modificacion del importe de la OC.
      * La modificacion solo se graba si la OC sigue como
      * estaba al leerla; si otro operador la cambio en el medio se
      * muestran las dos versiones, el cambio se descarta para
      * volver a cargarlo y la colision queda en auditmant como
      * operacion C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL ORDENESCOMPRA ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY OC-KEY
                              FILE STATUS IS FS-OC.
        SELECT EMPRESAS       ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD ORDENESCOMPRA LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "OCind2.DAT".
       01 REG-OC.
           02 OC-KEY.
               03 OC-EMPRESA PIC 9(3).
               03 OC-NUMERO PIC X(12).
           02 OC-IMPORTE PIC 9(9)V99.
           02 OC-SALDO PIC 9(9)V99.
           02 OC-FECHA-DESDE PIC 9(8).
      *   Cero = OC sin vencimiento.
           02 OC-FECHA-HASTA PIC 9(8).
      *   "A" abierta, "C" cerrada - una OC cerrada no se usa mas
      *   aunque le quede saldo.
           02 OC-ESTADO PIC X(1).
               88 OC-ABIERTA VALUE "A".
               88 OC-CERRADA VALUE "C".

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
       01 FS-OC PIC XX.
           88 OK-OC VALUE '00'.
       01 FS-EMP PIC XX.
           88 OK-EMP VALUE '00'.

       01 WS-MENU-OPTION PIC 9(1) VALUE 0.
       01 WS-KEEP-GOING PIC X(1) VALUE "S".
           88 WS-DONE VALUE "N".
       01 WS-EMPRESA-INPUT PIC 9(3).
       01 WS-EOF-OC PIC X(1).
           88 FIN-OC VALUE "S".
       01 WS-DATOS-OK PIC X(1).
           88 DATOS-OK VALUE "S".
       01 WS-RESPUESTA PIC X(1).
       01 CONT-LISTADOS PIC 9(4).
       01 IMPORTE-ANTERIOR PIC 9(9)V99.
       01 AUX-SALDO PIC S9(10)V99.

      *   El registro como se leyo para modificarlo, y la version
      *   del operador mientras se relee el archivo al confirmar.
       01 WS-IMAGEN-LEIDA PIC X(54).
       01 WS-IMAGEN-PROPUESTA PIC X(54).
       01 WS-COLISION PIC X(1).
           88 HAY-COLISION VALUE "S".


      *   Batch-window interlock - la facturacion nocturna no debe
      *   cruzarse con un REWRITE en linea. Ver batchlock.
       01 BLOQ-SUBSISTEMA PIC X(8) VALUE "CONSULT".
       01 BLOQ-ACCION PIC X(1).
       01 BLOQ-ESTADO PIC X(1).

      *   Identificacion del operador y auditoria de cambios - la OC
      *   decide si una factura sale o queda retenida; queda quien
      *   la toco. Ver signon / auditmant.
       01 SEG-PROGRAMA PIC X(20) VALUE "MANTORDENESCOMPRA".
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
           OPEN I-O ORDENESCOMPRA.
           IF NOT OK-OC AND FS-OC NOT = "05"
               DISPLAY "** Error abriendo OCind2.DAT - " FS-OC
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM MOSTRAR-MENU
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       IF SEG-NIVEL = "M"
                           PERFORM ALTA-OC
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 2
                       IF SEG-NIVEL = "M"
                           PERFORM MODIFICAR-OC
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 3
                       IF SEG-NIVEL = "M"
                           PERFORM CERRAR-OC
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 4 PERFORM CONSULTA-OC
                   WHEN 5 MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

           CLOSE ORDENESCOMPRA.
           STOP RUN.
      ******************************************************************
       MOSTRAR-MENU.
           DISPLAY "------------------------------------".
           DISPLAY "Ordenes de compra de clientes".
           DISPLAY "1 - Alta".
           DISPLAY "2 - Modificacion".
           DISPLAY "3 - Cierre".
           DISPLAY "4 - Consulta por empresa".
           DISPLAY "5 - Salir".
           DISPLAY "Opcion -> " WITH NO ADVANCING.
      ******************************************************************
       ALTA-OC.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT OC-EMPRESA.
           OPEN INPUT EMPRESAS.
           IF NOT OK-EMP
               DISPLAY "** Error abriendo EMPind2.DAT - " FS-EMP
               MOVE ZERO TO OC-EMPRESA
           ELSE
               MOVE OC-EMPRESA TO EMP-EMPRESA
               READ EMPRESAS RECORD
               IF NOT OK-EMP
                   DISPLAY "** La empresa no existe"
                   MOVE ZERO TO OC-EMPRESA
               ELSE
                   DISPLAY "Empresa: " EMP-RAZON
               END-IF
               CLOSE EMPRESAS
           END-IF.
           IF OC-EMPRESA > ZERO
               DISPLAY "Numero de OC (12) -> " WITH NO ADVANCING
               ACCEPT OC-NUMERO
               IF OC-NUMERO = SPACES
                   DISPLAY "** El numero no puede quedar en blanco"
               ELSE
                   MOVE ZERO TO IMPORTE-ANTERIOR
                   MOVE ZERO TO OC-SALDO
                   PERFORM CARGAR-CAMPOS-OC
               END-IF
           END-IF.
           IF OC-EMPRESA > ZERO AND OC-NUMERO NOT = SPACES
               AND DATOS-OK
               SET OC-ABIERTA TO TRUE
               WRITE REG-OC
                   INVALID KEY
                       DISPLAY "** La OC ya existe"
                   NOT INVALID KEY
                       MOVE "A" TO AUD-OPERACION
                       MOVE OC-KEY TO AUD-CLAVE
                       MOVE SPACES TO AUD-ANTES
                       MOVE REG-OC TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "OC " OC-NUMERO " dada de alta"
               END-WRITE
           END-IF.
      ******************************************************************
       MODIFICAR-OC.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT OC-EMPRESA.
           DISPLAY "Numero de OC -> " WITH NO ADVANCING.
           ACCEPT OC-NUMERO.
           READ ORDENESCOMPRA
               INVALID KEY
                   DISPLAY "** La OC no existe"
               NOT INVALID KEY
                   MOVE REG-OC TO AUD-ANTES
                   MOVE REG-OC TO WS-IMAGEN-LEIDA
                   PERFORM MOSTRAR-OC
                   MOVE OC-IMPORTE TO IMPORTE-ANTERIOR
                   PERFORM CARGAR-CAMPOS-OC
                   IF DATOS-OK
                       PERFORM VERIFICAR-COLISION
                   END-IF
                   IF DATOS-OK AND NOT HAY-COLISION
                       REWRITE REG-OC
                       END-REWRITE
                       MOVE "M" TO AUD-OPERACION
                       MOVE OC-KEY TO AUD-CLAVE
                       MOVE REG-OC TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "OC actualizada - saldo " OC-SALDO
                   END-IF
           END-READ.
      ******************************************************************
      *   Un cambio de importe mueve el saldo en la misma diferencia
      *   - lo ya facturado contra la OC no se devuelve. El importe
      *   no puede quedar por debajo de lo ya consumido.
       CARGAR-CAMPOS-OC.
           MOVE "S" TO WS-DATOS-OK.
           DISPLAY "Importe de la OC -> " WITH NO ADVANCING.
           ACCEPT OC-IMPORTE.
           DISPLAY "Vigente desde AAAAMMDD -> " WITH NO ADVANCING.
           ACCEPT OC-FECHA-DESDE.
           DISPLAY "Vigente hasta AAAAMMDD (0 = sin vencimiento) -> "
               WITH NO ADVANCING.
           ACCEPT OC-FECHA-HASTA.
           IF OC-IMPORTE = ZERO
               DISPLAY "** Falta el importe de la OC"
               MOVE "N" TO WS-DATOS-OK
           END-IF.
           IF OC-FECHA-DESDE = ZERO
               OR OC-FECHA-DESDE(5:2) < "01"
               OR OC-FECHA-DESDE(5:2) > "12"
               DISPLAY "** Fecha desde invalida"
               MOVE "N" TO WS-DATOS-OK
           END-IF.
           IF OC-FECHA-HASTA NOT = ZERO
               AND OC-FECHA-HASTA < OC-FECHA-DESDE
               DISPLAY "** El vencimiento es anterior al inicio"
               MOVE "N" TO WS-DATOS-OK
           END-IF.
           COMPUTE AUX-SALDO = OC-SALDO + OC-IMPORTE
               - IMPORTE-ANTERIOR.
           IF AUX-SALDO < ZERO
               DISPLAY "** El importe queda por debajo de lo ya "
                   "facturado contra la OC"
               MOVE "N" TO WS-DATOS-OK
           END-IF.
           IF DATOS-OK
               MOVE AUX-SALDO TO OC-SALDO
           ELSE
               DISPLAY "OC no grabada"
           END-IF.
      ******************************************************************
      *   La OC no se borra - queda cerrada con su saldo, para que
      *   lo facturado contra ella siga a la vista.
       CERRAR-OC.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT OC-EMPRESA.
           DISPLAY "Numero de OC -> " WITH NO ADVANCING.
           ACCEPT OC-NUMERO.
           READ ORDENESCOMPRA
               INVALID KEY
                   DISPLAY "** La OC no existe"
               NOT INVALID KEY
                   MOVE REG-OC TO WS-IMAGEN-LEIDA
                   PERFORM MOSTRAR-OC
                   IF OC-CERRADA
                       DISPLAY "** La OC ya esta cerrada"
                   ELSE
                       DISPLAY "Confirma el cierre S/N -> "
                           WITH NO ADVANCING
                       ACCEPT WS-RESPUESTA
                       IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                           PERFORM CERRAR-OC-CONFIRMADA
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       CERRAR-OC-CONFIRMADA.
           MOVE REG-OC TO AUD-ANTES.
           SET OC-CERRADA TO TRUE.
           PERFORM VERIFICAR-COLISION.
           IF NOT HAY-COLISION
               REWRITE REG-OC
               END-REWRITE
               MOVE "M" TO AUD-OPERACION
               MOVE OC-KEY TO AUD-CLAVE
               MOVE REG-OC TO AUD-DESPUES
               CALL 'auditmant' USING SEG-PROGRAMA,
                   SEG-USUARIO, AUD-OPERACION,
                   AUD-CLAVE, AUD-ANTES, AUD-DESPUES
               DISPLAY "OC cerrada"
           END-IF.
      ******************************************************************
      *   Relee la OC antes de grabar. Si no es la que se leyo,
      *   otro operador la cambio primero y queda su version.
       VERIFICAR-COLISION.
           MOVE "N" TO WS-COLISION.
           MOVE REG-OC TO WS-IMAGEN-PROPUESTA.
           READ ORDENESCOMPRA
               INVALID KEY CONTINUE
           END-READ.
           IF OK-OC AND REG-OC = WS-IMAGEN-LEIDA
               MOVE WS-IMAGEN-PROPUESTA TO REG-OC
           ELSE
               SET HAY-COLISION TO TRUE
               PERFORM INFORMAR-COLISION
           END-IF.
      ******************************************************************
       INFORMAR-COLISION.
           DISPLAY "** La OC fue modificada por otro usuario "
               "mientras la editaba - NO se grabo".
           IF OK-OC
               DISPLAY "Version actual en el archivo:"
               PERFORM MOSTRAR-OC
               MOVE REG-OC TO AUD-ANTES
           ELSE
               DISPLAY "La OC ya no esta en el archivo"
               MOVE SPACES TO AUD-ANTES
           END-IF.
           MOVE WS-IMAGEN-PROPUESTA TO REG-OC.
           DISPLAY "Sus cambios (descartados):".
           PERFORM MOSTRAR-OC.
           MOVE "C" TO AUD-OPERACION.
           MOVE OC-KEY TO AUD-CLAVE.
           MOVE REG-OC TO AUD-DESPUES.
           CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
               AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
           DISPLAY "Vuelva a ingresar la modificacion sobre la "
               "version actual".
      ******************************************************************
       CONSULTA-OC.
           DISPLAY "Codigo de empresa -> " WITH NO ADVANCING.
           ACCEPT WS-EMPRESA-INPUT.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE "N" TO WS-EOF-OC.
           MOVE WS-EMPRESA-INPUT TO OC-EMPRESA.
           MOVE LOW-VALUES TO OC-NUMERO.
           START ORDENESCOMPRA KEY IS NOT LESS THAN OC-KEY
               INVALID KEY SET FIN-OC TO TRUE
           END-START.
           PERFORM UNTIL FIN-OC
               READ ORDENESCOMPRA NEXT RECORD
                   AT END SET FIN-OC TO TRUE
               END-READ
               IF NOT FIN-OC
                   IF OC-EMPRESA = WS-EMPRESA-INPUT
                       ADD 1 TO CONT-LISTADOS
                       PERFORM MOSTRAR-OC
                   ELSE
                       SET FIN-OC TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF CONT-LISTADOS = ZERO
               DISPLAY "(sin ordenes de compra - la empresa factura "
                   "sin OC)"
           END-IF.
      ******************************************************************
       MOSTRAR-OC.
           DISPLAY OC-NUMERO " estado " OC-ESTADO
               " importe " OC-IMPORTE " saldo " OC-SALDO.
           DISPLAY "       desde " OC-FECHA-DESDE
               " hasta " OC-FECHA-HASTA.
       END PROGRAM MantOrdenesCompra.
