       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantGrupos.
      * AUTHOR:  nacho.
      * Maestro de grupos empresarios: cada empresa de EMPind2 que
      * pertenece a un grupo apunta a la empresa madre que paga por
      * todas. La madre es integrante de su propio grupo (un
      * registro que se apunta a si mismo) y ese registro se da de
      * alta primero. Cada grupo elige si factura consolidado - una
      * sola factura a nombre de la madre con el desglose por
      * filial (tpparte2) - o cada empresa con su propia factura;
      * la opcion se repite en todos los integrantes. En cualquiera
      * de los dos casos CtasCorrientes imprime el aging y el
      * estado de cuenta del grupo y reparte el pago de la madre
      * entre las facturas de todas, y el Dunning escala al grupo
      * entero. Una filial se puede quitar del grupo; la madre
      * solo cuando ya no le queda ninguna.
      * El cambio de facturacion solo se graba si el registro de la
      * madre sigue como estaba al leerlo; si otro operador lo
      * cambio en el medio se muestran las dos versiones, el cambio
      * se descarta para volver a cargarlo y la colision queda en
      * auditmant como operacion C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL GRUPOS ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY GRP-EMPRESA
                              FILE STATUS IS FS-GRUPOS.
        SELECT EMPRESAS       ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY EMP-EMPRESA
                              ALTERNATE RECORD KEY IS EMP-CUIT
                              FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD GRUPOS      LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "GRUPOSind2.DAT".
       01 REG-GRUPO.
           02 GRP-EMPRESA PIC 9(3).
           02 GRP-PADRE PIC 9(3).
      *   "S" una factura consolidada para el grupo, "N" cada
      *   empresa factura sola.
           02 GRP-CONSOLIDA PIC X(1).
               88 GRP-FACTURA-CONSOLIDADA VALUE "S".
               88 GRP-FACTURA-SEPARADA VALUE "N".

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
       01 FS-GRUPOS PIC XX.
           88 OK-GRUPOS VALUE '00'.
       01 FS-EMP PIC XX.
           88 OK-EMP VALUE '00'.

       01 WS-MENU-OPTION PIC 9(1) VALUE 0.
       01 WS-KEEP-GOING PIC X(1) VALUE "S".
           88 WS-DONE VALUE "N".
       01 WS-PADRE-INPUT PIC 9(3).
       01 WS-FILIAL-INPUT PIC 9(3).
       01 WS-CONSOLIDA-INPUT PIC X(1).
       01 WS-EOF-GRP PIC X(1).
           88 FIN-GRP VALUE "S".
       01 WS-EMPRESA-SW PIC X(1).
           88 EMPRESA-EXISTE VALUE "S".
       01 WS-RAZON-EMPRESA PIC X(25).
       01 CONT-LISTADOS PIC 9(4).
       01 CONT-ACTUALIZADOS PIC 9(4).

      *   El registro como se leyo para modificarlo, y la version
      *   del operador mientras se relee el archivo al confirmar.
       01 WS-IMAGEN-LEIDA PIC X(7).
       01 WS-IMAGEN-PROPUESTA PIC X(7).
       01 WS-COLISION PIC X(1).
           88 HAY-COLISION VALUE "S".

      *   Batch-window interlock - la facturacion nocturna no debe
      *   cruzarse con un REWRITE en linea. Ver batchlock.
       01 BLOQ-SUBSISTEMA PIC X(8) VALUE "CONSULT".
       01 BLOQ-ACCION PIC X(1).
       01 BLOQ-ESTADO PIC X(1).

      *   Identificacion del operador y auditoria de cambios - el
      *   grupo decide a quien se factura y quien paga; queda quien
      *   lo toco. Ver signon / auditmant.
       01 SEG-PROGRAMA PIC X(20) VALUE "MANTGRUPOS".
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
           OPEN I-O GRUPOS.
           IF NOT OK-GRUPOS AND FS-GRUPOS NOT = "05"
               DISPLAY "** Error abriendo GRUPOSind2.DAT - "
                   FS-GRUPOS
               STOP RUN
           END-IF.
           OPEN INPUT EMPRESAS.
           IF NOT OK-EMP
               DISPLAY "** Error abriendo EMPind2.DAT - " FS-EMP
               CLOSE GRUPOS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM MOSTRAR-MENU
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       IF SEG-NIVEL = "M"
                           PERFORM ALTA-GRUPO
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 2
                       IF SEG-NIVEL = "M"
                           PERFORM ALTA-FILIAL
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 3
                       IF SEG-NIVEL = "M"
                           PERFORM CAMBIAR-FACTURACION
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 4
                       IF SEG-NIVEL = "M"
                           PERFORM BAJA-INTEGRANTE
                       ELSE
                           DISPLAY "** Sin permiso de modificacion"
                       END-IF
                   WHEN 5 PERFORM CONSULTA-GRUPO
                   WHEN 6 MOVE "N" TO WS-KEEP-GOING
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

           CLOSE GRUPOS.
           CLOSE EMPRESAS.
           STOP RUN.
      ******************************************************************
       MOSTRAR-MENU.
           DISPLAY "------------------------------------".
           DISPLAY "Grupos empresarios".
           DISPLAY "1 - Alta de grupo (empresa madre)".
           DISPLAY "2 - Agregar filial a un grupo".
           DISPLAY "3 - Cambiar facturacion del grupo".
           DISPLAY "4 - Quitar empresa del grupo".
           DISPLAY "5 - Consulta de grupo".
           DISPLAY "6 - Salir".
           DISPLAY "Opcion -> " WITH NO ADVANCING.
      ******************************************************************
       LEER-EMPRESA.
           MOVE "N" TO WS-EMPRESA-SW.
           READ EMPRESAS RECORD.
           IF OK-EMP
               SET EMPRESA-EXISTE TO TRUE
               MOVE EMP-RAZON TO WS-RAZON-EMPRESA
           ELSE
               DISPLAY "** La empresa " EMP-EMPRESA " no existe"
           END-IF.
      ******************************************************************
       PEDIR-CONSOLIDA.
           MOVE SPACE TO WS-CONSOLIDA-INPUT.
           PERFORM UNTIL WS-CONSOLIDA-INPUT = "S"
               OR WS-CONSOLIDA-INPUT = "N"
               DISPLAY "Factura consolidada del grupo (S/N) -> "
                   WITH NO ADVANCING
               ACCEPT WS-CONSOLIDA-INPUT
           END-PERFORM.
      ******************************************************************
      *   La madre entra como integrante de su propio grupo.
       ALTA-GRUPO.
           DISPLAY "Codigo de la empresa madre -> " WITH NO ADVANCING.
           ACCEPT WS-PADRE-INPUT.
           MOVE WS-PADRE-INPUT TO EMP-EMPRESA.
           PERFORM LEER-EMPRESA.
           IF EMPRESA-EXISTE
               DISPLAY "Empresa madre: " WS-RAZON-EMPRESA
               PERFORM PEDIR-CONSOLIDA
               MOVE WS-PADRE-INPUT TO GRP-EMPRESA
               MOVE WS-PADRE-INPUT TO GRP-PADRE
               MOVE WS-CONSOLIDA-INPUT TO GRP-CONSOLIDA
               WRITE REG-GRUPO
                   INVALID KEY
                       DISPLAY "** La empresa ya pertenece a un grupo"
                   NOT INVALID KEY
                       MOVE "A" TO AUD-OPERACION
                       MOVE GRP-EMPRESA TO AUD-CLAVE
                       MOVE SPACES TO AUD-ANTES
                       MOVE REG-GRUPO TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "Grupo " GRP-PADRE " dado de alta"
               END-WRITE
           END-IF.
      ******************************************************************
      *   Una empresa pertenece a un solo grupo - la clave del
      *   maestro es la empresa.
       ALTA-FILIAL.
           DISPLAY "Codigo de la empresa madre -> " WITH NO ADVANCING.
           ACCEPT WS-PADRE-INPUT.
           MOVE WS-PADRE-INPUT TO GRP-EMPRESA.
           READ GRUPOS
               INVALID KEY
                   MOVE ZERO TO WS-PADRE-INPUT
           END-READ.
           IF WS-PADRE-INPUT = ZERO OR GRP-PADRE NOT = GRP-EMPRESA
               DISPLAY "** No es la madre de un grupo - darlo de "
                   "alta primero"
           ELSE
               MOVE GRP-CONSOLIDA TO WS-CONSOLIDA-INPUT
               DISPLAY "Codigo de la filial -> " WITH NO ADVANCING
               ACCEPT WS-FILIAL-INPUT
               MOVE WS-FILIAL-INPUT TO EMP-EMPRESA
               PERFORM LEER-EMPRESA
               IF EMPRESA-EXISTE
                   MOVE WS-FILIAL-INPUT TO GRP-EMPRESA
                   MOVE WS-PADRE-INPUT TO GRP-PADRE
                   MOVE WS-CONSOLIDA-INPUT TO GRP-CONSOLIDA
                   WRITE REG-GRUPO
                       INVALID KEY
                           DISPLAY "** La empresa ya pertenece a "
                               "un grupo"
                       NOT INVALID KEY
                           MOVE "A" TO AUD-OPERACION
                           MOVE GRP-EMPRESA TO AUD-CLAVE
                           MOVE SPACES TO AUD-ANTES
                           MOVE REG-GRUPO TO AUD-DESPUES
                           CALL 'auditmant' USING SEG-PROGRAMA,
                               SEG-USUARIO, AUD-OPERACION,
                               AUD-CLAVE, AUD-ANTES, AUD-DESPUES
                           DISPLAY WS-RAZON-EMPRESA
                               " agregada al grupo " GRP-PADRE
                   END-WRITE
               END-IF
           END-IF.
      ******************************************************************
      *   La opcion se regraba en todos los integrantes - rige desde
      *   la proxima corrida de facturacion.
       CAMBIAR-FACTURACION.
           DISPLAY "Codigo de la empresa madre -> " WITH NO ADVANCING.
           ACCEPT WS-PADRE-INPUT.
           MOVE WS-PADRE-INPUT TO GRP-EMPRESA.
           READ GRUPOS
               INVALID KEY
                   MOVE ZERO TO WS-PADRE-INPUT
           END-READ.
           IF WS-PADRE-INPUT = ZERO OR GRP-PADRE NOT = GRP-EMPRESA
               DISPLAY "** No es la madre de un grupo"
           ELSE
               MOVE REG-GRUPO TO WS-IMAGEN-LEIDA
               IF GRP-FACTURA-CONSOLIDADA
                   DISPLAY "Hoy factura consolidado"
               ELSE
                   DISPLAY "Hoy cada empresa factura sola"
               END-IF
               PERFORM PEDIR-CONSOLIDA
               MOVE WS-CONSOLIDA-INPUT TO GRP-CONSOLIDA
               PERFORM VERIFICAR-COLISION
               IF NOT HAY-COLISION
                   PERFORM REGRABAR-INTEGRANTES
               END-IF
           END-IF.
      ******************************************************************
       REGRABAR-INTEGRANTES.
           MOVE ZERO TO CONT-ACTUALIZADOS.
           MOVE "N" TO WS-EOF-GRP.
           MOVE LOW-VALUES TO GRP-EMPRESA.
           START GRUPOS KEY IS NOT LESS THAN GRP-EMPRESA
               INVALID KEY SET FIN-GRP TO TRUE
           END-START.
           PERFORM UNTIL FIN-GRP
               READ GRUPOS NEXT RECORD
                   AT END SET FIN-GRP TO TRUE
               END-READ
               IF NOT FIN-GRP AND GRP-PADRE = WS-PADRE-INPUT
                   AND GRP-CONSOLIDA NOT = WS-CONSOLIDA-INPUT
                   MOVE REG-GRUPO TO AUD-ANTES
                   MOVE WS-CONSOLIDA-INPUT TO GRP-CONSOLIDA
                   REWRITE REG-GRUPO
                   END-REWRITE
                   ADD 1 TO CONT-ACTUALIZADOS
                   MOVE "M" TO AUD-OPERACION
                   MOVE GRP-EMPRESA TO AUD-CLAVE
                   MOVE REG-GRUPO TO AUD-DESPUES
                   CALL 'auditmant' USING SEG-PROGRAMA,
                       SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                       AUD-ANTES, AUD-DESPUES
               END-IF
           END-PERFORM.
           DISPLAY "Integrantes actualizados: " CONT-ACTUALIZADOS.
      ******************************************************************
      *   Relee el grupo antes de grabar. Si no es el que se leyo,
      *   otro operador lo cambio primero y queda su version.
       VERIFICAR-COLISION.
           MOVE "N" TO WS-COLISION.
           MOVE REG-GRUPO TO WS-IMAGEN-PROPUESTA.
           READ GRUPOS
               INVALID KEY CONTINUE
           END-READ.
           IF OK-GRUPOS AND REG-GRUPO = WS-IMAGEN-LEIDA
               MOVE WS-IMAGEN-PROPUESTA TO REG-GRUPO
           ELSE
               SET HAY-COLISION TO TRUE
               PERFORM INFORMAR-COLISION
           END-IF.
      ******************************************************************
       INFORMAR-COLISION.
           DISPLAY "** El grupo fue modificado por otro usuario "
               "mientras lo editaba - NO se grabo".
           IF OK-GRUPOS
               DISPLAY "Version actual en el archivo:"
               PERFORM MOSTRAR-INTEGRANTE
               MOVE REG-GRUPO TO AUD-ANTES
           ELSE
               DISPLAY "El grupo ya no esta en el archivo"
               MOVE SPACES TO AUD-ANTES
           END-IF.
           MOVE WS-IMAGEN-PROPUESTA TO REG-GRUPO.
           DISPLAY "Sus cambios (descartados):".
           PERFORM MOSTRAR-INTEGRANTE.
           MOVE "C" TO AUD-OPERACION.
           MOVE GRP-EMPRESA TO AUD-CLAVE.
           MOVE REG-GRUPO TO AUD-DESPUES.
           CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
               AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
           DISPLAY "Vuelva a ingresar la modificacion sobre la "
               "version actual".

      ******************************************************************
      *   La filial que sale del grupo factura y se cobra sola desde
      *   la proxima corrida; lo ya facturado queda donde esta.
       BAJA-INTEGRANTE.
           DISPLAY "Codigo de la empresa a quitar -> "
               WITH NO ADVANCING.
           ACCEPT WS-FILIAL-INPUT.
           MOVE WS-FILIAL-INPUT TO GRP-EMPRESA.
           READ GRUPOS
               INVALID KEY
                   DISPLAY "** La empresa no pertenece a ningun grupo"
                   MOVE ZERO TO WS-FILIAL-INPUT
           END-READ.
           IF WS-FILIAL-INPUT NOT = ZERO
               AND GRP-PADRE = GRP-EMPRESA
               PERFORM CONTAR-FILIALES
               IF CONT-LISTADOS > ZERO
                   DISPLAY "** La madre tiene " CONT-LISTADOS
                       " filiales - quitarlas primero"
                   MOVE ZERO TO WS-FILIAL-INPUT
               ELSE
                   MOVE WS-FILIAL-INPUT TO GRP-EMPRESA
                   READ GRUPOS
                       INVALID KEY
                           MOVE ZERO TO WS-FILIAL-INPUT
                   END-READ
               END-IF
           END-IF.
           IF WS-FILIAL-INPUT NOT = ZERO
               MOVE REG-GRUPO TO AUD-ANTES
               DELETE GRUPOS RECORD
                   INVALID KEY
                       DISPLAY "** No se pudo quitar la empresa"
                   NOT INVALID KEY
                       MOVE "B" TO AUD-OPERACION
                       MOVE WS-FILIAL-INPUT TO AUD-CLAVE
                       MOVE SPACES TO AUD-DESPUES
                       CALL 'auditmant' USING SEG-PROGRAMA,
                           SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                           AUD-ANTES, AUD-DESPUES
                       DISPLAY "Empresa " WS-FILIAL-INPUT
                           " quitada del grupo"
               END-DELETE
           END-IF.
      ******************************************************************
      *   Filiales de la madre WS-FILIAL-INPUT, sin contarla a ella.
       CONTAR-FILIALES.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE "N" TO WS-EOF-GRP.
           MOVE LOW-VALUES TO GRP-EMPRESA.
           START GRUPOS KEY IS NOT LESS THAN GRP-EMPRESA
               INVALID KEY SET FIN-GRP TO TRUE
           END-START.
           PERFORM UNTIL FIN-GRP
               READ GRUPOS NEXT RECORD
                   AT END SET FIN-GRP TO TRUE
               END-READ
               IF NOT FIN-GRP AND GRP-PADRE = WS-FILIAL-INPUT
                   AND GRP-EMPRESA NOT = WS-FILIAL-INPUT
                   ADD 1 TO CONT-LISTADOS
               END-IF
           END-PERFORM.
      ******************************************************************
       CONSULTA-GRUPO.
           DISPLAY "Codigo de la empresa madre -> " WITH NO ADVANCING.
           ACCEPT WS-PADRE-INPUT.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE "N" TO WS-EOF-GRP.
           MOVE LOW-VALUES TO GRP-EMPRESA.
           START GRUPOS KEY IS NOT LESS THAN GRP-EMPRESA
               INVALID KEY SET FIN-GRP TO TRUE
           END-START.
           PERFORM UNTIL FIN-GRP
               READ GRUPOS NEXT RECORD
                   AT END SET FIN-GRP TO TRUE
               END-READ
               IF NOT FIN-GRP AND GRP-PADRE = WS-PADRE-INPUT
                   ADD 1 TO CONT-LISTADOS
                   PERFORM MOSTRAR-INTEGRANTE
               END-IF
           END-PERFORM.
           IF CONT-LISTADOS = ZERO
               DISPLAY "(la empresa no es madre de ningun grupo)"
           END-IF.
      ******************************************************************
       MOSTRAR-INTEGRANTE.
           MOVE GRP-EMPRESA TO EMP-EMPRESA.
           READ EMPRESAS RECORD.
           IF NOT OK-EMP
               MOVE SPACES TO EMP-RAZON
           END-IF.
           IF GRP-EMPRESA = GRP-PADRE
               IF GRP-FACTURA-CONSOLIDADA
                   DISPLAY GRP-EMPRESA " " EMP-RAZON
                       " madre - factura consolidada"
               ELSE
                   DISPLAY GRP-EMPRESA " " EMP-RAZON
                       " madre - cada empresa factura sola"
               END-IF
           ELSE
               DISPLAY GRP-EMPRESA " " EMP-RAZON " filial"
           END-IF.
       END PROGRAM MantGrupos.
