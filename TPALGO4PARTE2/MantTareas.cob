      * y la valuacion de la facturacion toma de aqui si la tarea
      * factura o no y con que multiplicador sobre la tarifa (cero =
      * el multiplicador por omision del codigo).
      * La modificacion solo se graba si la tarea sigue como estaba
      * al leerla; si otro operador la cambio en el medio se
      * muestran las dos versiones, el cambio se descarta para
      * volver a cargarlo y la colision queda en auditmant como
      * operacion C (usuario SINCTRL - esta pantalla no pide
      * signon).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 FIN-TAR VALUE "S".
       01 CONT-LISTADAS PIC 9(4).

      *   La tarea como se leyo para modificarla, y la version del
      *   operador mientras se relee el archivo al confirmar.
       01 WS-IMAGEN-LEIDA PIC X(28).
       01 WS-IMAGEN-PROPUESTA PIC X(28).
       01 WS-COLISION PIC X(1).
           88 HAY-COLISION VALUE "S".

      *   Auditoria de cambios - ver auditmant.
       01 SEG-PROGRAMA PIC X(20) VALUE "MANTTAREAS".
       01 SEG-USUARIO PIC X(8) VALUE "SINCTRL".
       01 AUD-OPERACION PIC X(1).
       01 AUD-CLAVE PIC X(20).
       01 AUD-ANTES PIC X(140).
       01 AUD-DESPUES PIC X(140).

      *   Batch-window interlock - la facturacion nocturna no debe
      *   cruzarse con un REWRITE en linea. Ver batchlock.
               INVALID KEY
                   DISPLAY "** La tarea no existe"
               NOT INVALID KEY
                   MOVE REG-TAREA TO WS-IMAGEN-LEIDA
                   PERFORM CARGAR-CAMPOS-TAREA
                   PERFORM VERIFICAR-COLISION
                   IF NOT HAY-COLISION
                       REWRITE REG-TAREA
                       END-REWRITE
                       DISPLAY "Tarea actualizada"
                   END-IF
           END-READ.
      ******************************************************************
      *   Relee la tarea antes de grabar. Si no es la que se leyo,
      *   otro operador la cambio primero y queda su version.
       VERIFICAR-COLISION.
           MOVE "N" TO WS-COLISION.
           MOVE REG-TAREA TO WS-IMAGEN-PROPUESTA.
           READ TAREAS
               INVALID KEY CONTINUE
           END-READ.
           IF OK-TAREAS AND REG-TAREA = WS-IMAGEN-LEIDA
               MOVE WS-IMAGEN-PROPUESTA TO REG-TAREA
           ELSE
               SET HAY-COLISION TO TRUE
               PERFORM INFORMAR-COLISION
           END-IF.
      ******************************************************************
       INFORMAR-COLISION.
           DISPLAY "** La tarea fue modificada por otro usuario "
               "mientras la editaba - NO se grabo".
           IF OK-TAREAS
               DISPLAY "Version actual en el archivo:"
               PERFORM MOSTRAR-TAREA
               MOVE REG-TAREA TO AUD-ANTES
           ELSE
               DISPLAY "La tarea ya no esta en el archivo"
               MOVE SPACES TO AUD-ANTES
           END-IF.
           MOVE WS-IMAGEN-PROPUESTA TO REG-TAREA.
           DISPLAY "Sus cambios (descartados):".
           PERFORM MOSTRAR-TAREA.
           MOVE "C" TO AUD-OPERACION.
           MOVE TAR-CODIGO TO AUD-CLAVE.
           MOVE REG-TAREA TO AUD-DESPUES.
           CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
               AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
           DISPLAY "Vuelva a ingresar la modificacion sobre la "
               "version actual".
      ******************************************************************
       MOSTRAR-TAREA.
           DISPLAY "  " TAR-CODIGO " " TAR-DESCRIPCION
               " facturable " TAR-FACTURABLE
               " x " TAR-MULTIPLICADOR.
      ******************************************************************
       CARGAR-CAMPOS-TAREA.
           DISPLAY "Descripcion -> " WITH NO ADVANCING.
