       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantProductos.
      * AUTHOR:  nacho.
      * Card product master (clasica, oro, platinum...). Each
      * product carries its own financing, pago minimo and adelanto
      * rates, its late, over-limit and renewal fees, the points
      * multiplier, the highest limit a card of the product may
      * hold and the plastic design code the embosser prints.
      * A rate or fee left at zero means the product takes the
      * general value (CC-PARAMETROS, CC-COMISIONES,
      * CC-CARGO-RENOVACION), a zero multiplier earns points like
      * any card, and a zero maximum limit puts no ceiling. The
      * card's product is TJ-PRODUCTO, given at the alta and
      * changed only through MantTarjetas' cambio de producto;
      * the close, AuthorizeCC, CreditLineReview and the embossing
      * extracts read this file. A product is never deleted -
      * cards and pending changes point at it.
      * A change is only written if the product on file is still
      * the one read when the screen opened; if another operator
      * changed it meanwhile both versions are shown, the change is
      * dropped to be keyed again, and the collision goes to
      * auditmant as operation C.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ProductosFile ASSIGN TO
          "..\files\CC-PRODUCTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PRD-CODIGO
          FILE STATUS IS ProductosStatus.

       DATA DIVISION.
       FILE SECTION.

       FD ProductosFile.
       01 ProductoRecord.
         02 PRD-CODIGO                   PIC X(02).
         02 PRD-NOMBRE                   PIC X(15).
         02 PRD-TASA-FINANCIACION        PIC 9(2)V99.
         02 PRD-PORC-PAGO-MINIMO         PIC 9(2)V99.
         02 PRD-TASA-ADELANTO            PIC 9(2)V99.
         02 PRD-PORC-FEE-ADELANTO        PIC 9(2)V99.
         02 PRD-CARGO-MORA               PIC 9(6)V99.
         02 PRD-CARGO-SOBRELIMITE        PIC 9(6)V99.
         02 PRD-CARGO-RENOVACION         PIC 9(6)V99.
         02 PRD-MULT-PUNTOS              PIC 9V99.
         02 PRD-LIMITE-MAXIMO            PIC 9(10)V99.
         02 PRD-DISENO                   PIC X(04).

       WORKING-STORAGE SECTION.
       01   ProductosStatus              PIC X(2).
          88 ProductosOK VALUE "00".

      *> Operator sign-on and change-audit plumbing - see signon /
      *> auditmant.
       01   SEG-PROGRAMA                 PIC X(20)
                                         VALUE "MANTPRODUCTOS".
       01   SEG-USUARIO                  PIC X(8).
       01   SEG-NIVEL                    PIC X(1).
       01   AUD-OPERACION                PIC X(1).
       01   AUD-CLAVE                    PIC X(20).
       01   AUD-ANTES                    PIC X(140).
       01   AUD-DESPUES                  PIC X(140).

      *> The close loads the product table when it starts - the
      *> master is not changed under a running batch. See batchlock.
       01   BLOQ-SUBSISTEMA              PIC X(8) VALUE "TARJETAS".
       01   BLOQ-ACCION                  PIC X(1).
       01   BLOQ-ESTADO                  PIC X(1).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-EOF-PRD                   PIC X(1).
          88 EOF-PRD VALUE "S".
       01   WS-CODIGO-INPUT              PIC X(02).
       01   CONTADOR-PRODUCTOS           PIC 9(4).

      *> The product as read for a change, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(76).
       01   WS-IMAGEN-PROPUESTA      PIC X(76).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

       PROCEDURE DIVISION.
       Begin.
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
          OPEN I-O ProductosFile.
          IF NOT ProductosOK AND ProductosStatus NOT = "05"
             DISPLAY "** Error abriendo CC-PRODUCTOS.DAT - "
                "status " ProductosStatus
             STOP RUN
          END-IF.

          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Solo_Con_Permiso_Alta
                WHEN 2 PERFORM Consultar_Producto
                WHEN 3 PERFORM Listar_Productos
                WHEN 4 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.

          CLOSE ProductosFile.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Productos de tarjeta".
          DISPLAY "1 - Alta / modificacion de producto".
          DISPLAY "2 - Consultar un producto".
          DISPLAY "3 - Listar productos".
          DISPLAY "4 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Solo_Con_Permiso_Alta.
          IF SEG-NIVEL = "M"
             PERFORM Grabar_Producto
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
      *-----------------------------------------------------------*
      *   A rate or fee changed here reaches every card of the
      *   product from the next close on - nothing is rebilled.
      *-----------------------------------------------------------*
       Grabar_Producto.
          DISPLAY "Codigo de producto -> " WITH NO ADVANCING.
          ACCEPT WS-CODIGO-INPUT.
          IF WS-CODIGO-INPUT = SPACES
             DISPLAY "** El codigo no puede quedar en blanco"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-CODIGO-INPUT TO PRD-CODIGO.
          READ ProductosFile
             INVALID KEY
                PERFORM Cargar_Datos_Producto
                WRITE ProductoRecord
                   INVALID KEY
                      DISPLAY "** No se pudo grabar el producto"
                   NOT INVALID KEY
                      MOVE "A" TO AUD-OPERACION
                      MOVE PRD-CODIGO TO AUD-CLAVE
                      MOVE SPACES TO AUD-ANTES
                      MOVE ProductoRecord TO AUD-DESPUES
                      CALL 'auditmant' USING SEG-PROGRAMA,
                         SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
                         AUD-ANTES, AUD-DESPUES
                      DISPLAY "Producto grabado"
                END-WRITE
             NOT INVALID KEY
                PERFORM Mostrar_Producto
                MOVE ProductoRecord TO AUD-ANTES
                MOVE ProductoRecord TO WS-IMAGEN-LEIDA
                PERFORM Cargar_Datos_Producto
                PERFORM Verificar_Colision
                IF NOT HAY-COLISION
                   PERFORM Regrabar_Producto
                END-IF
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Regrabar_Producto.
          REWRITE ProductoRecord
          END-REWRITE.
          MOVE "M" TO AUD-OPERACION.
          MOVE PRD-CODIGO TO AUD-CLAVE.
          MOVE ProductoRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA,
             SEG-USUARIO, AUD-OPERACION, AUD-CLAVE,
             AUD-ANTES, AUD-DESPUES.
          DISPLAY "Producto modificado".
      *-----------------------------------------------------------*
      *   Reads the product again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE ProductoRecord TO WS-IMAGEN-PROPUESTA.
          READ ProductosFile
             INVALID KEY CONTINUE
          END-READ.
          IF ProductosOK AND ProductoRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO ProductoRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El producto fue modificado por otro usuario "
             "mientras lo editaba - NO se grabo".
          IF ProductosOK
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Producto
             MOVE ProductoRecord TO AUD-ANTES
          ELSE
             DISPLAY "El producto ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO ProductoRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Producto.
          MOVE "C" TO AUD-OPERACION.
          MOVE PRD-CODIGO TO AUD-CLAVE.
          MOVE ProductoRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Cargar_Datos_Producto.
          DISPLAY "Nombre -> " WITH NO ADVANCING.
          ACCEPT PRD-NOMBRE.
          DISPLAY "Tasa de financiacion mensual % (0 = general) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-TASA-FINANCIACION.
          DISPLAY "Pago minimo % del saldo (0 = general) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-PORC-PAGO-MINIMO.
          DISPLAY "Tasa de adelanto mensual % (0 = general) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-TASA-ADELANTO.
          DISPLAY "Comision de adelanto % (0 = general) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-PORC-FEE-ADELANTO.
          DISPLAY "Cargo por mora (0 = general) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-CARGO-MORA.
          DISPLAY "Cargo por exceso de limite (0 = general) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-CARGO-SOBRELIMITE.
          DISPLAY "Cargo de renovacion titular (0 = general) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-CARGO-RENOVACION.
          DISPLAY "Multiplicador de puntos (0 = 1,00) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-MULT-PUNTOS.
          DISPLAY "Limite maximo (0 = sin tope) -> "
             WITH NO ADVANCING.
          ACCEPT PRD-LIMITE-MAXIMO.
          DISPLAY "Codigo de diseno del plastico -> "
             WITH NO ADVANCING.
          ACCEPT PRD-DISENO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Consultar_Producto.
          DISPLAY "Codigo de producto -> " WITH NO ADVANCING.
          ACCEPT WS-CODIGO-INPUT.
          MOVE WS-CODIGO-INPUT TO PRD-CODIGO.
          READ ProductosFile
             INVALID KEY
                DISPLAY "** El producto " WS-CODIGO-INPUT
                   " no existe"
             NOT INVALID KEY
                PERFORM Mostrar_Producto
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Producto.
          DISPLAY "Producto " PRD-CODIGO " - " PRD-NOMBRE.
          DISPLAY "  Financiacion: " PRD-TASA-FINANCIACION
             "  Pago minimo: " PRD-PORC-PAGO-MINIMO
             "  Adelanto: " PRD-TASA-ADELANTO
             " + " PRD-PORC-FEE-ADELANTO.
          DISPLAY "  Mora: " PRD-CARGO-MORA
             "  Exceso: " PRD-CARGO-SOBRELIMITE
             "  Renovacion: " PRD-CARGO-RENOVACION.
          DISPLAY "  Puntos x " PRD-MULT-PUNTOS
             "  Limite maximo: " PRD-LIMITE-MAXIMO
             "  Diseno: " PRD-DISENO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Listar_Productos.
          MOVE ZERO TO CONTADOR-PRODUCTOS.
          MOVE "N" TO WS-EOF-PRD.
          MOVE LOW-VALUES TO PRD-CODIGO.
          START ProductosFile KEY IS NOT LESS THAN PRD-CODIGO
             INVALID KEY SET EOF-PRD TO TRUE
          END-START.
          PERFORM UNTIL EOF-PRD
             READ ProductosFile NEXT RECORD
                AT END SET EOF-PRD TO TRUE
             END-READ
             IF NOT EOF-PRD
                ADD 1 TO CONTADOR-PRODUCTOS
                DISPLAY PRD-CODIGO " " PRD-NOMBRE
                   " limite max " PRD-LIMITE-MAXIMO
                   " diseno " PRD-DISENO
             END-IF
          END-PERFORM.
          DISPLAY "Productos: " CONTADOR-PRODUCTOS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantProductos.
