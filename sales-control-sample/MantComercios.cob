      * Online add/update/inquire maintenance for the commerce master,
      * keyed on Comercio-num - so a single commerce no longer needs a
      * full reload of comercios-input.dat through CreateIndexedFromSeq.
      * The fiscal data (CUIT, IVA condition, ingresos brutos) is
      * asked for here too; the CUIT goes through chkcuit and is asked
      * again until it carries a valid check digit.
      * Option 4 walks the suspension proposals RiesgoComercios left
      * on the watch list; a supervisor confirming one suspends every
      * sucursal of that comercio.
      * A modificacion is only written if the comercio on file is
      * still the one read when the screen opened; if another
      * operator changed it meanwhile both versions are shown, the
      * change is dropped to be keyed again, and the collision goes
      * to auditmant as operation C.
      * A new CBU keyed on a modificacion is not written: the rest of
      * the change is, the old CBU stays in force, and the new one
      * is held in CAMBIOS-PENDIENTES.DAT (see cambiopend) until a
      * second user approves it on MantAprobaciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          RECORD KEY IS Comercio-key
          FILE STATUS IS ComercioStatus.

          SELECT VigilanciaFile ASSIGN TO
          "..\files\COMERCIO-VIGILANCIA.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS VigilanciaStatus.

       DATA DIVISION.
       FILE SECTION.

      *> CBU of the account settlements transfer to - blank
      *> means the payments area still types it by hand.
         02 Comercio-cbu                 PIC X(22).
      *> Fiscal data - CUIT (checked by chkcuit), IVA condition
      *> and ingresos brutos registration.
         02 Comercio-cuit                PIC 9(11).
         02 Comercio-cond-iva            PIC X(2).
           88 Comercio-iva-valida VALUE "RI" "MT" "EX".
         02 Comercio-iibb                PIC X(13).

       FD VigilanciaFile.
       01 VigilanciaRecord.
         03 VIG-COMERCIO                 PIC 9(6).
         03 VIG-PERIODO                  PIC 9(6).
         03 VIG-BRUTO                    PIC 9(10)V99.
         03 VIG-DEVOLUCIONES             PIC 9(10)V99.
         03 VIG-PCT-DEVOL                PIC 9(3)V99.
         03 VIG-CONTRACARGOS             PIC 9(10)V99.
         03 VIG-PCT-CONTRA               PIC 9(3)V99.
         03 VIG-MESES                    PIC 9(2).
         03 VIG-PROPUESTA                PIC X(1).
           88 VIG-PROPUESTO VALUE "S".

       WORKING-STORAGE SECTION.
       01   ComercioStatus           PIC X(2).
          88 ComercioFound       VALUE "00".
          88 ComercioNotFound    VALUE "23".
          88 ComercioDuplicate   VALUE "22".
       01   VigilanciaStatus         PIC X(2).

       01   WS-NUM-INPUT             PIC 9(6).
       01   WS-EOF-COMERCIOS         PIC X(1).
       01   WS-MENU-OPTION           PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING            PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-CUIT-INPUT            PIC 9(11).
       01   WS-CUIT-RESULTADO        PIC X(1).
          88 WS-CUIT-VALIDO VALUE "S".
       01   WS-EOF-VIGILANCIA        PIC X(1).
          88 EOF-VIGILANCIA VALUE "S".
       01   WS-CONFIRMA              PIC X(1).
       01   WS-PCT-EDIT              PIC ZZ9.99.
       01   WS-CANT-SUSPENDIDAS      PIC 9(3).

      *> The comercio as read for a modificacion, and the operator's
      *> version while the file is read again at confirmation.
       01   WS-IMAGEN-LEIDA          PIC X(112).
       01   WS-IMAGEN-PROPUESTA      PIC X(112).
       01   WS-COLISION              PIC X(1).
          88 HAY-COLISION VALUE "S".

      *> A changed CBU waits for a second signature - see
      *> cambiopend / MantAprobaciones.
       01   WS-CBU-RETENIDO          PIC X(1).
          88 CBU-RETENIDO VALUE "S".
       01   CAP-TIPO                 PIC X(1) VALUE "C".
       01   CAP-CLAVE                PIC X(20).
       01   CAP-VALOR-ANTERIOR       PIC X(22).
       01   CAP-VALOR-NUEVO          PIC X(22).
       01   CAP-NRO                  PIC 9(6).
       01   CAP-RESULTADO            PIC X(1).

      *> Operator sign-on and change-audit plumbing - see
      *> signon / auditmant.
                WHEN 1 PERFORM Solo_Con_Permiso_Alta
                WHEN 2 PERFORM Solo_Con_Permiso_Update
                WHEN 3 PERFORM Inquire_Comercio
                WHEN 4 PERFORM Solo_Con_Permiso_Suspension
                WHEN 5 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          DISPLAY "1 - Alta".
          DISPLAY "2 - Modificacion".
          DISPLAY "3 - Consulta".
          DISPLAY "4 - Propuestas de suspension".
          DISPLAY "5 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   The signed-on level gates the mutating options.
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
       Solo_Con_Permiso_Suspension.
          IF SEG-NIVEL = "M"
             PERFORM Propuestas_Suspension
          ELSE
             DISPLAY "** Sin permiso de modificacion"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Add_Comercio.
          MOVE "P" TO Comercio-estado.
          DISPLAY "CBU para transferencias -> " WITH NO ADVANCING.
          ACCEPT Comercio-cbu.
          MOVE ZERO TO Comercio-cuit.
          MOVE SPACES TO Comercio-cond-iva.
          MOVE SPACES TO Comercio-iibb.
          PERFORM Pedir_Datos_Fiscales.

          WRITE ComercioRecord
             INVALID KEY
                DISPLAY "** El comercio " Comercio-num " no existe"
             NOT INVALID KEY
                MOVE ComercioRecord TO AUD-ANTES
                MOVE ComercioRecord TO WS-IMAGEN-LEIDA
                PERFORM Update_Comercio_Fields
          END-READ.
      *-----------------------------------------------------------*
             DISPLAY "Estado invalido - queda activo"
             MOVE "A" TO Comercio-estado
          END-IF.
          MOVE Comercio-cbu TO CAP-VALOR-ANTERIOR.
          DISPLAY "CBU [" Comercio-cbu "] -> " WITH NO ADVANCING.
          ACCEPT Comercio-cbu.
      *> The settlement account is never changed by one person -
      *> the old CBU stays on the master until the new one is
      *> approved.
          MOVE "N" TO WS-CBU-RETENIDO.
          IF Comercio-cbu NOT = CAP-VALOR-ANTERIOR
             MOVE Comercio-cbu TO CAP-VALOR-NUEVO
             MOVE CAP-VALOR-ANTERIOR TO Comercio-cbu
             SET CBU-RETENIDO TO TRUE
          END-IF.
          PERFORM Pedir_Datos_Fiscales.

          PERFORM Verificar_Colision.
          IF HAY-COLISION
             EXIT PARAGRAPH
          END-IF.
          REWRITE ComercioRecord
             INVALID KEY
                DISPLAY "** No se pudo actualizar el comercio"
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
                IF CBU-RETENIDO
                   PERFORM Retener_Cbu
                END-IF
          END-REWRITE.
      *-----------------------------------------------------------*
      *   The new CBU goes to CAMBIOS-PENDIENTES.DAT; only a second
      *   user approving it there moves it onto the master.
      *-----------------------------------------------------------*
       Retener_Cbu.
          MOVE Comercio-key TO CAP-CLAVE.
          CALL 'cambiopend' USING CAP-TIPO, CAP-CLAVE,
             CAP-VALOR-ANTERIOR, CAP-VALOR-NUEVO, SEG-PROGRAMA,
             SEG-USUARIO, CAP-NRO, CAP-RESULTADO.
          EVALUATE CAP-RESULTADO
             WHEN "S"
                DISPLAY "CBU nuevo " CAP-VALOR-NUEVO
                   " retenido - cambio " CAP-NRO
                DISPLAY "pendiente de aprobacion; sigue vigente "
                   "el CBU anterior"
             WHEN "D"
                DISPLAY "** Ya hay un cambio de CBU pendiente ("
                   CAP-NRO ") - el CBU nuevo NO se registro"
             WHEN OTHER
                DISPLAY "** No se pudo registrar el cambio de CBU "
                   "- sigue vigente el anterior"
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Reads the comercio again before the rewrite. Anything
      *   different from what the screen started from means someone
      *   else got there first - their version stays.
      *-----------------------------------------------------------*
       Verificar_Colision.
          MOVE "N" TO WS-COLISION.
          MOVE ComercioRecord TO WS-IMAGEN-PROPUESTA.
          READ ComerciosFile
             INVALID KEY CONTINUE
          END-READ.
          IF ComercioFound AND ComercioRecord = WS-IMAGEN-LEIDA
             MOVE WS-IMAGEN-PROPUESTA TO ComercioRecord
          ELSE
             SET HAY-COLISION TO TRUE
             PERFORM Informar_Colision
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Informar_Colision.
          DISPLAY "** El comercio fue modificado por otro usuario "
             "mientras lo editaba - NO se grabo".
          IF ComercioFound
             DISPLAY "Version actual en el archivo:"
             PERFORM Mostrar_Comercio
             MOVE ComercioRecord TO AUD-ANTES
          ELSE
             DISPLAY "El comercio ya no esta en el archivo"
             MOVE SPACES TO AUD-ANTES
          END-IF.
          MOVE WS-IMAGEN-PROPUESTA TO ComercioRecord.
          DISPLAY "Sus cambios (descartados):".
          PERFORM Mostrar_Comercio.
          MOVE "C" TO AUD-OPERACION.
          MOVE Comercio-key TO AUD-CLAVE.
          MOVE ComercioRecord TO AUD-DESPUES.
          CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
             AUD-OPERACION, AUD-CLAVE, AUD-ANTES, AUD-DESPUES.
          DISPLAY "Vuelva a ingresar la modificacion sobre la "
             "version actual".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Mostrar_Comercio.
          DISPLAY "  Razon social: " Comercio-razon-social.
          DISPLAY "  Direccion: " Comercio-direccion.
          DISPLAY "  Codigo de rubro: " Comercio-cod-rubro.
          DISPLAY "  Letra de limite: " Comercio-limite-venta.
          DISPLAY "  Estado: " Comercio-estado.
          DISPLAY "  CBU: " Comercio-cbu.
          DISPLAY "  CUIT: " Comercio-cuit
             "  Cond. IVA: " Comercio-cond-iva.
          DISPLAY "  Ingresos brutos: " Comercio-iibb.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Shared by alta and modificacion - the bracket shows what is
      *> on file (zeros/blank on an alta). A CUIT that fails the
      *> check digit is never written.
       Pedir_Datos_Fiscales.
          MOVE "N" TO WS-CUIT-RESULTADO.
          PERFORM UNTIL WS-CUIT-VALIDO
             DISPLAY "CUIT [" Comercio-cuit "] -> " WITH NO ADVANCING
             ACCEPT WS-CUIT-INPUT
             CALL 'chkcuit' USING WS-CUIT-INPUT, WS-CUIT-RESULTADO
             IF WS-CUIT-VALIDO
                MOVE WS-CUIT-INPUT TO Comercio-cuit
             ELSE
                DISPLAY "** CUIT invalido - verifique prefijo y "
                   "digito verificador"
             END-IF
          END-PERFORM.
          DISPLAY "Condicion IVA RI/MT/EX [" Comercio-cond-iva "] -> "
             WITH NO ADVANCING.
          ACCEPT Comercio-cond-iva.
          PERFORM UNTIL Comercio-iva-valida
             DISPLAY "** RI = resp. inscripto, MT = monotributo, "
                "EX = exento -> " WITH NO ADVANCING
             ACCEPT Comercio-cond-iva
          END-PERFORM.
          DISPLAY "Nro de ingresos brutos [" Comercio-iibb "] -> "
             WITH NO ADVANCING.
          ACCEPT Comercio-iibb.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Inquire_Comercio.
          DISPLAY "Nro de comercio -> " WITH NO ADVANCING.
                      Comercio-limite-venta
                   DISPLAY "  Estado: " Comercio-estado
                   DISPLAY "  CBU: " Comercio-cbu
                   DISPLAY "  CUIT: " Comercio-cuit
                      "  Cond. IVA: " Comercio-cond-iva
                   DISPLAY "  Ingresos brutos: " Comercio-iibb
                ELSE
                   SET EOF-COMERCIOS TO TRUE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *   One proposal per comercio on the watch list that has
      *   breached the risk thresholds the months in a row the
      *   parameter asks for. Rejecting leaves it on the list - the
      *   settlement stays held until it drops off.
      *-----------------------------------------------------------*
       Propuestas_Suspension.
          MOVE "N" TO WS-EOF-VIGILANCIA.
          OPEN INPUT VigilanciaFile.
          IF VigilanciaStatus NOT = "00"
             DISPLAY "** No hay lista de vigilancia - correr "
                "RiesgoComercios"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-VIGILANCIA
             READ VigilanciaFile
                AT END SET EOF-VIGILANCIA TO TRUE
             END-READ
             IF NOT EOF-VIGILANCIA AND VIG-PROPUESTO
                PERFORM Revisar_Propuesta
             END-IF
          END-PERFORM.
          CLOSE VigilanciaFile.
          DISPLAY "Fin de las propuestas de suspension".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Revisar_Propuesta.
          DISPLAY "------------------------------------".
          DISPLAY "Comercio " VIG-COMERCIO "  periodo " VIG-PERIODO
             "  meses en infraccion: " VIG-MESES.
          DISPLAY "  Ventas brutas: " VIG-BRUTO.
          MOVE VIG-PCT-DEVOL TO WS-PCT-EDIT.
          DISPLAY "  Devoluciones:  " VIG-DEVOLUCIONES
             "  (" WS-PCT-EDIT "%)".
          MOVE VIG-PCT-CONTRA TO WS-PCT-EDIT.
          DISPLAY "  Contracargos:  " VIG-CONTRACARGOS
             "  (" WS-PCT-EDIT "%)".
          DISPLAY "Suspender el comercio (S/N) -> " WITH NO ADVANCING.
          ACCEPT WS-CONFIRMA.
          IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             DISPLAY "Propuesta rechazada - sigue en vigilancia"
             EXIT PARAGRAPH
          END-IF.

      *> Every sucursal still operating goes to suspendido; those
      *> already suspended or de baja are left as they are.
          MOVE 0 TO WS-CANT-SUSPENDIDAS.
          MOVE VIG-COMERCIO TO Comercio-num.
          MOVE ZERO TO Comercio-sucursal.
          MOVE "N" TO WS-EOF-COMERCIOS.
          START ComerciosFile KEY IS NOT LESS THAN Comercio-key
             INVALID KEY SET EOF-COMERCIOS TO TRUE
          END-START.
          PERFORM UNTIL EOF-COMERCIOS
             READ ComerciosFile NEXT RECORD
                AT END SET EOF-COMERCIOS TO TRUE
             END-READ
             IF NOT EOF-COMERCIOS
                IF Comercio-num = VIG-COMERCIO
                   IF Comercio-activo OR Comercio-alta-pend
                      PERFORM Suspender_Sucursal
                   END-IF
                ELSE
                   SET EOF-COMERCIOS TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          DISPLAY "Comercio " VIG-COMERCIO " - sucursales "
             "suspendidas: " WS-CANT-SUSPENDIDAS.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Suspender_Sucursal.
          MOVE ComercioRecord TO AUD-ANTES.
          MOVE "S" TO Comercio-estado.
          REWRITE ComercioRecord
             INVALID KEY
                DISPLAY "** No se pudo suspender la sucursal "
                   Comercio-sucursal
             NOT INVALID KEY
                ADD 1 TO WS-CANT-SUSPENDIDAS
                MOVE "M" TO AUD-OPERACION
                MOVE Comercio-key TO AUD-CLAVE
                MOVE ComercioRecord TO AUD-DESPUES
                CALL 'auditmant' USING SEG-PROGRAMA, SEG-USUARIO,
                   AUD-OPERACION, AUD-CLAVE, AUD-ANTES,
                   AUD-DESPUES
          END-REWRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       END PROGRAM MantComercios.
