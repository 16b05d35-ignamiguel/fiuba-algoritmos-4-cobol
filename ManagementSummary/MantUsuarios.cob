      * AUTHOR:  nacho.
      * Maintenance of the user/permission master the shared signon
      * validates against: one record per usuario and programa with
      * the level granted (C consulta, M modificacion, A aprobacion
      * - only meaningful on MANTAPROBACIONES, where a second user
      * confirms the CBU and limit changes held for approval). This
      * screen signs on against itself, so once the first
      * administrator is loaded nobody edits permissions without
      * permission.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         03 USR-NIVEL                    PIC X(1).
           88 USR-CONSULTA               VALUE "C".
           88 USR-MODIFICA               VALUE "M".
           88 USR-APRUEBA                VALUE "A".

       FD UsuariosTmpFile.
       01 UsuarioTmpRecord               PIC X(37).
          ACCEPT USR-CLAVE.
          DISPLAY "Programa (ej MANTTARJETAS) -> " WITH NO ADVANCING.
          ACCEPT USR-PROGRAMA.
          DISPLAY "Nivel C=consulta M=modificacion A=aprobacion -> "
             WITH NO ADVANCING.
          ACCEPT USR-NIVEL.
          IF NOT USR-CONSULTA AND NOT USR-MODIFICA AND NOT USR-APRUEBA
             DISPLAY "Nivel invalido - queda consulta"
             MOVE "C" TO USR-NIVEL
          END-IF.
