       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReimpresionResumen.
      * AUTHOR:  nacho.
      * Inquiry and reprint of any archived statement - lists the
      * closings CC-EXTRACTO-HIST.DAT holds for a card and rebuilds
      * the page of the one asked for, in the cc_report layout, into
      * CC-REIMPRESION-HIST.DAT (page header, holder block, cupon
      * grid with the same paging as the close and the footer).
      * The archive keeps what CC-EXTRACTO carried, so the grid has
      * no exchange rate, cuota marker or bank reference. Closings
      * archived before the extract itemized interest and fees get
      * them as one line - the part of the closing balance no
      * movement, tax, premium or itemized charge explains. A
      * closing in credit carries the saldo a favor line the close
      * printed. The card number prints masked (maskpan), as on the
      * original. Nothing here ever writes to the masters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ExtractoHistFile ASSIGN TO
          "..\files\CC-EXTRACTO-HIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HIS-KEY
          FILE STATUS IS ExtractoHistStatus.

          SELECT ReportFile ASSIGN TO "..\files\CC-REIMPRESION-HIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PaginacionFile ASSIGN TO "..\files\PAGINACION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaginacionStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ExtractoHistFile.
       01 ExtractoHistRecord.
         02 HIS-KEY.
           03 HIS-NRO-TARJ               PIC 9(16).
           03 HIS-FECHA-CIERRE           PIC 9(8).
           03 HIS-SECUENCIA              PIC 9(4).
         02 HIS-LINEA                    PIC X(80).

       FD ReportFile.
       01 ReportRecord                   PIC X(110).

       FD PaginacionFile.
       01 REG-PAGINACION-CC.
         03 PAR-LINEAS-POR-PAGINA        PIC 9(3).

       WORKING-STORAGE SECTION.
       01   ExtractoHistStatus           PIC X(2).
       01   PaginacionStatus             PIC X(2).

       01   WS-MENU-OPTION               PIC 9(1) VALUE 0.
       01   WS-KEEP-GOING                PIC X(1) VALUE "S".
          88 WS-DONE VALUE "N".
       01   WS-TARJ-INPUT                PIC 9(16).
       01   WS-CIERRE-INPUT              PIC 9(8).
       01   WS-EOF-HIST                  PIC X(1).
          88 EOF-HIST VALUE "S".
       01   WS-Lines-Per-Page            PIC 9(3) VALUE 60.
       01   Report_lines_written         PIC 9(3) VALUE 0.
       01   Report_page_num              PIC 9(2) VALUE 0.
       01   CONTADOR-CIERRES             PIC 9(4).

      *> The archived extract line, in its three views.
       01 ExtractoHeaderRecord.
         03 EXT-H-TIPO                   PIC X(1).
         03 EXT-H-DOCUMENTO              PIC 9(11).
         03 EXT-H-NRO-TARJ               PIC 9(16).
         03 EXT-H-TITULAR                PIC X(30).
         03 EXT-H-FECHA-CIERRE           PIC X(10).
         03 EXT-H-SALDO-ANTERIOR         PIC S9(10)V99.
       01 ExtractoDetailRecord REDEFINES ExtractoHeaderRecord.
         03 EXT-D-TIPO                   PIC X(1).
         03 EXT-D-DOCUMENTO              PIC 9(11).
         03 EXT-D-NRO-TARJ               PIC 9(16).
         03 EXT-D-NRO-CUPON              PIC 9(5).
         03 EXT-D-FECHA                  PIC X(10).
         03 EXT-D-IMPORTE                PIC 9(6)V99.
         03 EXT-D-TIPO-MOV               PIC 9(1).
            88 EXT-D-COMPRA VALUE 0.
            88 EXT-D-NOTA-CREDITO VALUE 1.
            88 EXT-D-PAGO VALUE 2.
            88 EXT-D-SIN-MOV VALUE 3.
            88 EXT-D-ADELANTO VALUE 4.
            88 EXT-D-RENOVACION VALUE 5.
            88 EXT-D-IMPUESTO VALUE 6.
            88 EXT-D-SEGURO VALUE 7.
            88 EXT-D-CARGO-CIERRE VALUE 8.
            88 EXT-D-DETALLE-ADELANTO VALUE 9.
         03 EXT-D-DUPLICADO              PIC X(1).
         03 EXT-D-COMERCIO               PIC 9(6).
         03 EXT-D-COMERCIO-NOMBRE        PIC X(20).
         03 EXT-D-MONEDA                 PIC 9(1).
       01 ExtractoTrailerRecord REDEFINES ExtractoHeaderRecord.
         03 EXT-T-TIPO                   PIC X(1).
         03 EXT-T-DOCUMENTO              PIC 9(11).
         03 EXT-T-NRO-TARJ               PIC 9(16).
         03 EXT-T-SALDO-FINAL            PIC S9(10)V99.
         03 EXT-T-PAGO-MINIMO            PIC 9(10)V99.
         03 EXT-T-ADELANTOS              PIC 9(10)V99.
         03 EXT-T-SALDO-USD              PIC 9(6)V99.
         03 EXT-T-PUNTOS                 PIC 9(8).

      *> Closing date of the block being printed, DD/MM/AAAA out of
      *> the header's "  DDMMAAAA".
       01   WS-FECHA-CIERRE-H            PIC X(10).
       01   WS-SALDO-ANTERIOR            PIC S9(10)V99 VALUE 0.
       01   WS-TOTAL-MOVS                PIC S9(10)V99 VALUE 0.
       01   WS-USD-MOVS                  PIC S9(8)V99 VALUE 0.
       01   WS-CARGOS-FOOTER             PIC 9(10)V99 VALUE 0.
       01   WS-INTERESES-CARGOS          PIC S9(10)V99 VALUE 0.
       01   WS-TIENE-TRAILER             PIC X(1) VALUE "N".
          88 TIENE-TRAILER VALUE "S".
       01   WS-TRAILER-GUARDADO          PIC X(80).

      *> Tax, premium, interest and fee lines close the block in
      *> the archive but print in the footer - held here until the
      *> block ends.
       01   WS-MAX-CARGOS                PIC 9(2) VALUE 12.
       01   WS-CARGOS-COUNT              PIC 9(2) VALUE 0.
       01   WS-CARGOS-TABLE.
            02 WS-CARGO-ENTRY OCCURS 12 TIMES
                              INDEXED BY WS-CRG-IX.
               03 WS-CARGO-TIPO          PIC 9(1).
               03 WS-CARGO-LEYENDA       PIC X(20).
               03 WS-CARGO-IMPORTE       PIC 9(6)V99.

       01 ReportLine.
          02 FILLER                      PIC X(58).
          02 ReportPage                  PIC X(02).

       01 ReportSecondLine.
         02 RSL_date_title               PIC X(7) VALUE "Fecha: ".
         02 RSL_date_day                 PIC X(2).
         02 FILLER                       PIC X(1) VALUE "/".
         02 RSL_date_month               PIC X(2).
         02 FILLER                       PIC X(1) VALUE "/".
         02 RSL_date_year                PIC X(4).

       01 Empty_line.
           03 FILLER                     PIC X(60) VALUE SPACES.

       01 Report_holder_details_1.
         02 FILLER                       PIC X(9) VALUE "Titular: ".
         02 cc_holder_name               PIC X(29).
         02 FILLER                       PIC X(11) VALUE "Documento: ".
         02 cc_holder_doc                PIC X(11).

       01 Report_holder_details_2.
         02 FILLER                       PIC X(16)
                                         VALUE "Nro de tarjeta: ".
         02 cc_holder_num                PIC X(16).
         02 FILLER                       PIC X(28).

       01 Report_holder_details_3.
         02 FILLER                       PIC X(17)
                                         VALUE "Saldo anterior: $".
         02 cc_debt                      PIC -Z(5)9.99.
         02 FILLER                       PIC X(34).

       01 Grid_border.
           03 FILLER                     PIC X(60) VALUE ALL "-".

       01 Grid_headers.
         02 FILLER                       PIC X(60)
                                         VALUE
         "| Nro Cupon  |      Fecha Compra      |     Importe        |".
         02 FILLER                       PIC X(14) VALUE
         "  Tasa cambio".
         02 FILLER                       PIC X(22) VALUE
         "  Comercio".
         02 FILLER                       PIC X(13) VALUE
         "  Cuotas".

       01 Grid_content.
         02 FILLER                       PIC X(1) VALUE "|".
         02 grid_cupon_num               PIC X(5).
         02 FILLER                       PIC X(7).
         02 FILLER                       PIC X(1) VALUE "|".
         02 grid_cupon_date.
           03 grid_cupon_date_d          PIC X(2).
           03 FILLER                     PIC X(1) VALUE "/".
           03 grid_cupon_date_m          PIC X(2).
           03 FILLER                     PIC X(1) VALUE "/".
           03 grid_cupon_date_y          PIC X(4).
         02 FILLER                       PIC X(14).
         02 FILLER                       PIC X(1) VALUE "|".
         02 FILLER                       PIC X(1) VALUE "$".
         02 grid_amount                  PIC Z(5)9.99.
         02 FILLER                       PIC X(1).
         02 grid_dup_marker              PIC X(3) VALUE SPACES.
         02 grid_tipo_marker             PIC X(3) VALUE SPACES.
         02 FILLER                       PIC X(3).
         02 FILLER                       PIC X(1) VALUE "|".
         02 FILLER                       PIC X(4) VALUE SPACES.
         02 grid_tasa                    PIC ZZZ9.99 BLANK WHEN ZERO.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 grid_comercio_nombre         PIC X(20).
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 grid_cuota_marker            PIC X(11).

       01 Grid_sinmov_content.
         02 FILLER                       PIC X(1) VALUE "|".
         02 FILLER                       PIC X(31) VALUE
         " (SIN MOVIMIENTOS DEL PERIODO)".
         02 FILLER                       PIC X(27) VALUE SPACES.
         02 FILLER                       PIC X(1) VALUE "|".

       01 Grid_pago_content.
         02 FILLER                       PIC X(1) VALUE "|".
         02 FILLER                       PIC X(18) VALUE
         " Su pago en cuenta".
         02 FILLER                       PIC X(1) VALUE SPACES.
         02 FILLER                       PIC X(1) VALUE "|".
         02 gp_fecha.
           03 gp_fecha_d                 PIC X(2).
           03 FILLER                     PIC X(1) VALUE "/".
           03 gp_fecha_m                 PIC X(2).
           03 FILLER                     PIC X(1) VALUE "/".
           03 gp_fecha_y                 PIC X(4).
         02 FILLER                       PIC X(4) VALUE SPACES.
         02 gp_ref_banco                 PIC X(10).
         02 FILLER                       PIC X(1) VALUE "|".
         02 FILLER                       PIC X(1) VALUE "$".
         02 FILLER                       PIC X(1) VALUE "-".
         02 gp_importe                   PIC Z(5)9.99.
         02 FILLER                       PIC X(2) VALUE SPACES.
         02 FILLER                       PIC X(1) VALUE "|".

       01 Report_footer_details_1.
         02 FILLER                       PIC X(22) VALUE
         "Total de la tarjeta: $".
         02 footer_subtotal              PIC +Z(8)9.99.
         02 FILLER                       PIC X(25).

       01 Report_footer_adelantos.
         02 FILLER                       PIC X(22) VALUE
         "Subtotal adelantos: $ ".
         02 footer_adelantos             PIC Z(8)9.99.
         02 FILLER                       PIC X(25).

       01 Report_footer_interes.
         02 FILLER                       PIC X(25) VALUE
         "Intereses y cargos:     $".
         02 footer_interes               PIC Z(8)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_details_2.
         02 FILLER                       PIC X(14) VALUE
         "Saldo final: $".
         02 footer_total                 PIC +Z(9)9.99.
         02 FILLER                       PIC X(33).

       01 Report_footer_saldo_favor.
         02 FILLER                       PIC X(33) VALUE
         "** SALDO A FAVOR DEL TITULAR: $".
         02 footer_saldo_favor           PIC Z(9)9.99.
         02 FILLER                       PIC X(24).

       01 Report_footer_pago_minimo.
         02 FILLER                       PIC X(14) VALUE
         "Pago minimo: $".
         02 footer_pago_minimo           PIC Z(9)9.99.
         02 FILLER                       PIC X(33).

      *> One line per archived tax or premium, captioned with the
      *> name the close gave it.
       01 Report_footer_cargo.
         02 footer_cargo_leyenda         PIC X(25).
         02 FILLER                       PIC X(1) VALUE "$".
         02 footer_cargo_importe         PIC Z(7)9.99.
         02 FILLER                       PIC X(23).

       01 Report_footer_puntos.
         02 FILLER                       PIC X(21) VALUE
         "Puntos del periodo:  ".
         02 FILLER                       PIC X(6) VALUE SPACES.
         02 FILLER                       PIC X(20) VALUE
         "   Saldo de puntos: ".
         02 footer_puntos_saldo          PIC Z(7)9.
         02 FILLER                       PIC X(5).

       01 Report_footer_usd_titulo.
         02 FILLER                       PIC X(60) VALUE
         "--- SECCION DOLARES (importes en USD) ---".

       01 Report_footer_usd_movs.
         02 FILLER                       PIC X(25) VALUE
         "Movimientos USD:     US$ ".
         02 footer_usd_movs              PIC +Z(6)9.99.
         02 FILLER                       PIC X(24).

       01 Report_footer_usd_final.
         02 FILLER                       PIC X(25) VALUE
         "Saldo final USD:     US$ ".
         02 footer_usd_final             PIC +Z(6)9.99.
         02 FILLER                       PIC X(24).

       PROCEDURE DIVISION.
       Begin.
          PERFORM Load_Paginacion.
          PERFORM UNTIL WS-DONE
             PERFORM Print_Menu
             ACCEPT WS-MENU-OPTION
             EVALUATE WS-MENU-OPTION
                WHEN 1 PERFORM Listar_Cierres
                WHEN 2 PERFORM Reimprimir_Cierre
                WHEN 3 MOVE "N" TO WS-KEEP-GOING
                WHEN OTHER DISPLAY "Opcion invalida"
             END-EVALUATE
          END-PERFORM.
          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Menu.
          DISPLAY "------------------------------------".
          DISPLAY "Archivo de resumenes".
          DISPLAY "1 - Cierres archivados de una tarjeta".
          DISPLAY "2 - Reimprimir un resumen".
          DISPLAY "3 - Salir".
          DISPLAY "Opcion -> " WITH NO ADVANCING.
      *-----------------------------------------------------------*
      *   Same setting the close pages by - defaults to 60.
      *-----------------------------------------------------------*
       Load_Paginacion.
          OPEN INPUT PaginacionFile.
          IF PaginacionStatus = "00"
             READ PaginacionFile
                AT END CONTINUE
             END-READ
             IF PaginacionStatus = "00" AND PAR-LINEAS-POR-PAGINA > ZERO
                MOVE PAR-LINEAS-POR-PAGINA TO WS-Lines-Per-Page
             END-IF
             CLOSE PaginacionFile
          END-IF.
      *-----------------------------------------------------------*
      *   Every block starts with its "H" line at sequence 1 - one
      *   listed closing per header.
      *-----------------------------------------------------------*
       Listar_Cierres.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          MOVE 0 TO CONTADOR-CIERRES.
          OPEN INPUT ExtractoHistFile.
          IF ExtractoHistStatus NOT = "00"
             DISPLAY "** Archivo de resumenes no disponible - status "
                ExtractoHistStatus
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-INPUT TO HIS-NRO-TARJ.
          MOVE ZERO TO HIS-FECHA-CIERRE.
          MOVE ZERO TO HIS-SECUENCIA.
          MOVE "N" TO WS-EOF-HIST.
          START ExtractoHistFile KEY IS NOT LESS THAN HIS-KEY
             INVALID KEY SET EOF-HIST TO TRUE
          END-START.
          PERFORM UNTIL EOF-HIST
             READ ExtractoHistFile NEXT RECORD
                AT END SET EOF-HIST TO TRUE
             END-READ
             IF NOT EOF-HIST
                IF HIS-NRO-TARJ NOT = WS-TARJ-INPUT
                   SET EOF-HIST TO TRUE
                ELSE
                   MOVE HIS-LINEA TO ExtractoHeaderRecord
                   IF EXT-H-TIPO = "H"
                      ADD 1 TO CONTADOR-CIERRES
                      DISPLAY "  Cierre " HIS-FECHA-CIERRE
                         "  " EXT-H-TITULAR
                         "  Saldo anterior: " EXT-H-SALDO-ANTERIOR
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          CLOSE ExtractoHistFile.
          IF CONTADOR-CIERRES = ZERO
             DISPLAY "** No hay resumenes archivados para la tarjeta "
                WS-TARJ-INPUT
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reimprimir_Cierre.
          DISPLAY "Nro de tarjeta -> " WITH NO ADVANCING.
          ACCEPT WS-TARJ-INPUT.
          DISPLAY "Fecha de cierre (AAAAMMDD) -> " WITH NO ADVANCING.
          ACCEPT WS-CIERRE-INPUT.
          OPEN INPUT ExtractoHistFile.
          IF ExtractoHistStatus NOT = "00"
             DISPLAY "** Archivo de resumenes no disponible - status "
                ExtractoHistStatus
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TARJ-INPUT TO HIS-NRO-TARJ.
          MOVE WS-CIERRE-INPUT TO HIS-FECHA-CIERRE.
          MOVE 1 TO HIS-SECUENCIA.
          READ ExtractoHistFile
             INVALID KEY
                DISPLAY "** No hay resumen archivado para la tarjeta "
                   WS-TARJ-INPUT " al " WS-CIERRE-INPUT
                CLOSE ExtractoHistFile
                EXIT PARAGRAPH
          END-READ.
          OPEN OUTPUT ReportFile.
          PERFORM Reimprimir_Bloque.
          CLOSE ReportFile.
          CLOSE ExtractoHistFile.
          DISPLAY "Resumen reimpreso en CC-REIMPRESION-HIST.DAT - "
             Report_page_num " hoja(s)".
      *-----------------------------------------------------------*
      *   Walks the block line by line in sequence order, exactly
      *   as the close wrote it: H opens the page, D lines fill the
      *   grid and T plus the trailing tax/premium lines make up
      *   the footer, printed once the block runs out.
      *-----------------------------------------------------------*
       Reimprimir_Bloque.
          MOVE 1 TO Report_page_num.
          MOVE ZERO TO Report_lines_written.
          MOVE ZERO TO WS-TOTAL-MOVS.
          MOVE ZERO TO WS-USD-MOVS.
          MOVE ZERO TO WS-CARGOS-FOOTER.
          MOVE ZERO TO WS-CARGOS-COUNT.
          MOVE "N" TO WS-TIENE-TRAILER.
          MOVE "N" TO WS-EOF-HIST.
          MOVE HIS-LINEA TO ExtractoHeaderRecord.
          PERFORM Print_Holder.
          PERFORM UNTIL EOF-HIST
             READ ExtractoHistFile NEXT RECORD
                AT END SET EOF-HIST TO TRUE
             END-READ
             IF NOT EOF-HIST
                IF HIS-NRO-TARJ NOT = WS-TARJ-INPUT
                   OR HIS-FECHA-CIERRE NOT = WS-CIERRE-INPUT
                   SET EOF-HIST TO TRUE
                ELSE
                   MOVE HIS-LINEA TO ExtractoHeaderRecord
                   PERFORM Reimprimir_Linea
                END-IF
             END-IF
          END-PERFORM.
          PERFORM Print_grid_footer.
          PERFORM Print_footer.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reimprimir_Linea.
          EVALUATE TRUE
             WHEN EXT-T-TIPO = "T"
                SET TIENE-TRAILER TO TRUE
                MOVE ExtractoHeaderRecord TO WS-TRAILER-GUARDADO
             WHEN EXT-D-TIPO NOT = "D"
                CONTINUE
             WHEN EXT-D-IMPUESTO OR EXT-D-SEGURO
                  OR EXT-D-CARGO-CIERRE OR EXT-D-DETALLE-ADELANTO
      *> The adelanto breakdown is already inside the adelantos.
                IF NOT EXT-D-DETALLE-ADELANTO
                   ADD EXT-D-IMPORTE TO WS-CARGOS-FOOTER
                END-IF
                IF WS-CARGOS-COUNT < WS-MAX-CARGOS
                   ADD 1 TO WS-CARGOS-COUNT
                   MOVE EXT-D-TIPO-MOV
                      TO WS-CARGO-TIPO(WS-CARGOS-COUNT)
                   MOVE EXT-D-COMERCIO-NOMBRE
                      TO WS-CARGO-LEYENDA(WS-CARGOS-COUNT)
                   MOVE EXT-D-IMPORTE
                      TO WS-CARGO-IMPORTE(WS-CARGOS-COUNT)
                END-IF
             WHEN OTHER
                IF Report_lines_written >= WS-Lines-Per-Page
                   PERFORM Print_grid_footer
                   ADD 1 TO Report_page_num
                   PERFORM Print_first_section
                   PERFORM Print_grid_headers
                   MOVE ZERO TO Report_lines_written
                END-IF
                PERFORM Print_cupon_detail
                ADD 1 TO Report_lines_written
                PERFORM Acumular_Detalle
          END-EVALUATE.
      *-----------------------------------------------------------*
      *   Same totals rule as the close: duplicates never count,
      *   dollar lines only feed the dollar section, notas de
      *   credito and pagos bring the balance down.
      *-----------------------------------------------------------*
       Acumular_Detalle.
          EVALUATE TRUE
             WHEN EXT-D-DUPLICADO = "S"
                CONTINUE
             WHEN EXT-D-MONEDA = 1 AND
                  (EXT-D-NOTA-CREDITO OR EXT-D-PAGO)
                SUBTRACT EXT-D-IMPORTE FROM WS-USD-MOVS
             WHEN EXT-D-MONEDA = 1
                ADD EXT-D-IMPORTE TO WS-USD-MOVS
             WHEN EXT-D-NOTA-CREDITO OR EXT-D-PAGO
                SUBTRACT EXT-D-IMPORTE FROM WS-TOTAL-MOVS
             WHEN OTHER
                ADD EXT-D-IMPORTE TO WS-TOTAL-MOVS
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Holder.
          MOVE EXT-H-FECHA-CIERRE TO WS-FECHA-CIERRE-H.
          MOVE EXT-H-SALDO-ANTERIOR TO WS-SALDO-ANTERIOR.
          PERFORM Print_first_section.
          MOVE EXT-H-TITULAR TO cc_holder_name.
          MOVE EXT-H-DOCUMENTO TO cc_holder_doc.
          CALL 'maskpan' USING BY CONTENT EXT-H-NRO-TARJ,
             BY REFERENCE cc_holder_num.
          MOVE EXT-H-SALDO-ANTERIOR TO cc_debt.
          WRITE ReportRecord FROM Report_holder_details_1.
          WRITE ReportRecord FROM Report_holder_details_2.
          WRITE ReportRecord FROM Report_holder_details_3.
          WRITE ReportRecord FROM Empty_line.
          PERFORM Print_grid_headers.
      *-----------------------------------------------------------*
      *   The date line carries the closing date of the archived
      *   statement, and a copy caption follows the title.
      *-----------------------------------------------------------*
       Print_first_section.
          MOVE
       "Nro                       Hoja:                            X"
             TO ReportLine.
          MOVE Report_page_num TO ReportPage.
          WRITE ReportRecord FROM ReportLine.

          MOVE WS-FECHA-CIERRE-H(3:2) TO RSL_date_day.
          MOVE WS-FECHA-CIERRE-H(5:2) TO RSL_date_month.
          MOVE WS-FECHA-CIERRE-H(7:4) TO RSL_date_year.
          WRITE ReportRecord FROM ReportSecondLine.

          INITIALIZE ReportLine.
          MOVE "                       LISTA DE CUPONES"
             TO ReportLine.
          WRITE ReportRecord FROM ReportLine.
          INITIALIZE ReportLine.
          MOVE "                 (REIMPRESION - COPIA DE ARCHIVO)"
             TO ReportLine.
          WRITE ReportRecord FROM ReportLine.
          WRITE ReportRecord FROM Empty_line.

       Print_grid_headers.
          WRITE ReportRecord FROM Grid_border.
          WRITE ReportRecord FROM Grid_headers.
          WRITE ReportRecord FROM Grid_border.

       Print_grid_footer.
          WRITE ReportRecord FROM Grid_border.
          WRITE ReportRecord FROM Empty_line.

       Print_cupon_detail.
          EVALUATE TRUE
             WHEN EXT-D-SIN-MOV
                WRITE ReportRecord FROM Grid_sinmov_content
             WHEN EXT-D-PAGO
                MOVE EXT-D-FECHA(3:2) TO gp_fecha_d
                MOVE EXT-D-FECHA(5:2) TO gp_fecha_m
                MOVE EXT-D-FECHA(7:4) TO gp_fecha_y
                MOVE SPACES TO gp_ref_banco
                MOVE EXT-D-IMPORTE TO gp_importe
                WRITE ReportRecord FROM Grid_pago_content
             WHEN OTHER
                PERFORM Print_cupon_detail_line
          END-EVALUATE.

       Print_cupon_detail_line.
          MOVE EXT-D-NRO-CUPON TO grid_cupon_num.
          MOVE EXT-D-FECHA(3:2) TO grid_cupon_date_d.
          MOVE EXT-D-FECHA(5:2) TO grid_cupon_date_m.
          MOVE EXT-D-FECHA(7:4) TO grid_cupon_date_y.
          MOVE EXT-D-IMPORTE TO grid_amount.
          MOVE SPACES TO grid_dup_marker.
          IF EXT-D-DUPLICADO = "S"
             MOVE "DUP" TO grid_dup_marker
          END-IF.
          MOVE SPACES TO grid_tipo_marker.
          IF EXT-D-NOTA-CREDITO
             MOVE "NC" TO grid_tipo_marker
          END-IF.
          IF EXT-D-ADELANTO
             MOVE "ADE" TO grid_tipo_marker
          END-IF.
          IF EXT-D-RENOVACION
             MOVE "REN" TO grid_tipo_marker
          END-IF.
          IF EXT-D-MONEDA = 1
             MOVE "USD" TO grid_tipo_marker
          END-IF.
          MOVE ZERO TO grid_tasa.
          MOVE EXT-D-COMERCIO-NOMBRE TO grid_comercio_nombre.
          MOVE SPACES TO grid_cuota_marker.
          WRITE ReportRecord FROM Grid_content.
      *-----------------------------------------------------------*
      *   Interest and fees archived as type 8 lines print with
      *   the taxes; whatever of the closing balance is still not
      *   explained after the previous balance, the movements and
      *   those lines is older-archive interest/fees, printed as
      *   one line.
      *-----------------------------------------------------------*
       Print_footer.
          MOVE WS-TOTAL-MOVS TO footer_subtotal.
          WRITE ReportRecord FROM Report_footer_details_1.
          IF NOT TIENE-TRAILER
             DISPLAY "** El resumen archivado no tiene linea de "
                "totales - se imprimen solo los movimientos"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-TRAILER-GUARDADO TO ExtractoHeaderRecord.
          IF EXT-T-ADELANTOS > ZERO
             MOVE EXT-T-ADELANTOS TO footer_adelantos
             WRITE ReportRecord FROM Report_footer_adelantos
             PERFORM VARYING WS-CRG-IX FROM 1 BY 1
                UNTIL WS-CRG-IX > WS-CARGOS-COUNT
                IF WS-CARGO-TIPO(WS-CRG-IX) = 9
                   MOVE SPACES TO footer_cargo_leyenda
                   STRING "incl. " WS-CARGO-LEYENDA(WS-CRG-IX)
                      DELIMITED BY SIZE INTO footer_cargo_leyenda
                   MOVE WS-CARGO-IMPORTE(WS-CRG-IX)
                      TO footer_cargo_importe
                   WRITE ReportRecord FROM Report_footer_cargo
                END-IF
             END-PERFORM
          END-IF.
          COMPUTE WS-INTERESES-CARGOS = EXT-T-SALDO-FINAL
             - WS-SALDO-ANTERIOR - WS-TOTAL-MOVS - WS-CARGOS-FOOTER.
          IF WS-INTERESES-CARGOS > ZERO
             MOVE WS-INTERESES-CARGOS TO footer_interes
             WRITE ReportRecord FROM Report_footer_interes
          END-IF.
          MOVE EXT-T-SALDO-FINAL TO footer_total.
          WRITE ReportRecord FROM Report_footer_details_2.
          IF EXT-T-SALDO-FINAL < ZERO
             COMPUTE footer_saldo_favor = ZERO - EXT-T-SALDO-FINAL
             WRITE ReportRecord FROM Report_footer_saldo_favor
          END-IF.
          MOVE EXT-T-PAGO-MINIMO TO footer_pago_minimo.
          WRITE ReportRecord FROM Report_footer_pago_minimo.
          WRITE ReportRecord FROM Empty_line.
          PERFORM VARYING WS-CRG-IX FROM 1 BY 1
             UNTIL WS-CRG-IX > WS-CARGOS-COUNT
             IF WS-CARGO-TIPO(WS-CRG-IX) NOT = 9
                MOVE WS-CARGO-LEYENDA(WS-CRG-IX)
                   TO footer_cargo_leyenda
                MOVE WS-CARGO-IMPORTE(WS-CRG-IX)
                   TO footer_cargo_importe
                WRITE ReportRecord FROM Report_footer_cargo
             END-IF
          END-PERFORM.
          IF EXT-T-PUNTOS > ZERO
             MOVE EXT-T-PUNTOS TO footer_puntos_saldo
             WRITE ReportRecord FROM Report_footer_puntos
          END-IF.
          IF EXT-T-SALDO-USD > ZERO OR WS-USD-MOVS NOT = ZERO
             MOVE WS-USD-MOVS TO footer_usd_movs
             MOVE EXT-T-SALDO-USD TO footer_usd_final
             WRITE ReportRecord FROM Report_footer_usd_titulo
             WRITE ReportRecord FROM Report_footer_usd_movs
             WRITE ReportRecord FROM Report_footer_usd_final
          END-IF.
       END PROGRAM ReimpresionResumen.
