       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskpan.
      * AUTHOR:  nacho.
      * Shared card-number mask, CALLed like chkluhn by every report,
      * listing, consulta screen and outbound file whose reader does
      * not need the whole PAN: only the first six digits (the
      * issuer range) and the last four survive, the middle six come
      * back as asterisks - 450799******1234. Enough to tell one
      * plastic from another at a desk or on the phone, useless to
      * anyone who finds the printout.
      *   LS-NRO-TARJ:     the 16-digit card number.
      *   LS-ENMASCARADO:  the masked number, 16 characters. A
      *                    number that is not numeric comes back
      *                    all asterisks.
      * Outputs that keep the full number because their reader works
      * with it - the list for the annual card-security review:
      *   TARJETAS.DAT, SALDOS.DAT and the other masters, with their
      *     journals, snapshots and archives (TARJETAS- and
      *     SALDOS-HISTORICO, SALDOS-AUDITORIA); the TEST- copies are
      *     anonymized by AnonimizarMaestros.
      *   CC-SETTLEMENT.DAT and CC-RETENCIONES-VENCIDAS.DAT - the
      *     acquirers match them card by card.
      *   CC-EMBOZADO.DAT and CC-REEMISION.DAT - the plastics vendor
      *     embosses the number.
      *   Boletin de tarjetas (HotCardExtract) - the merchants check
      *     the number presented against it.
      *   CC-ORDENES-DEBITO.DAT - the bank's answer comes back keyed
      *     on it (AplicarDebitos).
      *   CC-AVISO-COMERCIOS.DAT - the merchant rebills the new number
      *     of a replaced card.
      *   CC-SEGURO-REMESA - the insurer's policy is per card account.
      *   CC-EXTRACTO.DAT, CC-RECHAZOS.DAT, CC-AUTORIZACIONES.DAT,
      *     CC-PAGOS-SUSPENSO/-DUPLICADOS/-DEVUELTOS/-REVERSADOS,
      *     PAGOS.DAT and the other work files - read back by a later
      *     program (reprint, recycling, release, reversal) that looks
      *     the card up.
      *   CC-CONVERSION-PAN.DAT and CC-REEMPLAZOS.DAT - the old-to-new
      *     number map is the whole point of the file.
      *   CC-ORDENES-REINTEGRO.DAT - the bank returns the transfer
      *     against the card it refunds.
      *   CC-CANJES, CC-RECUPEROS, CC-REINTEGROS and
      *     CC-PAGOS-DEVUELTOS - the logs of record behind a points
      *     redemption, a recovery, a refund or a returned payment.
      * Everything else that prints or leaves with a card number
      * carries it through here.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01   WS-NRO                       PIC 9(16).
       01   WS-NRO-PARTES REDEFINES WS-NRO.
            02 WS-NRO-BIN                PIC X(6).
            02 FILLER                    PIC X(6).
            02 WS-NRO-ULTIMOS            PIC X(4).

       LINKAGE SECTION.
       01 LS-NRO-TARJ                    PIC 9(16).
       01 LS-ENMASCARADO.
            02 LS-ENM-BIN                PIC X(6).
            02 LS-ENM-MEDIO              PIC X(6).
            02 LS-ENM-ULTIMOS            PIC X(4).

       PROCEDURE DIVISION USING LS-NRO-TARJ, LS-ENMASCARADO.
          IF LS-NRO-TARJ NOT NUMERIC
             MOVE ALL "*" TO LS-ENMASCARADO
             EXIT PROGRAM
          END-IF.
          MOVE LS-NRO-TARJ TO WS-NRO.
          MOVE WS-NRO-BIN TO LS-ENM-BIN.
          MOVE ALL "*" TO LS-ENM-MEDIO.
          MOVE WS-NRO-ULTIMOS TO LS-ENM-ULTIMOS.
       EXIT PROGRAM.
