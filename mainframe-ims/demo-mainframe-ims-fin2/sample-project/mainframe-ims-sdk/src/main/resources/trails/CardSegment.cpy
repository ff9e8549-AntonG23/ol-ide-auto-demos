      *    sequence number within the account. Walked flat with
      *    unqualified GN calls; consecutive segments sharing the
      *    same CARD-ACCOUNT-ID belong to the same cardholder.
      *
      *    CARD-SEG-STATUS is set by CRDBLOCK when a card is reported
      *    lost or stolen (and replaced under a new sequence number)
      *    or closed. A blank status is a card stored before the
      *    field existed and is active.
      *
      *    CARD-SEG-EXPIRY-DATE (CCYYMMDD, the last day of the month
      *    embossed on the plastic) is set by CRDSETUP from the
      *    new-accounts file and moved on by CRDRENEW when the card
      *    is reissued. Zero is a card stored before the field
      *    existed, which CRDRENEW leaves alone.
      *
        01  CARD-SEGMENT.
            02  CARD-SEG-KEY.
            02  CARD-SEG-TYPE        PIC X(16).
            02  CARD-SEG-LIMIT       PIC S9(7) COMP-3.
            02  CARD-SEG-USAGE       PIC S9(7) COMP-3.
            02  CARD-SEG-STATUS      PIC X(1).
                88  CARD-ACTIVE           VALUE 'A' ' '.
                88  CARD-BLOCKED-LOST     VALUE 'L'.
                88  CARD-BLOCKED-STOLEN   VALUE 'S'.
                88  CARD-BLOCKED          VALUE 'L' 'S'.
                88  CARD-CLOSED           VALUE 'C'.
            02  CARD-SEG-EXPIRY-DATE PIC 9(8).
