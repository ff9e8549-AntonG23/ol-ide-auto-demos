      *
      *    Card Block / Replace Request Record
      *
      *    One record per card the service desk has been told about:
      *    the card, what happened to it ('L' lost, 'S' stolen - both
      *    blocked and replaced - or 'C' closed at the cardholder's
      *    request), the PAN the issuer assigned to the replacement
      *    for a lost or stolen card, the date it was reported and
      *    the operator who took the call. CRDBLOCK applies it.
      *
        01  BRQ-RECORD.
            02  BRQ-ACCOUNT-ID       PIC X(10).
            02  BRQ-CARD-SEQ-NO      PIC 9(2).
            02  BRQ-ACTION           PIC X(1).
                88  BRQ-LOST              VALUE 'L'.
                88  BRQ-STOLEN            VALUE 'S'.
                88  BRQ-CLOSE             VALUE 'C'.
                88  BRQ-VALID-ACTION      VALUE 'L' 'S' 'C'.
            02  BRQ-NEW-CARD-NUMBER  PIC X(16).
            02  BRQ-REPORTED-DATE    PIC 9(8).
            02  BRQ-OPERATOR         PIC X(8).
            02  FILLER               PIC X(15).
