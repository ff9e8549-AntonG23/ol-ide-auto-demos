      *
      *    Card Inquiry Transaction (CRDINQ) Input Message
      *
      *    ACCT lists every card on the account; CARD answers for
      *    the one card sequence given, with its delinquency bucket
      *    and latest postings.
      *
        01  CINQ-INPUT-MSG.
            02  CIN-FILLER           PIC X(2).
            02  CIN-COMMAND          PIC X(8).
            02  CIN-ACCOUNT-ID       PIC X(10).
            02  CIN-CARD-SEQ-NO      PIC X(2).
