      *
      *    Dispute Action Record
      *
      *    Input to CRDDISP, keyed by the dispute desk. OPEN names
      *    the disputed posting (account, card sequence, posting
      *    date, amount as it stands on the transaction history
      *    file) and a reason code; RSLC resolves a case for the
      *    cardholder and RSLM for the merchant, and need only the
      *    case id CRDDISP assigned when the case was opened.
      *
        01  DSA-RECORD.
            02  DSA-ACTION           PIC X(4).
                88  DSA-OPEN-CASE         VALUE 'OPEN'.
                88  DSA-FOR-CARDHOLDER    VALUE 'RSLC'.
                88  DSA-FOR-MERCHANT      VALUE 'RSLM'.
            02  DSA-CASE-ID          PIC 9(7).
            02  DSA-ACCOUNT-ID       PIC X(10).
            02  DSA-CARD-SEQ-NO      PIC 9(2).
            02  DSA-POST-DATE        PIC 9(8).
            02  DSA-AMOUNT           PIC 9(7).
            02  DSA-REASON-CODE      PIC X(4).
            02  DSA-OPERATOR         PIC X(8).
            02  FILLER               PIC X(10).
