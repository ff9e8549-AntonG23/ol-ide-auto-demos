      *
      *    Issuer Returned-Payments File Record
      *
      *    Fixed-format sequential feed from the issuer, one record
      *    per cardholder payment the paying bank sent back unpaid.
      *    RTP-POST-DATE and RTP-AMOUNT are the original credit as
      *    CRDPOST posted it to the transaction history file, which
      *    is what CRDNSF matches the return against.
      *
        01  RTP-RECORD.
            02  RTP-ACCOUNT-ID       PIC X(10).
            02  RTP-CARD-SEQ-NO      PIC 9(2).
            02  RTP-POST-DATE        PIC 9(8).
            02  RTP-AMOUNT           PIC 9(7).
            02  RTP-RETURN-DATE      PIC 9(8).
            02  RTP-RETURN-REASON    PIC X(3).
            02  FILLER               PIC X(2).
