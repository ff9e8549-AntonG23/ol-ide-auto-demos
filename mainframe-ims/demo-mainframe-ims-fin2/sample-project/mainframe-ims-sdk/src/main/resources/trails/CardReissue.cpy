      *
      *    Card Reissue (Embosser) Record
      *
      *    One record per card CRDRENEW renewed, for the issuer's
      *    embosser: the card and its full PAN, the issuer type, the
      *    expiry date being replaced and the new one to emboss, and
      *    the cardholder's name and mailing address from the
      *    cardholder master the plastic is mailed to.
      *
        01  CRI-RECORD.
            02  CRI-ACCOUNT-ID       PIC X(10).
            02  CRI-CARD-SEQ-NO      PIC 9(2).
            02  CRI-CARD-NUMBER      PIC X(16).
            02  CRI-CARD-TYPE        PIC X(16).
            02  CRI-OLD-EXPIRY-DATE  PIC 9(8).
            02  CRI-NEW-EXPIRY-DATE  PIC 9(8).
            02  CRI-NAME             PIC X(30).
            02  CRI-ADDRESS-LINE-1   PIC X(30).
            02  CRI-ADDRESS-LINE-2   PIC X(30).
            02  CRI-CITY             PIC X(20).
            02  CRI-STATE            PIC X(2).
            02  CRI-ZIP-CODE         PIC X(10).
            02  CRI-REISSUE-DATE     PIC 9(8).
            02  FILLER               PIC X(10).
