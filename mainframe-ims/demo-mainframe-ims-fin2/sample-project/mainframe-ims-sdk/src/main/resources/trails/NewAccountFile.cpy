      *
      *    One record per new or reissued card on the issuer's
      *    new-accounts file: the account it belongs to, the PAN,
      *    the issuer type, the opening credit limit and the expiry
      *    date embossed on the plastic (CCYYMMDD). CRDSETUP
      *    validates each record and inserts it into CARDS as a new
      *    CARD segment with zero usage.
      *
            02  NA-CARD-NUMBER       PIC X(16).
            02  NA-CARD-TYPE         PIC X(16).
            02  NA-OPEN-LIMIT        PIC 9(7).
            02  NA-EXPIRY-DATE       PIC 9(8).
            02  FILLER               PIC X(3).
