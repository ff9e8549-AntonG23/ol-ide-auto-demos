      *    record per card carrying a revolving balance: which
      *    delinquency bucket the card sits in (0 = current, then
      *    30/60/90 days), how many consecutive cycles the expected
      *    minimum payment has been missed (still counting once the
      *    bucket pins at 90; CRDCHGOF charges off on it), the last
      *    settlement credit date seen and the minimum that was
      *    expected. A card that pays or stops revolving is not
      *    rewritten and starts over as current if it comes back.
      *
        01  DLQ-STATE-RECORD.
            02  DLQ-ACCOUNT-ID       PIC X(10).
