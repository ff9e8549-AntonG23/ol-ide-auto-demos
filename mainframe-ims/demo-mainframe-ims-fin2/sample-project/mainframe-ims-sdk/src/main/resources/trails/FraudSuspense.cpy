      *
      *    Fraud Suspense Record
      *
      *    One settlement debit CRDPOST held back because the card
      *    was on the day's fraud referral file, carried from run to
      *    run as a sequential generation until the fraud team
      *    releases or rejects it on the fraud release file. Keyed by
      *    the issuer's file id and STL-SEQ-NO, which is what the
      *    release record quotes. FSU-AMOUNT is in the issuer's units
      *    as received; FSU-USD-AMOUNT is what posts on release, at
      *    the rate of the day the detail was held.
      *
        01  FSU-RECORD.
            02  FSU-FILE-ID          PIC X(10).
            02  FSU-SEQ-NO           PIC 9(7).
            02  FSU-ACCOUNT-ID       PIC X(10).
            02  FSU-CARD-SEQ-NO      PIC 9(2).
            02  FSU-DEBIT-CREDIT     PIC X(1).
            02  FSU-AMOUNT           PIC 9(7).
            02  FSU-CURRENCY-CODE    PIC X(3).
            02  FSU-USD-AMOUNT       PIC 9(10).
            02  FSU-HELD-DATE        PIC 9(8).
            02  FSU-REASON-CODE      PIC X(2).
            02  FILLER               PIC X(10).
