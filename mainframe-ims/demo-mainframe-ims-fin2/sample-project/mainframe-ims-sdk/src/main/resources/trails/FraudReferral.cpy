      *
      *    Fraud Referral Record
      *
      *    One record per card the settlement screen CRDSCRN refers
      *    to the fraud team, written fresh for each settlement file
      *    and keyed to it by the issuer's file id. CRDPOST holds the
      *    debits of every card on this file for the same file id on
      *    the fraud suspense file instead of posting them.
      *    FRF-REASON-CODE is the first policy test the card failed;
      *    the review report lists every test it failed.
      *
        01  FRF-RECORD.
            02  FRF-FILE-ID          PIC X(10).
            02  FRF-ACCOUNT-ID       PIC X(10).
            02  FRF-CARD-SEQ-NO      PIC 9(2).
            02  FRF-SCREEN-DATE      PIC 9(8).
            02  FRF-DEBIT-COUNT      PIC 9(5).
            02  FRF-DEBIT-AMOUNT     PIC 9(9).
            02  FRF-LARGEST-DEBIT    PIC 9(7).
            02  FRF-REASON-CODE      PIC X(2).
                88  FRF-LARGE-DEBIT       VALUE 'LD'.
                88  FRF-DEBIT-VELOCITY    VALUE 'DV'.
                88  FRF-HISTORY-SPIKE     VALUE 'HS'.
            02  FRF-REASON-TEXT      PIC X(27).
