      *
      *    Fraud Release Record
      *
      *    Keyed by the fraud team, one per held settlement debit
      *    they have reviewed, quoting the issuer file id and detail
      *    sequence number from the debit's HELD FOR FRAUD REVIEW
      *    line on CRDPOST's exceptions report (CRDSCRN's fraud
      *    review report says why the card was referred). CRDPOST
      *    reads the file at the start of its next run: a release
      *    posts the held debit to the card, a reject sends it to
      *    the exceptions report. The file is emptied once applied.
      *
        01  FRL-RECORD.
            02  FRL-FILE-ID          PIC X(10).
            02  FRL-SEQ-NO           PIC 9(7).
            02  FRL-ACCOUNT-ID       PIC X(10).
            02  FRL-CARD-SEQ-NO      PIC 9(2).
            02  FRL-ACTION           PIC X(1).
                88  FRL-RELEASE           VALUE 'R'.
                88  FRL-REJECT            VALUE 'X'.
            02  FRL-REVIEWER         PIC X(8).
            02  FILLER               PIC X(2).
