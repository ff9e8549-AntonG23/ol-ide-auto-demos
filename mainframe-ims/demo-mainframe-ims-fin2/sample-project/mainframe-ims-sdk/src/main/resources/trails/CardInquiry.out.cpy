      *
      *    Card Inquiry Transaction (CRDINQ) Output Message
      *
      *    One message per card. COUT-CARD-NUMBER only ever carries
      *    the PAN masked to its last four digits. The bucket and
      *    posting fields are filled on a CARD inquiry only: the
      *    bucket from CRDDELQ's state file (00 when the card is
      *    not revolving there), and the most recent postings from
      *    the transaction history file, newest first, with unused
      *    slots left blank.
      *
        01  CINQ-OUTPUT-MSG.
            02  COUT-MESSAGE         PIC X(40) VALUE SPACES.
            02  COUT-COMMAND         PIC X(8).
            02  COUT-ACCOUNT-ID      PIC X(10).
            02  COUT-CARD-SEQ-NO     PIC X(2).
            02  COUT-CARD-NUMBER     PIC X(16).
            02  COUT-CARD-TYPE       PIC X(16).
            02  COUT-CARD-LIMIT      PIC S9(7) SIGN LEADING SEPARATE.
            02  COUT-CARD-USAGE      PIC S9(7) SIGN LEADING SEPARATE.
            02  COUT-AVAILABLE       PIC S9(8) SIGN LEADING SEPARATE.
            02  COUT-DLQ-BUCKET      PIC X(2).
            02  COUT-CYCLES-MISSED   PIC X(3).
            02  COUT-POSTING OCCURS 5 TIMES.
                03  COUT-POST-DATE   PIC X(8).
                03  COUT-DEBIT-CREDIT PIC X(1).
                03  COUT-AMOUNT      PIC X(7).
