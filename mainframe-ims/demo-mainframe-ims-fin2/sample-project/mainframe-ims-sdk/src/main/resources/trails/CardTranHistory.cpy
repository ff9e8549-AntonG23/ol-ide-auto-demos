      *    print the period's line items on a statement and CRDTRNQ
      *    can answer "show me this card's activity" long after the
      *    settlement file itself is gone.
      *
      *    TRN-TRAN-TYPE is blank on a settlement posting. The other
      *    jobs that move CARD-SEG-USAGE write here too, with a type
      *    code and, in TRN-REF-POST-DATE, the posting date of the
      *    settlement record the entry answers for: CRDDISP's
      *    provisional dispute credit (DC) and its reversal when
      *    the merchant wins (DR), CRDNSF's reversal of a payment
      *    credit the paying bank returned (NR), and CRDCHGOF's
      *    charge-off of the balance (CO). CRDPOST writes RC for a
      *    credit on a charged-off card, which is recorded as a
      *    recovery and never reaches CARD-SEG-USAGE. CO and RC
      *    carry no reference date.
      *
        01  TRN-RECORD.
            02  TRN-ACCOUNT-ID       PIC X(10).
            02  TRN-POST-DATE        PIC 9(8).
            02  TRN-DEBIT-CREDIT     PIC X(1).
            02  TRN-AMOUNT           PIC 9(7).
            02  TRN-TRAN-TYPE        PIC X(2).
                88  TRN-SETTLEMENT        VALUE SPACES.
                88  TRN-DISPUTE-CREDIT    VALUE 'DC'.
                88  TRN-DISPUTE-REVERSAL  VALUE 'DR'.
                88  TRN-NSF-REVERSAL      VALUE 'NR'.
                88  TRN-CHARGE-OFF        VALUE 'CO'.
                88  TRN-RECOVERY          VALUE 'RC'.
            02  TRN-REF-POST-DATE    PIC 9(8).
            02  FILLER               PIC X(2).
