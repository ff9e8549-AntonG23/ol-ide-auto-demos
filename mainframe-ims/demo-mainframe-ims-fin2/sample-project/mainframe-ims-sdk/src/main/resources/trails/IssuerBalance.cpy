      *
      *    Issuer Month-End Card Balance Record
      *
      *    One record per card on the issuer's books at month end,
      *    keyed the way CARDS is (account id, card sequence), with
      *    the balance the issuer holds for it in whole units of the
      *    posting currency - the figure CARD-SEG-USAGE should agree
      *    with. CRDRECON sorts the file itself, so it may arrive in
      *    any order.
      *
        01  IBL-RECORD.
            02  IBL-ACCOUNT-ID       PIC X(10).
            02  IBL-CARD-SEQ-NO      PIC 9(2).
            02  IBL-BALANCE          PIC S9(9) SIGN LEADING SEPARATE.
            02  IBL-AS-OF-DATE       PIC 9(8).
            02  FILLER               PIC X(10).
