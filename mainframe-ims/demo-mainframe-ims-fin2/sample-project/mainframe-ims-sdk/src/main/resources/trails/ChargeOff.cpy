      *
      *    Charged-Off Account Record
      *
      *    One record per card written off by CRDCHGOF, carried
      *    forward month to month as the charged-off accounts file.
      *    CHO-CHARGE-OFF-AMOUNT is the CARD-SEG-USAGE balance moved
      *    off the card (the usage itself is zeroed); recoveries
      *    CRDPOST later receives for the card are accumulated in
      *    CHO-RECOVERED-AMOUNT by the month-end run. CRDPOST loads
      *    this file to keep debits off a charged-off card.
      *
        01  CHO-RECORD.
            02  CHO-ACCOUNT-ID       PIC X(10).
            02  CHO-CARD-SEQ-NO      PIC 9(2).
            02  CHO-CHARGE-OFF-DATE  PIC 9(8).
            02  CHO-CHARGE-OFF-AMOUNT PIC 9(7).
            02  CHO-CYCLES-MISSED    PIC 9(3).
            02  CHO-RECOVERED-AMOUNT PIC 9(9).
            02  CHO-LAST-RECOVERY-DATE PIC 9(8).
            02  FILLER               PIC X(13).
