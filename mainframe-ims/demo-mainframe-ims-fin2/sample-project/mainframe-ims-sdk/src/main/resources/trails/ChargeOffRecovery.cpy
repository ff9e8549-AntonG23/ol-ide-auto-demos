      *
      *    Charge-Off Recovery Record
      *
      *    Written by CRDPOST for each settlement credit received on
      *    a card that is on the charged-off accounts file: the
      *    credit is not applied to the card but recorded here, in
      *    US dollars as posted, for CRDCHGOF to apply against the
      *    charged-off balance at month end.
      *
      *    RCV-FILE-ID and RCV-SEQ-NO name the settlement file and
      *    detail the credit came from. A CRDPOST checkpoint restart
      *    writes the restart window's recoveries a second time;
      *    CRDCHGOF applies only the first record for a file id and
      *    sequence number. Records written before the two fields
      *    were added read as spaces there and are always applied.
      *
        01  RCV-RECORD.
            02  RCV-ACCOUNT-ID       PIC X(10).
            02  RCV-CARD-SEQ-NO      PIC 9(2).
            02  RCV-POST-DATE        PIC 9(8).
            02  RCV-AMOUNT           PIC 9(7).
            02  RCV-FILE-ID          PIC X(10).
            02  RCV-SEQ-NO           PIC 9(7).
            02  FILLER               PIC X(3).
