      *
      *    Dispute Case Register Record
      *
      *    One record per cardholder dispute, carried forward from
      *    day to day by CRDDISP the way CRDDELQ carries its state
      *    file. The case points at the settlement posting being
      *    disputed on the transaction history file - account, card
      *    sequence, posting date and amount - and carries the
      *    reason code, the date it was opened, and where it stands:
      *    open with the provisional credit on the card, resolved
      *    for the cardholder (credit stands) or resolved for the
      *    merchant (credit reversed). Resolved cases stay on the
      *    register for WS-RESOLVED-KEEP-DAYS after resolution.
      *
        01  DSP-CASE-RECORD.
            02  DSP-CASE-ID          PIC 9(7).
            02  DSP-ACCOUNT-ID       PIC X(10).
            02  DSP-CARD-SEQ-NO      PIC 9(2).
            02  DSP-POST-DATE        PIC 9(8).
            02  DSP-AMOUNT           PIC 9(7).
            02  DSP-REASON-CODE      PIC X(4).
            02  DSP-OPENED-DATE      PIC 9(8).
            02  DSP-STATUS           PIC X(1).
                88  DSP-CASE-OPEN         VALUE 'O'.
                88  DSP-FOR-CARDHOLDER    VALUE 'C'.
                88  DSP-FOR-MERCHANT      VALUE 'M'.
            02  DSP-RESOLVED-DATE    PIC 9(8).
            02  FILLER               PIC X(25).
