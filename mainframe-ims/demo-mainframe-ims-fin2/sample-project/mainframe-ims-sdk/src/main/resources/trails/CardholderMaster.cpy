      *
      *    Cardholder Name and Address Master Record
      *
      *    One record per CARDS account, in account id order: the
      *    cardholder's name and mailing address that CRDSTMT prints
      *    at the head of every statement, and the flag that holds a
      *    statement back (returned mail, deceased, litigation hold)
      *    without closing the account. Kept current by CRDHOLDR,
      *    which reads this generation and writes the next one.
      *
        01  CHM-RECORD.
            02  CHM-ACCOUNT-ID       PIC X(10).
            02  CHM-NAME             PIC X(30).
            02  CHM-ADDRESS-LINE-1   PIC X(30).
            02  CHM-ADDRESS-LINE-2   PIC X(30).
            02  CHM-CITY             PIC X(20).
            02  CHM-STATE            PIC X(2).
            02  CHM-ZIP-CODE         PIC X(10).
            02  CHM-SUPPRESS-FLAG    PIC X(1).
                88  CHM-STATEMENT-SUPPRESSED VALUE 'Y'.
            02  FILLER               PIC X(17).
