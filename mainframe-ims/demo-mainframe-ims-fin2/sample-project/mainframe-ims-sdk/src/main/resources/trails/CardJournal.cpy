      *    CRDJRNQ reports over it by card, date range and job.
      *    Zeros stand for "no image": the before values of an ISRT
      *    and the after values of a DLET.
      *    Card sequence 00 is never a card: CRDHOLDR journals its
      *    cardholder name and address changes for the account
      *    under it, with all four images zero.
      *
        01  JNL-RECORD.
            02  JNL-TIMESTAMP        PIC X(21).
