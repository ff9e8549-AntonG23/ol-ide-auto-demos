      *
      *    General Ledger Journal Batch Record
      *
      *    The daily GL interface batch CRDGLFD releases to the
      *    ledger: one header, the double-entry detail lines, one
      *    trailer. Each detail carries the GL account and
      *    sub-account (currency or issuer type) and either a debit
      *    or a credit amount, never both. Header and trailer both
      *    carry the batch control totals - line count, total debits
      *    and total credits - and the two totals are always equal;
      *    CRDGLFD does not release a batch that does not balance.
      *
        01  GLJ-RECORD.
            02  GLJ-RECORD-TYPE      PIC X(1).
                88  GLJ-HEADER-REC   VALUE 'H'.
                88  GLJ-DETAIL-REC   VALUE 'D'.
                88  GLJ-TRAILER-REC  VALUE 'T'.
            02  GLJ-DETAIL.
                03  GLJ-BATCH-DATE   PIC 9(8).
                03  GLJ-LINE-NO      PIC 9(5).
                03  GLJ-GL-ACCOUNT   PIC X(10).
                03  GLJ-SUB-ACCOUNT  PIC X(16).
                03  GLJ-DEBIT-AMOUNT PIC 9(11).
                03  GLJ-CREDIT-AMOUNT PIC 9(11).
                03  GLJ-SOURCE-JOB   PIC X(8).
                03  GLJ-CATEGORY     PIC X(2).
            02  GLJ-CONTROL REDEFINES GLJ-DETAIL.
                03  GLJ-CTL-BATCH-ID PIC X(10).
                03  GLJ-CTL-BATCH-DATE PIC 9(8).
                03  GLJ-CTL-LINE-COUNT PIC 9(7).
                03  GLJ-CTL-DEBIT-TOTAL PIC 9(13).
                03  GLJ-CTL-CREDIT-TOTAL PIC 9(13).
                03  FILLER           PIC X(20).
            02  FILLER               PIC X(8).
