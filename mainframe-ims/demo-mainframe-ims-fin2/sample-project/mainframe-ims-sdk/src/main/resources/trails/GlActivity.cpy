      *
      *    General Ledger Activity Record
      *
      *    Appended at the end of each run by the jobs whose money
      *    movements Finance books: CRDPOST (settlement debits and
      *    credits per currency, and recoveries on charged-off
      *    cards), CRDFINCH (finance charges per issuer type) and
      *    CRDCHGOF (charge-offs). One record per category and
      *    qualifier that had activity, in US dollars as posted,
      *    dated with the run's business date. CRDGLFD builds the
      *    day's GL batch from these and proves the counts against
      *    each job's run-control END record.
      *
        01  GLA-RECORD.
            02  GLA-SOURCE-JOB       PIC X(8).
            02  GLA-RUN-DATE         PIC 9(8).
            02  GLA-CATEGORY         PIC X(2).
                88  GLA-SETTLE-DEBIT      VALUE 'SD'.
                88  GLA-SETTLE-CREDIT     VALUE 'SC'.
                88  GLA-FINANCE-CHARGE    VALUE 'FC'.
                88  GLA-CHARGE-OFF        VALUE 'CO'.
                88  GLA-RECOVERY          VALUE 'RC'.
            02  GLA-QUALIFIER        PIC X(16).
            02  GLA-COUNT            PIC 9(7).
            02  GLA-AMOUNT           PIC 9(11).
            02  FILLER               PIC X(8).
