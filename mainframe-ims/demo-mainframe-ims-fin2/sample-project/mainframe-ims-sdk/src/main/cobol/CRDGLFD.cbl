       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDGLFD.
      *
      *    Daily General Ledger Journal Feed
      *
      *    Finance used to re-key our daily totals from the CRDPOST
      *    exceptions summary and the CRDFINCH assessment register
      *    into the general ledger by hand. This job reads the GL
      *    activity records CRDPOST, CRDFINCH and CRDCHGOF append
      *    for the business date - settlement debits and credits by
      *    currency, finance charges by issuer type, charge-offs and
      *    recoveries - and turns each into a balanced pair of
      *    double-entry lines on the GL accounts the posting table
      *    below names. The batch goes out with a header and a
      *    trailer that both carry the line count and the debit and
      *    credit totals.
      *
      *    A batch whose debits and credits do not agree, or that
      *    holds activity no posting rule covers, is not released:
      *    the batch file is left unwritten and the run ends with
      *    return code 12 so the scheduler holds the ledger upload.
      *
      *    The proof report lists the batch and then ties it back to
      *    each source job's run-control END record for the date:
      *    the records the job reports written must equal the count
      *    of activity booked from it. A job that does not tie ends
      *    the run with return code 8.
      *
      *    LS-PARM is the JCL PARM: the business date as YYYYMMDD.
      *    Blank defaults to today.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN TO GLACTV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-BATCH-FILE ASSIGN TO GLBATCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROOF-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACTIVITY-FILE.
       COPY "GlActivity.cpy".

       FD  GL-BATCH-FILE.
       COPY "GlJournalLine.cpy".

       FD  PROOF-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".

       01  WS-ACTIVITY-EOF-SWITCH PIC X VALUE 'N'.
           88  ACTIVITY-AT-END   VALUE 'Y'.
       01  WS-RULE-FOUND-SWITCH  PIC X.
           88  RULE-FOUND        VALUE 'Y'.
       01  WS-BATCH-SWITCH       PIC X VALUE 'Y'.
           88  BATCH-RELEASABLE  VALUE 'Y'.
       01  WS-TIE-SWITCH         PIC X VALUE 'Y'.
           88  ALL-SOURCES-TIE   VALUE 'Y'.

       01  WS-BUSINESS-DATE      PIC 9(8).
       01  WS-BATCH-ID           PIC X(10) VALUE 'CARDSGL'.

      *    Posting rules: for each activity category, the GL account
      *    debited and the account credited, and whether the count
      *    is part of the source job's run-control written count.
      *      120100  cardholder receivables
      *      130100  allowance for credit losses
      *      210100  issuer settlement clearing
      *      410100  finance charge income
      *    Recoveries are a by-product of CRDPOST's run and are not
      *    in its applied count, so they are booked but not tied.
       01  WS-POSTING-RULES.
           02  FILLER            PIC X(23) VALUE
               'SD120100    210100    Y'.
           02  FILLER            PIC X(23) VALUE
               'SC210100    120100    Y'.
           02  FILLER            PIC X(23) VALUE
               'FC120100    410100    Y'.
           02  FILLER            PIC X(23) VALUE
               'CO130100    120100    Y'.
           02  FILLER            PIC X(23) VALUE
               'RC210100    130100    N'.
       01  WS-POSTING-RULE-TABLE REDEFINES WS-POSTING-RULES.
           02  WS-RULE-ENTRY OCCURS 5 TIMES.
               03  PR-CATEGORY       PIC X(2).
               03  PR-DEBIT-ACCOUNT  PIC X(10).
               03  PR-CREDIT-ACCOUNT PIC X(10).
               03  PR-TIES-TO-RC     PIC X(1).
       01  WS-RULE-COUNT         PIC 9(2) VALUE 5.
       01  WS-RULE-IDX           PIC 9(2).
       01  WS-RULE-SLOT          PIC 9(2).

      *    Source jobs proved against the run-control file.
       01  WS-SOURCE-JOBS.
           02  FILLER            PIC X(8) VALUE 'CRDPOST '.
           02  FILLER            PIC X(8) VALUE 'CRDFINCH'.
           02  FILLER            PIC X(8) VALUE 'CRDCHGOF'.
       01  WS-SOURCE-JOB-TABLE REDEFINES WS-SOURCE-JOBS.
           02  WS-SOURCE-JOB     PIC X(8) OCCURS 3 TIMES.
       01  WS-TIE-COUNT          PIC 9(2) VALUE 3.
       01  WS-TIE-IDX            PIC 9(2).
       01  WS-TIE-TABLE.
           02  WS-TIE-ENTRY OCCURS 3 TIMES.
               03  TJ-GL-COUNT       PIC 9(7).
               03  TJ-GL-AMOUNT      PIC 9(11).
               03  TJ-RC-FOUND       PIC X(1).
               03  TJ-RC-STATUS      PIC X(4).
               03  TJ-RC-WRITTEN     PIC 9(7).

      *    The batch is built here in full before anything is
      *    written, so an unbalanced batch never reaches GLBATCH.
       01  WS-LINE-MAX           PIC 9(3) VALUE 200.
       01  WS-LINE-COUNT         PIC 9(3) VALUE 0.
       01  WS-LINE-IDX           PIC 9(3).
       01  WS-LINE-TABLE.
           02  WS-LINE-ENTRY OCCURS 200 TIMES.
               03  LN-GL-ACCOUNT     PIC X(10).
               03  LN-SUB-ACCOUNT    PIC X(16).
               03  LN-DEBIT-AMOUNT   PIC 9(11).
               03  LN-CREDIT-AMOUNT  PIC 9(11).
               03  LN-SOURCE-JOB     PIC X(8).
               03  LN-CATEGORY       PIC X(2).

       01  WS-ACTIVITY-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNMAPPED-COUNT     PIC 9(5) VALUE 0.
       01  WS-DEBIT-TOTAL        PIC 9(13) VALUE 0.
       01  WS-CREDIT-TOTAL       PIC 9(13) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(24) VALUE
               'GL JOURNAL BATCH PROOF  '.
           02  WH-BATCH-ID       PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-BUSINESS-DATE  PIC 9(8).
           02  FILLER            PIC X(37) VALUE SPACES.

       01  WS-BATCH-LINE.
           02  WB-LINE-NO        PIC ZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-GL-ACCOUNT     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-SUB-ACCOUNT    PIC X(16).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-DEBIT-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-CREDIT-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-SOURCE-JOB     PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-CATEGORY       PIC X(2).
           02  FILLER            PIC X(5) VALUE SPACES.

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(34) VALUE
               'BATCH TOTALS'.
           02  WT-DEBIT-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WT-CREDIT-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WT-VERDICT        PIC X(16).

       01  WS-UNMAPPED-LINE.
           02  FILLER            PIC X(24) VALUE
               'NO POSTING RULE FOR '.
           02  WU-SOURCE-JOB     PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WU-CATEGORY       PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WU-QUALIFIER      PIC X(16).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WU-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(13) VALUE SPACES.

       01  WS-PROOF-HEADING.
           02  FILLER            PIC X(40) VALUE
               'SOURCE   RUN  RC WRITTEN  GL COUNT     '.
           02  FILLER            PIC X(40) VALUE
               '   GL AMOUNT'.

       01  WS-PROOF-LINE.
           02  WP-JOB-NAME       PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-RC-STATUS      PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-RC-WRITTEN     PIC ZZZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-GL-COUNT       PIC ZZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-GL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-VERDICT        PIC X(16).
           02  FILLER            PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-BUSINESS-DATE  PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDGLFD ' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDGLFD ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           IF LS-PARM-LEN >= 8
               AND LS-BUSINESS-DATE IS NUMERIC
               MOVE LS-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-RC-TODAY-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
               UNTIL WS-TIE-IDX > WS-TIE-COUNT
               MOVE 0      TO TJ-GL-COUNT(WS-TIE-IDX)
               MOVE 0      TO TJ-GL-AMOUNT(WS-TIE-IDX)
               MOVE 'N'    TO TJ-RC-FOUND(WS-TIE-IDX)
               MOVE SPACES TO TJ-RC-STATUS(WS-TIE-IDX)
               MOVE 0      TO TJ-RC-WRITTEN(WS-TIE-IDX)
           END-PERFORM
           OPEN OUTPUT PROOF-RPT
           MOVE WS-BATCH-ID      TO WH-BATCH-ID
           MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
           WRITE RPT-LINE FROM WS-HEADING
           PERFORM 1000-BUILD-BATCH
           PERFORM 2000-PROVE-BALANCE
           IF BATCH-RELEASABLE
               PERFORM 2500-WRITE-BATCH
           END-IF
           PERFORM 3000-READ-SOURCE-RUNS
           PERFORM 3500-PRINT-PROOF
           CLOSE PROOF-RPT
           IF NOT BATCH-RELEASABLE
               DISPLAY 'CRDGLFD GL BATCH FOR ' WS-BUSINESS-DATE
                       ' NOT BALANCED, NOT RELEASED'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT ALL-SOURCES-TIE
                   DISPLAY 'CRDGLFD GL BATCH FOR ' WS-BUSINESS-DATE
                           ' DOES NOT TIE TO RUN CONTROL'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-ACTIVITY-COUNT TO WS-RC-READ-COUNT
           IF BATCH-RELEASABLE
               MOVE WS-LINE-COUNT TO WS-RC-WRITTEN-COUNT
           END-IF
           MOVE WS-UNMAPPED-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-BUILD-BATCH.
           OPEN INPUT GL-ACTIVITY-FILE
           READ GL-ACTIVITY-FILE
               AT END SET ACTIVITY-AT-END TO TRUE
           END-READ
           PERFORM UNTIL ACTIVITY-AT-END
               IF GLA-RUN-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-ACTIVITY-COUNT
                   PERFORM 1100-BOOK-ONE-ACTIVITY
               END-IF
               READ GL-ACTIVITY-FILE
                   AT END SET ACTIVITY-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE GL-ACTIVITY-FILE.

      *    Every activity record becomes one debit line and one
      *    credit line for the same amount. A category with no rule
      *    cannot be booked at all, which would leave the ledger
      *    short - the batch is held instead.
       1100-BOOK-ONE-ACTIVITY.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   OR RULE-FOUND
               IF PR-CATEGORY(WS-RULE-IDX) = GLA-CATEGORY
                   SET RULE-FOUND TO TRUE
                   MOVE WS-RULE-IDX TO WS-RULE-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT RULE-FOUND
                   MOVE GLA-SOURCE-JOB TO WU-SOURCE-JOB
                   MOVE GLA-CATEGORY   TO WU-CATEGORY
                   MOVE GLA-QUALIFIER  TO WU-QUALIFIER
                   MOVE GLA-AMOUNT     TO WU-AMOUNT
                   WRITE RPT-LINE FROM WS-UNMAPPED-LINE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE 'N' TO WS-BATCH-SWITCH
               WHEN WS-LINE-COUNT + 2 > WS-LINE-MAX
                   DISPLAY 'CRDGLFD BATCH LINE TABLE FULL AT '
                           WS-LINE-MAX ', BATCH HELD'
                   MOVE 'N' TO WS-BATCH-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PR-DEBIT-ACCOUNT(WS-RULE-SLOT)
                       TO LN-GL-ACCOUNT(WS-LINE-COUNT)
                   MOVE GLA-AMOUNT TO LN-DEBIT-AMOUNT(WS-LINE-COUNT)
                   MOVE 0          TO LN-CREDIT-AMOUNT(WS-LINE-COUNT)
                   PERFORM 1200-FILL-LINE-SOURCE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PR-CREDIT-ACCOUNT(WS-RULE-SLOT)
                       TO LN-GL-ACCOUNT(WS-LINE-COUNT)
                   MOVE 0          TO LN-DEBIT-AMOUNT(WS-LINE-COUNT)
                   MOVE GLA-AMOUNT TO LN-CREDIT-AMOUNT(WS-LINE-COUNT)
                   PERFORM 1200-FILL-LINE-SOURCE
                   IF PR-TIES-TO-RC(WS-RULE-SLOT) = 'Y'
                       PERFORM 1300-ADD-TO-SOURCE-TIE
                   END-IF
           END-EVALUATE.

       1200-FILL-LINE-SOURCE.
           MOVE GLA-QUALIFIER  TO LN-SUB-ACCOUNT(WS-LINE-COUNT)
           MOVE GLA-SOURCE-JOB TO LN-SOURCE-JOB(WS-LINE-COUNT)
           MOVE GLA-CATEGORY   TO LN-CATEGORY(WS-LINE-COUNT).

       1300-ADD-TO-SOURCE-TIE.
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
               UNTIL WS-TIE-IDX > WS-TIE-COUNT
               IF WS-SOURCE-JOB(WS-TIE-IDX) = GLA-SOURCE-JOB
                   ADD GLA-COUNT  TO TJ-GL-COUNT(WS-TIE-IDX)
                   ADD GLA-AMOUNT TO TJ-GL-AMOUNT(WS-TIE-IDX)
               END-IF
           END-PERFORM.

       2000-PROVE-BALANCE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               ADD LN-DEBIT-AMOUNT(WS-LINE-IDX)  TO WS-DEBIT-TOTAL
               ADD LN-CREDIT-AMOUNT(WS-LINE-IDX) TO WS-CREDIT-TOTAL
               MOVE WS-LINE-IDX                 TO WB-LINE-NO
               MOVE LN-GL-ACCOUNT(WS-LINE-IDX)  TO WB-GL-ACCOUNT
               MOVE LN-SUB-ACCOUNT(WS-LINE-IDX) TO WB-SUB-ACCOUNT
               MOVE LN-DEBIT-AMOUNT(WS-LINE-IDX)  TO WB-DEBIT-AMOUNT
               MOVE LN-CREDIT-AMOUNT(WS-LINE-IDX) TO WB-CREDIT-AMOUNT
               MOVE LN-SOURCE-JOB(WS-LINE-IDX)  TO WB-SOURCE-JOB
               MOVE LN-CATEGORY(WS-LINE-IDX)    TO WB-CATEGORY
               WRITE RPT-LINE FROM WS-BATCH-LINE
           END-PERFORM
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE 'N' TO WS-BATCH-SWITCH
           END-IF
           MOVE WS-DEBIT-TOTAL  TO WT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO WT-CREDIT-TOTAL
           IF BATCH-RELEASABLE
               MOVE 'RELEASED' TO WT-VERDICT
           ELSE
               MOVE 'NOT RELEASED' TO WT-VERDICT
           END-IF
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

       2500-WRITE-BATCH.
           OPEN OUTPUT GL-BATCH-FILE
           MOVE SPACES TO GLJ-RECORD
           MOVE 'H' TO GLJ-RECORD-TYPE
           PERFORM 2600-FILL-CONTROL-TOTALS
           WRITE GLJ-RECORD
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE SPACES TO GLJ-RECORD
               MOVE 'D'                         TO GLJ-RECORD-TYPE
               MOVE WS-BUSINESS-DATE            TO GLJ-BATCH-DATE
               MOVE WS-LINE-IDX                 TO GLJ-LINE-NO
               MOVE LN-GL-ACCOUNT(WS-LINE-IDX)  TO GLJ-GL-ACCOUNT
               MOVE LN-SUB-ACCOUNT(WS-LINE-IDX) TO GLJ-SUB-ACCOUNT
               MOVE LN-DEBIT-AMOUNT(WS-LINE-IDX)
                   TO GLJ-DEBIT-AMOUNT
               MOVE LN-CREDIT-AMOUNT(WS-LINE-IDX)
                   TO GLJ-CREDIT-AMOUNT
               MOVE LN-SOURCE-JOB(WS-LINE-IDX)  TO GLJ-SOURCE-JOB
               MOVE LN-CATEGORY(WS-LINE-IDX)    TO GLJ-CATEGORY
               WRITE GLJ-RECORD
           END-PERFORM
           MOVE SPACES TO GLJ-RECORD
           MOVE 'T' TO GLJ-RECORD-TYPE
           PERFORM 2600-FILL-CONTROL-TOTALS
           WRITE GLJ-RECORD
           CLOSE GL-BATCH-FILE.

       2600-FILL-CONTROL-TOTALS.
           MOVE WS-BATCH-ID      TO GLJ-CTL-BATCH-ID
           MOVE WS-BUSINESS-DATE TO GLJ-CTL-BATCH-DATE
           MOVE WS-LINE-COUNT    TO GLJ-CTL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL   TO GLJ-CTL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO GLJ-CTL-CREDIT-TOTAL.

      *    The last END record per source job for the business date
      *    is the one that counts - a rerun after a failed step
      *    supersedes the failure.
       3000-READ-SOURCE-RUNS.
           MOVE 'N' TO WS-RC-EOF-SWITCH
           OPEN INPUT RUNCTL-FILE
           READ RUNCTL-FILE INTO RC-RECORD
               AT END SET RUNCTL-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RUNCTL-AT-END
               IF RC-RUN-DATE = WS-BUSINESS-DATE
                   AND RC-RECORD-TYPE = 'END '
                   PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                       UNTIL WS-TIE-IDX > WS-TIE-COUNT
                       IF WS-SOURCE-JOB(WS-TIE-IDX) = RC-JOB-NAME
                           MOVE 'Y' TO TJ-RC-FOUND(WS-TIE-IDX)
                           MOVE RC-STATUS TO TJ-RC-STATUS(WS-TIE-IDX)
                           MOVE RC-WRITTEN-COUNT
                               TO TJ-RC-WRITTEN(WS-TIE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ RUNCTL-FILE INTO RC-RECORD
                   AT END SET RUNCTL-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE.

      *    A job that did not run for the date and booked nothing is
      *    not a break - CRDFINCH and CRDCHGOF run at month end only.
       3500-PRINT-PROOF.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-PROOF-HEADING
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
               UNTIL WS-TIE-IDX > WS-TIE-COUNT
               MOVE WS-SOURCE-JOB(WS-TIE-IDX)  TO WP-JOB-NAME
               MOVE TJ-RC-WRITTEN(WS-TIE-IDX) TO WP-RC-WRITTEN
               MOVE TJ-GL-COUNT(WS-TIE-IDX)   TO WP-GL-COUNT
               MOVE TJ-GL-AMOUNT(WS-TIE-IDX)  TO WP-GL-AMOUNT
               EVALUATE TRUE
                   WHEN TJ-RC-FOUND(WS-TIE-IDX) = 'N'
                       AND TJ-GL-COUNT(WS-TIE-IDX) = 0
                       MOVE 'NONE' TO WP-RC-STATUS
                       MOVE 'NOT RUN' TO WP-VERDICT
                   WHEN TJ-RC-FOUND(WS-TIE-IDX) = 'N'
                       MOVE 'NONE' TO WP-RC-STATUS
                       MOVE 'NO RUN RECORD' TO WP-VERDICT
                       MOVE 'N' TO WS-TIE-SWITCH
                   WHEN TJ-RC-WRITTEN(WS-TIE-IDX)
                       = TJ-GL-COUNT(WS-TIE-IDX)
                       MOVE TJ-RC-STATUS(WS-TIE-IDX) TO WP-RC-STATUS
                       MOVE 'TIES' TO WP-VERDICT
                   WHEN OTHER
                       MOVE TJ-RC-STATUS(WS-TIE-IDX) TO WP-RC-STATUS
                       MOVE 'DOES NOT TIE' TO WP-VERDICT
                       MOVE 'N' TO WS-TIE-SWITCH
               END-EVALUATE
               WRITE RPT-LINE FROM WS-PROOF-LINE
           END-PERFORM.

       COPY "RunControlLog.cpy".
