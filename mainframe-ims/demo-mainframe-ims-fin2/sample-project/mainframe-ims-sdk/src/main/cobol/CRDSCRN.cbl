       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDSCRN.
      *
      *    Settlement Velocity And Fraud Screen
      *
      *    CRDSTLCK proves the settlement file is whole; nothing
      *    asked whether a card's activity on it makes sense, so a
      *    card taking thirty debits in one file, or one debit for
      *    more than half its limit, posted without question. This
      *    step runs between CRDSTLCK and CRDPOST. It totals each
      *    card's debits on the file (in US dollars, through the
      *    same daily rates file CRDPOST converts with) and refers
      *    the card to the fraud team when:
      *
      *      LD  one debit is more than the policy percentage of the
      *          card's CARD-SEG-LIMIT,
      *      DV  the card has more than the policy number of debits
      *          on the file,
      *      HS  the file's debits for the card come to more than
      *          all its settlement debits on CARDTRAN over the policy
      *          history window, and at least WS-SPIKE-FLOOR dollars
      *          (so a new card's first purchases are not a spike).
      *
      *    Each referred card gets one record on the referral file
      *    for the issuer's file id, and a line per failed test on
      *    the fraud review report. CRDPOST holds the debits of
      *    referred cards on its fraud suspense file until the fraud
      *    team releases or rejects them. Credits are never held.
      *
      *    Like CRDSTLCK this step changes nothing and has no
      *    double-run guard; the referral file is rewritten each
      *    time it runs. A card table too small for the file ends
      *    the run with return code 12, since a file that was only
      *    partly screened must not reach CRDPOST.
      *
      *    LS-PARM is the JCL PARM: three three-digit policy values,
      *    the most debits per card per file, the single-debit
      *    percentage of limit, and the history window in days.
      *    Blank or non-numeric values default to 30, 50 and 30.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO STLFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RATES-FILE ASSIGN TO CURRATES
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFERRAL-FILE ASSIGN TO FRAUDREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT REVIEW-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       COPY "SettlementFile.cpy".

       FD  RATES-FILE.
       COPY "CurrencyRateFile.cpy".

       FD  TRANHIST-FILE.
       COPY "CardTranHistory.cpy".

       FD  REFERRAL-FILE.
       COPY "FraudReferral.cpy".

       FD  REVIEW-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "CardPcb.cpy".
       COPY "CardSegment.cpy".
       COPY "CardSsa.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.

       01  WS-SETTLE-EOF-SWITCH  PIC X VALUE 'N'.
           88  SETTLEMENT-AT-END VALUE 'Y'.
       01  WS-RATE-EOF-SWITCH    PIC X VALUE 'N'.
           88  RATES-AT-END      VALUE 'Y'.
       01  WS-RATE-FOUND-SWITCH  PIC X.
           88  RATE-FOUND        VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRANHIST-AT-END   VALUE 'Y'.
       01  WS-CARD-FOUND-SWITCH  PIC X.
           88  CARD-SLOT-FOUND   VALUE 'Y'.
       01  WS-TABLE-SWITCH       PIC X VALUE 'Y'.
           88  ALL-CARDS-SCREENED VALUE 'Y'.

       01  WS-MAX-DEBITS         PIC 9(3) VALUE 30.
       01  WS-LIMIT-PERCENT      PIC 9(3) VALUE 50.
       01  WS-HISTORY-DAYS       PIC 9(3) VALUE 30.
       01  WS-SPIKE-FLOOR        PIC 9(9) VALUE 500.

       01  WS-RATE-MAX           PIC 9(2) VALUE 10.
       01  WS-RATE-COUNT         PIC 9(2) VALUE 0.
       01  WS-RATE-IDX           PIC 9(2).
       01  WS-RATE-TABLE.
           02  WS-RATE-ENTRY OCCURS 10 TIMES.
               03  RT-CURRENCY-CODE PIC X(3).
               03  RT-USD-RATE      PIC 9(3)V9(6).

      *    One slot per card with debits on the file.
       01  WS-CARD-MAX           PIC 9(5) VALUE 5000.
       01  WS-CARD-COUNT         PIC 9(5) VALUE 0.
       01  WS-CARD-IDX           PIC 9(5).
       01  WS-CARD-SLOT          PIC 9(5).
       01  WS-CARD-TABLE.
           02  WS-CARD-ENTRY OCCURS 5000 TIMES.
               03  SC-ACCOUNT-ID     PIC X(10).
               03  SC-CARD-SEQ-NO    PIC 9(2).
               03  SC-DEBIT-COUNT    PIC 9(5).
               03  SC-DEBIT-AMOUNT   PIC 9(9).
               03  SC-LARGEST-DEBIT  PIC 9(7).
               03  SC-HISTORY-AMOUNT PIC 9(9).

       01  WS-FILE-ID            PIC X(10) VALUE SPACES.
       01  WS-DETAIL-CURRENCY    PIC X(3).
       01  WS-FOUND-RATE         PIC 9(3)V9(6).
       01  WS-USD-AMOUNT         PIC 9(10).
       01  WS-LIMIT-SHARE        PIC 9(9).
       01  WS-REASON-COUNT       PIC 9(1).
       01  WS-TODAY-INTEGER      PIC 9(8).
       01  WS-CUTOFF-INTEGER     PIC 9(8).
       01  WS-HISTORY-START      PIC 9(8).

       01  WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01  WS-DEBIT-COUNT        PIC 9(7) VALUE 0.
       01  WS-NORATE-COUNT       PIC 9(7) VALUE 0.
       01  WS-NOCARD-COUNT       PIC 9(5) VALUE 0.
       01  WS-REFERRED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REFERRED-AMOUNT    PIC 9(11) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(30) VALUE
               'SETTLEMENT FRAUD SCREEN, FILE '.
           02  WH-FILE-ID        PIC X(10).
           02  FILLER            PIC X(40) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(40) VALUE
               'ACCOUNT    SQ DEBITS  FILE AMT  LARGEST '.
           02  FILLER            PIC X(40) VALUE
               '   LIMIT  HISTORY REASON'.

       01  WS-REVIEW-LINE.
           02  WR-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-DEBIT-COUNT    PIC ZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-DEBIT-AMOUNT   PIC ZZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-LARGEST-DEBIT  PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-LIMIT          PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-HISTORY-AMOUNT PIC ZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-REASON-CODE    PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-REASON-TEXT    PIC X(22).

       01  WS-REASON-TEXT        PIC X(27).

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(37) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-MAX-DEBITS     PIC X(3).
           02  LS-LIMIT-PERCENT  PIC X(3).
           02  LS-HISTORY-DAYS   PIC X(3).

      *    No double-run guard here: the screen is rerun as often as
      *    the stream restarts and changes nothing but its own
      *    referral file. Start/end records are still written so
      *    the run shows up on OPSSUMM.
       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDSCRN ' TO WS-RC-JOB-NAME
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-FILE-DEBITS
           IF NOT ALL-CARDS-SCREENED
               DISPLAY 'CRDSCRN CARD TABLE FULL AT ' WS-CARD-MAX
                       ', FILE ' WS-FILE-ID ' NOT SCREENED'
               MOVE 12 TO RETURN-CODE
               MOVE WS-DETAIL-COUNT TO WS-RC-READ-COUNT
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           PERFORM 3000-TOTAL-CARD-HISTORY
           OPEN OUTPUT REFERRAL-FILE
           OPEN OUTPUT REVIEW-RPT
           MOVE WS-FILE-ID TO WH-FILE-ID
           WRITE RPT-LINE FROM WS-HEADING
           WRITE RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM 4000-SCREEN-CARDS
           PERFORM 5000-PRINT-SUMMARY
           CLOSE REFERRAL-FILE
           CLOSE REVIEW-RPT
           IF WS-REFERRED-COUNT > 0
               DISPLAY 'CRDSCRN ' WS-REFERRED-COUNT
                       ' CARDS REFERRED FOR FILE ' WS-FILE-ID
           END-IF
           MOVE WS-DETAIL-COUNT   TO WS-RC-READ-COUNT
           MOVE WS-REFERRED-COUNT TO WS-RC-WRITTEN-COUNT
           MOVE WS-NORATE-COUNT   TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-INITIALIZE.
           IF LS-PARM-LEN >= 3
               AND LS-MAX-DEBITS IS NUMERIC
               MOVE LS-MAX-DEBITS TO WS-MAX-DEBITS
           END-IF
           IF LS-PARM-LEN >= 6
               AND LS-LIMIT-PERCENT IS NUMERIC
               MOVE LS-LIMIT-PERCENT TO WS-LIMIT-PERCENT
           END-IF
           IF LS-PARM-LEN >= 9
               AND LS-HISTORY-DAYS IS NUMERIC
               MOVE LS-HISTORY-DAYS TO WS-HISTORY-DAYS
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RC-TODAY-DATE)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-HISTORY-DAYS
           COMPUTE WS-HISTORY-START =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           PERFORM 1100-LOAD-RATE-TABLE.

       1100-LOAD-RATE-TABLE.
           OPEN INPUT RATES-FILE
           READ RATES-FILE
               AT END SET RATES-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RATES-AT-END
               IF WS-RATE-COUNT >= WS-RATE-MAX
                   DISPLAY 'CRDSCRN RATE TABLE FULL AT '
                           WS-RATE-MAX ', REMAINDER IGNORED'
                   SET RATES-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE CUR-CURRENCY-CODE TO
                       RT-CURRENCY-CODE(WS-RATE-COUNT)
                   MOVE CUR-USD-RATE TO
                       RT-USD-RATE(WS-RATE-COUNT)
                   READ RATES-FILE
                       AT END SET RATES-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE RATES-FILE.

       2000-TOTAL-FILE-DEBITS.
           OPEN INPUT SETTLEMENT-FILE
           READ SETTLEMENT-FILE
               AT END SET SETTLEMENT-AT-END TO TRUE
           END-READ
           PERFORM UNTIL SETTLEMENT-AT-END
               OR NOT ALL-CARDS-SCREENED
               EVALUATE TRUE
                   WHEN STL-HEADER-REC
                       MOVE STL-HDR-FILE-ID TO WS-FILE-ID
                   WHEN STL-DETAIL-REC
                       ADD 1 TO WS-DETAIL-COUNT
                       IF STL-DEBIT-CREDIT NOT = 'C'
                           PERFORM 2100-ADD-DEBIT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ SETTLEMENT-FILE
                   AT END SET SETTLEMENT-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE.

      *    A debit in a currency with no rate today cannot be judged
      *    against the limit; CRDPOST will send it to exceptions
      *    unposted in any case.
       2100-ADD-DEBIT.
           ADD 1 TO WS-DEBIT-COUNT
           PERFORM 2200-CONVERT-TO-USD
           IF NOT RATE-FOUND
               ADD 1 TO WS-NORATE-COUNT
           ELSE
               PERFORM 2300-FIND-CARD-SLOT
               IF CARD-SLOT-FOUND
                   ADD 1 TO SC-DEBIT-COUNT(WS-CARD-SLOT)
                   ADD WS-USD-AMOUNT TO SC-DEBIT-AMOUNT(WS-CARD-SLOT)
                   IF WS-USD-AMOUNT > SC-LARGEST-DEBIT(WS-CARD-SLOT)
                       MOVE WS-USD-AMOUNT
                           TO SC-LARGEST-DEBIT(WS-CARD-SLOT)
                   END-IF
               END-IF
           END-IF.

      *    Same conversion CRDPOST applies, so the screen judges the
      *    amount that would reach CARD-SEG-USAGE.
       2200-CONVERT-TO-USD.
           IF STL-CURRENCY-CODE = SPACES
               MOVE 'USD' TO WS-DETAIL-CURRENCY
           ELSE
               MOVE STL-CURRENCY-CODE TO WS-DETAIL-CURRENCY
           END-IF
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           IF WS-DETAIL-CURRENCY = 'USD'
               SET RATE-FOUND TO TRUE
               MOVE STL-AMOUNT TO WS-USD-AMOUNT
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                       OR RATE-FOUND
                   IF RT-CURRENCY-CODE(WS-RATE-IDX) =
                           WS-DETAIL-CURRENCY
                       SET RATE-FOUND TO TRUE
                       MOVE RT-USD-RATE(WS-RATE-IDX)
                           TO WS-FOUND-RATE
                   END-IF
               END-PERFORM
               IF RATE-FOUND
                   COMPUTE WS-USD-AMOUNT ROUNDED =
                       STL-AMOUNT * WS-FOUND-RATE
               END-IF
           END-IF.

       2300-FIND-CARD-SLOT.
           MOVE 'N' TO WS-CARD-FOUND-SWITCH
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   OR CARD-SLOT-FOUND
               IF SC-ACCOUNT-ID(WS-CARD-IDX) = STL-ACCOUNT-ID
                   AND SC-CARD-SEQ-NO(WS-CARD-IDX) = STL-CARD-SEQ-NO
                   SET CARD-SLOT-FOUND TO TRUE
                   MOVE WS-CARD-IDX TO WS-CARD-SLOT
               END-IF
           END-PERFORM
           IF NOT CARD-SLOT-FOUND
               IF WS-CARD-COUNT < WS-CARD-MAX
                   ADD 1 TO WS-CARD-COUNT
                   MOVE WS-CARD-COUNT TO WS-CARD-SLOT
                   MOVE STL-ACCOUNT-ID  TO SC-ACCOUNT-ID(WS-CARD-SLOT)
                   MOVE STL-CARD-SEQ-NO TO SC-CARD-SEQ-NO(WS-CARD-SLOT)
                   MOVE 0 TO SC-DEBIT-COUNT(WS-CARD-SLOT)
                   MOVE 0 TO SC-DEBIT-AMOUNT(WS-CARD-SLOT)
                   MOVE 0 TO SC-LARGEST-DEBIT(WS-CARD-SLOT)
                   MOVE 0 TO SC-HISTORY-AMOUNT(WS-CARD-SLOT)
                   SET CARD-SLOT-FOUND TO TRUE
               ELSE
                   MOVE 'N' TO WS-TABLE-SWITCH
               END-IF
           END-IF.

      *    Only settlement debits count as history: dispute, NSF and
      *    charge-off entries say nothing about how the card is used.
       3000-TOTAL-CARD-HISTORY.
           OPEN INPUT TRANHIST-FILE
           READ TRANHIST-FILE
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               IF TRN-SETTLEMENT
                   AND TRN-DEBIT-CREDIT = 'D'
                   AND TRN-POST-DATE >= WS-HISTORY-START
                   PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       IF SC-ACCOUNT-ID(WS-CARD-IDX) = TRN-ACCOUNT-ID
                           AND SC-CARD-SEQ-NO(WS-CARD-IDX)
                               = TRN-CARD-SEQ-NO
                           ADD TRN-AMOUNT
                               TO SC-HISTORY-AMOUNT(WS-CARD-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANHIST-FILE.

      *    A card not on the database is left alone here - CRDPOST
      *    reports it as an unknown key.
       4000-SCREEN-CARDS.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE SC-ACCOUNT-ID(WS-CARD-IDX)
                   TO CSSA-KEY-VALUE(1:10)
               MOVE SC-CARD-SEQ-NO(WS-CARD-IDX)
                   TO CSSA-KEY-VALUE(11:2)
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
                                     CARD-SSA
               IF CARD-PCB-STATUS-CODE = SPACES
                   PERFORM 4100-APPLY-POLICY
               ELSE
                   ADD 1 TO WS-NOCARD-COUNT
               END-IF
           END-PERFORM.

      *    Tests run in order of how plainly they point at fraud;
      *    the first one failed is the reason on the referral.
       4100-APPLY-POLICY.
           MOVE 0 TO WS-REASON-COUNT
           IF CARD-SEG-LIMIT > 0
               COMPUTE WS-LIMIT-SHARE =
                   CARD-SEG-LIMIT * WS-LIMIT-PERCENT / 100
           ELSE
               MOVE 0 TO WS-LIMIT-SHARE
           END-IF
           IF SC-LARGEST-DEBIT(WS-CARD-IDX) > WS-LIMIT-SHARE
               MOVE 'LD' TO WR-REASON-CODE
               MOVE 'DEBIT OVER LIMIT SHARE' TO WS-REASON-TEXT
               PERFORM 4200-REFER-CARD
           END-IF
           IF SC-DEBIT-COUNT(WS-CARD-IDX) > WS-MAX-DEBITS
               MOVE 'DV' TO WR-REASON-CODE
               MOVE 'TOO MANY DEBITS' TO WS-REASON-TEXT
               PERFORM 4200-REFER-CARD
           END-IF
           IF SC-DEBIT-AMOUNT(WS-CARD-IDX) >
                   SC-HISTORY-AMOUNT(WS-CARD-IDX)
               AND SC-DEBIT-AMOUNT(WS-CARD-IDX) >= WS-SPIKE-FLOOR
               MOVE 'HS' TO WR-REASON-CODE
               MOVE 'DEBITS OVER HISTORY' TO WS-REASON-TEXT
               PERFORM 4200-REFER-CARD
           END-IF.

      *    The referral record is written on the first failed test;
      *    each failed test gets its own line on the review report.
       4200-REFER-CARD.
           ADD 1 TO WS-REASON-COUNT
           IF WS-REASON-COUNT = 1
               MOVE SPACES TO FRF-RECORD
               MOVE WS-FILE-ID                 TO FRF-FILE-ID
               MOVE SC-ACCOUNT-ID(WS-CARD-IDX)  TO FRF-ACCOUNT-ID
               MOVE SC-CARD-SEQ-NO(WS-CARD-IDX) TO FRF-CARD-SEQ-NO
               MOVE WS-RC-TODAY-DATE           TO FRF-SCREEN-DATE
               MOVE SC-DEBIT-COUNT(WS-CARD-IDX) TO FRF-DEBIT-COUNT
               MOVE SC-DEBIT-AMOUNT(WS-CARD-IDX) TO FRF-DEBIT-AMOUNT
               MOVE SC-LARGEST-DEBIT(WS-CARD-IDX)
                   TO FRF-LARGEST-DEBIT
               MOVE WR-REASON-CODE             TO FRF-REASON-CODE
               MOVE WS-REASON-TEXT             TO FRF-REASON-TEXT
               WRITE FRF-RECORD
               ADD 1 TO WS-REFERRED-COUNT
               ADD SC-DEBIT-AMOUNT(WS-CARD-IDX) TO WS-REFERRED-AMOUNT
           END-IF
           MOVE SC-ACCOUNT-ID(WS-CARD-IDX)     TO WR-ACCOUNT-ID
           MOVE SC-CARD-SEQ-NO(WS-CARD-IDX)    TO WR-CARD-SEQ-NO
           MOVE SC-DEBIT-COUNT(WS-CARD-IDX)    TO WR-DEBIT-COUNT
           MOVE SC-DEBIT-AMOUNT(WS-CARD-IDX)   TO WR-DEBIT-AMOUNT
           MOVE SC-LARGEST-DEBIT(WS-CARD-IDX)  TO WR-LARGEST-DEBIT
           MOVE CARD-SEG-LIMIT                 TO WR-LIMIT
           MOVE SC-HISTORY-AMOUNT(WS-CARD-IDX) TO WR-HISTORY-AMOUNT
           MOVE WS-REASON-TEXT                 TO WR-REASON-TEXT
           WRITE RPT-LINE FROM WS-REVIEW-LINE.

       5000-PRINT-SUMMARY.
           MOVE 'DEBITS SCREENED     ' TO WS-SUM-LABEL
           MOVE WS-DEBIT-COUNT         TO WS-SUM-COUNT
           MOVE 0                      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CARDS SCREENED      ' TO WS-SUM-LABEL
           MOVE WS-CARD-COUNT          TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CARDS REFERRED      ' TO WS-SUM-LABEL
           MOVE WS-REFERRED-COUNT      TO WS-SUM-COUNT
           MOVE WS-REFERRED-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NOT ON DATABASE     ' TO WS-SUM-LABEL
           MOVE WS-NOCARD-COUNT        TO WS-SUM-COUNT
           MOVE 0                      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NO RATE FOR CURRENCY' TO WS-SUM-LABEL
           MOVE WS-NORATE-COUNT        TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       COPY "RunControlLog.cpy".
