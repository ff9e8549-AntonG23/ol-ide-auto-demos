      *    questions from. Details applied between the last
      *    checkpoint and an abend are re-applied on restart (the
      *    REPLs were backed out with the checkpoint, but the QSAM
      *    activity, history, recovery and exception writes were
      *    not), so that window's activity, history and recovery
      *    records - and its exception lines - can appear twice.
      *    CRDPURGE only takes the newest date per key, and a
      *    doubled history line on a statement points at the
      *    restart window, not a doubled posting. A doubled
      *    recovery would be credited twice, so each one carries
      *    the settlement file id and detail sequence number and
      *    CRDCHGOF applies only the first; the recovery total on
      *    the GL activity file comes from the restart area and
      *    counts each once.
      *
      *    Debits on a card CRDBLOCK blocked as lost or stolen, or
      *    closed, are not applied - they go to exceptions so the
      *    issuer can be charged back; credits still post.
      *
      *    Cards on the charged-off accounts file CRDCHGOF keeps
      *    take no further debits - those go to exceptions - and a
      *    credit for one is not applied to the card: it is written
      *    to the recoveries file (and to the history file as type
      *    RC) for the month-end run to post against the charged-off
      *    balance.
      *
      *    A charged-off accounts file or fraud referral file larger
      *    than its table ends the run with return code 12 before
      *    any file is opened or any detail is posted, since the
      *    cards past the end of the table would post unscreened.
      *
      *    Debits for a card CRDSCRN referred to the fraud team for
      *    this file id are not applied: they go to the new fraud
      *    suspense generation (FRDSUSOT), each with a HELD FOR FRAUD
      *    REVIEW line on the exceptions report. At the start of
      *    each fresh run the prior generation (FRDSUSIN) is read
      *    against the fraud team's release file - a released debit
      *    posts to the card as of today, a rejected one goes to
      *    exceptions, and anything not yet reviewed is carried
      *    forward - and the release file is emptied at the end of
      *    the run. A restart skips that step (it was committed with
      *    the first checkpoint) and extends the new generation; a
      *    detail held in the restart window is held twice, and the
      *    next run keeps only one copy.
      *
      *    At the end of the run the applied settlement debits and
      *    credits per currency (in US dollars as posted) and the
      *    day's recoveries and released fraud holds are appended to
      *    the GL activity file for CRDGLFD's ledger batch.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHARGEOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RECOVERY-FILE ASSIGN TO CHGRECOV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN TO GLACTV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REFERRAL-FILE ASSIGN TO FRAUDREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRIOR-SUSPENSE-FILE ASSIGN TO FRDSUSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO FRDSUSOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO FRDRLSE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  JOURNAL-FILE.
       01  JOURNAL-REC           PIC X(80).

       FD  CHARGEOFF-FILE.
       COPY "ChargeOff.cpy".

       FD  RECOVERY-FILE.
       COPY "ChargeOffRecovery.cpy".

       FD  GL-ACTIVITY-FILE.
       COPY "GlActivity.cpy".

       FD  REFERRAL-FILE.
       COPY "FraudReferral.cpy".

       FD  PRIOR-SUSPENSE-FILE.
       01  PRIOR-SUSPENSE-REC    PIC X(70).

       FD  NEW-SUSPENSE-FILE.
       COPY "FraudSuspense.cpy".

       FD  RELEASE-FILE.
       COPY "FraudRelease.cpy".

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

               03  RT-CURRENCY-CODE PIC X(3).
               03  RT-USD-RATE      PIC 9(3)V9(6).

       01  WS-CHGOFF-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHGOFF-AT-END     VALUE 'Y'.
       01  WS-TABLES-SWITCH      PIC X VALUE 'Y'.
           88  TABLES-LOADED     VALUE 'Y'.
       01  WS-CHGOFF-FOUND-SWITCH PIC X.
           88  CARD-CHARGED-OFF  VALUE 'Y'.

       01  WS-CHGOFF-MAX         PIC 9(4) VALUE 2000.
       01  WS-CHGOFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHGOFF-IDX         PIC 9(4).
       01  WS-CHGOFF-TABLE.
           02  WS-CHGOFF-ENTRY OCCURS 2000 TIMES.
               03  CO-ACCOUNT-ID    PIC X(10).
               03  CO-CARD-SEQ-NO   PIC 9(2).

       01  WS-REFERRAL-EOF-SWITCH PIC X VALUE 'N'.
           88  REFERRAL-AT-END   VALUE 'Y'.
       01  WS-REFERRED-SWITCH    PIC X.
           88  CARD-REFERRED     VALUE 'Y'.

       01  WS-REFERRAL-MAX       PIC 9(4) VALUE 2000.
       01  WS-REFERRAL-COUNT     PIC 9(4) VALUE 0.
       01  WS-REFERRAL-IDX       PIC 9(4).
       01  WS-REFERRAL-SLOT      PIC 9(4).
       01  WS-REFERRAL-TABLE.
           02  WS-REFERRAL-ENTRY OCCURS 2000 TIMES.
               03  RF-FILE-ID       PIC X(10).
               03  RF-ACCOUNT-ID    PIC X(10).
               03  RF-CARD-SEQ-NO   PIC 9(2).
               03  RF-REASON-CODE   PIC X(2).

       01  WS-SUSPENSE-EOF-SWITCH PIC X VALUE 'N'.
           88  SUSPENSE-AT-END   VALUE 'Y'.
       01  WS-RELEASE-EOF-SWITCH PIC X VALUE 'N'.
           88  RELEASE-AT-END    VALUE 'Y'.
       01  WS-HELD-FOUND-SWITCH  PIC X.
           88  HELD-DETAIL-FOUND VALUE 'Y'.

      *    The prior suspense generation is worked in this table;
      *    SU-ACTION is blank until a release record decides it.
       01  WS-SUSPENSE-MAX       PIC 9(4) VALUE 2000.
       01  WS-SUSPENSE-COUNT     PIC 9(4) VALUE 0.
       01  WS-SUSPENSE-IDX       PIC 9(4).
       01  WS-SUSPENSE-SLOT      PIC 9(4).
       01  WS-SUSPENSE-TABLE.
           02  WS-SUSPENSE-ENTRY OCCURS 2000 TIMES.
               03  SU-FILE-ID       PIC X(10).
               03  SU-SEQ-NO        PIC 9(7).
               03  SU-ACTION        PIC X(1).
               03  SU-IMAGE         PIC X(70).
       01  WS-APPLIED-BEFORE     PIC 9(7).

       01  WS-DETAIL-CURRENCY    PIC X(3).
       01  WS-FOUND-RATE         PIC 9(3)V9(6).
       01  WS-USD-AMOUNT         PIC 9(10).
      *    checkpoint as one user area: how many details are already
      *    processed (the restart spaces the input file past them),
      *    the running control totals (applied in US dollars as
      *    posted, rejected in the issuer's units as received, the
      *    recoveries and the fraud holds and releases), and
      *    the per-currency totals the trailer balancing proves in
      *    the issuer's own units, alongside the US dollar amounts
      *    actually applied that go to the GL activity file.
       01  WS-RESTART-AREA-LENGTH PIC S9(5) COMP VALUE 679.
       01  WS-RESTART-AREA.
           02  WS-DETAIL-SEQ     PIC 9(7) VALUE 0.
           02  WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
           02  WS-APPLIED-AMOUNT PIC 9(11) VALUE 0.
           02  WS-REJECT-COUNT   PIC 9(7) VALUE 0.
           02  WS-REJECT-AMOUNT  PIC 9(11) VALUE 0.
           02  WS-RECOVERY-COUNT PIC 9(7) VALUE 0.
           02  WS-RECOVERY-AMOUNT PIC 9(11) VALUE 0.
           02  WS-HELD-COUNT     PIC 9(7) VALUE 0.
           02  WS-HELD-AMOUNT    PIC 9(11) VALUE 0.
           02  WS-RELEASED-COUNT PIC 9(7) VALUE 0.
           02  WS-RELEASED-AMOUNT PIC 9(11) VALUE 0.
           02  WS-CCY-COUNT      PIC 9(2) VALUE 0.
           02  WS-CCY-TABLE.
               03  WS-CCY-ENTRY OCCURS 10 TIMES.
                   04  CC-DETAIL-COUNT  PIC 9(7).
                   04  CC-DETAIL-AMOUNT PIC 9(11).
                   04  CC-TRAILER-SEEN  PIC X.
                   04  CC-DEBIT-COUNT   PIC 9(7).
                   04  CC-DEBIT-USD     PIC 9(11).
                   04  CC-CREDIT-COUNT  PIC 9(7).
                   04  CC-CREDIT-USD    PIC 9(11).

       01  WS-SKIP-COUNT         PIC 9(7).
       01  WS-CURRENT-TIMESTAMP  PIC X(21).
           02  WE-REASON         PIC X(30).
           02  FILLER            PIC X(22) VALUE SPACES.

       01  WS-HELD-LINE.
           02  FILLER            PIC X(21) VALUE
               'HELD FOR FRAUD REVIEW'.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-FILE-ID        PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-SEQ-NO         PIC 9(7).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-CURRENCY       PIC X(3).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-REASON-CODE    PIC X(2).
           02  FILLER            PIC X(11) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(16).
           02  FILLER            PIC X(1) VALUE SPACE.
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 1200-LOAD-CHARGED-OFF
           PERFORM 1300-LOAD-REFERRALS
           IF NOT TABLES-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           IF LS-PARM-LEN > 0
               MOVE LS-RESTART-KEY TO WS-CHKP-ID
           ELSE
           OPEN EXTEND ACTIVITY-FILE
           OPEN EXTEND TRANHIST-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND RECOVERY-FILE
           IF WS-CHKP-ID = SPACES
               OPEN OUTPUT NEW-SUSPENSE-FILE
               PERFORM 1400-WORK-PRIOR-SUSPENSE
           ELSE
               OPEN EXTEND NEW-SUSPENSE-FILE
           END-IF
           PERFORM 1000-SKIP-APPLIED-DETAILS
           READ SETTLEMENT-FILE
               AT END SET SETTLEMENT-AT-END TO TRUE
               PERFORM 3500-CHECK-MISSING-TRAILERS
           END-IF
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 6000-WRITE-GL-ACTIVITY
           CLOSE SETTLEMENT-FILE
           CLOSE ACTIVITY-FILE
           CLOSE TRANHIST-FILE
           CLOSE JOURNAL-FILE
           CLOSE RECOVERY-FILE
           CLOSE NEW-SUSPENSE-FILE
           CLOSE EXCEPTION-RPT
           OPEN OUTPUT RELEASE-FILE
           CLOSE RELEASE-FILE
           IF RETURN-CODE = 0
               AND WS-FILE-ID NOT = SPACES
               PERFORM 5000-REGISTER-POSTED-FILE
           PERFORM 9920-TAKE-CHECKPOINT.

       2600-APPLY-TO-CARD.
           PERFORM 2610-CHECK-CHARGED-OFF
           IF CARD-CHARGED-OFF
               IF STL-DEBIT-CREDIT = 'C'
                   PERFORM 2650-POST-RECOVERY
               ELSE
                   MOVE 'CARD CHARGED OFF' TO WE-REASON
                   PERFORM 2100-WRITE-EXCEPTION
               END-IF
           ELSE
               PERFORM 2640-CHECK-REFERRED
               IF CARD-REFERRED
                   AND STL-DEBIT-CREDIT NOT = 'C'
                   PERFORM 2800-HOLD-FOR-REVIEW
               ELSE
                   PERFORM 2620-APPLY-TO-USAGE
               END-IF
           END-IF.

       2610-CHECK-CHARGED-OFF.
           MOVE 'N' TO WS-CHGOFF-FOUND-SWITCH
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
                   OR CARD-CHARGED-OFF
               IF CO-ACCOUNT-ID(WS-CHGOFF-IDX) = STL-ACCOUNT-ID
                   AND CO-CARD-SEQ-NO(WS-CHGOFF-IDX) = STL-CARD-SEQ-NO
                   SET CARD-CHARGED-OFF TO TRUE
               END-IF
           END-PERFORM.

       2620-APPLY-TO-USAGE.
           MOVE STL-ACCOUNT-ID  TO CSSA-KEY-VALUE(1:10)
           MOVE STL-CARD-SEQ-NO TO CSSA-KEY-VALUE(11:2)
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
                                 CARD-SSA
           EVALUATE TRUE
               WHEN CARD-PCB-STATUS-CODE NOT = SPACES
                   MOVE 'UNKNOWN ACCOUNT/CARD KEY' TO WE-REASON
                   PERFORM 2100-WRITE-EXCEPTION
               WHEN CARD-BLOCKED AND STL-DEBIT-CREDIT NOT = 'C'
                   MOVE 'CARD BLOCKED LOST/STOLEN' TO WE-REASON
                   PERFORM 2100-WRITE-EXCEPTION
               WHEN CARD-CLOSED AND STL-DEBIT-CREDIT NOT = 'C'
                   MOVE 'CARD CLOSED' TO WE-REASON
                   PERFORM 2100-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 2625-REPLACE-USAGE
           END-EVALUATE.

      *    Credits still reach a blocked or closed card - a refund or
      *    payment is owed to the account whatever became of the
      *    plastic.
       2625-REPLACE-USAGE.
           MOVE CARD-SEG-LIMIT TO JNL-OLD-LIMIT
           MOVE CARD-SEG-USAGE TO JNL-OLD-USAGE
           IF STL-DEBIT-CREDIT = 'C'
               SUBTRACT WS-USD-AMOUNT FROM CARD-SEG-USAGE
           ELSE
               ADD WS-USD-AMOUNT TO CARD-SEG-USAGE
           END-IF
           CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
           IF CARD-PCB-STATUS-CODE = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               ADD WS-USD-AMOUNT TO WS-APPLIED-AMOUNT
               PERFORM 2630-ACCUMULATE-APPLIED
               PERFORM 2200-WRITE-ACTIVITY-RECORD
               PERFORM 2300-WRITE-TRAN-HISTORY
               MOVE 'REPL'          TO JNL-ACTION
               MOVE STL-ACCOUNT-ID  TO JNL-ACCOUNT-ID
               MOVE STL-CARD-SEQ-NO TO JNL-CARD-SEQ-NO
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
           ELSE
               MOVE 'DATABASE REPLACE FAILED' TO WE-REASON
               PERFORM 2100-WRITE-EXCEPTION
           END-IF.

      *    A referral only holds details from the file it screened.
       2640-CHECK-REFERRED.
           MOVE 'N' TO WS-REFERRED-SWITCH
           PERFORM VARYING WS-REFERRAL-IDX FROM 1 BY 1
               UNTIL WS-REFERRAL-IDX > WS-REFERRAL-COUNT
                   OR CARD-REFERRED
               IF RF-ACCOUNT-ID(WS-REFERRAL-IDX) = STL-ACCOUNT-ID
                   AND RF-CARD-SEQ-NO(WS-REFERRAL-IDX)
                       = STL-CARD-SEQ-NO
                   AND RF-FILE-ID(WS-REFERRAL-IDX) = WS-FILE-ID
                   SET CARD-REFERRED TO TRUE
                   MOVE WS-REFERRAL-IDX TO WS-REFERRAL-SLOT
               END-IF
           END-PERFORM.

      *    The held debit is counted into its currency's trailer
      *    total like any other detail but reaches neither the card
      *    nor the GL until it is released. Its HELD FOR FRAUD
      *    REVIEW line on the exceptions report gives the fraud team
      *    the file id and detail sequence number a release quotes.
       2800-HOLD-FOR-REVIEW.
           MOVE SPACES TO FSU-RECORD
           MOVE WS-FILE-ID         TO FSU-FILE-ID
           MOVE STL-SEQ-NO         TO FSU-SEQ-NO
           MOVE STL-ACCOUNT-ID     TO FSU-ACCOUNT-ID
           MOVE STL-CARD-SEQ-NO    TO FSU-CARD-SEQ-NO
           MOVE STL-DEBIT-CREDIT   TO FSU-DEBIT-CREDIT
           MOVE STL-AMOUNT         TO FSU-AMOUNT
           MOVE WS-DETAIL-CURRENCY TO FSU-CURRENCY-CODE
           MOVE WS-USD-AMOUNT      TO FSU-USD-AMOUNT
           MOVE WS-TODAY-DATE      TO FSU-HELD-DATE
           MOVE RF-REASON-CODE(WS-REFERRAL-SLOT) TO FSU-REASON-CODE
           WRITE FSU-RECORD
           MOVE FSU-FILE-ID       TO WH-FILE-ID
           MOVE FSU-SEQ-NO        TO WH-SEQ-NO
           MOVE FSU-ACCOUNT-ID    TO WH-ACCOUNT-ID
           MOVE FSU-CARD-SEQ-NO   TO WH-CARD-SEQ-NO
           MOVE FSU-AMOUNT        TO WH-AMOUNT
           MOVE FSU-CURRENCY-CODE TO WH-CURRENCY
           MOVE FSU-REASON-CODE   TO WH-REASON-CODE
           WRITE RPT-LINE FROM WS-HELD-LINE
           ADD 1 TO WS-HELD-COUNT
           ADD WS-USD-AMOUNT TO WS-HELD-AMOUNT.

      *    The currency slot 2400 found for this detail; a detail
      *    whose currency found no slot is not balanced and not
      *    booked here either.
       2630-ACCUMULATE-APPLIED.
           IF CCY-SLOT-FOUND
               IF STL-DEBIT-CREDIT = 'C'
                   ADD 1 TO CC-CREDIT-COUNT(WS-CCY-SLOT)
                   ADD WS-USD-AMOUNT TO CC-CREDIT-USD(WS-CCY-SLOT)
               ELSE
                   ADD 1 TO CC-DEBIT-COUNT(WS-CCY-SLOT)
                   ADD WS-USD-AMOUNT TO CC-DEBIT-USD(WS-CCY-SLOT)
               END-IF
           END-IF.

      *    Money received on a written-off card is a recovery against
      *    the charged-off balance, not a payment: the card's usage
      *    stays at the zero the charge-off left it at.
       2650-POST-RECOVERY.
           MOVE SPACES TO RCV-RECORD
           MOVE STL-ACCOUNT-ID  TO RCV-ACCOUNT-ID
           MOVE STL-CARD-SEQ-NO TO RCV-CARD-SEQ-NO
           MOVE WS-TODAY-DATE   TO RCV-POST-DATE
           MOVE WS-USD-AMOUNT   TO RCV-AMOUNT
           MOVE WS-FILE-ID      TO RCV-FILE-ID
           MOVE STL-SEQ-NO      TO RCV-SEQ-NO
           WRITE RCV-RECORD
           MOVE SPACES TO TRN-RECORD
           MOVE STL-ACCOUNT-ID   TO TRN-ACCOUNT-ID
           MOVE STL-CARD-SEQ-NO  TO TRN-CARD-SEQ-NO
           MOVE WS-TODAY-DATE    TO TRN-POST-DATE
           MOVE 'C'              TO TRN-DEBIT-CREDIT
           MOVE WS-USD-AMOUNT    TO TRN-AMOUNT
           MOVE 'RC'             TO TRN-TRAN-TYPE
           MOVE 0                TO TRN-REF-POST-DATE
           WRITE TRN-RECORD
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-USD-AMOUNT TO WS-RECOVERY-AMOUNT.

      *    Every detail counts into its currency's slot, applied or
      *    not, in the issuer's own units - that is what the
      *    issuer's per-currency trailer covers. A blank code is the
                   MOVE 0 TO CC-DETAIL-COUNT(WS-CCY-SLOT)
                   MOVE 0 TO CC-DETAIL-AMOUNT(WS-CCY-SLOT)
                   MOVE 'N' TO CC-TRAILER-SEEN(WS-CCY-SLOT)
                   MOVE 0 TO CC-DEBIT-COUNT(WS-CCY-SLOT)
                   MOVE 0 TO CC-DEBIT-USD(WS-CCY-SLOT)
                   MOVE 0 TO CC-CREDIT-COUNT(WS-CCY-SLOT)
                   MOVE 0 TO CC-CREDIT-USD(WS-CCY-SLOT)
                   SET CCY-SLOT-FOUND TO TRUE
               ELSE
                   DISPLAY 'CRDPOST CURRENCY TABLE FULL, '
           END-PERFORM
           CLOSE RATES-FILE.

       1200-LOAD-CHARGED-OFF.
           OPEN INPUT CHARGEOFF-FILE
           READ CHARGEOFF-FILE
               AT END SET CHGOFF-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CHGOFF-AT-END
               IF WS-CHGOFF-COUNT >= WS-CHGOFF-MAX
                   DISPLAY 'CRDPOST CHARGE-OFF TABLE FULL AT '
                           WS-CHGOFF-MAX ', RUN STOPPED'
                   MOVE 'N' TO WS-TABLES-SWITCH
                   SET CHGOFF-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-CHGOFF-COUNT
                   MOVE CHO-ACCOUNT-ID TO
                       CO-ACCOUNT-ID(WS-CHGOFF-COUNT)
                   MOVE CHO-CARD-SEQ-NO TO
                       CO-CARD-SEQ-NO(WS-CHGOFF-COUNT)
                   READ CHARGEOFF-FILE
                       AT END SET CHGOFF-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CHARGEOFF-FILE.

       1300-LOAD-REFERRALS.
           OPEN INPUT REFERRAL-FILE
           READ REFERRAL-FILE
               AT END SET REFERRAL-AT-END TO TRUE
           END-READ
           PERFORM UNTIL REFERRAL-AT-END
               IF WS-REFERRAL-COUNT >= WS-REFERRAL-MAX
                   DISPLAY 'CRDPOST REFERRAL TABLE FULL AT '
                           WS-REFERRAL-MAX ', RUN STOPPED'
                   MOVE 'N' TO WS-TABLES-SWITCH
                   SET REFERRAL-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-REFERRAL-COUNT
                   MOVE FRF-FILE-ID TO
                       RF-FILE-ID(WS-REFERRAL-COUNT)
                   MOVE FRF-ACCOUNT-ID TO
                       RF-ACCOUNT-ID(WS-REFERRAL-COUNT)
                   MOVE FRF-CARD-SEQ-NO TO
                       RF-CARD-SEQ-NO(WS-REFERRAL-COUNT)
                   MOVE FRF-REASON-CODE TO
                       RF-REASON-CODE(WS-REFERRAL-COUNT)
                   READ REFERRAL-FILE
                       AT END SET REFERRAL-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE REFERRAL-FILE.

      *    Works the prior suspense generation against the fraud
      *    team's decisions before today's file is touched.
       1400-WORK-PRIOR-SUSPENSE.
           PERFORM 1410-LOAD-PRIOR-SUSPENSE
           PERFORM 1420-MATCH-RELEASES
           PERFORM VARYING WS-SUSPENSE-IDX FROM 1 BY 1
               UNTIL WS-SUSPENSE-IDX > WS-SUSPENSE-COUNT
               MOVE SU-IMAGE(WS-SUSPENSE-IDX) TO FSU-RECORD
               EVALUATE SU-ACTION(WS-SUSPENSE-IDX)
                   WHEN 'R'
                       PERFORM 1440-POST-RELEASED-DETAIL
                   WHEN 'X'
                       PERFORM 1450-RESTORE-HELD-DETAIL
                       MOVE 'REJECTED BY FRAUD REVIEW' TO WE-REASON
                       PERFORM 2100-WRITE-EXCEPTION
                   WHEN OTHER
                       WRITE FSU-RECORD
               END-EVALUATE
           END-PERFORM.

      *    A detail held twice across a restart window appears twice
      *    on the prior generation; only the first copy is kept. A
      *    generation too big for the table is carried forward
      *    unreviewed rather than lost.
       1410-LOAD-PRIOR-SUSPENSE.
           OPEN INPUT PRIOR-SUSPENSE-FILE
           READ PRIOR-SUSPENSE-FILE
               AT END SET SUSPENSE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL SUSPENSE-AT-END
               MOVE PRIOR-SUSPENSE-REC TO FSU-RECORD
               PERFORM 1430-FIND-HELD-DETAIL
               EVALUATE TRUE
                   WHEN HELD-DETAIL-FOUND
                       CONTINUE
                   WHEN WS-SUSPENSE-COUNT >= WS-SUSPENSE-MAX
                       DISPLAY 'CRDPOST SUSPENSE TABLE FULL, '
                               FSU-FILE-ID ' ' FSU-SEQ-NO
                               ' CARRIED UNREVIEWED'
                       WRITE FSU-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-SUSPENSE-COUNT
                       MOVE FSU-FILE-ID TO
                           SU-FILE-ID(WS-SUSPENSE-COUNT)
                       MOVE FSU-SEQ-NO TO
                           SU-SEQ-NO(WS-SUSPENSE-COUNT)
                       MOVE SPACE TO SU-ACTION(WS-SUSPENSE-COUNT)
                       MOVE FSU-RECORD TO
                           SU-IMAGE(WS-SUSPENSE-COUNT)
               END-EVALUATE
               READ PRIOR-SUSPENSE-FILE
                   AT END SET SUSPENSE-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE PRIOR-SUSPENSE-FILE.

      *    A release record must name a held detail by file id and
      *    sequence number and agree on the card; anything else is
      *    listed on the exceptions report and ignored.
       1420-MATCH-RELEASES.
           OPEN INPUT RELEASE-FILE
           READ RELEASE-FILE
               AT END SET RELEASE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RELEASE-AT-END
               MOVE FRL-FILE-ID TO FSU-FILE-ID
               MOVE FRL-SEQ-NO  TO FSU-SEQ-NO
               PERFORM 1430-FIND-HELD-DETAIL
               IF HELD-DETAIL-FOUND
                   MOVE SU-IMAGE(WS-SUSPENSE-SLOT) TO FSU-RECORD
               END-IF
               EVALUATE TRUE
                   WHEN NOT HELD-DETAIL-FOUND
                       MOVE 'NO HELD DETAIL FOR RELEASE' TO WE-REASON
                       PERFORM 1460-WRITE-RELEASE-EXCEPTION
                   WHEN FSU-ACCOUNT-ID NOT = FRL-ACCOUNT-ID
                       OR FSU-CARD-SEQ-NO NOT = FRL-CARD-SEQ-NO
                       MOVE 'RELEASE NAMES ANOTHER CARD' TO WE-REASON
                       PERFORM 1460-WRITE-RELEASE-EXCEPTION
                   WHEN NOT FRL-RELEASE AND NOT FRL-REJECT
                       MOVE 'INVALID RELEASE ACTION' TO WE-REASON
                       PERFORM 1460-WRITE-RELEASE-EXCEPTION
                   WHEN OTHER
                       MOVE FRL-ACTION TO SU-ACTION(WS-SUSPENSE-SLOT)
               END-EVALUATE
               READ RELEASE-FILE
                   AT END SET RELEASE-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE RELEASE-FILE.

       1430-FIND-HELD-DETAIL.
           MOVE 'N' TO WS-HELD-FOUND-SWITCH
           PERFORM VARYING WS-SUSPENSE-IDX FROM 1 BY 1
               UNTIL WS-SUSPENSE-IDX > WS-SUSPENSE-COUNT
                   OR HELD-DETAIL-FOUND
               IF SU-FILE-ID(WS-SUSPENSE-IDX) = FSU-FILE-ID
                   AND SU-SEQ-NO(WS-SUSPENSE-IDX) = FSU-SEQ-NO
                   SET HELD-DETAIL-FOUND TO TRUE
                   MOVE WS-SUSPENSE-IDX TO WS-SUSPENSE-SLOT
               END-IF
           END-PERFORM.

      *    A released debit posts through the same paragraphs as a
      *    detail on today's file, at the US dollar amount it was
      *    held at. It belongs to no trailer of today's file, so it
      *    is kept out of the per-currency totals and booked to the
      *    GL on its own.
       1440-POST-RELEASED-DETAIL.
           PERFORM 1450-RESTORE-HELD-DETAIL
           MOVE 'N' TO WS-CCY-FOUND-SWITCH
           PERFORM 2610-CHECK-CHARGED-OFF
           IF CARD-CHARGED-OFF
               MOVE 'CARD CHARGED OFF' TO WE-REASON
               PERFORM 2100-WRITE-EXCEPTION
           ELSE
               MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
               PERFORM 2620-APPLY-TO-USAGE
               IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD WS-USD-AMOUNT TO WS-RELEASED-AMOUNT
               END-IF
           END-IF.

       1450-RESTORE-HELD-DETAIL.
           MOVE FSU-ACCOUNT-ID    TO STL-ACCOUNT-ID
           MOVE FSU-CARD-SEQ-NO   TO STL-CARD-SEQ-NO
           MOVE FSU-DEBIT-CREDIT  TO STL-DEBIT-CREDIT
           MOVE FSU-AMOUNT        TO STL-AMOUNT
           MOVE FSU-CURRENCY-CODE TO WS-DETAIL-CURRENCY
           MOVE FSU-USD-AMOUNT    TO WS-USD-AMOUNT.

      *    The release's detail sequence number stands in the amount
      *    column and its action code in the debit/credit column.
       1460-WRITE-RELEASE-EXCEPTION.
           MOVE FRL-ACCOUNT-ID  TO WE-ACCOUNT-ID
           MOVE FRL-CARD-SEQ-NO TO WE-CARD-SEQ-NO
           MOVE FRL-ACTION      TO WE-DEBIT-CREDIT
           MOVE FRL-SEQ-NO      TO WE-AMOUNT
           MOVE SPACES          TO WE-CURRENCY
           WRITE RPT-LINE FROM WS-EXCEPTION-LINE.

       2200-WRITE-ACTIVITY-RECORD.
           MOVE SPACES TO ACT-RECORD
           MOVE STL-ACCOUNT-ID  TO ACT-ACCOUNT-ID
           MOVE 'REJECTED        ' TO WS-SUM-LABEL
           MOVE WS-REJECT-COUNT    TO WS-SUM-COUNT
           MOVE WS-REJECT-AMOUNT   TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RECOVERED       ' TO WS-SUM-LABEL
           MOVE WS-RECOVERY-COUNT  TO WS-SUM-COUNT
           MOVE WS-RECOVERY-AMOUNT TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HELD FOR FRAUD  ' TO WS-SUM-LABEL
           MOVE WS-HELD-COUNT      TO WS-SUM-COUNT
           MOVE WS-HELD-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FRAUD RELEASED  ' TO WS-SUM-LABEL
           MOVE WS-RELEASED-COUNT  TO WS-SUM-COUNT
           MOVE WS-RELEASED-AMOUNT TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

      *    Whatever was applied reached the cards whether or not the
      *    run balanced, so it is booked either way; categories with
      *    nothing applied write no record.
       6000-WRITE-GL-ACTIVITY.
           OPEN EXTEND GL-ACTIVITY-FILE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF CC-DEBIT-COUNT(WS-CCY-IDX) > 0
                   MOVE SPACES TO GLA-RECORD
                   MOVE 'SD' TO GLA-CATEGORY
                   MOVE CC-CURRENCY(WS-CCY-IDX)  TO GLA-QUALIFIER
                   MOVE CC-DEBIT-COUNT(WS-CCY-IDX) TO GLA-COUNT
                   MOVE CC-DEBIT-USD(WS-CCY-IDX) TO GLA-AMOUNT
                   PERFORM 6100-WRITE-ONE-GL-ACTIVITY
               END-IF
               IF CC-CREDIT-COUNT(WS-CCY-IDX) > 0
                   MOVE SPACES TO GLA-RECORD
                   MOVE 'SC' TO GLA-CATEGORY
                   MOVE CC-CURRENCY(WS-CCY-IDX)  TO GLA-QUALIFIER
                   MOVE CC-CREDIT-COUNT(WS-CCY-IDX) TO GLA-COUNT
                   MOVE CC-CREDIT-USD(WS-CCY-IDX) TO GLA-AMOUNT
                   PERFORM 6100-WRITE-ONE-GL-ACTIVITY
               END-IF
           END-PERFORM
           IF WS-RECOVERY-COUNT > 0
               MOVE SPACES TO GLA-RECORD
               MOVE 'RC'  TO GLA-CATEGORY
               MOVE 'USD' TO GLA-QUALIFIER
               MOVE WS-RECOVERY-COUNT  TO GLA-COUNT
               MOVE WS-RECOVERY-AMOUNT TO GLA-AMOUNT
               PERFORM 6100-WRITE-ONE-GL-ACTIVITY
           END-IF
           IF WS-RELEASED-COUNT > 0
               MOVE SPACES TO GLA-RECORD
               MOVE 'SD'  TO GLA-CATEGORY
               MOVE 'FRAUD RELEASE' TO GLA-QUALIFIER
               MOVE WS-RELEASED-COUNT  TO GLA-COUNT
               MOVE WS-RELEASED-AMOUNT TO GLA-AMOUNT
               PERFORM 6100-WRITE-ONE-GL-ACTIVITY
           END-IF
           CLOSE GL-ACTIVITY-FILE.

       6100-WRITE-ONE-GL-ACTIVITY.
           MOVE 'CRDPOST ' TO GLA-SOURCE-JOB
           MOVE WS-TODAY-DATE TO GLA-RUN-DATE
           WRITE GLA-RECORD.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
