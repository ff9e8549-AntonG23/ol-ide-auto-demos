       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDLNREV.
      *
      *    Quarterly Credit Line Review
      *
      *    Limits only ever changed when an officer wrote up a
      *    request by hand, so good customers pinned near their line
      *    never got an increase and risky ones never got cut. This
      *    quarterly job walks CARDS with GN and scores every active
      *    card that is not charged off on five factors:
      *      UT  utilization, CARD-SEG-USAGE as a percent of
      *          CARD-SEG-LIMIT
      *      DB  delinquency bucket on the current CRDDELQ state
      *          file (0 when the card is not on it)
      *      OL  days over limit on the current CRDCOLL state file
      *      PY  settlement credits (payments) on CARDTRAN within the
      *          review period
      *      NR  payments the paying bank returned (CRDNSF's NR
      *          entries) within the review period
      *    Each factor's value earns the points of the first
      *    WS-SCORE-RULES row whose range holds it, and the total
      *    score picks the first WS-LINE-BANDS row whose range holds
      *    it - an increase or a decrease of the row's percent, an
      *    increase only for a card using at least the row's minimum
      *    utilization. The new line is rounded to the hundred, never
      *    cut below the balance and kept inside CRDLIMIT's policy
      *    bounds.
      *
      *    Every proposal is printed on the review report for the
      *    credit officers and written to LIMPROPS in the CRDLIMIT
      *    request layout under the system officer id LINEREVW. Once
      *    the officers have pruned it, LIMPROPS is CRDLIMIT's
      *    LIMRQSTS as it stands, so the mandatory change report and
      *    the journal evidence every change that is made.
      *
      *    LS-PARM is the JCL PARM: the review period in days, three
      *    digits. Blank defaults to 090.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATE-FILE ASSIGN TO DELQSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL COLL-STATE-FILE ASSIGN TO COLLSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHARGEOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-TRANHIST ASSIGN TO TRANSRTD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT PROPOSAL-FILE ASSIGN TO LIMPROPS
               ORGANIZATION IS SEQUENTIAL.
           SELECT REVIEW-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       COPY "DelinquencyState.cpy".

       FD  COLL-STATE-FILE.
       COPY "CollectionState.cpy".

       FD  CHARGEOFF-FILE.
       COPY "ChargeOff.cpy".

       FD  TRANHIST-FILE.
       01  TRANHIST-REC          PIC X(40).

       FD  SORTED-TRANHIST.
       COPY "CardTranHistory.cpy".

       FD  PROPOSAL-FILE.
       COPY "LimitRequestFile.cpy".

       FD  REVIEW-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02  SRT-ACCOUNT-ID    PIC X(10).
           02  SRT-CARD-SEQ-NO   PIC 9(2).
           02  SRT-POST-DATE     PIC 9(8).
           02  FILLER            PIC X(20).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "CardPcb.cpy".
       COPY "CardSegment.cpy".

       01  WS-GN-FUNCTION        PIC X(4) VALUE 'GN  '.

       01  WS-CARD-EOF-SWITCH    PIC X VALUE 'N'.
           88  CARD-AT-END       VALUE 'Y'.
       01  WS-STATE-EOF-SWITCH   PIC X VALUE 'N'.
           88  STATE-AT-END      VALUE 'Y'.
       01  WS-COLL-EOF-SWITCH    PIC X VALUE 'N'.
           88  COLL-AT-END       VALUE 'Y'.
       01  WS-CHGOFF-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHGOFF-AT-END     VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRAN-AT-END       VALUE 'Y'.
       01  WS-TABLES-SWITCH      PIC X VALUE 'Y'.
           88  TABLES-LOADED     VALUE 'Y'.
       01  WS-FOUND-SWITCH       PIC X.
           88  CARD-ON-TABLE     VALUE 'Y'.
       01  WS-MATCH-SWITCH       PIC X.
           88  RULE-MATCHED      VALUE 'Y'.

       01  WS-REVIEW-DAYS        PIC 9(3) VALUE 90.
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-PERIOD-START       PIC 9(8).
       01  WS-SYSTEM-OFFICER     PIC X(8) VALUE 'LINEREVW'.
       01  WS-POLICY-MIN-LIMIT   PIC 9(7) VALUE 100.
       01  WS-POLICY-MAX-LIMIT   PIC 9(7) VALUE 5000000.

      *    Points per factor: factor code, value range (inclusive)
      *    and the points a value in that range earns. A value no
      *    row covers earns nothing.
       01  WS-SCORE-RULES.
           02  FILLER            PIC X(12) VALUE 'UT080999+020'.
           02  FILLER            PIC X(12) VALUE 'UT050079+010'.
           02  FILLER            PIC X(12) VALUE 'DB000000+020'.
           02  FILLER            PIC X(12) VALUE 'DB030030-020'.
           02  FILLER            PIC X(12) VALUE 'DB060060-040'.
           02  FILLER            PIC X(12) VALUE 'DB090999-060'.
           02  FILLER            PIC X(12) VALUE 'OL000000+010'.
           02  FILLER            PIC X(12) VALUE 'OL001014-010'.
           02  FILLER            PIC X(12) VALUE 'OL015999-030'.
           02  FILLER            PIC X(12) VALUE 'PY003999+030'.
           02  FILLER            PIC X(12) VALUE 'PY001002+015'.
           02  FILLER            PIC X(12) VALUE 'PY000000-020'.
           02  FILLER            PIC X(12) VALUE 'NR001001-025'.
           02  FILLER            PIC X(12) VALUE 'NR002999-050'.
       01  WS-SCORE-RULE-TABLE REDEFINES WS-SCORE-RULES.
           02  WS-SCORE-RULE OCCURS 14 TIMES.
               03  SR-FACTOR     PIC X(2).
               03  SR-FROM-VALUE PIC 9(3).
               03  SR-TO-VALUE   PIC 9(3).
               03  SR-POINTS     PIC S9(3) SIGN LEADING SEPARATE.
       01  WS-SCORE-RULE-COUNT   PIC 9(2) VALUE 14.
       01  WS-SCORE-RULE-IDX     PIC 9(2).

      *    Score bands: score range (inclusive), the minimum
      *    utilization percent an increase needs, the action (I
      *    increase, D decrease) and the percent of the current
      *    line. A score no row covers leaves the line alone.
       01  WS-LINE-BANDS.
           02  FILLER            PIC X(15) VALUE '+070+999050I025'.
           02  FILLER            PIC X(15) VALUE '+050+069050I010'.
           02  FILLER            PIC X(15) VALUE '-040-001000D010'.
           02  FILLER            PIC X(15) VALUE '-999-041000D025'.
       01  WS-LINE-BAND-TABLE REDEFINES WS-LINE-BANDS.
           02  WS-LINE-BAND OCCURS 4 TIMES.
               03  LB-FROM-SCORE PIC S9(3) SIGN LEADING SEPARATE.
               03  LB-TO-SCORE   PIC S9(3) SIGN LEADING SEPARATE.
               03  LB-MIN-UTIL   PIC 9(3).
               03  LB-ACTION     PIC X(1).
               03  LB-PERCENT    PIC 9(3).
       01  WS-LINE-BAND-COUNT    PIC 9(2) VALUE 4.
       01  WS-LINE-BAND-IDX      PIC 9(2).
       01  WS-LINE-BAND-SLOT     PIC 9(2).

      *    One card's factor values and score.
       01  WS-FACTOR-CODE        PIC X(2).
       01  WS-FACTOR-VALUE       PIC 9(3).
       01  WS-UTIL-PCT           PIC 9(3).
       01  WS-UTIL-WORK          PIC S9(7).
       01  WS-DLQ-BUCKET         PIC 9(3).
       01  WS-DAYS-OVER          PIC 9(3).
       01  WS-PAYMENT-COUNT      PIC 9(3).
       01  WS-RETURNED-COUNT     PIC 9(3).
       01  WS-SCORE              PIC S9(3).
       01  WS-OLD-LIMIT          PIC 9(7).
       01  WS-NEW-LIMIT          PIC 9(7).
       01  WS-NEW-HUNDREDS       PIC 9(6).
       01  WS-BALANCE-FLOOR      PIC 9(7).

       01  WS-DELINQUENT-MAX     PIC 9(4) VALUE 5000.
       01  WS-DELINQUENT-COUNT   PIC 9(4) VALUE 0.
       01  WS-DELINQUENT-IDX     PIC 9(4).
       01  WS-DELINQUENT-TABLE.
           02  WS-DELINQUENT-ENTRY OCCURS 5000 TIMES.
               03  DQ-ACCOUNT-ID  PIC X(10).
               03  DQ-CARD-SEQ-NO PIC 9(2).
               03  DQ-BUCKET      PIC 9(2).

       01  WS-OVERLIMIT-MAX      PIC 9(4) VALUE 5000.
       01  WS-OVERLIMIT-COUNT    PIC 9(4) VALUE 0.
       01  WS-OVERLIMIT-IDX      PIC 9(4).
       01  WS-OVERLIMIT-TABLE.
           02  WS-OVERLIMIT-ENTRY OCCURS 5000 TIMES.
               03  OV-ACCOUNT-ID  PIC X(10).
               03  OV-CARD-NUMBER PIC X(16).
               03  OV-DAYS-OVER   PIC 9(3).

       01  WS-CHGOFF-MAX         PIC 9(4) VALUE 2000.
       01  WS-CHGOFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHGOFF-IDX         PIC 9(4).
       01  WS-CHGOFF-TABLE.
           02  WS-CHGOFF-ENTRY OCCURS 2000 TIMES.
               03  CO-ACCOUNT-ID  PIC X(10).
               03  CO-CARD-SEQ-NO PIC 9(2).

       01  WS-CARDS-READ         PIC 9(7) VALUE 0.
       01  WS-EXCLUDED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REVIEWED-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNCHANGED-COUNT    PIC 9(7) VALUE 0.
       01  WS-INCREASE-COUNT     PIC 9(7) VALUE 0.
       01  WS-INCREASE-AMOUNT    PIC 9(11) VALUE 0.
       01  WS-DECREASE-COUNT     PIC 9(7) VALUE 0.
       01  WS-DECREASE-AMOUNT    PIC 9(11) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(25) VALUE
               'QUARTERLY LINE REVIEW TO '.
           02  WH-TODAY-DATE     PIC 9(8).
           02  FILLER            PIC X(6) VALUE ' FROM '.
           02  WH-PERIOD-START   PIC 9(8).
           02  FILLER            PIC X(33) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(40) VALUE
               'ACCOUNT    SQ   LIMIT UT% DB OVR PAY NR '.
           02  FILLER            PIC X(40) VALUE
               'SCORE ACTN NEW LIMIT                    '.

       01  WS-PROPOSAL-LINE.
           02  WP-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-OLD-LIMIT      PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-UTIL-PCT       PIC ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-DLQ-BUCKET     PIC Z9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-DAYS-OVER      PIC ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-PAYMENTS       PIC ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-RETURNED       PIC Z9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-SCORE          PIC ---9.
           02  FILLER            PIC X(2) VALUE SPACES.
           02  WP-ACTION         PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WP-NEW-LIMIT      PIC ZZZZZZ9.
           02  FILLER            PIC X(22) VALUE SPACES.

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
           02  LS-REVIEW-DAYS    PIC X(3).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDLNREV' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDLNREV ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           IF NOT TABLES-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCOUNT-ID SRT-CARD-SEQ-NO
                                SRT-POST-DATE
               USING TRANHIST-FILE
               GIVING SORTED-TRANHIST
           OPEN INPUT SORTED-TRANHIST
           PERFORM 1500-READ-NEXT-TRAN
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT REVIEW-RPT
           MOVE WS-TODAY-DATE   TO WH-TODAY-DATE
           MOVE WS-PERIOD-START TO WH-PERIOD-START
           WRITE RPT-LINE FROM WS-HEADING
           WRITE RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM 2000-WALK-CARDS
           PERFORM 8000-WRITE-SUMMARY
           CLOSE SORTED-TRANHIST
           CLOSE PROPOSAL-FILE
           CLOSE REVIEW-RPT
           MOVE WS-CARDS-READ     TO WS-RC-READ-COUNT
           COMPUTE WS-RC-WRITTEN-COUNT =
               WS-INCREASE-COUNT + WS-DECREASE-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-INITIALIZE.
           IF LS-PARM-LEN >= 3
               AND LS-REVIEW-DAYS IS NUMERIC
               MOVE LS-REVIEW-DAYS TO WS-REVIEW-DAYS
           END-IF
           MOVE WS-RC-TODAY-DATE TO WS-TODAY-DATE
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - WS-REVIEW-DAYS)
           PERFORM 1100-LOAD-DELINQUENT
           PERFORM 1200-LOAD-OVER-LIMIT
           PERFORM 1300-LOAD-CHARGED-OFF.

      *    A card missing from any of these tables would score as a
      *    clean payer, so a full table stops the run instead.
       1100-LOAD-DELINQUENT.
           OPEN INPUT STATE-FILE
           READ STATE-FILE
               AT END SET STATE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL STATE-AT-END
               IF WS-DELINQUENT-COUNT >= WS-DELINQUENT-MAX
                   DISPLAY 'CRDLNREV DELINQUENCY TABLE FULL AT '
                           WS-DELINQUENT-MAX ', RUN STOPPED'
                   MOVE 'N' TO WS-TABLES-SWITCH
                   SET STATE-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-DELINQUENT-COUNT
                   MOVE DLQ-ACCOUNT-ID TO
                       DQ-ACCOUNT-ID(WS-DELINQUENT-COUNT)
                   MOVE DLQ-CARD-SEQ-NO TO
                       DQ-CARD-SEQ-NO(WS-DELINQUENT-COUNT)
                   MOVE DLQ-BUCKET TO
                       DQ-BUCKET(WS-DELINQUENT-COUNT)
                   READ STATE-FILE
                       AT END SET STATE-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE STATE-FILE.

      *    CRDCOLL keys its state by account and PAN, not sequence.
       1200-LOAD-OVER-LIMIT.
           OPEN INPUT COLL-STATE-FILE
           READ COLL-STATE-FILE
               AT END SET COLL-AT-END TO TRUE
           END-READ
           PERFORM UNTIL COLL-AT-END
               IF WS-OVERLIMIT-COUNT >= WS-OVERLIMIT-MAX
                   DISPLAY 'CRDLNREV OVER-LIMIT TABLE FULL AT '
                           WS-OVERLIMIT-MAX ', RUN STOPPED'
                   MOVE 'N' TO WS-TABLES-SWITCH
                   SET COLL-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-OVERLIMIT-COUNT
                   MOVE COL-ACCOUNT-ID TO
                       OV-ACCOUNT-ID(WS-OVERLIMIT-COUNT)
                   MOVE COL-CARD-NUMBER TO
                       OV-CARD-NUMBER(WS-OVERLIMIT-COUNT)
                   MOVE COL-DAYS-OVER TO
                       OV-DAYS-OVER(WS-OVERLIMIT-COUNT)
                   READ COLL-STATE-FILE
                       AT END SET COLL-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE COLL-STATE-FILE.

       1300-LOAD-CHARGED-OFF.
           OPEN INPUT CHARGEOFF-FILE
           READ CHARGEOFF-FILE
               AT END SET CHGOFF-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CHGOFF-AT-END
               IF WS-CHGOFF-COUNT >= WS-CHGOFF-MAX
                   DISPLAY 'CRDLNREV CHARGE-OFF TABLE FULL AT '
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

       1500-READ-NEXT-TRAN.
           READ SORTED-TRANHIST
               AT END SET TRAN-AT-END TO TRUE
           END-READ.

       2000-WALK-CARDS.
           PERFORM UNTIL CARD-AT-END
               CALL 'CBLTDLI' USING WS-GN-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
               IF CARD-PCB-STATUS-CODE = SPACES
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 3000-REVIEW-ONE-CARD
               ELSE
                   SET CARD-AT-END TO TRUE
               END-IF
           END-PERFORM.

      *    Blocked, closed and charged-off cards and cards with no
      *    line are not reviewed. Their history is still read past
      *    so the sorted file stays in step with the walk.
       3000-REVIEW-ONE-CARD.
           PERFORM 3100-COUNT-PAYMENTS
           PERFORM 3400-FIND-CHARGED-OFF
           IF NOT CARD-ACTIVE
               OR CARD-ON-TABLE
               OR CARD-SEG-LIMIT NOT > 0
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               ADD 1 TO WS-REVIEWED-COUNT
               PERFORM 3200-FIND-DELINQUENT
               PERFORM 3300-FIND-OVER-LIMIT
               PERFORM 4000-SCORE-CARD
               PERFORM 5000-PROPOSE-NEW-LINE
           END-IF.

      *    The sorted history and the GN walk are both in key order.
      *    Only settlement credits count as payments; a returned
      *    payment counts against the card in its own factor.
       3100-COUNT-PAYMENTS.
           MOVE 0 TO WS-PAYMENT-COUNT
           MOVE 0 TO WS-RETURNED-COUNT
           PERFORM UNTIL TRAN-AT-END
               OR TRN-ACCOUNT-ID > CARD-ACCOUNT-ID
               OR (TRN-ACCOUNT-ID = CARD-ACCOUNT-ID
                   AND TRN-CARD-SEQ-NO > CARD-SEQ-NO)
               IF TRN-ACCOUNT-ID = CARD-ACCOUNT-ID
                   AND TRN-CARD-SEQ-NO = CARD-SEQ-NO
                   AND TRN-POST-DATE >= WS-PERIOD-START
                   EVALUATE TRUE
                       WHEN TRN-SETTLEMENT
                           AND TRN-DEBIT-CREDIT = 'C'
                           AND WS-PAYMENT-COUNT < 999
                           ADD 1 TO WS-PAYMENT-COUNT
                       WHEN TRN-NSF-REVERSAL
                           AND WS-RETURNED-COUNT < 999
                           ADD 1 TO WS-RETURNED-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 1500-READ-NEXT-TRAN
           END-PERFORM.

       3200-FIND-DELINQUENT.
           MOVE 0 TO WS-DLQ-BUCKET
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DELINQUENT-IDX FROM 1 BY 1
               UNTIL WS-DELINQUENT-IDX > WS-DELINQUENT-COUNT
                   OR CARD-ON-TABLE
               IF DQ-ACCOUNT-ID(WS-DELINQUENT-IDX) = CARD-ACCOUNT-ID
                   AND DQ-CARD-SEQ-NO(WS-DELINQUENT-IDX)
                       = CARD-SEQ-NO
                   SET CARD-ON-TABLE TO TRUE
                   MOVE DQ-BUCKET(WS-DELINQUENT-IDX) TO WS-DLQ-BUCKET
               END-IF
           END-PERFORM.

       3300-FIND-OVER-LIMIT.
           MOVE 0 TO WS-DAYS-OVER
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-OVERLIMIT-IDX FROM 1 BY 1
               UNTIL WS-OVERLIMIT-IDX > WS-OVERLIMIT-COUNT
                   OR CARD-ON-TABLE
               IF OV-ACCOUNT-ID(WS-OVERLIMIT-IDX) = CARD-ACCOUNT-ID
                   AND OV-CARD-NUMBER(WS-OVERLIMIT-IDX)
                       = CARD-SEG-NUMBER
                   SET CARD-ON-TABLE TO TRUE
                   MOVE OV-DAYS-OVER(WS-OVERLIMIT-IDX) TO WS-DAYS-OVER
               END-IF
           END-PERFORM.

       3400-FIND-CHARGED-OFF.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
                   OR CARD-ON-TABLE
               IF CO-ACCOUNT-ID(WS-CHGOFF-IDX) = CARD-ACCOUNT-ID
                   AND CO-CARD-SEQ-NO(WS-CHGOFF-IDX) = CARD-SEQ-NO
                   SET CARD-ON-TABLE TO TRUE
               END-IF
           END-PERFORM.

      *    A credit balance is no utilization; anything past 999
      *    percent scores as 999.
       4000-SCORE-CARD.
           MOVE 0 TO WS-SCORE
           IF CARD-SEG-USAGE > 0
               COMPUTE WS-UTIL-WORK =
                   (CARD-SEG-USAGE * 100) / CARD-SEG-LIMIT
               IF WS-UTIL-WORK > 999
                   MOVE 999 TO WS-UTIL-PCT
               ELSE
                   MOVE WS-UTIL-WORK TO WS-UTIL-PCT
               END-IF
           ELSE
               MOVE 0 TO WS-UTIL-PCT
           END-IF
           MOVE 'UT' TO WS-FACTOR-CODE
           MOVE WS-UTIL-PCT TO WS-FACTOR-VALUE
           PERFORM 4100-SCORE-FACTOR
           MOVE 'DB' TO WS-FACTOR-CODE
           MOVE WS-DLQ-BUCKET TO WS-FACTOR-VALUE
           PERFORM 4100-SCORE-FACTOR
           MOVE 'OL' TO WS-FACTOR-CODE
           MOVE WS-DAYS-OVER TO WS-FACTOR-VALUE
           PERFORM 4100-SCORE-FACTOR
           MOVE 'PY' TO WS-FACTOR-CODE
           MOVE WS-PAYMENT-COUNT TO WS-FACTOR-VALUE
           PERFORM 4100-SCORE-FACTOR
           MOVE 'NR' TO WS-FACTOR-CODE
           MOVE WS-RETURNED-COUNT TO WS-FACTOR-VALUE
           PERFORM 4100-SCORE-FACTOR.

       4100-SCORE-FACTOR.
           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-SCORE-RULE-IDX FROM 1 BY 1
               UNTIL WS-SCORE-RULE-IDX > WS-SCORE-RULE-COUNT
                   OR RULE-MATCHED
               IF SR-FACTOR(WS-SCORE-RULE-IDX) = WS-FACTOR-CODE
                   AND WS-FACTOR-VALUE
                       >= SR-FROM-VALUE(WS-SCORE-RULE-IDX)
                   AND WS-FACTOR-VALUE
                       <= SR-TO-VALUE(WS-SCORE-RULE-IDX)
                   SET RULE-MATCHED TO TRUE
                   ADD SR-POINTS(WS-SCORE-RULE-IDX) TO WS-SCORE
               END-IF
           END-PERFORM.

      *    Lines move in whole hundreds. A cut stops at the balance
      *    (rounded up to the hundred) so it never puts the card
      *    over limit by itself. An increase stops at the policy
      *    maximum, and a line already above it is left as it is
      *    rather than cut by an increase band.
       5000-PROPOSE-NEW-LINE.
           MOVE CARD-SEG-LIMIT TO WS-OLD-LIMIT
           MOVE WS-OLD-LIMIT   TO WS-NEW-LIMIT
           PERFORM 5100-FIND-LINE-BAND
           IF RULE-MATCHED
               IF LB-ACTION(WS-LINE-BAND-SLOT) = 'I'
                   COMPUTE WS-NEW-HUNDREDS ROUNDED =
                       WS-OLD-LIMIT
                       * (100 + LB-PERCENT(WS-LINE-BAND-SLOT))
                       / 10000
                   IF WS-NEW-HUNDREDS * 100 > WS-POLICY-MAX-LIMIT
                       MOVE WS-POLICY-MAX-LIMIT TO WS-NEW-LIMIT
                   ELSE
                       COMPUTE WS-NEW-LIMIT = WS-NEW-HUNDREDS * 100
                   END-IF
                   IF WS-NEW-LIMIT < WS-OLD-LIMIT
                       MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
                   END-IF
               ELSE
                   COMPUTE WS-NEW-HUNDREDS ROUNDED =
                       WS-OLD-LIMIT
                       * (100 - LB-PERCENT(WS-LINE-BAND-SLOT))
                       / 10000
                   COMPUTE WS-NEW-LIMIT = WS-NEW-HUNDREDS * 100
                   PERFORM 5200-APPLY-BALANCE-FLOOR
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-LIMIT > WS-OLD-LIMIT
                   MOVE 'INCR' TO WP-ACTION
                   ADD 1 TO WS-INCREASE-COUNT
                   COMPUTE WS-INCREASE-AMOUNT = WS-INCREASE-AMOUNT
                       + WS-NEW-LIMIT - WS-OLD-LIMIT
                   PERFORM 5300-WRITE-PROPOSAL
               WHEN WS-NEW-LIMIT < WS-OLD-LIMIT
                   MOVE 'DECR' TO WP-ACTION
                   ADD 1 TO WS-DECREASE-COUNT
                   COMPUTE WS-DECREASE-AMOUNT = WS-DECREASE-AMOUNT
                       + WS-OLD-LIMIT - WS-NEW-LIMIT
                   PERFORM 5300-WRITE-PROPOSAL
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-COUNT
           END-EVALUATE.

       5100-FIND-LINE-BAND.
           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-LINE-BAND-IDX FROM 1 BY 1
               UNTIL WS-LINE-BAND-IDX > WS-LINE-BAND-COUNT
                   OR RULE-MATCHED
               IF WS-SCORE >= LB-FROM-SCORE(WS-LINE-BAND-IDX)
                   AND WS-SCORE <= LB-TO-SCORE(WS-LINE-BAND-IDX)
                   AND WS-UTIL-PCT >= LB-MIN-UTIL(WS-LINE-BAND-IDX)
                   SET RULE-MATCHED TO TRUE
                   MOVE WS-LINE-BAND-IDX TO WS-LINE-BAND-SLOT
               END-IF
           END-PERFORM.

       5200-APPLY-BALANCE-FLOOR.
           MOVE 0 TO WS-BALANCE-FLOOR
           IF CARD-SEG-USAGE > 0
               COMPUTE WS-NEW-HUNDREDS =
                   (CARD-SEG-USAGE + 99) / 100
               COMPUTE WS-BALANCE-FLOOR = WS-NEW-HUNDREDS * 100
           END-IF
           IF WS-NEW-LIMIT < WS-BALANCE-FLOOR
               MOVE WS-BALANCE-FLOOR TO WS-NEW-LIMIT
           END-IF
           IF WS-NEW-LIMIT < WS-POLICY-MIN-LIMIT
               MOVE WS-POLICY-MIN-LIMIT TO WS-NEW-LIMIT
           END-IF
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
               MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
           END-IF.

       5300-WRITE-PROPOSAL.
           MOVE SPACES            TO LRQ-RECORD
           MOVE CARD-ACCOUNT-ID   TO LRQ-ACCOUNT-ID
           MOVE CARD-SEQ-NO       TO LRQ-CARD-SEQ-NO
           MOVE WS-NEW-LIMIT      TO LRQ-NEW-LIMIT
           MOVE WS-SYSTEM-OFFICER TO LRQ-OFFICER
           WRITE LRQ-RECORD
           MOVE CARD-ACCOUNT-ID   TO WP-ACCOUNT-ID
           MOVE CARD-SEQ-NO       TO WP-CARD-SEQ-NO
           MOVE WS-OLD-LIMIT      TO WP-OLD-LIMIT
           MOVE WS-UTIL-PCT       TO WP-UTIL-PCT
           MOVE WS-DLQ-BUCKET     TO WP-DLQ-BUCKET
           MOVE WS-DAYS-OVER      TO WP-DAYS-OVER
           MOVE WS-PAYMENT-COUNT  TO WP-PAYMENTS
           MOVE WS-RETURNED-COUNT TO WP-RETURNED
           MOVE WS-SCORE          TO WP-SCORE
           MOVE WS-NEW-LIMIT      TO WP-NEW-LIMIT
           WRITE RPT-LINE FROM WS-PROPOSAL-LINE.

       8000-WRITE-SUMMARY.
           MOVE 'CARDS READ          ' TO WS-SUM-LABEL
           MOVE WS-CARDS-READ          TO WS-SUM-COUNT
           MOVE 0                      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NOT REVIEWED        ' TO WS-SUM-LABEL
           MOVE WS-EXCLUDED-COUNT      TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CARDS REVIEWED      ' TO WS-SUM-LABEL
           MOVE WS-REVIEWED-COUNT      TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NO CHANGE PROPOSED  ' TO WS-SUM-LABEL
           MOVE WS-UNCHANGED-COUNT     TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'INCREASES PROPOSED  ' TO WS-SUM-LABEL
           MOVE WS-INCREASE-COUNT      TO WS-SUM-COUNT
           MOVE WS-INCREASE-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECREASES PROPOSED  ' TO WS-SUM-LABEL
           MOVE WS-DECREASE-COUNT      TO WS-SUM-COUNT
           MOVE WS-DECREASE-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       COPY "RunControlLog.cpy".
