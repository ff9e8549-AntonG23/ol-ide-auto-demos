       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDDISP.
      *
      *    Dispute Case Register
      *
      *    CRDTRNQ lets the service desk find the posting a
      *    cardholder is disputing, but until now nothing recorded
      *    that a dispute existed, the provisional credit was keyed
      *    by hand outside this system, and nobody could say which
      *    disputes had been open for sixty days. This daily job
      *    keeps the dispute case register, carried forward run to
      *    run, from the dispute desk's action file:
      *
      *      OPEN  checks the disputed posting is a settlement debit
      *            on the transaction history file and not already
      *            under dispute, assigns the next case id, and
      *            posts the provisional credit to CARD-SEG-USAGE
      *            with a journal record and a DC history record.
      *      RSLC  resolves the case for the cardholder - the
      *            provisional credit simply stands.
      *      RSLM  resolves the case for the merchant - the credit
      *            is reversed onto CARD-SEG-USAGE with a journal
      *            record and a DR history record.
      *
      *    Neither a provisional credit nor its reversal is posted
      *    to a card on the charged-off accounts file - its usage
      *    stays at the zero CRDCHGOF left it at and the balance
      *    belongs to Finance - and a reversal is not charged to a
      *    card CRDBLOCK blocked as lost or stolen, or closed, whose
      *    balance has moved on. Those actions are rejected and the
      *    case stays as it was for the dispute desk to settle by
      *    hand.
      *
      *    The report lists every action applied and rejected, then
      *    the aging of every case still open, oldest first, with
      *    counts and amounts by 30-day band.
      *
      *    First run: point DSPSTIN at an empty file; case ids start
      *    at 1.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTION-FILE ASSIGN TO DSPACTN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHARGEOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRIOR-CASE-FILE ASSIGN TO DSPSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-CASE-FILE ASSIGN TO DSPSTOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPUTE-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE.
       COPY "DisputeAction.cpy".

       FD  CHARGEOFF-FILE.
       COPY "ChargeOff.cpy".

       FD  PRIOR-CASE-FILE.
       01  PRIOR-CASE-REC        PIC X(80).

       FD  NEW-CASE-FILE.
       COPY "DisputeCase.cpy".

       FD  TRANHIST-FILE.
       COPY "CardTranHistory.cpy".

       FD  DISPUTE-RPT.
       01  RPT-LINE              PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC           PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       SD  AGING-SORT-WORK.
       01  AGING-SORT-REC.
           02  ASR-DAYS-OPEN     PIC 9(5).
           02  ASR-CASE-ID       PIC 9(7).
           02  ASR-ACCOUNT-ID    PIC X(10).
           02  ASR-CARD-SEQ-NO   PIC 9(2).
           02  ASR-POST-DATE     PIC 9(8).
           02  ASR-AMOUNT        PIC 9(7).
           02  ASR-REASON-CODE   PIC X(4).
           02  ASR-OPENED-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "CardJournal.cpy".
       COPY "CardPcb.cpy".
       COPY "CardSegment.cpy".
       COPY "CardSsa.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.
       01  WS-REPL-FUNCTION      PIC X(4) VALUE 'REPL'.

       01  WS-ACTION-EOF-SWITCH  PIC X VALUE 'N'.
           88  ACTIONS-AT-END    VALUE 'Y'.
       01  WS-PRIOR-EOF-SWITCH   PIC X VALUE 'N'.
           88  PRIOR-AT-END      VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRANHIST-AT-END   VALUE 'Y'.
       01  WS-CASE-FOUND-SWITCH  PIC X.
           88  CASE-FOUND        VALUE 'Y'.
       01  WS-POSTED-SWITCH      PIC X.
           88  CARD-POSTED       VALUE 'Y'.
       01  WS-REGISTER-SWITCH    PIC X VALUE 'Y'.
           88  REGISTER-LOADED   VALUE 'Y'.
       01  WS-CHGOFF-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHGOFF-AT-END     VALUE 'Y'.
       01  WS-CHGOFF-SWITCH      PIC X VALUE 'Y'.
           88  CHGOFF-LOADED     VALUE 'Y'.
       01  WS-ACTION-SWITCH      PIC X VALUE 'Y'.
           88  ACTIONS-LOADED    VALUE 'Y'.
       01  WS-CHGOFF-FOUND-SWITCH PIC X.
           88  CARD-CHARGED-OFF  VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-TODAY-INTEGER      PIC 9(8).
       01  WS-KEEP-INTEGER       PIC 9(8).
       01  WS-KEEP-FROM-DATE     PIC 9(8).
       01  WS-RESOLVED-KEEP-DAYS PIC 9(3) VALUE 90.

      *    What 2400 posts to the card: a signed usage adjustment
      *    (negative is the provisional credit) and the history
      *    record's indicator and type.
       01  WS-ADJUST-AMOUNT      PIC S9(7).
       01  WS-ADJUST-DC          PIC X(1).
       01  WS-ADJUST-TYPE        PIC X(2).

       01  WS-LAST-CASE-ID       PIC 9(7) VALUE 0.
       01  WS-DAYS-OPEN          PIC 9(5).

       01  WS-ACTION-MAX         PIC 9(3) VALUE 500.
       01  WS-ACTION-COUNT       PIC 9(3) VALUE 0.
       01  WS-ACTION-IDX         PIC 9(3).
       01  WS-ACTION-TABLE.
           02  WS-ACTION-ENTRY OCCURS 500 TIMES.
               03  AC-ACTION        PIC X(4).
               03  AC-CASE-ID       PIC 9(7).
               03  AC-ACCOUNT-ID    PIC X(10).
               03  AC-CARD-SEQ-NO   PIC 9(2).
               03  AC-POST-DATE     PIC 9(8).
               03  AC-AMOUNT        PIC 9(7).
               03  AC-REASON-CODE   PIC X(4).
               03  AC-OPERATOR      PIC X(8).
               03  FILLER           PIC X(10).
               03  AC-POSTING-FOUND PIC X(1).

       01  WS-CHGOFF-MAX         PIC 9(4) VALUE 2000.
       01  WS-CHGOFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHGOFF-IDX         PIC 9(4).
       01  WS-CHGOFF-TABLE.
           02  WS-CHGOFF-ENTRY OCCURS 2000 TIMES.
               03  CO-ACCOUNT-ID    PIC X(10).
               03  CO-CARD-SEQ-NO   PIC 9(2).

       01  WS-CASE-MAX           PIC 9(4) VALUE 2000.
       01  WS-CASE-COUNT         PIC 9(4) VALUE 0.
       01  WS-CASE-IDX           PIC 9(4).
       01  WS-CASE-SLOT          PIC 9(4).
       01  WS-CASE-TABLE.
           02  WS-CASE-ENTRY OCCURS 2000 TIMES.
               03  CS-CASE-ID       PIC 9(7).
               03  CS-ACCOUNT-ID    PIC X(10).
               03  CS-CARD-SEQ-NO   PIC 9(2).
               03  CS-POST-DATE     PIC 9(8).
               03  CS-AMOUNT        PIC 9(7).
               03  CS-REASON-CODE   PIC X(4).
               03  CS-OPENED-DATE   PIC 9(8).
               03  CS-STATUS        PIC X(1).
               03  CS-RESOLVED-DATE PIC 9(8).
               03  FILLER           PIC X(25).

       01  WS-OPENED-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPENED-AMOUNT      PIC 9(11) VALUE 0.
       01  WS-CARDHOLDER-COUNT   PIC 9(5) VALUE 0.
       01  WS-CARDHOLDER-AMOUNT  PIC 9(11) VALUE 0.
       01  WS-MERCHANT-COUNT     PIC 9(5) VALUE 0.
       01  WS-MERCHANT-AMOUNT    PIC 9(11) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REGISTER-COUNT     PIC 9(7) VALUE 0.

      *    Aging bands for the open-case section: up to 30, 60, 90
      *    days, and everything older.
       01  WS-BAND-IDX           PIC 9(1).
       01  WS-BAND-TABLE.
           02  WS-BAND-ENTRY OCCURS 4 TIMES.
               03  BD-COUNT      PIC 9(5).
               03  BD-AMOUNT     PIC 9(11).
       01  WS-BAND-LABELS.
           02  FILLER            PIC X(20) VALUE 'OPEN 0-30 DAYS'.
           02  FILLER            PIC X(20) VALUE 'OPEN 31-60 DAYS'.
           02  FILLER            PIC X(20) VALUE 'OPEN 61-90 DAYS'.
           02  FILLER            PIC X(20) VALUE 'OPEN OVER 90 DAYS'.
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           02  BD-LABEL          PIC X(20) OCCURS 4 TIMES.

       01  WS-HEADING.
           02  FILLER            PIC X(21) VALUE
               'DISPUTE CASE ACTIVITY'.
           02  FILLER            PIC X(59) VALUE SPACES.

       01  WS-ACTION-LINE.
           02  WA-CASE-ID        PIC 9(7).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-POST-DATE      PIC 9(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-REASON-CODE    PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-OUTCOME        PIC X(25).
           02  FILLER            PIC X(11) VALUE SPACES.

       01  WS-REJECT-LINE.
           02  FILLER            PIC X(7) VALUE 'REJECT '.
           02  WR-ACTION         PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-CASE-ID        PIC X(7).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-CARD-SEQ-NO    PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-POST-DATE      PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-REASON         PIC X(30).
           02  FILLER            PIC X(7) VALUE SPACES.

       01  WS-AGING-HEADING.
           02  FILLER            PIC X(32) VALUE
               'OPEN DISPUTES BY DAYS OUTSTANDIN'.
           02  FILLER            PIC X(48) VALUE 'G'.

       01  WS-AGING-LINE.
           02  WG-DAYS-OPEN      PIC ZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WG-CASE-ID        PIC 9(7).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WG-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WG-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WG-POST-DATE      PIC 9(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WG-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WG-REASON-CODE    PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(7) VALUE 'OPENED '.
           02  WG-OPENED-DATE    PIC 9(8).
           02  FILLER            PIC X(14) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'CRDDISP ' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDDISP ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           IF NOT REGISTER-LOADED
               DISPLAY 'CRDDISP CASE REGISTER TABLE FULL AT '
                       WS-CASE-MAX ', RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           IF NOT CHGOFF-LOADED
               DISPLAY 'CRDDISP CHARGE-OFF TABLE FULL AT '
                       WS-CHGOFF-MAX ', RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           IF NOT ACTIONS-LOADED
               DISPLAY 'CRDDISP ACTION TABLE FULL AT '
                       WS-ACTION-MAX ', RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           OPEN OUTPUT DISPUTE-RPT
           OPEN EXTEND TRANHIST-FILE
           OPEN EXTEND JOURNAL-FILE
           WRITE RPT-LINE FROM WS-HEADING
           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
               UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
               PERFORM 2000-APPLY-ONE-ACTION
           END-PERFORM
           PERFORM 4500-PRINT-ACTIVITY-TOTALS
           SORT AGING-SORT-WORK
               ON DESCENDING KEY ASR-DAYS-OPEN
               ON ASCENDING KEY ASR-CASE-ID
               INPUT PROCEDURE IS 3000-WRITE-REGISTER
               OUTPUT PROCEDURE IS 4000-PRINT-AGING
           CLOSE TRANHIST-FILE
           CLOSE JOURNAL-FILE
           CLOSE DISPUTE-RPT
           MOVE WS-ACTION-COUNT   TO WS-RC-READ-COUNT
           MOVE WS-REGISTER-COUNT TO WS-RC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-KEEP-INTEGER =
               WS-TODAY-INTEGER - WS-RESOLVED-KEEP-DAYS
           COMPUTE WS-KEEP-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-KEEP-INTEGER)
           PERFORM 1100-LOAD-PRIOR-REGISTER
           PERFORM 1150-LOAD-CHARGED-OFF
           PERFORM 1200-LOAD-ACTIONS
           PERFORM 1300-MATCH-DISPUTED-POSTINGS.

      *    The whole register is held while the day's actions are
      *    applied, then written out again; a register too big for
      *    the table stops the run rather than silently dropping
      *    live cases from the next generation. The day's actions
      *    and the charged-off accounts are held the same way.
       1100-LOAD-PRIOR-REGISTER.
           OPEN INPUT PRIOR-CASE-FILE
           READ PRIOR-CASE-FILE
               AT END SET PRIOR-AT-END TO TRUE
           END-READ
           PERFORM UNTIL PRIOR-AT-END
               IF WS-CASE-COUNT >= WS-CASE-MAX
                   MOVE 'N' TO WS-REGISTER-SWITCH
                   SET PRIOR-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-CASE-COUNT
                   MOVE PRIOR-CASE-REC TO
                       WS-CASE-ENTRY(WS-CASE-COUNT)
                   IF CS-CASE-ID(WS-CASE-COUNT) > WS-LAST-CASE-ID
                       MOVE CS-CASE-ID(WS-CASE-COUNT)
                           TO WS-LAST-CASE-ID
                   END-IF
                   READ PRIOR-CASE-FILE
                       AT END SET PRIOR-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE PRIOR-CASE-FILE.

      *    A card the table had no room for could take a credit
      *    against a written-off balance, so a full table stops the
      *    run instead.
       1150-LOAD-CHARGED-OFF.
           OPEN INPUT CHARGEOFF-FILE
           READ CHARGEOFF-FILE
               AT END SET CHGOFF-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CHGOFF-AT-END
               IF WS-CHGOFF-COUNT >= WS-CHGOFF-MAX
                   MOVE 'N' TO WS-CHGOFF-SWITCH
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

       1200-LOAD-ACTIONS.
           OPEN INPUT ACTION-FILE
           READ ACTION-FILE
               AT END SET ACTIONS-AT-END TO TRUE
           END-READ
           PERFORM UNTIL ACTIONS-AT-END
               IF WS-ACTION-COUNT >= WS-ACTION-MAX
                   MOVE 'N' TO WS-ACTION-SWITCH
                   SET ACTIONS-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-ACTION-COUNT
                   MOVE DSA-RECORD TO
                       WS-ACTION-ENTRY(WS-ACTION-COUNT)
                   MOVE 'N' TO AC-POSTING-FOUND(WS-ACTION-COUNT)
                   READ ACTION-FILE
                       AT END SET ACTIONS-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ACTION-FILE.

      *    One pass of the history file marks every OPEN whose
      *    posting is there as a settlement debit, instead of a scan
      *    per case.
       1300-MATCH-DISPUTED-POSTINGS.
           OPEN INPUT TRANHIST-FILE
           READ TRANHIST-FILE
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               IF TRN-SETTLEMENT
                   AND TRN-DEBIT-CREDIT NOT = 'C'
                   PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                       UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
                       IF AC-ACTION(WS-ACTION-IDX) = 'OPEN'
                           AND AC-ACCOUNT-ID(WS-ACTION-IDX)
                               = TRN-ACCOUNT-ID
                           AND AC-CARD-SEQ-NO(WS-ACTION-IDX)
                               = TRN-CARD-SEQ-NO
                           AND AC-POST-DATE(WS-ACTION-IDX)
                               = TRN-POST-DATE
                           AND AC-AMOUNT(WS-ACTION-IDX)
                               = TRN-AMOUNT
                           MOVE 'Y' TO
                               AC-POSTING-FOUND(WS-ACTION-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANHIST-FILE.

       2000-APPLY-ONE-ACTION.
           MOVE WS-ACTION-ENTRY(WS-ACTION-IDX) TO DSA-RECORD
           EVALUATE TRUE
               WHEN DSA-OPEN-CASE
                   PERFORM 2100-OPEN-CASE
               WHEN DSA-FOR-CARDHOLDER
                   PERFORM 2200-RESOLVE-FOR-CARDHOLDER
               WHEN DSA-FOR-MERCHANT
                   PERFORM 2300-RESOLVE-FOR-MERCHANT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
           END-EVALUATE.

       2100-OPEN-CASE.
           PERFORM 2150-FIND-CASE-FOR-POSTING
           EVALUATE TRUE
               WHEN DSA-REASON-CODE = SPACES
                   MOVE 'REASON CODE MISSING' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN AC-POSTING-FOUND(WS-ACTION-IDX) NOT = 'Y'
                   MOVE 'NO MATCHING DEBIT POSTING' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN CASE-FOUND
                   MOVE 'POSTING ALREADY DISPUTED' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN WS-CASE-COUNT >= WS-CASE-MAX
                   MOVE 'CASE REGISTER TABLE FULL' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN OTHER
                   COMPUTE WS-ADJUST-AMOUNT = 0 - DSA-AMOUNT
                   MOVE 'C'  TO WS-ADJUST-DC
                   MOVE 'DC' TO WS-ADJUST-TYPE
                   PERFORM 2400-POST-TO-CARD
                   IF CARD-POSTED
                       PERFORM 2160-ADD-CASE
                   END-IF
           END-EVALUATE.

      *    A posting already carrying a case, open or resolved, is
      *    not opened again - a second provisional credit for the
      *    same charge is exactly what this register exists to stop.
       2150-FIND-CASE-FOR-POSTING.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   OR CASE-FOUND
               IF CS-ACCOUNT-ID(WS-CASE-IDX) = DSA-ACCOUNT-ID
                   AND CS-CARD-SEQ-NO(WS-CASE-IDX) = DSA-CARD-SEQ-NO
                   AND CS-POST-DATE(WS-CASE-IDX) = DSA-POST-DATE
                   AND CS-AMOUNT(WS-CASE-IDX) = DSA-AMOUNT
                   SET CASE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2160-ADD-CASE.
           ADD 1 TO WS-LAST-CASE-ID
           ADD 1 TO WS-CASE-COUNT
           MOVE SPACES          TO WS-CASE-ENTRY(WS-CASE-COUNT)
           MOVE WS-LAST-CASE-ID TO CS-CASE-ID(WS-CASE-COUNT)
           MOVE DSA-ACCOUNT-ID  TO CS-ACCOUNT-ID(WS-CASE-COUNT)
           MOVE DSA-CARD-SEQ-NO TO CS-CARD-SEQ-NO(WS-CASE-COUNT)
           MOVE DSA-POST-DATE   TO CS-POST-DATE(WS-CASE-COUNT)
           MOVE DSA-AMOUNT      TO CS-AMOUNT(WS-CASE-COUNT)
           MOVE DSA-REASON-CODE TO CS-REASON-CODE(WS-CASE-COUNT)
           MOVE WS-TODAY-DATE   TO CS-OPENED-DATE(WS-CASE-COUNT)
           MOVE 'O'             TO CS-STATUS(WS-CASE-COUNT)
           MOVE 0               TO CS-RESOLVED-DATE(WS-CASE-COUNT)
           MOVE WS-CASE-COUNT   TO WS-CASE-SLOT
           MOVE 'OPENED, CREDIT POSTED' TO WA-OUTCOME
           PERFORM 2900-WRITE-ACTION-LINE
           ADD 1 TO WS-OPENED-COUNT
           ADD DSA-AMOUNT TO WS-OPENED-AMOUNT.

       2200-RESOLVE-FOR-CARDHOLDER.
           PERFORM 2250-FIND-OPEN-CASE
           IF CASE-FOUND
               MOVE 'C'           TO CS-STATUS(WS-CASE-SLOT)
               MOVE WS-TODAY-DATE TO CS-RESOLVED-DATE(WS-CASE-SLOT)
               MOVE 'CARDHOLDER, CREDIT KEPT' TO WA-OUTCOME
               PERFORM 2900-WRITE-ACTION-LINE
               ADD 1 TO WS-CARDHOLDER-COUNT
               ADD CS-AMOUNT(WS-CASE-SLOT) TO WS-CARDHOLDER-AMOUNT
           END-IF.

      *    The reversal charges back exactly what the case credited,
      *    on the card the case was opened against.
       2300-RESOLVE-FOR-MERCHANT.
           PERFORM 2250-FIND-OPEN-CASE
           IF CASE-FOUND
               MOVE CS-ACCOUNT-ID(WS-CASE-SLOT)  TO DSA-ACCOUNT-ID
               MOVE CS-CARD-SEQ-NO(WS-CASE-SLOT) TO DSA-CARD-SEQ-NO
               MOVE CS-POST-DATE(WS-CASE-SLOT)   TO DSA-POST-DATE
               MOVE CS-AMOUNT(WS-CASE-SLOT)      TO DSA-AMOUNT
               MOVE CS-AMOUNT(WS-CASE-SLOT)      TO WS-ADJUST-AMOUNT
               MOVE 'D'  TO WS-ADJUST-DC
               MOVE 'DR' TO WS-ADJUST-TYPE
               PERFORM 2400-POST-TO-CARD
               IF CARD-POSTED
                   MOVE 'M' TO CS-STATUS(WS-CASE-SLOT)
                   MOVE WS-TODAY-DATE
                       TO CS-RESOLVED-DATE(WS-CASE-SLOT)
                   MOVE 'MERCHANT, CREDIT REVERSED' TO WA-OUTCOME
                   PERFORM 2900-WRITE-ACTION-LINE
                   ADD 1 TO WS-MERCHANT-COUNT
                   ADD CS-AMOUNT(WS-CASE-SLOT) TO WS-MERCHANT-AMOUNT
               END-IF
           END-IF.

       2250-FIND-OPEN-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   OR CASE-FOUND
               IF CS-CASE-ID(WS-CASE-IDX) = DSA-CASE-ID
                   SET CASE-FOUND TO TRUE
                   MOVE WS-CASE-IDX TO WS-CASE-SLOT
               END-IF
           END-PERFORM
           IF NOT CASE-FOUND
               MOVE 'CASE NOT ON REGISTER' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           ELSE
               IF CS-STATUS(WS-CASE-SLOT) NOT = 'O'
                   MOVE 'N' TO WS-CASE-FOUND-SWITCH
                   MOVE 'CASE ALREADY RESOLVED' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               END-IF
           END-IF.

      *    Applies WS-ADJUST-AMOUNT to the card's usage with the
      *    journal and history records every usage change carries.
      *    A provisional credit still reaches a blocked or closed
      *    card, as a settlement credit does in CRDPOST.
       2400-POST-TO-CARD.
           MOVE 'N' TO WS-POSTED-SWITCH
           MOVE DSA-ACCOUNT-ID  TO CSSA-KEY-VALUE(1:10)
           MOVE DSA-CARD-SEQ-NO TO CSSA-KEY-VALUE(11:2)
           PERFORM 2450-CHECK-CHARGED-OFF
           IF CARD-CHARGED-OFF
               MOVE 'CARD CHARGED OFF' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           ELSE
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
                                     CARD-SSA
               EVALUATE TRUE
                   WHEN CARD-PCB-STATUS-CODE NOT = SPACES
                       MOVE 'CARD NOT ON DATABASE' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN CARD-BLOCKED AND WS-ADJUST-DC = 'D'
                       MOVE 'CARD BLOCKED LOST/STOLEN' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN CARD-CLOSED AND WS-ADJUST-DC = 'D'
                       MOVE 'CARD CLOSED' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN OTHER
                       PERFORM 2410-REPLACE-USAGE
               END-EVALUATE
           END-IF.

       2410-REPLACE-USAGE.
           MOVE CARD-SEG-LIMIT TO JNL-OLD-LIMIT
           MOVE CARD-SEG-USAGE TO JNL-OLD-USAGE
           ADD WS-ADJUST-AMOUNT TO CARD-SEG-USAGE
           CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
           IF CARD-PCB-STATUS-CODE = SPACES
               SET CARD-POSTED TO TRUE
               MOVE 'REPL'          TO JNL-ACTION
               MOVE DSA-ACCOUNT-ID  TO JNL-ACCOUNT-ID
               MOVE DSA-CARD-SEQ-NO TO JNL-CARD-SEQ-NO
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               PERFORM 2500-WRITE-TRAN-HISTORY
           ELSE
               MOVE 'DATABASE REPLACE FAILED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

       2450-CHECK-CHARGED-OFF.
           MOVE 'N' TO WS-CHGOFF-FOUND-SWITCH
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
                   OR CARD-CHARGED-OFF
               IF CO-ACCOUNT-ID(WS-CHGOFF-IDX) = DSA-ACCOUNT-ID
                   AND CO-CARD-SEQ-NO(WS-CHGOFF-IDX) = DSA-CARD-SEQ-NO
                   SET CARD-CHARGED-OFF TO TRUE
               END-IF
           END-PERFORM.

       2500-WRITE-TRAN-HISTORY.
           MOVE SPACES TO TRN-RECORD
           MOVE DSA-ACCOUNT-ID  TO TRN-ACCOUNT-ID
           MOVE DSA-CARD-SEQ-NO TO TRN-CARD-SEQ-NO
           MOVE WS-TODAY-DATE   TO TRN-POST-DATE
           MOVE WS-ADJUST-DC    TO TRN-DEBIT-CREDIT
           MOVE DSA-AMOUNT      TO TRN-AMOUNT
           MOVE WS-ADJUST-TYPE  TO TRN-TRAN-TYPE
           MOVE DSA-POST-DATE   TO TRN-REF-POST-DATE
           WRITE TRN-RECORD.

       2900-WRITE-ACTION-LINE.
           MOVE CS-CASE-ID(WS-CASE-SLOT)     TO WA-CASE-ID
           MOVE CS-ACCOUNT-ID(WS-CASE-SLOT)  TO WA-ACCOUNT-ID
           MOVE CS-CARD-SEQ-NO(WS-CASE-SLOT) TO WA-CARD-SEQ-NO
           MOVE CS-POST-DATE(WS-CASE-SLOT)   TO WA-POST-DATE
           MOVE CS-AMOUNT(WS-CASE-SLOT)      TO WA-AMOUNT
           MOVE CS-REASON-CODE(WS-CASE-SLOT) TO WA-REASON-CODE
           WRITE RPT-LINE FROM WS-ACTION-LINE.

      *    Writes the next register generation - every open case,
      *    and resolved cases until they age past the keep window -
      *    and releases the open ones to the aging sort.
       3000-WRITE-REGISTER.
           OPEN OUTPUT NEW-CASE-FILE
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
               IF CS-STATUS(WS-CASE-IDX) = 'O'
                   OR CS-RESOLVED-DATE(WS-CASE-IDX)
                       >= WS-KEEP-FROM-DATE
                   MOVE WS-CASE-ENTRY(WS-CASE-IDX) TO DSP-CASE-RECORD
                   WRITE DSP-CASE-RECORD
                   ADD 1 TO WS-REGISTER-COUNT
               END-IF
               IF CS-STATUS(WS-CASE-IDX) = 'O'
                   PERFORM 3100-RELEASE-OPEN-CASE
               END-IF
           END-PERFORM
           CLOSE NEW-CASE-FILE.

       3100-RELEASE-OPEN-CASE.
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(CS-OPENED-DATE(WS-CASE-IDX))
           MOVE WS-DAYS-OPEN                TO ASR-DAYS-OPEN
           MOVE CS-CASE-ID(WS-CASE-IDX)     TO ASR-CASE-ID
           MOVE CS-ACCOUNT-ID(WS-CASE-IDX)  TO ASR-ACCOUNT-ID
           MOVE CS-CARD-SEQ-NO(WS-CASE-IDX) TO ASR-CARD-SEQ-NO
           MOVE CS-POST-DATE(WS-CASE-IDX)   TO ASR-POST-DATE
           MOVE CS-AMOUNT(WS-CASE-IDX)      TO ASR-AMOUNT
           MOVE CS-REASON-CODE(WS-CASE-IDX) TO ASR-REASON-CODE
           MOVE CS-OPENED-DATE(WS-CASE-IDX) TO ASR-OPENED-DATE
           RELEASE AGING-SORT-REC.

       4000-PRINT-AGING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-AGING-HEADING
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
               MOVE 0 TO BD-COUNT(WS-BAND-IDX)
               MOVE 0 TO BD-AMOUNT(WS-BAND-IDX)
           END-PERFORM
           PERFORM 4100-RETURN-ONE-RECORD
               UNTIL SORT-RETURN = 16
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
               MOVE BD-LABEL(WS-BAND-IDX)  TO WS-SUM-LABEL
               MOVE BD-COUNT(WS-BAND-IDX)  TO WS-SUM-COUNT
               MOVE BD-AMOUNT(WS-BAND-IDX) TO WS-SUM-AMOUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM.

       4100-RETURN-ONE-RECORD.
           RETURN AGING-SORT-WORK
               AT END
                   MOVE 16 TO SORT-RETURN
               NOT AT END
                   MOVE ASR-DAYS-OPEN   TO WG-DAYS-OPEN
                   MOVE ASR-CASE-ID     TO WG-CASE-ID
                   MOVE ASR-ACCOUNT-ID  TO WG-ACCOUNT-ID
                   MOVE ASR-CARD-SEQ-NO TO WG-CARD-SEQ-NO
                   MOVE ASR-POST-DATE   TO WG-POST-DATE
                   MOVE ASR-AMOUNT      TO WG-AMOUNT
                   MOVE ASR-REASON-CODE TO WG-REASON-CODE
                   MOVE ASR-OPENED-DATE TO WG-OPENED-DATE
                   WRITE RPT-LINE FROM WS-AGING-LINE
                   EVALUATE TRUE
                       WHEN ASR-DAYS-OPEN <= 30
                           MOVE 1 TO WS-BAND-IDX
                       WHEN ASR-DAYS-OPEN <= 60
                           MOVE 2 TO WS-BAND-IDX
                       WHEN ASR-DAYS-OPEN <= 90
                           MOVE 3 TO WS-BAND-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-BAND-IDX
                   END-EVALUATE
                   ADD 1 TO BD-COUNT(WS-BAND-IDX)
                   ADD ASR-AMOUNT TO BD-AMOUNT(WS-BAND-IDX)
           END-RETURN.

       4500-PRINT-ACTIVITY-TOTALS.
           MOVE 'CASES OPENED'          TO WS-SUM-LABEL
           MOVE WS-OPENED-COUNT         TO WS-SUM-COUNT
           MOVE WS-OPENED-AMOUNT        TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FOR CARDHOLDER'        TO WS-SUM-LABEL
           MOVE WS-CARDHOLDER-COUNT     TO WS-SUM-COUNT
           MOVE WS-CARDHOLDER-AMOUNT    TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FOR MERCHANT'          TO WS-SUM-LABEL
           MOVE WS-MERCHANT-COUNT       TO WS-SUM-COUNT
           MOVE WS-MERCHANT-AMOUNT      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACTIONS REJECTED'      TO WS-SUM-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-SUM-COUNT
           MOVE 0                       TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       9500-WRITE-REJECT.
           MOVE DSA-ACTION      TO WR-ACTION
           MOVE DSA-CASE-ID     TO WR-CASE-ID
           MOVE DSA-ACCOUNT-ID  TO WR-ACCOUNT-ID
           MOVE DSA-CARD-SEQ-NO TO WR-CARD-SEQ-NO
           MOVE DSA-POST-DATE   TO WR-POST-DATE
           WRITE RPT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
