       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRETN.
      *
      *    Transaction History And Activity Retention Archival
      *
      *    CRDPOST appends to the cumulative transaction history
      *    (CARDTRAN) and activity (CARDACTV) files every day and
      *    nothing trimmed them, so CRDSTMT, CRDDELQ and CRDPURGE
      *    sorted years of history every run. This job moves every
      *    record posted before the retention cutoff out to a new
      *    archive generation of each file (TRNARCH, ACTARCH) and
      *    rewrites the live files with only the records inside
      *    retention.
      *
      *    The cutoff is the first of January of the year the policy
      *    window reaches back into, so whole calendar years move
      *    together and each archive generation holds complete
      *    years. Run once a year after the new year; a later run in
      *    the same year finds nothing more to move.
      *
      *    The split goes to work files (TRNKEEP, ACTKEEP) first.
      *    The live files are rewritten from them only when the
      *    records and debit/credit amounts kept plus archived equal
      *    what was there before; the rewritten files are then read
      *    back and proved against the kept totals. A failed proof
      *    ends the job with return code 12. Before the rewrite the
      *    live files are untouched and the new archive generations
      *    are simply discarded. After it the archive generations
      *    are the only copy of the archived records, so they are
      *    kept and CARDTRAN and CARDACTV are restored from their
      *    prior generations; the register says which applies. It
      *    prints the counts and amounts moved for each posting
      *    year and the proof.
      *
      *    CRDTRNQ searches the archive generations on request, so a
      *    dispute over an archived transaction can still be
      *    answered.
      *
      *    LS-PARM is the JCL PARM: the retention window in months,
      *    two digits. Blank defaults to 13. A window shorter than
      *    CRDPURGE's 12-month dormancy window would archive the
      *    activity that keeps a live card from being purged, so it
      *    is refused with return code 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAN-KEEP-FILE ASSIGN TO TRNKEEP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAN-ARCHIVE-FILE ASSIGN TO TRNARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO CARDACTV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTV-KEEP-FILE ASSIGN TO ACTKEEP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTV-ARCHIVE-FILE ASSIGN TO ACTARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANHIST-FILE.
       COPY "CardTranHistory.cpy".

       FD  TRAN-KEEP-FILE.
       01  TRAN-KEEP-REC         PIC X(40).

       FD  TRAN-ARCHIVE-FILE.
       01  TRAN-ARCHIVE-REC      PIC X(40).

       FD  ACTIVITY-FILE.
       COPY "CardActivity.cpy".

       FD  ACTV-KEEP-FILE.
       01  ACTV-KEEP-REC         PIC X(30).

       FD  ACTV-ARCHIVE-FILE.
       01  ACTV-ARCHIVE-REC      PIC X(30).

       FD  REGISTER-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".

       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRANHIST-AT-END   VALUE 'Y'.
       01  WS-ACTV-EOF-SWITCH    PIC X VALUE 'N'.
           88  ACTIVITY-AT-END   VALUE 'Y'.
       01  WS-PROOF-SWITCH       PIC X VALUE 'Y'.
           88  TOTALS-PROVED     VALUE 'Y'.
       01  WS-LIVE-PROOF-SWITCH  PIC X VALUE 'Y'.
           88  LIVE-FILES-PROVED VALUE 'Y'.
       01  WS-YEAR-FOUND-SWITCH  PIC X.
           88  YEAR-SLOT-FOUND   VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-TODAY-DATE.
           02  WS-TODAY-YEAR     PIC 9(4).
           02  WS-TODAY-MONTH    PIC 9(2).
           02  WS-TODAY-DAY      PIC 9(2).
       01  WS-POLICY-MONTHS      PIC 9(2) VALUE 13.
       01  WS-MINIMUM-MONTHS     PIC 9(2) VALUE 12.
       01  WS-TOTAL-MONTHS       PIC 9(6).
       01  WS-CUTOFF-YEAR        PIC 9(4).
       01  WS-CUTOFF-MONTH       PIC 9(2).
       01  WS-CUTOFF-DATE        PIC 9(8).
       01  WS-POST-YEAR          PIC 9(4).

      *    Record counts and debit/credit amounts for one file or
      *    one side of the split.
       01  WS-TRAN-BEFORE.
           02  TB-COUNT          PIC 9(7) VALUE 0.
           02  TB-DEBITS         PIC 9(11) VALUE 0.
           02  TB-CREDITS        PIC 9(11) VALUE 0.
       01  WS-TRAN-KEPT.
           02  TK-COUNT          PIC 9(7) VALUE 0.
           02  TK-DEBITS         PIC 9(11) VALUE 0.
           02  TK-CREDITS        PIC 9(11) VALUE 0.
       01  WS-TRAN-ARCHIVED.
           02  TA-COUNT          PIC 9(7) VALUE 0.
           02  TA-DEBITS         PIC 9(11) VALUE 0.
           02  TA-CREDITS        PIC 9(11) VALUE 0.
       01  WS-TRAN-AFTER.
           02  TF-COUNT          PIC 9(7) VALUE 0.
           02  TF-DEBITS         PIC 9(11) VALUE 0.
           02  TF-CREDITS        PIC 9(11) VALUE 0.
       01  WS-TRAN-TOTAL.
           02  WT-COUNT          PIC 9(7).
           02  WT-DEBITS         PIC 9(11).
           02  WT-CREDITS        PIC 9(11).
       01  WS-ACTV-BEFORE-COUNT  PIC 9(7) VALUE 0.
       01  WS-ACTV-KEPT-COUNT    PIC 9(7) VALUE 0.
       01  WS-ACTV-ARCH-COUNT    PIC 9(7) VALUE 0.
       01  WS-ACTV-AFTER-COUNT   PIC 9(7) VALUE 0.

       01  WS-YEAR-MAX           PIC 9(2) VALUE 50.
       01  WS-YEAR-COUNT         PIC 9(2) VALUE 0.
       01  WS-YEAR-IDX           PIC 9(2).
       01  WS-YEAR-SLOT          PIC 9(2).
       01  WS-YEAR-TABLE.
           02  WS-YEAR-ENTRY OCCURS 50 TIMES.
               03  YR-YEAR       PIC 9(4).
               03  YR-TRN-COUNT  PIC 9(7).
               03  YR-TRN-DEBITS PIC 9(11).
               03  YR-TRN-CREDITS PIC 9(11).
               03  YR-ACT-COUNT  PIC 9(7).

       01  WS-HEADING.
           02  FILLER            PIC X(42) VALUE
               'HISTORY RETENTION REGISTER, POSTED BEFORE '.
           02  WH-CUTOFF-DATE    PIC 9(8).
           02  FILLER            PIC X(30) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(40) VALUE
               'FILE                   RECORDS          '.
           02  FILLER            PIC X(40) VALUE
               'DEBITS           CREDITS                '.

      *    One register line: a file and posting year moved, or a
      *    proof total.
       01  WS-REGISTER-LINE.
           02  WR-LABEL          PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-COUNT          PIC ZZZZZZ9.
           02  FILLER            PIC X(2) VALUE SPACES.
           02  WR-DEBITS         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(2) VALUE SPACES.
           02  WR-CREDITS        PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(20) VALUE SPACES.
       01  WS-YEAR-LABEL REDEFINES WS-REGISTER-LINE.
           02  WR-FILE-NAME      PIC X(8).
           02  FILLER            PIC X(1).
           02  WR-YEAR           PIC 9(4).
           02  FILLER            PIC X(67).

       01  WS-MESSAGE-LINE.
           02  WS-MESSAGE-TEXT   PIC X(80).

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-POLICY-MONTHS  PIC X(2).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDRETN ' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDRETN ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           IF LS-PARM-LEN >= 2
               AND LS-POLICY-MONTHS IS NUMERIC
               MOVE LS-POLICY-MONTHS TO WS-POLICY-MONTHS
           END-IF
           IF WS-POLICY-MONTHS < WS-MINIMUM-MONTHS
               DISPLAY 'CRDRETN RETENTION ' WS-POLICY-MONTHS
                       ' MONTHS IS UNDER CRDPURGE WINDOW OF '
                       WS-MINIMUM-MONTHS ', RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           PERFORM 1000-COMPUTE-CUTOFF-DATE
           PERFORM 2000-SPLIT-TRANHIST
           PERFORM 3000-SPLIT-ACTIVITY
           PERFORM 4000-PROVE-SPLIT
           IF TOTALS-PROVED
               PERFORM 5000-REWRITE-TRANHIST
               PERFORM 5100-REWRITE-ACTIVITY
               PERFORM 5200-PROVE-LIVE-FILES
           END-IF
           PERFORM 8000-WRITE-REGISTER
           IF NOT TOTALS-PROVED
               OR NOT LIVE-FILES-PROVED
               MOVE 12 TO RETURN-CODE
           END-IF
           COMPUTE WS-RC-READ-COUNT =
               TB-COUNT + WS-ACTV-BEFORE-COUNT
           COMPUTE WS-RC-WRITTEN-COUNT =
               TA-COUNT + WS-ACTV-ARCH-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

      *    CRDPURGE's whole-month window, taken back to the first of
      *    January of the year it lands in.
       1000-COMPUTE-CUTOFF-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TOTAL-MONTHS =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH
               - 1 - WS-POLICY-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000 + 0101.

       2000-SPLIT-TRANHIST.
           OPEN INPUT TRANHIST-FILE
           OPEN OUTPUT TRAN-KEEP-FILE
           OPEN OUTPUT TRAN-ARCHIVE-FILE
           READ TRANHIST-FILE
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               ADD 1 TO TB-COUNT
               IF TRN-DEBIT-CREDIT = 'C'
                   ADD TRN-AMOUNT TO TB-CREDITS
               ELSE
                   ADD TRN-AMOUNT TO TB-DEBITS
               END-IF
               IF TRN-POST-DATE < WS-CUTOFF-DATE
                   PERFORM 2100-ARCHIVE-TRAN
               ELSE
                   WRITE TRAN-KEEP-REC FROM TRN-RECORD
                   ADD 1 TO TK-COUNT
                   IF TRN-DEBIT-CREDIT = 'C'
                       ADD TRN-AMOUNT TO TK-CREDITS
                   ELSE
                       ADD TRN-AMOUNT TO TK-DEBITS
                   END-IF
               END-IF
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANHIST-FILE
           CLOSE TRAN-KEEP-FILE
           CLOSE TRAN-ARCHIVE-FILE.

       2100-ARCHIVE-TRAN.
           WRITE TRAN-ARCHIVE-REC FROM TRN-RECORD
           ADD 1 TO TA-COUNT
           IF TRN-DEBIT-CREDIT = 'C'
               ADD TRN-AMOUNT TO TA-CREDITS
           ELSE
               ADD TRN-AMOUNT TO TA-DEBITS
           END-IF
           MOVE TRN-POST-DATE(1:4) TO WS-POST-YEAR
           PERFORM 6000-FIND-YEAR-SLOT
           IF YEAR-SLOT-FOUND
               ADD 1 TO YR-TRN-COUNT(WS-YEAR-SLOT)
               IF TRN-DEBIT-CREDIT = 'C'
                   ADD TRN-AMOUNT TO YR-TRN-CREDITS(WS-YEAR-SLOT)
               ELSE
                   ADD TRN-AMOUNT TO YR-TRN-DEBITS(WS-YEAR-SLOT)
               END-IF
           END-IF.

       3000-SPLIT-ACTIVITY.
           OPEN INPUT ACTIVITY-FILE
           OPEN OUTPUT ACTV-KEEP-FILE
           OPEN OUTPUT ACTV-ARCHIVE-FILE
           READ ACTIVITY-FILE
               AT END SET ACTIVITY-AT-END TO TRUE
           END-READ
           PERFORM UNTIL ACTIVITY-AT-END
               ADD 1 TO WS-ACTV-BEFORE-COUNT
               IF ACT-POST-DATE < WS-CUTOFF-DATE
                   WRITE ACTV-ARCHIVE-REC FROM ACT-RECORD
                   ADD 1 TO WS-ACTV-ARCH-COUNT
                   MOVE ACT-POST-DATE(1:4) TO WS-POST-YEAR
                   PERFORM 6000-FIND-YEAR-SLOT
                   IF YEAR-SLOT-FOUND
                       ADD 1 TO YR-ACT-COUNT(WS-YEAR-SLOT)
                   END-IF
               ELSE
                   WRITE ACTV-KEEP-REC FROM ACT-RECORD
                   ADD 1 TO WS-ACTV-KEPT-COUNT
               END-IF
               READ ACTIVITY-FILE
                   AT END SET ACTIVITY-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACTIVITY-FILE
           CLOSE ACTV-KEEP-FILE
           CLOSE ACTV-ARCHIVE-FILE.

       4000-PROVE-SPLIT.
           IF TB-COUNT NOT = TK-COUNT + TA-COUNT
               OR TB-DEBITS NOT = TK-DEBITS + TA-DEBITS
               OR TB-CREDITS NOT = TK-CREDITS + TA-CREDITS
               DISPLAY 'CRDRETN CARDTRAN SPLIT OUT OF BALANCE, '
                       'LIVE FILES NOT REWRITTEN'
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF
           IF WS-ACTV-BEFORE-COUNT NOT =
                   WS-ACTV-KEPT-COUNT + WS-ACTV-ARCH-COUNT
               DISPLAY 'CRDRETN CARDACTV SPLIT OUT OF BALANCE, '
                       'LIVE FILES NOT REWRITTEN'
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

       5000-REWRITE-TRANHIST.
           MOVE 'N' TO WS-TRAN-EOF-SWITCH
           OPEN INPUT TRAN-KEEP-FILE
           OPEN OUTPUT TRANHIST-FILE
           READ TRAN-KEEP-FILE
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               WRITE TRN-RECORD FROM TRAN-KEEP-REC
               READ TRAN-KEEP-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRAN-KEEP-FILE
           CLOSE TRANHIST-FILE.

       5100-REWRITE-ACTIVITY.
           MOVE 'N' TO WS-ACTV-EOF-SWITCH
           OPEN INPUT ACTV-KEEP-FILE
           OPEN OUTPUT ACTIVITY-FILE
           READ ACTV-KEEP-FILE
               AT END SET ACTIVITY-AT-END TO TRUE
           END-READ
           PERFORM UNTIL ACTIVITY-AT-END
               WRITE ACT-RECORD FROM ACTV-KEEP-REC
               READ ACTV-KEEP-FILE
                   AT END SET ACTIVITY-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACTV-KEEP-FILE
           CLOSE ACTIVITY-FILE.

      *    Reads the rewritten live files back; they must hold
      *    exactly what the split kept.
       5200-PROVE-LIVE-FILES.
           MOVE 'N' TO WS-TRAN-EOF-SWITCH
           OPEN INPUT TRANHIST-FILE
           READ TRANHIST-FILE
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               ADD 1 TO TF-COUNT
               IF TRN-DEBIT-CREDIT = 'C'
                   ADD TRN-AMOUNT TO TF-CREDITS
               ELSE
                   ADD TRN-AMOUNT TO TF-DEBITS
               END-IF
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANHIST-FILE
           MOVE 'N' TO WS-ACTV-EOF-SWITCH
           OPEN INPUT ACTIVITY-FILE
           READ ACTIVITY-FILE
               AT END SET ACTIVITY-AT-END TO TRUE
           END-READ
           PERFORM UNTIL ACTIVITY-AT-END
               ADD 1 TO WS-ACTV-AFTER-COUNT
               READ ACTIVITY-FILE
                   AT END SET ACTIVITY-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACTIVITY-FILE
           IF WS-TRAN-AFTER NOT = WS-TRAN-KEPT
               OR WS-ACTV-AFTER-COUNT NOT = WS-ACTV-KEPT-COUNT
               DISPLAY 'CRDRETN REWRITTEN LIVE FILES DO NOT MATCH '
                       'THE RECORDS KEPT'
               MOVE 'N' TO WS-LIVE-PROOF-SWITCH
           END-IF.

      *    Archived records are counted by posting year, in the
      *    order the years first appear. A full table stops the
      *    rewrite, since the per-year totals would no longer add up
      *    to what was archived.
       6000-FIND-YEAR-SLOT.
           MOVE 'N' TO WS-YEAR-FOUND-SWITCH
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
               UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                   OR YEAR-SLOT-FOUND
               IF YR-YEAR(WS-YEAR-IDX) = WS-POST-YEAR
                   SET YEAR-SLOT-FOUND TO TRUE
                   MOVE WS-YEAR-IDX TO WS-YEAR-SLOT
               END-IF
           END-PERFORM
           IF NOT YEAR-SLOT-FOUND
               IF WS-YEAR-COUNT >= WS-YEAR-MAX
                   IF TOTALS-PROVED
                       DISPLAY 'CRDRETN YEAR TABLE FULL AT '
                               WS-YEAR-MAX ', RUN STOPPED'
                   END-IF
                   MOVE 'N' TO WS-PROOF-SWITCH
               ELSE
                   ADD 1 TO WS-YEAR-COUNT
                   MOVE WS-YEAR-COUNT TO WS-YEAR-SLOT
                   MOVE WS-POST-YEAR TO YR-YEAR(WS-YEAR-SLOT)
                   MOVE 0 TO YR-TRN-COUNT(WS-YEAR-SLOT)
                   MOVE 0 TO YR-TRN-DEBITS(WS-YEAR-SLOT)
                   MOVE 0 TO YR-TRN-CREDITS(WS-YEAR-SLOT)
                   MOVE 0 TO YR-ACT-COUNT(WS-YEAR-SLOT)
                   SET YEAR-SLOT-FOUND TO TRUE
               END-IF
           END-IF.

       8000-WRITE-REGISTER.
           OPEN OUTPUT REGISTER-RPT
           MOVE WS-CUTOFF-DATE TO WH-CUTOFF-DATE
           WRITE RPT-LINE FROM WS-HEADING
           WRITE RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
               UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
               IF YR-TRN-COUNT(WS-YEAR-IDX) > 0
                   MOVE SPACES TO WS-REGISTER-LINE
                   MOVE 'CARDTRAN' TO WR-FILE-NAME
                   MOVE YR-YEAR(WS-YEAR-IDX) TO WR-YEAR
                   MOVE YR-TRN-COUNT(WS-YEAR-IDX) TO WR-COUNT
                   MOVE YR-TRN-DEBITS(WS-YEAR-IDX) TO WR-DEBITS
                   MOVE YR-TRN-CREDITS(WS-YEAR-IDX) TO WR-CREDITS
                   WRITE RPT-LINE FROM WS-REGISTER-LINE
               END-IF
               IF YR-ACT-COUNT(WS-YEAR-IDX) > 0
                   MOVE SPACES TO WS-REGISTER-LINE
                   MOVE 'CARDACTV' TO WR-FILE-NAME
                   MOVE YR-YEAR(WS-YEAR-IDX) TO WR-YEAR
                   MOVE YR-ACT-COUNT(WS-YEAR-IDX) TO WR-COUNT
                   MOVE 0 TO WR-DEBITS
                   MOVE 0 TO WR-CREDITS
                   WRITE RPT-LINE FROM WS-REGISTER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CARDTRAN BEFORE     ' TO WR-LABEL
           MOVE WS-TRAN-BEFORE TO WS-TRAN-TOTAL
           PERFORM 8100-WRITE-TRAN-TOTAL
           MOVE 'CARDTRAN ARCHIVED   ' TO WR-LABEL
           MOVE WS-TRAN-ARCHIVED TO WS-TRAN-TOTAL
           PERFORM 8100-WRITE-TRAN-TOTAL
           MOVE 'CARDTRAN KEPT LIVE  ' TO WR-LABEL
           MOVE WS-TRAN-KEPT TO WS-TRAN-TOTAL
           PERFORM 8100-WRITE-TRAN-TOTAL
           MOVE 'CARDTRAN LIVE AFTER ' TO WR-LABEL
           MOVE WS-TRAN-AFTER TO WS-TRAN-TOTAL
           PERFORM 8100-WRITE-TRAN-TOTAL
           MOVE 'CARDACTV BEFORE     ' TO WR-LABEL
           MOVE WS-ACTV-BEFORE-COUNT TO WR-COUNT
           PERFORM 8200-WRITE-ACTV-TOTAL
           MOVE 'CARDACTV ARCHIVED   ' TO WR-LABEL
           MOVE WS-ACTV-ARCH-COUNT TO WR-COUNT
           PERFORM 8200-WRITE-ACTV-TOTAL
           MOVE 'CARDACTV KEPT LIVE  ' TO WR-LABEL
           MOVE WS-ACTV-KEPT-COUNT TO WR-COUNT
           PERFORM 8200-WRITE-ACTV-TOTAL
           MOVE 'CARDACTV LIVE AFTER ' TO WR-LABEL
           MOVE WS-ACTV-AFTER-COUNT TO WR-COUNT
           PERFORM 8200-WRITE-ACTV-TOTAL
           EVALUATE TRUE
               WHEN NOT TOTALS-PROVED
                   MOVE
                   'OUT OF BALANCE, DISCARD THE NEW ARCHIVE GENERATIONS'
                       TO WS-MESSAGE-TEXT
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
               WHEN NOT LIVE-FILES-PROVED
                   MOVE 'LIVE FILES OUT OF BALANCE AFTER REWRITE'
                       TO WS-MESSAGE-TEXT
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
                   MOVE
                   'KEEP THE NEW ARCHIVE GENERATIONS, RESTORE CARDTRAN'
                       TO WS-MESSAGE-TEXT
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
                   MOVE 'AND CARDACTV FROM THEIR PRIOR GENERATIONS'
                       TO WS-MESSAGE-TEXT
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
               WHEN OTHER
                   MOVE 'LIVE PLUS ARCHIVED EQUALS BEFORE'
                       TO WS-MESSAGE-TEXT
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
           END-EVALUATE
           CLOSE REGISTER-RPT.

       8100-WRITE-TRAN-TOTAL.
           MOVE WT-COUNT   TO WR-COUNT
           MOVE WT-DEBITS  TO WR-DEBITS
           MOVE WT-CREDITS TO WR-CREDITS
           WRITE RPT-LINE FROM WS-REGISTER-LINE.

       8200-WRITE-ACTV-TOTAL.
           MOVE 0 TO WR-DEBITS
           MOVE 0 TO WR-CREDITS
           WRITE RPT-LINE FROM WS-REGISTER-LINE.

       COPY "RunControlLog.cpy".
