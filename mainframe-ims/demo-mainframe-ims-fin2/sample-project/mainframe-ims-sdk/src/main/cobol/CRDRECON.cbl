       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRECON.
      *
      *    Month-End Card Balance Reconciliation
      *
      *    We post the issuer's settlements and assess our own
      *    finance charges, but nothing proved CARD-SEG-USAGE agreed
      *    with the issuer's books card by card, so drift surfaced
      *    only as a cardholder complaint. This month-end job sorts
      *    the issuer's per-card balance file (ISSBAL) and
      *    match-merges it against the CRDMATER work file by account
      *    and card sequence. Breaks print in three sections:
      *      1  cards on CARDS the issuer does not carry
      *      2  issuer balances for cards CARDS does not carry
      *      3  cards on both whose balances differ by more than
      *         the tolerance, each followed by its CARDJRNL
      *         changes since the last clean reconciliation
      *    The last clean reconciliation is the latest earlier run
      *    of this job that ended OK with no breaks on RUNCTL; with
      *    none on file every journal entry for the card is listed.
      *    Entries are taken from the moment that run ended, so a
      *    change journaled later the same day is not missed.
      *
      *    The totals page proves the work-file total against the
      *    GRAND TOTAL line of the day's IMSEXPSUM report (EXPSUMRP)
      *    and the difference between the two sides against the
      *    breaks. A total that does not tie, or more breaks than
      *    the threshold, ends the job with return code 8.
      *
      *    LS-PARM is the JCL PARM: the tolerance per card (five
      *    digits) followed by the break threshold (five digits).
      *    Blank defaults to 00001 and 00010.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO CARDWORK
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISSUER-FILE ASSIGN TO ISSBAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTED-ISSUER ASSIGN TO ISSSRTD
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXPSUM-RPT ASSIGN TO EXPSUMRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       COPY "CardWorkFile.cpy".

       FD  ISSUER-FILE.
       01  ISSUER-REC            PIC X(40).

       FD  SORTED-ISSUER.
       COPY "IssuerBalance.cpy".

       FD  JOURNAL-FILE.
       01  JOURNAL-REC           PIC X(80).

       FD  EXPSUM-RPT.
       01  EXPSUM-LINE           PIC X(80).

       FD  RECON-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02  SRT-ACCOUNT-ID    PIC X(10).
           02  SRT-CARD-SEQ-NO   PIC 9(2).
           02  FILLER            PIC X(28).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "CardJournal.cpy".

       01  WS-WORK-EOF-SWITCH    PIC X VALUE 'N'.
           88  WORK-AT-END       VALUE 'Y'.
       01  WS-JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
           88  JOURNAL-AT-END    VALUE 'Y'.
       01  WS-EXPSUM-EOF-SWITCH  PIC X VALUE 'N'.
           88  EXPSUM-AT-END     VALUE 'Y'.
       01  WS-EXPSUM-SWITCH      PIC X VALUE 'N'.
           88  EXPSUM-TOTAL-FOUND VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH  PIC X VALUE 'N'.
           88  BREAK-TABLE-FULL  VALUE 'Y'.
       01  WS-JNL-FULL-SWITCH    PIC X VALUE 'N'.
           88  JOURNAL-TABLE-FULL VALUE 'Y'.

      *    Merge keys; HIGH-VALUES once a side is exhausted.
       01  WS-OUR-KEY.
           02  WS-OUR-ACCOUNT-ID PIC X(10).
           02  WS-OUR-SEQ-NO     PIC 9(2).
       01  WS-ISSUER-KEY.
           02  WS-ISS-ACCOUNT-ID PIC X(10).
           02  WS-ISS-SEQ-NO     PIC 9(2).

       01  WS-TOLERANCE          PIC 9(5) VALUE 1.
       01  WS-BREAK-THRESHOLD    PIC 9(5) VALUE 10.
       01  WS-LAST-CLEAN-DATE    PIC 9(8) VALUE 0.
       01  WS-LAST-CLEAN-TIMESTAMP PIC X(21) VALUE LOW-VALUES.
       01  WS-WORK-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-DIFFERENCE         PIC S9(9).
       01  WS-ABS-DIFFERENCE     PIC 9(9).
       01  WS-EXPSUM-TOTAL       PIC S9(11) VALUE 0.

       01  WS-OUR-COUNT          PIC 9(7) VALUE 0.
       01  WS-OUR-TOTAL          PIC S9(11) VALUE 0.
       01  WS-ISSUER-COUNT       PIC 9(7) VALUE 0.
       01  WS-ISSUER-TOTAL       PIC S9(11) VALUE 0.
       01  WS-MATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-MATCHED-DIFF       PIC S9(11) VALUE 0.
       01  WS-OURS-ONLY-COUNT    PIC 9(7) VALUE 0.
       01  WS-OURS-ONLY-TOTAL    PIC S9(11) VALUE 0.
       01  WS-ISSUER-ONLY-COUNT  PIC 9(7) VALUE 0.
       01  WS-ISSUER-ONLY-TOTAL  PIC S9(11) VALUE 0.
       01  WS-DISAGREE-COUNT     PIC 9(7) VALUE 0.
       01  WS-DISAGREE-DIFF      PIC S9(11) VALUE 0.
       01  WS-BREAK-TOTAL        PIC 9(7) VALUE 0.
       01  WS-NET-DIFFERENCE     PIC S9(11).
       01  WS-PROVED-DIFFERENCE  PIC S9(11).

      *    Breaks are held so each section prints together; the
      *    counts and totals keep running past a full table.
       01  WS-BREAK-MAX          PIC 9(4) VALUE 2000.
       01  WS-BREAK-COUNT        PIC 9(4) VALUE 0.
       01  WS-BREAK-IDX          PIC 9(4).
       01  WS-BREAK-TABLE.
           02  WS-BREAK-ENTRY OCCURS 2000 TIMES.
               03  BK-TYPE           PIC X(1).
               03  BK-ACCOUNT-ID     PIC X(10).
               03  BK-CARD-SEQ-NO    PIC 9(2).
               03  BK-OUR-BALANCE    PIC S9(9).
               03  BK-ISSUER-BALANCE PIC S9(9).

       01  WS-JNL-MAX            PIC 9(4) VALUE 5000.
       01  WS-JNL-COUNT          PIC 9(4) VALUE 0.
       01  WS-JNL-IDX            PIC 9(4).
       01  WS-JNL-TABLE.
           02  WS-JNL-ENTRY OCCURS 5000 TIMES.
               03  JE-BREAK-SLOT     PIC 9(4).
               03  JE-TIMESTAMP      PIC X(21).
               03  JE-JOB-NAME       PIC X(8).
               03  JE-ACTION         PIC X(4).
               03  JE-OLD-USAGE      PIC S9(7).
               03  JE-NEW-USAGE      PIC S9(7).

      *    The section being printed: its break type and totals.
       01  WS-SECTION-TYPE       PIC X(1).
       01  WS-SECTION-COUNT      PIC 9(7).
       01  WS-SECTION-TOTAL      PIC S9(11).

      *    IMSEXPSUM's detail line, to read its GRAND TOTAL back.
       01  WS-EXPSUM-DETAIL.
           02  WE-LABEL          PIC X(16).
           02  FILLER            PIC X(1).
           02  WE-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(49).

       01  WS-HEADING.
           02  FILLER            PIC X(30) VALUE
               'MONTH-END BALANCE RECON FOR  '.
           02  WH-TODAY-DATE     PIC 9(8).
           02  FILLER            PIC X(13) VALUE '  WORK FILE  '.
           02  WH-WORK-RUN-DATE  PIC 9(8).
           02  FILLER            PIC X(13) VALUE '  LAST CLEAN '.
           02  WH-LAST-CLEAN     PIC 9(8).

       01  WS-SECTION-HEADING.
           02  WS-SECTION-TITLE  PIC X(50).
           02  FILLER            PIC X(30) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(40) VALUE
               'ACCOUNT    SQ     OUR BALANCE   ISSUER B'.
           02  FILLER            PIC X(40) VALUE
               'ALANCE      DIFFERENCE                  '.

       01  WS-BREAK-LINE.
           02  WB-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(3) VALUE SPACES.
           02  WB-OUR-BALANCE    PIC ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(3) VALUE SPACES.
           02  WB-ISSUER-BALANCE PIC ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(3) VALUE SPACES.
           02  WB-DIFFERENCE     PIC ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(22) VALUE SPACES.

       01  WS-JOURNAL-LINE.
           02  FILLER            PIC X(6) VALUE SPACES.
           02  WJ-TIMESTAMP      PIC X(21).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WJ-JOB-NAME       PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WJ-ACTION         PIC X(4).
           02  FILLER            PIC X(7) VALUE ' USAGE '.
           02  WJ-OLD-USAGE      PIC ZZZZZZ9-.
           02  FILLER            PIC X(4) VALUE ' -> '.
           02  WJ-NEW-USAGE      PIC ZZZZZZ9-.
           02  FILLER            PIC X(12) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(24).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(32) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           02  WS-MESSAGE-TEXT   PIC X(80).

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-TOLERANCE      PIC X(5).
           02  LS-BREAK-THRESHOLD PIC X(5).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDRECON' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDRECON ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 9700-WRITE-RUN-START
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCOUNT-ID SRT-CARD-SEQ-NO
               USING ISSUER-FILE
               GIVING SORTED-ISSUER
           OPEN INPUT WORK-FILE
           OPEN INPUT SORTED-ISSUER
           PERFORM 2100-READ-NEXT-CARD
           PERFORM 2200-READ-NEXT-ISSUER
           PERFORM UNTIL WS-OUR-KEY = HIGH-VALUES
               AND WS-ISSUER-KEY = HIGH-VALUES
               PERFORM 2000-MATCH-BALANCES
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SORTED-ISSUER
           PERFORM 3000-LOAD-JOURNAL-CHANGES
           PERFORM 4000-READ-EXPSUM-TOTAL
           OPEN OUTPUT RECON-RPT
           MOVE WS-RC-TODAY-DATE   TO WH-TODAY-DATE
           MOVE WS-WORK-RUN-DATE   TO WH-WORK-RUN-DATE
           MOVE WS-LAST-CLEAN-DATE TO WH-LAST-CLEAN
           WRITE RPT-LINE FROM WS-HEADING
           MOVE 'O' TO WS-SECTION-TYPE
           MOVE '1  ON CARDS ONLY - NO ISSUER BALANCE'
               TO WS-SECTION-TITLE
           PERFORM 5000-PRINT-SECTION
           MOVE 'I' TO WS-SECTION-TYPE
           MOVE '2  ON ISSUER FILE ONLY - NO CARD ON CARDS'
               TO WS-SECTION-TITLE
           PERFORM 5000-PRINT-SECTION
           MOVE 'D' TO WS-SECTION-TYPE
           MOVE '3  BALANCES DISAGREE BEYOND TOLERANCE'
               TO WS-SECTION-TITLE
           PERFORM 5000-PRINT-SECTION
           PERFORM 8000-WRITE-SUMMARY
           CLOSE RECON-RPT
           MOVE WS-OUR-COUNT    TO WS-RC-READ-COUNT
           MOVE WS-BREAK-TOTAL  TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

      *    Finds the last clean run before RUNCTL gets today's STRT.
       1000-INITIALIZE.
           IF LS-PARM-LEN >= 5
               AND LS-TOLERANCE IS NUMERIC
               MOVE LS-TOLERANCE TO WS-TOLERANCE
           END-IF
           IF LS-PARM-LEN >= 10
               AND LS-BREAK-THRESHOLD IS NUMERIC
               MOVE LS-BREAK-THRESHOLD TO WS-BREAK-THRESHOLD
           END-IF
           PERFORM 1100-FIND-LAST-CLEAN-RUN.

       1100-FIND-LAST-CLEAN-RUN.
           MOVE 'N' TO WS-RC-EOF-SWITCH
           OPEN INPUT RUNCTL-FILE
           READ RUNCTL-FILE INTO RC-RECORD
               AT END SET RUNCTL-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RUNCTL-AT-END
               IF RC-JOB-NAME = WS-RC-JOB-NAME
                   AND RC-RECORD-TYPE = 'END '
                   AND RC-STATUS = 'OK  '
                   AND RC-REJECT-COUNT = 0
                   AND RC-TIMESTAMP > WS-LAST-CLEAN-TIMESTAMP
                   MOVE RC-RUN-DATE  TO WS-LAST-CLEAN-DATE
                   MOVE RC-TIMESTAMP TO WS-LAST-CLEAN-TIMESTAMP
               END-IF
               READ RUNCTL-FILE INTO RC-RECORD
                   AT END SET RUNCTL-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE.

      *    Both files are in account, card sequence order, so the
      *    lower key is the one the other side is missing.
       2000-MATCH-BALANCES.
           EVALUATE TRUE
               WHEN WS-OUR-KEY < WS-ISSUER-KEY
                   ADD 1 TO WS-OURS-ONLY-COUNT
                   ADD CWF-CARD-USAGE TO WS-OURS-ONLY-TOTAL
                   MOVE 'O' TO WS-SECTION-TYPE
                   PERFORM 2300-HOLD-BREAK
                   PERFORM 2100-READ-NEXT-CARD
               WHEN WS-OUR-KEY > WS-ISSUER-KEY
                   ADD 1 TO WS-ISSUER-ONLY-COUNT
                   ADD IBL-BALANCE TO WS-ISSUER-ONLY-TOTAL
                   MOVE 'I' TO WS-SECTION-TYPE
                   PERFORM 2300-HOLD-BREAK
                   PERFORM 2200-READ-NEXT-ISSUER
               WHEN OTHER
                   COMPUTE WS-DIFFERENCE =
                       CWF-CARD-USAGE - IBL-BALANCE
                   MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
                   IF WS-ABS-DIFFERENCE > WS-TOLERANCE
                       ADD 1 TO WS-DISAGREE-COUNT
                       ADD WS-DIFFERENCE TO WS-DISAGREE-DIFF
                       MOVE 'D' TO WS-SECTION-TYPE
                       PERFORM 2300-HOLD-BREAK
                   ELSE
                       ADD 1 TO WS-MATCHED-COUNT
                       ADD WS-DIFFERENCE TO WS-MATCHED-DIFF
                   END-IF
                   PERFORM 2100-READ-NEXT-CARD
                   PERFORM 2200-READ-NEXT-ISSUER
           END-EVALUATE.

      *    The trailer row ends the cards, as it does for CRDWORK.
       2100-READ-NEXT-CARD.
           MOVE HIGH-VALUES TO WS-OUR-KEY
           READ WORK-FILE
               AT END SET WORK-AT-END TO TRUE
           END-READ
           PERFORM UNTIL WORK-AT-END
               OR CWF-RECORD-TYPE = 'CARD'
               EVALUATE CWF-RECORD-TYPE
                   WHEN 'TRL '
                       SET WORK-AT-END TO TRUE
                   WHEN 'HDR '
                       MOVE CWF-HDR-RUN-DATE TO WS-WORK-RUN-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT WORK-AT-END
                   READ WORK-FILE
                       AT END SET WORK-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF NOT WORK-AT-END
               MOVE CWF-ACCOUNT-ID  TO WS-OUR-ACCOUNT-ID
               MOVE CWF-CARD-SEQ-NO TO WS-OUR-SEQ-NO
               ADD 1 TO WS-OUR-COUNT
               ADD CWF-CARD-USAGE TO WS-OUR-TOTAL
           END-IF.

       2200-READ-NEXT-ISSUER.
           MOVE HIGH-VALUES TO WS-ISSUER-KEY
           READ SORTED-ISSUER
               AT END CONTINUE
               NOT AT END
                   MOVE IBL-ACCOUNT-ID  TO WS-ISS-ACCOUNT-ID
                   MOVE IBL-CARD-SEQ-NO TO WS-ISS-SEQ-NO
                   ADD 1 TO WS-ISSUER-COUNT
                   ADD IBL-BALANCE TO WS-ISSUER-TOTAL
           END-READ.

       2300-HOLD-BREAK.
           ADD 1 TO WS-BREAK-TOTAL
           IF WS-BREAK-COUNT >= WS-BREAK-MAX
               IF NOT BREAK-TABLE-FULL
                   DISPLAY 'CRDRECON BREAK TABLE FULL AT '
                           WS-BREAK-MAX ', REMAINDER NOT LISTED'
                   SET BREAK-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               MOVE WS-SECTION-TYPE TO BK-TYPE(WS-BREAK-COUNT)
               MOVE 0 TO BK-OUR-BALANCE(WS-BREAK-COUNT)
               MOVE 0 TO BK-ISSUER-BALANCE(WS-BREAK-COUNT)
               IF WS-SECTION-TYPE = 'I'
                   MOVE WS-ISS-ACCOUNT-ID TO
                       BK-ACCOUNT-ID(WS-BREAK-COUNT)
                   MOVE WS-ISS-SEQ-NO TO
                       BK-CARD-SEQ-NO(WS-BREAK-COUNT)
               ELSE
                   MOVE WS-OUR-ACCOUNT-ID TO
                       BK-ACCOUNT-ID(WS-BREAK-COUNT)
                   MOVE WS-OUR-SEQ-NO TO
                       BK-CARD-SEQ-NO(WS-BREAK-COUNT)
                   MOVE CWF-CARD-USAGE TO
                       BK-OUR-BALANCE(WS-BREAK-COUNT)
               END-IF
               IF WS-SECTION-TYPE NOT = 'O'
                   MOVE IBL-BALANCE TO
                       BK-ISSUER-BALANCE(WS-BREAK-COUNT)
               END-IF
           END-IF.

      *    Only the usage side of each journal entry matters here;
      *    cardholder entries (sequence 00) are never a balance.
       3000-LOAD-JOURNAL-CHANGES.
           OPEN INPUT JOURNAL-FILE
           READ JOURNAL-FILE INTO JNL-RECORD
               AT END SET JOURNAL-AT-END TO TRUE
           END-READ
           PERFORM UNTIL JOURNAL-AT-END
               IF JNL-TIMESTAMP > WS-LAST-CLEAN-TIMESTAMP
                   AND JNL-CARD-SEQ-NO NOT = 0
                   PERFORM 3100-MATCH-JOURNAL-TO-BREAK
               END-IF
               READ JOURNAL-FILE INTO JNL-RECORD
                   AT END SET JOURNAL-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       3100-MATCH-JOURNAL-TO-BREAK.
           PERFORM VARYING WS-BREAK-IDX FROM 1 BY 1
               UNTIL WS-BREAK-IDX > WS-BREAK-COUNT
               IF BK-TYPE(WS-BREAK-IDX) = 'D'
                   AND BK-ACCOUNT-ID(WS-BREAK-IDX) = JNL-ACCOUNT-ID
                   AND BK-CARD-SEQ-NO(WS-BREAK-IDX) = JNL-CARD-SEQ-NO
                   PERFORM 3200-HOLD-JOURNAL-ENTRY
               END-IF
           END-PERFORM.

       3200-HOLD-JOURNAL-ENTRY.
           IF WS-JNL-COUNT >= WS-JNL-MAX
               IF NOT JOURNAL-TABLE-FULL
                   DISPLAY 'CRDRECON JOURNAL TABLE FULL AT '
                           WS-JNL-MAX ', REMAINDER NOT LISTED'
                   SET JOURNAL-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-JNL-COUNT
               MOVE WS-BREAK-IDX   TO JE-BREAK-SLOT(WS-JNL-COUNT)
               MOVE JNL-TIMESTAMP  TO JE-TIMESTAMP(WS-JNL-COUNT)
               MOVE JNL-JOB-NAME   TO JE-JOB-NAME(WS-JNL-COUNT)
               MOVE JNL-ACTION     TO JE-ACTION(WS-JNL-COUNT)
               MOVE JNL-OLD-USAGE  TO JE-OLD-USAGE(WS-JNL-COUNT)
               MOVE JNL-NEW-USAGE  TO JE-NEW-USAGE(WS-JNL-COUNT)
           END-IF.

      *    The last GRAND TOTAL line on the report wins, in case
      *    the day's report dataset holds a rerun after a failure.
       4000-READ-EXPSUM-TOTAL.
           OPEN INPUT EXPSUM-RPT
           READ EXPSUM-RPT INTO WS-EXPSUM-DETAIL
               AT END SET EXPSUM-AT-END TO TRUE
           END-READ
           PERFORM UNTIL EXPSUM-AT-END
               IF WE-LABEL = 'GRAND TOTAL'
                   MOVE WE-AMOUNT TO WS-EXPSUM-TOTAL
                   SET EXPSUM-TOTAL-FOUND TO TRUE
               END-IF
               READ EXPSUM-RPT INTO WS-EXPSUM-DETAIL
                   AT END SET EXPSUM-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE EXPSUM-RPT.

       5000-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-TOTAL
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-HEADING
           WRITE RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-BREAK-IDX FROM 1 BY 1
               UNTIL WS-BREAK-IDX > WS-BREAK-COUNT
               IF BK-TYPE(WS-BREAK-IDX) = WS-SECTION-TYPE
                   PERFORM 5100-PRINT-BREAK
               END-IF
           END-PERFORM
           MOVE 'CARDS LISTED            ' TO WS-SUM-LABEL
           MOVE WS-SECTION-COUNT TO WS-SUM-COUNT
           MOVE WS-SECTION-TOTAL TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       5100-PRINT-BREAK.
           ADD 1 TO WS-SECTION-COUNT
           COMPUTE WS-DIFFERENCE = BK-OUR-BALANCE(WS-BREAK-IDX)
               - BK-ISSUER-BALANCE(WS-BREAK-IDX)
           ADD WS-DIFFERENCE TO WS-SECTION-TOTAL
           MOVE BK-ACCOUNT-ID(WS-BREAK-IDX)     TO WB-ACCOUNT-ID
           MOVE BK-CARD-SEQ-NO(WS-BREAK-IDX)    TO WB-CARD-SEQ-NO
           MOVE BK-OUR-BALANCE(WS-BREAK-IDX)    TO WB-OUR-BALANCE
           MOVE BK-ISSUER-BALANCE(WS-BREAK-IDX) TO WB-ISSUER-BALANCE
           MOVE WS-DIFFERENCE                   TO WB-DIFFERENCE
           WRITE RPT-LINE FROM WS-BREAK-LINE
           IF WS-SECTION-TYPE = 'D'
               PERFORM VARYING WS-JNL-IDX FROM 1 BY 1
                   UNTIL WS-JNL-IDX > WS-JNL-COUNT
                   IF JE-BREAK-SLOT(WS-JNL-IDX) = WS-BREAK-IDX
                       MOVE JE-TIMESTAMP(WS-JNL-IDX) TO WJ-TIMESTAMP
                       MOVE JE-JOB-NAME(WS-JNL-IDX)  TO WJ-JOB-NAME
                       MOVE JE-ACTION(WS-JNL-IDX)    TO WJ-ACTION
                       MOVE JE-OLD-USAGE(WS-JNL-IDX) TO WJ-OLD-USAGE
                       MOVE JE-NEW-USAGE(WS-JNL-IDX) TO WJ-NEW-USAGE
                       WRITE RPT-LINE FROM WS-JOURNAL-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *    Our total less the issuer's must equal the breaks plus
      *    the differences let through inside the tolerance; the
      *    work-file total must equal IMSEXPSUM's grand total.
       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CARDS ON WORK FILE      ' TO WS-SUM-LABEL
           MOVE WS-OUR-COUNT              TO WS-SUM-COUNT
           MOVE WS-OUR-TOTAL              TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'IMSEXPSUM GRAND TOTAL   ' TO WS-SUM-LABEL
           MOVE 0                         TO WS-SUM-COUNT
           MOVE WS-EXPSUM-TOTAL           TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ISSUER BALANCES         ' TO WS-SUM-LABEL
           MOVE WS-ISSUER-COUNT           TO WS-SUM-COUNT
           MOVE WS-ISSUER-TOTAL           TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MATCHED IN TOLERANCE    ' TO WS-SUM-LABEL
           MOVE WS-MATCHED-COUNT          TO WS-SUM-COUNT
           MOVE WS-MATCHED-DIFF           TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ON CARDS ONLY           ' TO WS-SUM-LABEL
           MOVE WS-OURS-ONLY-COUNT        TO WS-SUM-COUNT
           MOVE WS-OURS-ONLY-TOTAL        TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ON ISSUER FILE ONLY     ' TO WS-SUM-LABEL
           MOVE WS-ISSUER-ONLY-COUNT      TO WS-SUM-COUNT
           MOVE WS-ISSUER-ONLY-TOTAL      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BALANCES DISAGREE       ' TO WS-SUM-LABEL
           MOVE WS-DISAGREE-COUNT         TO WS-SUM-COUNT
           MOVE WS-DISAGREE-DIFF          TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           COMPUTE WS-NET-DIFFERENCE = WS-OUR-TOTAL - WS-ISSUER-TOTAL
           COMPUTE WS-PROVED-DIFFERENCE = WS-OURS-ONLY-TOTAL
               - WS-ISSUER-ONLY-TOTAL + WS-DISAGREE-DIFF
               + WS-MATCHED-DIFF
           MOVE 'NET DIFFERENCE          ' TO WS-SUM-LABEL
           MOVE WS-BREAK-TOTAL            TO WS-SUM-COUNT
           MOVE WS-NET-DIFFERENCE         TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           EVALUATE TRUE
               WHEN NOT EXPSUM-TOTAL-FOUND
                   MOVE 'NO IMSEXPSUM GRAND TOTAL FOUND ON EXPSUMRP'
                       TO WS-MESSAGE-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXPSUM-TOTAL NOT = WS-OUR-TOTAL
                   MOVE 'WORK FILE TOTAL DOES NOT TIE TO IMSEXPSUM'
                       TO WS-MESSAGE-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'WORK FILE TOTAL TIES TO IMSEXPSUM'
                       TO WS-MESSAGE-TEXT
           END-EVALUATE
           WRITE RPT-LINE FROM WS-MESSAGE-LINE
           IF WS-PROVED-DIFFERENCE NOT = WS-NET-DIFFERENCE
               MOVE 'NET DIFFERENCE DOES NOT PROVE TO THE BREAKS'
                   TO WS-MESSAGE-TEXT
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BREAK-TOTAL > WS-BREAK-THRESHOLD
               MOVE 'BREAKS EXCEED THRESHOLD, RECONCILIATION FAILED'
                   TO WS-MESSAGE-TEXT
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               DISPLAY 'CRDRECON ' WS-BREAK-TOTAL
                       ' BREAKS EXCEED THRESHOLD ' WS-BREAK-THRESHOLD
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY "RunControlLog.cpy".
