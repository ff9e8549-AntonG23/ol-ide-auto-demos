       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRENEW.
      *
      *    Monthly Card Renewal And Reissue
      *
      *    The issuer's embosser file used to be built off this
      *    system by hand from whatever cards someone remembered were
      *    about to expire. This month-end job walks CARDS with GN
      *    and takes every card whose CARD-SEG-EXPIRY-DATE falls
      *    within the renewal window. A card that is blocked or
      *    closed, on the charged-off accounts file, past the 30-day
      *    bucket on the current delinquency state file, or whose
      *    cardholder has no master record or has mail held is
      *    skipped and listed with the reason. Every other card gets
      *    a new expiry date the policy term of years on (the last
      *    day of the same month), REPLed and journaled, and a
      *    reissue record with the cardholder's name and address
      *    for the embosser.
      *
      *    A card whose expiry date has already passed was not
      *    renewed in time, so it is appended to the closed-cards
      *    list CRDPURGE reads (unless it is already on it) and
      *    leaves the database on the next purge - unless it still
      *    carries usage, which CRDPURGE will not delete; the
      *    register flags those as owing a balance so Collections
      *    can work them. Cards with no expiry date on file are
      *    counted and left alone. A card already on the
      *    closed-cards list - by its own sequence or by an
      *    account-wide entry under sequence 00, as PHBKDEL writes
      *    for a leaver's corporate card - is never renewed. A
      *    closed-cards list larger than the table ends the run
      *    with return code 12.
      *
      *    The renewal register on RPTPRT lists every card renewed,
      *    skipped or sent to the closed list, with counts.
      *
      *    LS-PARM is the JCL PARM: the renewal window in days,
      *    three digits, then the reissue term in years, one digit.
      *    Blank defaults to 060 and 3.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATE-FILE ASSIGN TO DELQSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHARGEOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CARDHOLDER-FILE ASSIGN TO CARDHLDR
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLOSED-FILE ASSIGN TO CLOSEDCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REISSUE-FILE ASSIGN TO CRDREISS
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       COPY "DelinquencyState.cpy".

       FD  CHARGEOFF-FILE.
       COPY "ChargeOff.cpy".

       FD  CARDHOLDER-FILE.
       COPY "CardholderMaster.cpy".

       FD  CLOSED-FILE.
       01  CLOSED-REC.
           02  CLS-ACCOUNT-ID    PIC X(10).
           02  CLS-CARD-SEQ-NO   PIC 9(2).
           02  FILLER            PIC X(18).

       FD  REISSUE-FILE.
       COPY "CardReissue.cpy".

       FD  REGISTER-RPT.
       01  RPT-LINE              PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC           PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "CardJournal.cpy".
       COPY "CardPcb.cpy".
       COPY "CardSegment.cpy".
       COPY "CardSsa.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.
       01  WS-GN-FUNCTION        PIC X(4) VALUE 'GN  '.
       01  WS-REPL-FUNCTION      PIC X(4) VALUE 'REPL'.

       01  WS-CARD-EOF-SWITCH    PIC X VALUE 'N'.
           88  CARD-AT-END       VALUE 'Y'.
       01  WS-STATE-EOF-SWITCH   PIC X VALUE 'N'.
           88  STATE-AT-END      VALUE 'Y'.
       01  WS-CHGOFF-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHGOFF-AT-END     VALUE 'Y'.
       01  WS-CLOSED-EOF-SWITCH  PIC X VALUE 'N'.
           88  CLOSED-AT-END     VALUE 'Y'.
       01  WS-HOLDER-EOF-SWITCH  PIC X VALUE 'N'.
           88  CARDHOLDERS-AT-END VALUE 'Y'.
       01  WS-TABLES-SWITCH      PIC X VALUE 'Y'.
           88  TABLES-LOADED     VALUE 'Y'.
       01  WS-FOUND-SWITCH       PIC X.
           88  CARD-ON-TABLE     VALUE 'Y'.
       01  WS-SKIP-SWITCH        PIC X.
           88  CARD-SKIPPED      VALUE 'Y'.

       01  WS-WINDOW-DAYS        PIC 9(3) VALUE 60.
       01  WS-TERM-YEARS         PIC 9(1) VALUE 3.
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-WINDOW-END-DATE    PIC 9(8).
       01  WS-OLD-EXPIRY         PIC 9(8).
       01  WS-NEW-EXPIRY         PIC 9(8).
       01  WS-EXPIRY-PARTS.
           02  WS-EXPIRY-YEAR    PIC 9(4).
           02  WS-EXPIRY-MONTH   PIC 9(2).
           02  WS-EXPIRY-DAY     PIC 9(2).
       01  WS-NEXT-MONTH-FIRST   PIC 9(8).

       01  WS-DELINQUENT-MAX     PIC 9(4) VALUE 5000.
       01  WS-DELINQUENT-COUNT   PIC 9(4) VALUE 0.
       01  WS-DELINQUENT-IDX     PIC 9(4).
       01  WS-DELINQUENT-TABLE.
           02  WS-DELINQUENT-ENTRY OCCURS 5000 TIMES.
               03  DQ-ACCOUNT-ID  PIC X(10).
               03  DQ-CARD-SEQ-NO PIC 9(2).

       01  WS-CHGOFF-MAX         PIC 9(4) VALUE 2000.
       01  WS-CHGOFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHGOFF-IDX         PIC 9(4).
       01  WS-CHGOFF-TABLE.
           02  WS-CHGOFF-ENTRY OCCURS 2000 TIMES.
               03  CO-ACCOUNT-ID  PIC X(10).
               03  CO-CARD-SEQ-NO PIC 9(2).

       01  WS-CLOSED-MAX         PIC 9(4) VALUE 2000.
       01  WS-CLOSED-COUNT       PIC 9(4) VALUE 0.
       01  WS-CLOSED-IDX         PIC 9(4).
       01  WS-CLOSED-TABLE.
           02  WS-CLOSED-ENTRY OCCURS 2000 TIMES.
               03  CL-ACCOUNT-ID  PIC X(10).
               03  CL-CARD-SEQ-NO PIC 9(2).

       01  WS-CARDS-READ         PIC 9(7) VALUE 0.
       01  WS-RENEWED-COUNT      PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT      PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.
       01  WS-NO-EXPIRY-COUNT    PIC 9(7) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(21) VALUE
               'CARD RENEWAL REGISTER'.
           02  FILLER            PIC X(59) VALUE SPACES.

       01  WS-REGISTER-LINE.
           02  WN-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WN-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WN-CARD-TYPE      PIC X(16).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(4) VALUE 'EXP '.
           02  WN-OLD-EXPIRY     PIC 9(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WN-ACTION         PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WN-DETAIL         PIC X(26).
           02  WN-NEW-EXPIRY-DETAIL REDEFINES WN-DETAIL.
               03  WN-NEW-EXPIRY-TEXT PIC X(11).
               03  WN-NEW-EXPIRY PIC 9(8).
               03  FILLER        PIC X(7).
           02  FILLER            PIC X(1) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZZZ9.
           02  FILLER            PIC X(52) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-WINDOW-DAYS    PIC X(3).
           02  LS-TERM-YEARS     PIC X(1).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDRENEW' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDRENEW ALREADY COMPLETED FOR '
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
           OPEN INPUT CARDHOLDER-FILE
           PERFORM 1500-READ-NEXT-CARDHOLDER
           OPEN EXTEND CLOSED-FILE
           OPEN OUTPUT REISSUE-FILE
           OPEN OUTPUT REGISTER-RPT
           OPEN EXTEND JOURNAL-FILE
           WRITE RPT-LINE FROM WS-HEADING
           PERFORM 2000-WALK-CARDS
           PERFORM 8000-WRITE-SUMMARY
           CLOSE CARDHOLDER-FILE
           CLOSE CLOSED-FILE
           CLOSE REISSUE-FILE
           CLOSE REGISTER-RPT
           CLOSE JOURNAL-FILE
           MOVE WS-CARDS-READ      TO WS-RC-READ-COUNT
           MOVE WS-RENEWED-COUNT   TO WS-RC-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT   TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-INITIALIZE.
           IF LS-PARM-LEN >= 3
               AND LS-WINDOW-DAYS IS NUMERIC
               MOVE LS-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF LS-PARM-LEN >= 4
               AND LS-TERM-YEARS IS NUMERIC
               AND LS-TERM-YEARS NOT = '0'
               MOVE LS-TERM-YEARS TO WS-TERM-YEARS
           END-IF
           MOVE WS-RC-TODAY-DATE TO WS-TODAY-DATE
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                + WS-WINDOW-DAYS)
           PERFORM 1100-LOAD-DELINQUENT
           PERFORM 1200-LOAD-CHARGED-OFF
           PERFORM 1300-LOAD-CLOSED-LIST.

      *    Only cards past the 30-day bucket matter here, so only
      *    those are kept. Renewing a card the table had no room for
      *    would put new plastic in a delinquent customer's hands,
      *    so a full table stops the run instead.
       1100-LOAD-DELINQUENT.
           OPEN INPUT STATE-FILE
           READ STATE-FILE
               AT END SET STATE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL STATE-AT-END
               IF DLQ-BUCKET > 30
                   IF WS-DELINQUENT-COUNT >= WS-DELINQUENT-MAX
                       DISPLAY 'CRDRENEW DELINQUENCY TABLE FULL AT '
                               WS-DELINQUENT-MAX ', RUN STOPPED'
                       MOVE 'N' TO WS-TABLES-SWITCH
                       SET STATE-AT-END TO TRUE
                   ELSE
                       ADD 1 TO WS-DELINQUENT-COUNT
                       MOVE DLQ-ACCOUNT-ID TO
                           DQ-ACCOUNT-ID(WS-DELINQUENT-COUNT)
                       MOVE DLQ-CARD-SEQ-NO TO
                           DQ-CARD-SEQ-NO(WS-DELINQUENT-COUNT)
                   END-IF
               END-IF
               IF NOT STATE-AT-END
                   READ STATE-FILE
                       AT END SET STATE-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE STATE-FILE.

       1200-LOAD-CHARGED-OFF.
           OPEN INPUT CHARGEOFF-FILE
           READ CHARGEOFF-FILE
               AT END SET CHGOFF-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CHGOFF-AT-END
               IF WS-CHGOFF-COUNT >= WS-CHGOFF-MAX
                   DISPLAY 'CRDRENEW CHARGE-OFF TABLE FULL AT '
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

      *    Held only so an expired card already on the list is not
      *    appended again; CRDPURGE loads no more than this either.
       1300-LOAD-CLOSED-LIST.
           OPEN INPUT CLOSED-FILE
           READ CLOSED-FILE
               AT END SET CLOSED-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CLOSED-AT-END
               IF WS-CLOSED-COUNT >= WS-CLOSED-MAX
                   DISPLAY 'CRDRENEW CLOSED LIST TABLE FULL AT '
                           WS-CLOSED-MAX ', RUN STOPPED'
                   MOVE 'N' TO WS-TABLES-SWITCH
                   SET CLOSED-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE CLS-ACCOUNT-ID TO
                       CL-ACCOUNT-ID(WS-CLOSED-COUNT)
                   MOVE CLS-CARD-SEQ-NO TO
                       CL-CARD-SEQ-NO(WS-CLOSED-COUNT)
                   READ CLOSED-FILE
                       AT END SET CLOSED-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CLOSED-FILE.

       1500-READ-NEXT-CARDHOLDER.
           READ CARDHOLDER-FILE
               AT END SET CARDHOLDERS-AT-END TO TRUE
           END-READ.

       2000-WALK-CARDS.
           PERFORM UNTIL CARD-AT-END
               CALL 'CBLTDLI' USING WS-GN-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
               IF CARD-PCB-STATUS-CODE = SPACES
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 3000-JUDGE-ONE-CARD
               ELSE
                   SET CARD-AT-END TO TRUE
               END-IF
           END-PERFORM.

       3000-JUDGE-ONE-CARD.
           MOVE CARD-SEG-EXPIRY-DATE TO WS-OLD-EXPIRY
           EVALUATE TRUE
               WHEN CARD-SEG-EXPIRY-DATE IS NOT NUMERIC
                   ADD 1 TO WS-NO-EXPIRY-COUNT
               WHEN CARD-SEG-EXPIRY-DATE = 0
                   ADD 1 TO WS-NO-EXPIRY-COUNT
               WHEN CARD-SEG-EXPIRY-DATE < WS-TODAY-DATE
                   PERFORM 3500-SEND-TO-CLOSED-LIST
               WHEN CARD-SEG-EXPIRY-DATE NOT > WS-WINDOW-END-DATE
                   PERFORM 3100-CHECK-ELIGIBLE
                   IF NOT CARD-SKIPPED
                       PERFORM 4000-RENEW-CARD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The first reason that applies is the one listed.
       3100-CHECK-ELIGIBLE.
           MOVE 'N' TO WS-SKIP-SWITCH
           PERFORM 3200-POSITION-CARDHOLDER
           EVALUATE TRUE
               WHEN CARD-BLOCKED
                   MOVE 'CARD BLOCKED' TO WN-DETAIL
                   PERFORM 9500-WRITE-SKIP
               WHEN CARD-CLOSED
                   MOVE 'CARD CLOSED' TO WN-DETAIL
                   PERFORM 9500-WRITE-SKIP
               WHEN OTHER
                   PERFORM 3600-FIND-CLOSED
                   IF CARD-ON-TABLE
                       MOVE 'ON CLOSED-CARDS LIST' TO WN-DETAIL
                       PERFORM 9500-WRITE-SKIP
                   END-IF
           END-EVALUATE
           IF NOT CARD-SKIPPED
               PERFORM 3300-FIND-CHARGED-OFF
               IF CARD-ON-TABLE
                   MOVE 'CARD CHARGED OFF' TO WN-DETAIL
                   PERFORM 9500-WRITE-SKIP
               ELSE
                   PERFORM 3400-FIND-DELINQUENT
                   IF CARD-ON-TABLE
                       MOVE 'DELINQUENT PAST BUCKET 30'
                           TO WN-DETAIL
                       PERFORM 9500-WRITE-SKIP
                   END-IF
               END-IF
           END-IF
           IF NOT CARD-SKIPPED
               EVALUATE TRUE
                   WHEN CARDHOLDERS-AT-END
                       MOVE 'NO CARDHOLDER RECORD' TO WN-DETAIL
                       PERFORM 9500-WRITE-SKIP
                   WHEN CHM-ACCOUNT-ID NOT = CARD-ACCOUNT-ID
                       MOVE 'NO CARDHOLDER RECORD' TO WN-DETAIL
                       PERFORM 9500-WRITE-SKIP
                   WHEN CHM-STATEMENT-SUPPRESSED
                       MOVE 'CARDHOLDER MAIL HELD' TO WN-DETAIL
                       PERFORM 9500-WRITE-SKIP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    The cardholder master and the GN walk are both in account
      *    order, so the master only ever moves forward.
       3200-POSITION-CARDHOLDER.
           PERFORM UNTIL CARDHOLDERS-AT-END
               OR CHM-ACCOUNT-ID >= CARD-ACCOUNT-ID
               PERFORM 1500-READ-NEXT-CARDHOLDER
           END-PERFORM.

       3300-FIND-CHARGED-OFF.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
                   OR CARD-ON-TABLE
               IF CO-ACCOUNT-ID(WS-CHGOFF-IDX) = CARD-ACCOUNT-ID
                   AND CO-CARD-SEQ-NO(WS-CHGOFF-IDX) = CARD-SEQ-NO
                   SET CARD-ON-TABLE TO TRUE
               END-IF
           END-PERFORM.

       3400-FIND-DELINQUENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DELINQUENT-IDX FROM 1 BY 1
               UNTIL WS-DELINQUENT-IDX > WS-DELINQUENT-COUNT
                   OR CARD-ON-TABLE
               IF DQ-ACCOUNT-ID(WS-DELINQUENT-IDX) = CARD-ACCOUNT-ID
                   AND DQ-CARD-SEQ-NO(WS-DELINQUENT-IDX)
                       = CARD-SEQ-NO
                   SET CARD-ON-TABLE TO TRUE
               END-IF
           END-PERFORM.

      *    An expired card is listed every month it is still on the
      *    database, but appended to the closed-cards list only once.
       3500-SEND-TO-CLOSED-LIST.
           PERFORM 3600-FIND-CLOSED
           IF CARD-ON-TABLE
               MOVE 'ALREADY ON CLOSED LIST' TO WN-DETAIL
           ELSE
               MOVE SPACES          TO CLOSED-REC
               MOVE CARD-ACCOUNT-ID TO CLS-ACCOUNT-ID
               MOVE CARD-SEQ-NO     TO CLS-CARD-SEQ-NO
               WRITE CLOSED-REC
               MOVE 'SENT TO CLOSED-CARDS LIST' TO WN-DETAIL
           END-IF
           IF CARD-SEG-USAGE NOT = 0
               MOVE 'CLOSED LIST, BALANCE OWED' TO WN-DETAIL
           END-IF
           MOVE 'EXPIRED ' TO WN-ACTION
           PERFORM 9400-WRITE-REGISTER-LINE
           ADD 1 TO WS-EXPIRED-COUNT.

      *    Sequence 00 on the closed-cards list stands for every
      *    card on the account.
       3600-FIND-CLOSED.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
               UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                   OR CARD-ON-TABLE
               IF CL-ACCOUNT-ID(WS-CLOSED-IDX) = CARD-ACCOUNT-ID
                   AND (CL-CARD-SEQ-NO(WS-CLOSED-IDX) = CARD-SEQ-NO
                       OR CL-CARD-SEQ-NO(WS-CLOSED-IDX) = 0)
                   SET CARD-ON-TABLE TO TRUE
               END-IF
           END-PERFORM.

      *    The plastic expires on the last day of its month, so the
      *    new date is the last day of the same month the term of
      *    years on: the day before the first of the month after.
       4000-RENEW-CARD.
           MOVE WS-OLD-EXPIRY TO WS-EXPIRY-PARTS
           ADD WS-TERM-YEARS TO WS-EXPIRY-YEAR
           IF WS-EXPIRY-MONTH = 12
               COMPUTE WS-NEXT-MONTH-FIRST =
                   (WS-EXPIRY-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-FIRST =
                   WS-EXPIRY-YEAR * 10000
                   + (WS-EXPIRY-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-NEW-EXPIRY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1)
           MOVE CARD-ACCOUNT-ID TO CSSA-KEY-VALUE(1:10)
           MOVE CARD-SEQ-NO     TO CSSA-KEY-VALUE(11:2)
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
                                 CARD-SSA
           IF CARD-PCB-STATUS-CODE = SPACES
               MOVE WS-NEW-EXPIRY TO CARD-SEG-EXPIRY-DATE
               CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
           END-IF
           IF CARD-PCB-STATUS-CODE = SPACES
               PERFORM 4100-WRITE-REISSUE-RECORD
               MOVE 'REPL'          TO JNL-ACTION
               MOVE CARD-ACCOUNT-ID TO JNL-ACCOUNT-ID
               MOVE CARD-SEQ-NO     TO JNL-CARD-SEQ-NO
               MOVE CARD-SEG-LIMIT  TO JNL-OLD-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-OLD-USAGE
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               MOVE SPACES          TO WN-DETAIL
               MOVE 'NEW EXPIRY '   TO WN-NEW-EXPIRY-TEXT
               MOVE WS-NEW-EXPIRY   TO WN-NEW-EXPIRY
               MOVE 'RENEWED '      TO WN-ACTION
               PERFORM 9400-WRITE-REGISTER-LINE
               ADD 1 TO WS-RENEWED-COUNT
           ELSE
               MOVE 'DATABASE REPLACE FAILED' TO WN-DETAIL
               PERFORM 9500-WRITE-SKIP
           END-IF.

       4100-WRITE-REISSUE-RECORD.
           MOVE SPACES             TO CRI-RECORD
           MOVE CARD-ACCOUNT-ID    TO CRI-ACCOUNT-ID
           MOVE CARD-SEQ-NO        TO CRI-CARD-SEQ-NO
           MOVE CARD-SEG-NUMBER    TO CRI-CARD-NUMBER
           MOVE CARD-SEG-TYPE      TO CRI-CARD-TYPE
           MOVE WS-OLD-EXPIRY      TO CRI-OLD-EXPIRY-DATE
           MOVE WS-NEW-EXPIRY      TO CRI-NEW-EXPIRY-DATE
           MOVE CHM-NAME           TO CRI-NAME
           MOVE CHM-ADDRESS-LINE-1 TO CRI-ADDRESS-LINE-1
           MOVE CHM-ADDRESS-LINE-2 TO CRI-ADDRESS-LINE-2
           MOVE CHM-CITY           TO CRI-CITY
           MOVE CHM-STATE          TO CRI-STATE
           MOVE CHM-ZIP-CODE       TO CRI-ZIP-CODE
           MOVE WS-TODAY-DATE      TO CRI-REISSUE-DATE
           WRITE CRI-RECORD.

       8000-WRITE-SUMMARY.
           MOVE 'CARDS READ          ' TO WS-SUM-LABEL
           MOVE WS-CARDS-READ          TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CARDS RENEWED       ' TO WS-SUM-LABEL
           MOVE WS-RENEWED-COUNT       TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RENEWALS SKIPPED    ' TO WS-SUM-LABEL
           MOVE WS-SKIPPED-COUNT       TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'EXPIRED, NOT RENEWED' TO WS-SUM-LABEL
           MOVE WS-EXPIRED-COUNT       TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NO EXPIRY ON FILE   ' TO WS-SUM-LABEL
           MOVE WS-NO-EXPIRY-COUNT     TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       9400-WRITE-REGISTER-LINE.
           MOVE CARD-ACCOUNT-ID TO WN-ACCOUNT-ID
           MOVE CARD-SEQ-NO     TO WN-CARD-SEQ-NO
           MOVE CARD-SEG-TYPE   TO WN-CARD-TYPE
           MOVE WS-OLD-EXPIRY   TO WN-OLD-EXPIRY
           WRITE RPT-LINE FROM WS-REGISTER-LINE.

       9500-WRITE-SKIP.
           SET CARD-SKIPPED TO TRUE
           MOVE 'SKIPPED ' TO WN-ACTION
           PERFORM 9400-WRITE-REGISTER-LINE
           ADD 1 TO WS-SKIPPED-COUNT.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
