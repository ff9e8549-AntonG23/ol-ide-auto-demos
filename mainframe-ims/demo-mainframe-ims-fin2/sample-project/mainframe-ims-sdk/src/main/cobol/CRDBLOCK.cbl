       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDBLOCK.
      *
      *    Lost / Stolen Card Block And Replacement
      *
      *    Until now a card reported lost could only be put on the
      *    closed-cards list CRDPURGE reads and a new one keyed
      *    through CRDSETUP, which left the old card's balance
      *    stranded on the old sequence number. Reads the service
      *    desk's block request file and, for a lost or stolen card,
      *    inserts the replacement under the lowest free
      *    CARD-SEQ-NO in the account (the same GU probe CRDSETUP
      *    assigns with) with the old card's type and limit and its
      *    whole CARD-SEG-USAGE, then blocks the old card with its
      *    usage at zero. A close request only marks the card
      *    closed, and only once nothing is owed on it. Both sides
      *    of every change are journaled to CARDJRNL.
      *
      *    A lost or stolen card on the charged-off accounts file,
      *    or behind on the current delinquency state file, is
      *    blocked where it stands and not replaced: charge-off and
      *    delinquency are both kept by account and card sequence,
      *    so a replacement would be a live card outside them. The
      *    balance stays on the blocked card for CRDDELQ, CRDCHGOF
      *    and Collections, who decide on new plastic. The register
      *    lists why no replacement was issued. A charge-off or
      *    delinquency table too small for its file ends the run
      *    with return code 12 before any request is applied.
      *
      *    The replacement goes in before the old card is touched,
      *    so a failed insert leaves the old card exactly as it was.
      *    Everything applied or rejected is listed on the block
      *    register with counts.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO BLKREQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHARGEOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STATE-FILE ASSIGN TO DELQSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "CardBlockRequest.cpy".

       FD  CHARGEOFF-FILE.
       COPY "ChargeOff.cpy".

       FD  STATE-FILE.
       COPY "DelinquencyState.cpy".

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
       01  WS-REPL-FUNCTION      PIC X(4) VALUE 'REPL'.
       01  WS-ISRT-FUNCTION      PIC X(4) VALUE 'ISRT'.

       01  WS-REQUEST-EOF-SWITCH PIC X VALUE 'N'.
           88  REQUEST-AT-END    VALUE 'Y'.
       01  WS-SEQ-SWITCH         PIC X VALUE 'N'.
           88  SEQ-SLOT-FREE     VALUE 'Y'.
       01  WS-OLD-CARD-SWITCH    PIC X VALUE 'N'.
           88  OLD-CARD-FOUND    VALUE 'Y'.
       01  WS-CHGOFF-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHGOFF-AT-END     VALUE 'Y'.
       01  WS-STATE-EOF-SWITCH   PIC X VALUE 'N'.
           88  STATE-AT-END      VALUE 'Y'.
       01  WS-TABLES-SWITCH      PIC X VALUE 'Y'.
           88  TABLES-LOADED     VALUE 'Y'.
       01  WS-CHGOFF-FOUND-SWITCH PIC X.
           88  CARD-CHARGED-OFF  VALUE 'Y'.
       01  WS-DELINQUENT-SWITCH  PIC X.
           88  CARD-DELINQUENT   VALUE 'Y'.

       01  WS-CHGOFF-MAX         PIC 9(4) VALUE 2000.
       01  WS-CHGOFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHGOFF-IDX         PIC 9(4).
       01  WS-CHGOFF-TABLE.
           02  WS-CHGOFF-ENTRY OCCURS 2000 TIMES.
               03  CO-ACCOUNT-ID  PIC X(10).
               03  CO-CARD-SEQ-NO PIC 9(2).

       01  WS-DELINQUENT-MAX     PIC 9(4) VALUE 5000.
       01  WS-DELINQUENT-COUNT   PIC 9(4) VALUE 0.
       01  WS-DELINQUENT-IDX     PIC 9(4).
       01  WS-DELINQUENT-TABLE.
           02  WS-DELINQUENT-ENTRY OCCURS 5000 TIMES.
               03  DQ-ACCOUNT-ID  PIC X(10).
               03  DQ-CARD-SEQ-NO PIC 9(2).

       01  WS-SEQ-MAX            PIC 9(2) VALUE 99.
       01  WS-TRY-SEQ            PIC 9(2).
       01  WS-NEXT-SEQ           PIC 9(2).

      *    The old card as it stood before the request was applied.
       01  WS-OLD-CARD.
           02  WS-OLD-NUMBER     PIC X(16).
           02  WS-OLD-TYPE       PIC X(16).
           02  WS-OLD-LIMIT      PIC S9(7) COMP-3.
           02  WS-OLD-USAGE      PIC S9(7) COMP-3.
           02  WS-OLD-EXPIRY     PIC 9(8).

       01  WS-BLOCKED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT     PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT       PIC 9(5) VALUE 0.
       01  WS-NOT-REPLACED-COUNT PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-TRANSFER-AMOUNT    PIC S9(11) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(26) VALUE
               'CARD BLOCK/CLOSE REGISTER'.
           02  FILLER            PIC X(54) VALUE SPACES.

       01  WS-BLOCK-LINE.
           02  WB-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-OLD-SEQ        PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-STATUS-TEXT    PIC X(14).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(8) VALUE 'NEW SEQ '.
           02  WB-NEW-SEQ        PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(6) VALUE 'MOVED '.
           02  WB-USAGE-MOVED    PIC -ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WB-OPERATOR       PIC X(8).
           02  FILLER            PIC X(17) VALUE SPACES.

       01  WS-REJECT-LINE.
           02  WR-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-ACTION         PIC X(1).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-REASON         PIC X(30).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-OPERATOR       PIC X(8).
           02  FILLER            PIC X(25) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'CRDBLOCK' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDBLOCK ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 0100-LOAD-CHARGED-OFF
           PERFORM 0200-LOAD-DELINQUENT
           IF NOT TABLES-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT REGISTER-RPT
           OPEN EXTEND JOURNAL-FILE
           WRITE RPT-LINE FROM WS-HEADING
           READ REQUEST-FILE
               AT END SET REQUEST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL REQUEST-AT-END
               ADD 1 TO WS-RC-READ-COUNT
               PERFORM 1000-APPLY-ONE-REQUEST
               READ REQUEST-FILE
                   AT END SET REQUEST-AT-END TO TRUE
               END-READ
           END-PERFORM
           PERFORM 8000-WRITE-SUMMARY
           CLOSE REQUEST-FILE
           CLOSE REGISTER-RPT
           CLOSE JOURNAL-FILE
           COMPUTE WS-RC-WRITTEN-COUNT =
               WS-BLOCKED-COUNT + WS-CLOSED-COUNT
           MOVE WS-REJECTED-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       0100-LOAD-CHARGED-OFF.
           OPEN INPUT CHARGEOFF-FILE
           READ CHARGEOFF-FILE
               AT END SET CHGOFF-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CHGOFF-AT-END
               IF WS-CHGOFF-COUNT >= WS-CHGOFF-MAX
                   DISPLAY 'CRDBLOCK CHARGE-OFF TABLE FULL AT '
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

      *    Only cards past current matter here, so only those are
      *    kept.
       0200-LOAD-DELINQUENT.
           OPEN INPUT STATE-FILE
           READ STATE-FILE
               AT END SET STATE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL STATE-AT-END
               IF DLQ-BUCKET > 0
                   IF WS-DELINQUENT-COUNT >= WS-DELINQUENT-MAX
                       DISPLAY 'CRDBLOCK DELINQUENCY TABLE FULL AT '
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

       1000-APPLY-ONE-REQUEST.
           PERFORM 1100-GET-OLD-CARD
           PERFORM 1200-CHECK-CHARGED-OFF
           PERFORM 1300-CHECK-DELINQUENT
           EVALUATE TRUE
               WHEN NOT BRQ-VALID-ACTION
                   MOVE 'UNKNOWN REQUEST ACTION' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN NOT OLD-CARD-FOUND
                   MOVE 'UNKNOWN ACCOUNT/CARD KEY' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN CARD-BLOCKED
                   MOVE 'CARD ALREADY BLOCKED' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN CARD-CLOSED
                   MOVE 'CARD ALREADY CLOSED' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN BRQ-CLOSE
                   IF WS-OLD-USAGE NOT = 0
                       MOVE 'CARD HAS A BALANCE, NOT CLOSED'
                           TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   ELSE
                       PERFORM 4000-CLOSE-CARD
                   END-IF
               WHEN CARD-CHARGED-OFF
                   MOVE 'CHARGED OFF, NOT REPLACED' TO WR-REASON
                   PERFORM 3500-BLOCK-IN-PLACE
               WHEN CARD-DELINQUENT
                   MOVE 'DELINQUENT, NOT REPLACED' TO WR-REASON
                   PERFORM 3500-BLOCK-IN-PLACE
               WHEN BRQ-NEW-CARD-NUMBER = SPACES
                   MOVE 'NO REPLACEMENT CARD NUMBER' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN BRQ-NEW-CARD-NUMBER = WS-OLD-NUMBER
                   MOVE 'REPLACEMENT NUMBER NOT NEW' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2000-ASSIGN-NEXT-SEQ
                   IF SEQ-SLOT-FREE
                       PERFORM 3000-INSERT-REPLACEMENT
                   ELSE
                       MOVE 'NO FREE CARD SEQUENCE' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   END-IF
           END-EVALUATE.

       1100-GET-OLD-CARD.
           MOVE 'N' TO WS-OLD-CARD-SWITCH
           MOVE BRQ-ACCOUNT-ID  TO CSSA-KEY-VALUE(1:10)
           MOVE BRQ-CARD-SEQ-NO TO CSSA-KEY-VALUE(11:2)
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
                                 CARD-SSA
           IF CARD-PCB-STATUS-CODE = SPACES
               SET OLD-CARD-FOUND TO TRUE
               MOVE CARD-SEG-NUMBER TO WS-OLD-NUMBER
               MOVE CARD-SEG-TYPE   TO WS-OLD-TYPE
               MOVE CARD-SEG-LIMIT  TO WS-OLD-LIMIT
               MOVE CARD-SEG-USAGE  TO WS-OLD-USAGE
               MOVE CARD-SEG-EXPIRY-DATE TO WS-OLD-EXPIRY
           END-IF.

       1200-CHECK-CHARGED-OFF.
           MOVE 'N' TO WS-CHGOFF-FOUND-SWITCH
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
                   OR CARD-CHARGED-OFF
               IF CO-ACCOUNT-ID(WS-CHGOFF-IDX) = BRQ-ACCOUNT-ID
                   AND CO-CARD-SEQ-NO(WS-CHGOFF-IDX) = BRQ-CARD-SEQ-NO
                   SET CARD-CHARGED-OFF TO TRUE
               END-IF
           END-PERFORM.

       1300-CHECK-DELINQUENT.
           MOVE 'N' TO WS-DELINQUENT-SWITCH
           PERFORM VARYING WS-DELINQUENT-IDX FROM 1 BY 1
               UNTIL WS-DELINQUENT-IDX > WS-DELINQUENT-COUNT
                   OR CARD-DELINQUENT
               IF DQ-ACCOUNT-ID(WS-DELINQUENT-IDX) = BRQ-ACCOUNT-ID
                   AND DQ-CARD-SEQ-NO(WS-DELINQUENT-IDX)
                       = BRQ-CARD-SEQ-NO
                   SET CARD-DELINQUENT TO TRUE
               END-IF
           END-PERFORM.

      *    Lowest unused sequence within the account, the same probe
      *    CRDSETUP assigns a new card's sequence with.
       2000-ASSIGN-NEXT-SEQ.
           MOVE 'N' TO WS-SEQ-SWITCH
           PERFORM VARYING WS-TRY-SEQ FROM 1 BY 1
               UNTIL WS-TRY-SEQ > WS-SEQ-MAX
                   OR SEQ-SLOT-FREE
               MOVE BRQ-ACCOUNT-ID TO CSSA-KEY-VALUE(1:10)
               MOVE WS-TRY-SEQ     TO CSSA-KEY-VALUE(11:2)
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
                                     CARD-SSA
               IF CARD-PCB-STATUS-CODE NOT = SPACES
                   SET SEQ-SLOT-FREE TO TRUE
                   MOVE WS-TRY-SEQ TO WS-NEXT-SEQ
               END-IF
           END-PERFORM.

      *    The replacement carries the old card's type, limit,
      *    expiry date and whole balance; only the PAN is new.
       3000-INSERT-REPLACEMENT.
           MOVE BRQ-ACCOUNT-ID      TO CARD-ACCOUNT-ID
           MOVE WS-NEXT-SEQ         TO CARD-SEQ-NO
           MOVE BRQ-NEW-CARD-NUMBER TO CARD-SEG-NUMBER
           MOVE WS-OLD-TYPE         TO CARD-SEG-TYPE
           MOVE WS-OLD-LIMIT        TO CARD-SEG-LIMIT
           MOVE WS-OLD-USAGE        TO CARD-SEG-USAGE
           MOVE 'A'                 TO CARD-SEG-STATUS
           MOVE WS-OLD-EXPIRY       TO CARD-SEG-EXPIRY-DATE
           CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
           IF CARD-PCB-STATUS-CODE = SPACES
               ADD 1 TO WS-REPLACED-COUNT
               MOVE 'ISRT'          TO JNL-ACTION
               MOVE BRQ-ACCOUNT-ID  TO JNL-ACCOUNT-ID
               MOVE WS-NEXT-SEQ     TO JNL-CARD-SEQ-NO
               MOVE 0               TO JNL-OLD-LIMIT
               MOVE 0               TO JNL-OLD-USAGE
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               PERFORM 3100-BLOCK-OLD-CARD
           ELSE
               MOVE 'DATABASE INSERT FAILED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

      *    The insert moved database position off the old card, so
      *    it is read again before the REPL. Should the REPL fail
      *    the balance is on both cards; the reject line says so
      *    and the new sequence is on the journal for the fix.
       3100-BLOCK-OLD-CARD.
           PERFORM 1100-GET-OLD-CARD
           IF OLD-CARD-FOUND
               MOVE BRQ-ACTION TO CARD-SEG-STATUS
               MOVE 0          TO CARD-SEG-USAGE
               CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
           END-IF
           IF OLD-CARD-FOUND
               AND CARD-PCB-STATUS-CODE = SPACES
               ADD 1 TO WS-BLOCKED-COUNT
               ADD WS-OLD-USAGE TO WS-TRANSFER-AMOUNT
               MOVE 'REPL'          TO JNL-ACTION
               MOVE BRQ-ACCOUNT-ID  TO JNL-ACCOUNT-ID
               MOVE BRQ-CARD-SEQ-NO TO JNL-CARD-SEQ-NO
               MOVE WS-OLD-LIMIT    TO JNL-OLD-LIMIT
               MOVE WS-OLD-USAGE    TO JNL-OLD-USAGE
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               MOVE WS-NEXT-SEQ     TO WB-NEW-SEQ
               MOVE WS-OLD-USAGE    TO WB-USAGE-MOVED
               PERFORM 9400-WRITE-REGISTER-LINE
           ELSE
               MOVE 'OLD CARD NOT BLOCKED, SEE JRNL' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

      *    The lost or stolen card is blocked with its balance left
      *    on it; 1100 left database position on the card, so the
      *    REPL follows directly. The register line shows no new
      *    sequence and a second line gives the reason 1000 set.
       3500-BLOCK-IN-PLACE.
           MOVE BRQ-ACTION TO CARD-SEG-STATUS
           CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
           IF CARD-PCB-STATUS-CODE = SPACES
               ADD 1 TO WS-BLOCKED-COUNT
               ADD 1 TO WS-NOT-REPLACED-COUNT
               MOVE 'REPL'          TO JNL-ACTION
               MOVE BRQ-ACCOUNT-ID  TO JNL-ACCOUNT-ID
               MOVE BRQ-CARD-SEQ-NO TO JNL-CARD-SEQ-NO
               MOVE WS-OLD-LIMIT    TO JNL-OLD-LIMIT
               MOVE WS-OLD-USAGE    TO JNL-OLD-USAGE
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               MOVE SPACES          TO WB-NEW-SEQ
               MOVE 0               TO WB-USAGE-MOVED
               PERFORM 9400-WRITE-REGISTER-LINE
               MOVE BRQ-ACCOUNT-ID  TO WR-ACCOUNT-ID
               MOVE BRQ-CARD-SEQ-NO TO WR-CARD-SEQ-NO
               MOVE BRQ-ACTION      TO WR-ACTION
               MOVE BRQ-OPERATOR    TO WR-OPERATOR
               WRITE RPT-LINE FROM WS-REJECT-LINE
           ELSE
               MOVE 'DATABASE REPLACE FAILED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

      *    1100 left database position on the card, so the REPL
      *    follows directly. Limit and usage are unchanged; the
      *    journal entry evidences the close itself.
       4000-CLOSE-CARD.
           MOVE 'C' TO CARD-SEG-STATUS
           CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
           IF CARD-PCB-STATUS-CODE = SPACES
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'REPL'          TO JNL-ACTION
               MOVE BRQ-ACCOUNT-ID  TO JNL-ACCOUNT-ID
               MOVE BRQ-CARD-SEQ-NO TO JNL-CARD-SEQ-NO
               MOVE WS-OLD-LIMIT    TO JNL-OLD-LIMIT
               MOVE WS-OLD-USAGE    TO JNL-OLD-USAGE
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               MOVE SPACES          TO WB-NEW-SEQ
               MOVE 0               TO WB-USAGE-MOVED
               PERFORM 9400-WRITE-REGISTER-LINE
           ELSE
               MOVE 'DATABASE REPLACE FAILED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE 'CARDS BLOCKED       ' TO WS-SUM-LABEL
           MOVE WS-BLOCKED-COUNT       TO WS-SUM-COUNT
           MOVE WS-TRANSFER-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REPLACEMENTS ISSUED ' TO WS-SUM-LABEL
           MOVE WS-REPLACED-COUNT      TO WS-SUM-COUNT
           MOVE WS-TRANSFER-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BLOCKED NOT REPLACED' TO WS-SUM-LABEL
           MOVE WS-NOT-REPLACED-COUNT  TO WS-SUM-COUNT
           MOVE 0                      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CARDS CLOSED        ' TO WS-SUM-LABEL
           MOVE WS-CLOSED-COUNT        TO WS-SUM-COUNT
           MOVE 0                      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS REJECTED   ' TO WS-SUM-LABEL
           MOVE WS-REJECTED-COUNT      TO WS-SUM-COUNT
           MOVE 0                      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       9400-WRITE-REGISTER-LINE.
           MOVE BRQ-ACCOUNT-ID  TO WB-ACCOUNT-ID
           MOVE BRQ-CARD-SEQ-NO TO WB-OLD-SEQ
           MOVE BRQ-OPERATOR    TO WB-OPERATOR
           EVALUATE TRUE
               WHEN BRQ-LOST
                   MOVE 'BLOCKED LOST'   TO WB-STATUS-TEXT
               WHEN BRQ-STOLEN
                   MOVE 'BLOCKED STOLEN' TO WB-STATUS-TEXT
               WHEN OTHER
                   MOVE 'CLOSED'         TO WB-STATUS-TEXT
           END-EVALUATE
           WRITE RPT-LINE FROM WS-BLOCK-LINE.

       9500-WRITE-REJECT.
           MOVE BRQ-ACCOUNT-ID  TO WR-ACCOUNT-ID
           MOVE BRQ-CARD-SEQ-NO TO WR-CARD-SEQ-NO
           MOVE BRQ-ACTION      TO WR-ACTION
           MOVE BRQ-OPERATOR    TO WR-OPERATOR
           WRITE RPT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
