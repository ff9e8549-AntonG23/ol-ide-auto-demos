       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDNSF.
      *
      *    Returned-Payment (NSF) Reversal
      *
      *    A cardholder payment that bounces after CRDPOST credited
      *    it used to stay off CARD-SEG-USAGE for good, and CRDDELQ
      *    went on counting it as the payment that brought the card
      *    current. This daily job reads the issuer's returned-
      *    payments file and matches each return to the original
      *    settlement credit on the transaction history file by
      *    account, card sequence, posting date and amount. A
      *    matched return puts the amount back on CARD-SEG-USAGE,
      *    with a journal record and an NR history record naming the
      *    credit it reverses - which is what CRDDELQ reads to stop
      *    counting that credit as a payment.
      *
      *    A return is not put back on a card on the charged-off
      *    accounts file - its usage stays at the zero CRDCHGOF left
      *    it at - nor on a card CRDBLOCK blocked as lost or stolen,
      *    or closed, whose balance has moved on. Those go to the
      *    exceptions report like any other return not reversed.
      *
      *    The reversal register goes to RPTPRT. Returns that match
      *    no posted credit, or whose credit was already reversed,
      *    go to a separate exceptions report for the payments team.
      *
      *    The returned-payments file is read once, so a file or a
      *    charged-off accounts file larger than its table ends the
      *    run with return code 12 before any return is reversed;
      *    rerun it once the table is enlarged.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURNS-FILE ASSIGN TO NSFRTRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHARGEOFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-RPT ASSIGN TO NSFEXCP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FILE.
       COPY "ReturnedPayment.cpy".

       FD  CHARGEOFF-FILE.
       COPY "ChargeOff.cpy".

       FD  TRANHIST-FILE.
       COPY "CardTranHistory.cpy".

       FD  REVERSAL-RPT.
       01  RPT-LINE              PIC X(80).

       FD  EXCEPTION-RPT.
       01  EXCP-LINE             PIC X(80).

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

       01  WS-RETURN-EOF-SWITCH  PIC X VALUE 'N'.
           88  RETURNS-AT-END    VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRANHIST-AT-END   VALUE 'Y'.
       01  WS-CHGOFF-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHGOFF-AT-END     VALUE 'Y'.
       01  WS-CHGOFF-SWITCH      PIC X VALUE 'Y'.
           88  CHGOFF-LOADED     VALUE 'Y'.
       01  WS-RETURNS-SWITCH     PIC X VALUE 'Y'.
           88  RETURNS-LOADED    VALUE 'Y'.
       01  WS-CHGOFF-FOUND-SWITCH PIC X.
           88  CARD-CHARGED-OFF  VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-TODAY-DATE         PIC 9(8).

      *    One entry per return on today's file. RT-CREDIT-COUNT is
      *    how many settlement credits on the history file match it
      *    and RT-REVERSED-COUNT how many of those already carry an
      *    NR record, so a return sent twice cannot reverse the same
      *    credit twice.
       01  WS-RETURN-MAX         PIC 9(4) VALUE 1000.
       01  WS-RETURN-COUNT       PIC 9(4) VALUE 0.
       01  WS-RETURN-IDX         PIC 9(4).
       01  WS-OTHER-IDX          PIC 9(4).
       01  WS-RETURN-TABLE.
           02  WS-RETURN-ENTRY OCCURS 1000 TIMES.
               03  RT-ACCOUNT-ID     PIC X(10).
               03  RT-CARD-SEQ-NO    PIC 9(2).
               03  RT-POST-DATE      PIC 9(8).
               03  RT-AMOUNT         PIC 9(7).
               03  RT-RETURN-DATE    PIC 9(8).
               03  RT-RETURN-REASON  PIC X(3).
               03  FILLER            PIC X(2).
               03  RT-CREDIT-COUNT   PIC 9(3).
               03  RT-REVERSED-COUNT PIC 9(3).

       01  WS-CHGOFF-MAX         PIC 9(4) VALUE 2000.
       01  WS-CHGOFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHGOFF-IDX         PIC 9(4).
       01  WS-CHGOFF-TABLE.
           02  WS-CHGOFF-ENTRY OCCURS 2000 TIMES.
               03  CO-ACCOUNT-ID    PIC X(10).
               03  CO-CARD-SEQ-NO   PIC 9(2).

       01  WS-REVERSED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REVERSED-AMOUNT    PIC 9(11) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-AMOUNT   PIC 9(11) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(31) VALUE
               'RETURNED PAYMENT REVERSAL REGIS'.
           02  FILLER            PIC X(49) VALUE 'TER'.

       01  WS-EXCP-HEADING.
           02  FILLER            PIC X(33) VALUE
               'RETURNED PAYMENTS NOT REVERSED - '.
           02  FILLER            PIC X(47) VALUE
               'PAYMENTS TEAM'.

       01  WS-REVERSAL-LINE.
           02  WV-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WV-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(5) VALUE 'PAID '.
           02  WV-POST-DATE      PIC 9(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(9) VALUE 'RETURNED '.
           02  WV-RETURN-DATE    PIC 9(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WV-RETURN-REASON  PIC X(3).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WV-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(6) VALUE 'USAGE '.
           02  WV-NEW-USAGE      PIC -ZZZZZZ9.
           02  FILLER            PIC X(8) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           02  WE-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WE-CARD-SEQ-NO    PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WE-POST-DATE      PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WE-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WE-RETURN-REASON  PIC X(3).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WE-REASON         PIC X(30).
           02  FILLER            PIC X(15) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'CRDNSF  ' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDNSF ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           IF NOT RETURNS-LOADED
               DISPLAY 'CRDNSF RETURN TABLE FULL AT '
                       WS-RETURN-MAX ', RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           IF NOT CHGOFF-LOADED
               DISPLAY 'CRDNSF CHARGE-OFF TABLE FULL AT '
                       WS-CHGOFF-MAX ', RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           OPEN OUTPUT REVERSAL-RPT
           OPEN OUTPUT EXCEPTION-RPT
           OPEN EXTEND TRANHIST-FILE
           OPEN EXTEND JOURNAL-FILE
           WRITE RPT-LINE FROM WS-HEADING
           WRITE EXCP-LINE FROM WS-EXCP-HEADING
           PERFORM VARYING WS-RETURN-IDX FROM 1 BY 1
               UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
               PERFORM 2000-REVERSE-ONE-RETURN
           END-PERFORM
           PERFORM 4000-PRINT-SUMMARY
           CLOSE TRANHIST-FILE
           CLOSE JOURNAL-FILE
           CLOSE EXCEPTION-RPT
           CLOSE REVERSAL-RPT
           MOVE WS-RETURN-COUNT    TO WS-RC-READ-COUNT
           MOVE WS-REVERSED-COUNT  TO WS-RC-WRITTEN-COUNT
           MOVE WS-EXCEPTION-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 1100-LOAD-RETURNS
           PERFORM 1150-LOAD-CHARGED-OFF
           PERFORM 1200-MATCH-ORIGINAL-CREDITS.

       1100-LOAD-RETURNS.
           OPEN INPUT RETURNS-FILE
           READ RETURNS-FILE
               AT END SET RETURNS-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RETURNS-AT-END
               IF WS-RETURN-COUNT >= WS-RETURN-MAX
                   MOVE 'N' TO WS-RETURNS-SWITCH
                   SET RETURNS-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE RTP-RECORD TO
                       WS-RETURN-ENTRY(WS-RETURN-COUNT)
                   MOVE 0 TO RT-CREDIT-COUNT(WS-RETURN-COUNT)
                   MOVE 0 TO RT-REVERSED-COUNT(WS-RETURN-COUNT)
                   READ RETURNS-FILE
                       AT END SET RETURNS-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE RETURNS-FILE.

      *    A card the table had no room for could have a written-
      *    off balance put back on it, so a full table stops the
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

      *    One pass of the history file counts, for every return,
      *    the settlement credits it could be and the NR reversals
      *    already written against that same credit.
       1200-MATCH-ORIGINAL-CREDITS.
           OPEN INPUT TRANHIST-FILE
           READ TRANHIST-FILE
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               IF (TRN-SETTLEMENT AND TRN-DEBIT-CREDIT = 'C')
                   OR TRN-NSF-REVERSAL
                   PERFORM 1300-COUNT-AGAINST-RETURNS
               END-IF
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANHIST-FILE.

       1300-COUNT-AGAINST-RETURNS.
           PERFORM VARYING WS-RETURN-IDX FROM 1 BY 1
               UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
               IF RT-ACCOUNT-ID(WS-RETURN-IDX) = TRN-ACCOUNT-ID
                   AND RT-CARD-SEQ-NO(WS-RETURN-IDX) = TRN-CARD-SEQ-NO
                   AND RT-AMOUNT(WS-RETURN-IDX) = TRN-AMOUNT
                   IF TRN-NSF-REVERSAL
                       IF RT-POST-DATE(WS-RETURN-IDX)
                           = TRN-REF-POST-DATE
                           ADD 1 TO RT-REVERSED-COUNT(WS-RETURN-IDX)
                       END-IF
                   ELSE
                       IF RT-POST-DATE(WS-RETURN-IDX) = TRN-POST-DATE
                           ADD 1 TO RT-CREDIT-COUNT(WS-RETURN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2000-REVERSE-ONE-RETURN.
           MOVE WS-RETURN-ENTRY(WS-RETURN-IDX) TO RTP-RECORD
           EVALUATE TRUE
               WHEN RT-CREDIT-COUNT(WS-RETURN-IDX) = 0
                   MOVE 'NO MATCHING CREDIT POSTING' TO WE-REASON
                   PERFORM 9500-WRITE-EXCEPTION
               WHEN RT-REVERSED-COUNT(WS-RETURN-IDX)
                   >= RT-CREDIT-COUNT(WS-RETURN-IDX)
                   MOVE 'CREDIT ALREADY REVERSED' TO WE-REASON
                   PERFORM 9500-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 2100-APPLY-REVERSAL
           END-EVALUATE.

       2100-APPLY-REVERSAL.
           MOVE RTP-ACCOUNT-ID  TO CSSA-KEY-VALUE(1:10)
           MOVE RTP-CARD-SEQ-NO TO CSSA-KEY-VALUE(11:2)
           PERFORM 2150-CHECK-CHARGED-OFF
           IF CARD-CHARGED-OFF
               MOVE 'CARD CHARGED OFF' TO WE-REASON
               PERFORM 9500-WRITE-EXCEPTION
           ELSE
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
                                     CARD-SSA
               EVALUATE TRUE
                   WHEN CARD-PCB-STATUS-CODE NOT = SPACES
                       MOVE 'CARD NOT ON DATABASE' TO WE-REASON
                       PERFORM 9500-WRITE-EXCEPTION
                   WHEN CARD-BLOCKED
                       MOVE 'CARD BLOCKED LOST/STOLEN' TO WE-REASON
                       PERFORM 9500-WRITE-EXCEPTION
                   WHEN CARD-CLOSED
                       MOVE 'CARD CLOSED' TO WE-REASON
                       PERFORM 9500-WRITE-EXCEPTION
                   WHEN OTHER
                       PERFORM 2110-REPLACE-USAGE
               END-EVALUATE
           END-IF.

       2110-REPLACE-USAGE.
           MOVE CARD-SEG-LIMIT TO JNL-OLD-LIMIT
           MOVE CARD-SEG-USAGE TO JNL-OLD-USAGE
           ADD RTP-AMOUNT TO CARD-SEG-USAGE
           CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
           IF CARD-PCB-STATUS-CODE NOT = SPACES
               MOVE 'DATABASE REPLACE FAILED' TO WE-REASON
               PERFORM 9500-WRITE-EXCEPTION
           ELSE
               MOVE 'REPL'          TO JNL-ACTION
               MOVE RTP-ACCOUNT-ID  TO JNL-ACCOUNT-ID
               MOVE RTP-CARD-SEQ-NO TO JNL-CARD-SEQ-NO
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               PERFORM 2200-WRITE-TRAN-HISTORY
               PERFORM 2300-MARK-CREDIT-REVERSED
               PERFORM 2900-WRITE-REVERSAL-LINE
           END-IF.

       2150-CHECK-CHARGED-OFF.
           MOVE 'N' TO WS-CHGOFF-FOUND-SWITCH
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
                   OR CARD-CHARGED-OFF
               IF CO-ACCOUNT-ID(WS-CHGOFF-IDX) = RTP-ACCOUNT-ID
                   AND CO-CARD-SEQ-NO(WS-CHGOFF-IDX) = RTP-CARD-SEQ-NO
                   SET CARD-CHARGED-OFF TO TRUE
               END-IF
           END-PERFORM.

       2200-WRITE-TRAN-HISTORY.
           MOVE SPACES TO TRN-RECORD
           MOVE RTP-ACCOUNT-ID  TO TRN-ACCOUNT-ID
           MOVE RTP-CARD-SEQ-NO TO TRN-CARD-SEQ-NO
           MOVE WS-TODAY-DATE   TO TRN-POST-DATE
           MOVE 'D'             TO TRN-DEBIT-CREDIT
           MOVE RTP-AMOUNT      TO TRN-AMOUNT
           MOVE 'NR'            TO TRN-TRAN-TYPE
           MOVE RTP-POST-DATE   TO TRN-REF-POST-DATE
           WRITE TRN-RECORD.

      *    The same credit returned again later in today's file must
      *    see this reversal too.
       2300-MARK-CREDIT-REVERSED.
           PERFORM VARYING WS-OTHER-IDX FROM WS-RETURN-IDX BY 1
               UNTIL WS-OTHER-IDX > WS-RETURN-COUNT
               IF RT-ACCOUNT-ID(WS-OTHER-IDX) = RTP-ACCOUNT-ID
                   AND RT-CARD-SEQ-NO(WS-OTHER-IDX) = RTP-CARD-SEQ-NO
                   AND RT-POST-DATE(WS-OTHER-IDX) = RTP-POST-DATE
                   AND RT-AMOUNT(WS-OTHER-IDX) = RTP-AMOUNT
                   ADD 1 TO RT-REVERSED-COUNT(WS-OTHER-IDX)
               END-IF
           END-PERFORM.

       2900-WRITE-REVERSAL-LINE.
           MOVE RTP-ACCOUNT-ID    TO WV-ACCOUNT-ID
           MOVE RTP-CARD-SEQ-NO   TO WV-CARD-SEQ-NO
           MOVE RTP-POST-DATE     TO WV-POST-DATE
           MOVE RTP-RETURN-DATE   TO WV-RETURN-DATE
           MOVE RTP-RETURN-REASON TO WV-RETURN-REASON
           MOVE RTP-AMOUNT        TO WV-AMOUNT
           MOVE CARD-SEG-USAGE    TO WV-NEW-USAGE
           WRITE RPT-LINE FROM WS-REVERSAL-LINE
           ADD 1 TO WS-REVERSED-COUNT
           ADD RTP-AMOUNT TO WS-REVERSED-AMOUNT.

       4000-PRINT-SUMMARY.
           MOVE 'RETURNS READ'          TO WS-SUM-LABEL
           MOVE WS-RETURN-COUNT         TO WS-SUM-COUNT
           COMPUTE WS-SUM-AMOUNT =
               WS-REVERSED-AMOUNT + WS-EXCEPTION-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PAYMENTS REVERSED'     TO WS-SUM-LABEL
           MOVE WS-REVERSED-COUNT       TO WS-SUM-COUNT
           MOVE WS-REVERSED-AMOUNT      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'EXCEPTIONS'            TO WS-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT      TO WS-SUM-COUNT
           MOVE WS-EXCEPTION-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           WRITE EXCP-LINE FROM WS-SUMMARY-LINE.

       9500-WRITE-EXCEPTION.
           MOVE RTP-ACCOUNT-ID    TO WE-ACCOUNT-ID
           MOVE RTP-CARD-SEQ-NO   TO WE-CARD-SEQ-NO
           MOVE RTP-POST-DATE     TO WE-POST-DATE
           MOVE RTP-AMOUNT        TO WE-AMOUNT
           MOVE RTP-RETURN-REASON TO WE-RETURN-REASON
           WRITE EXCP-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD RTP-AMOUNT TO WS-EXCEPTION-AMOUNT.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
