       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDCHGOF.
      *
      *    Month-End Charge-Off And Recovery
      *
      *    CRDDELQ pins a non-paying card at the 90-day bucket and
      *    nothing happened after that: the balance sat in
      *    CARD-SEG-USAGE and inflated IMSEXPSUM's exposure figure
      *    for good. This month-end job takes every card on the
      *    current delinquency state file that is at bucket 90 and
      *    has missed at least the policy number of cycles
      *    (DLQ-CYCLES-MISSED), moves its usage balance to the
      *    charged-off accounts file, and zeroes the usage with a
      *    journal record and a CO history record. The charge-off
      *    register Finance books the loss from goes to RPTPRT.
      *
      *    CRDPOST keeps debits off a charged-off card and writes any
      *    credit for one to the recoveries file instead of the
      *    card. This run applies the month's recoveries to the
      *    charged-off balances first and prints the recovery report
      *    on RCVRPT; once the new charged-off generation is written
      *    the recoveries file is emptied for the next month. A
      *    recovery CRDPOST wrote twice across a checkpoint restart
      *    carries the same settlement file id and detail sequence
      *    number as the first copy and is counted as a restart
      *    repeat, not applied. A month with more distinct
      *    recoveries than the table holds ends with return code 12
      *    before anything is changed.
      *
      *    The month's charge-off total is appended to the GL
      *    activity file for CRDGLFD's ledger batch (recoveries are
      *    booked daily from CRDPOST's record of them).
      *
      *    First run: point CHGOFFIN at an empty file.
      *
      *    LS-PARM is the JCL PARM: the charge-off policy in cycles
      *    missed, three digits. Blank defaults to 6.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATE-FILE ASSIGN TO DELQSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRIOR-CHGOFF-FILE ASSIGN TO CHGOFFIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-CHGOFF-FILE ASSIGN TO CHGOFFOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RECOVERY-FILE ASSIGN TO CHGRECOV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHGOFF-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-RPT ASSIGN TO RCVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN TO GLACTV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       COPY "DelinquencyState.cpy".

       FD  PRIOR-CHGOFF-FILE.
       01  PRIOR-CHGOFF-REC      PIC X(60).

       FD  NEW-CHGOFF-FILE.
       COPY "ChargeOff.cpy".

       FD  RECOVERY-FILE.
       COPY "ChargeOffRecovery.cpy".

       FD  TRANHIST-FILE.
       COPY "CardTranHistory.cpy".

       FD  CHGOFF-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RECOVERY-RPT.
       01  RCV-LINE              PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC           PIC X(80).

       FD  GL-ACTIVITY-FILE.
       COPY "GlActivity.cpy".

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

       01  WS-STATE-EOF-SWITCH   PIC X VALUE 'N'.
           88  STATE-AT-END      VALUE 'Y'.
       01  WS-PRIOR-EOF-SWITCH   PIC X VALUE 'N'.
           88  PRIOR-AT-END      VALUE 'Y'.
       01  WS-RECOVERY-EOF-SWITCH PIC X VALUE 'N'.
           88  RECOVERIES-AT-END VALUE 'Y'.
       01  WS-FOUND-SWITCH       PIC X.
           88  CHGOFF-FOUND      VALUE 'Y'.
       01  WS-FILE-SWITCH        PIC X VALUE 'Y'.
           88  CHGOFF-FILE-LOADED VALUE 'Y'.
       01  WS-RECOVERY-KEY-SWITCH PIC X VALUE 'Y'.
           88  RECOVERY-KEYS-LOADED VALUE 'Y'.
       01  WS-KEY-FOUND-SWITCH   PIC X.
           88  RECOVERY-KEY-FOUND VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CHARGE-OFF-CYCLES  PIC 9(3) VALUE 6.
       01  WS-CHARGE-OFF-AMOUNT  PIC 9(7).

       01  WS-CHGOFF-MAX         PIC 9(4) VALUE 2000.
       01  WS-CHGOFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHGOFF-IDX         PIC 9(4).
       01  WS-CHGOFF-SLOT        PIC 9(4).
       01  WS-CHGOFF-TABLE.
           02  WS-CHGOFF-ENTRY OCCURS 2000 TIMES.
               03  CO-ACCOUNT-ID        PIC X(10).
               03  CO-CARD-SEQ-NO       PIC 9(2).
               03  CO-CHARGE-OFF-DATE   PIC 9(8).
               03  CO-CHARGE-OFF-AMOUNT PIC 9(7).
               03  CO-CYCLES-MISSED     PIC 9(3).
               03  CO-RECOVERED-AMOUNT  PIC 9(9).
               03  CO-LAST-RECOVERY-DATE PIC 9(8).
               03  FILLER               PIC X(13).

      *    One entry per settlement detail the month's recoveries
      *    came from; RK-APPLIED is set by the first copy applied.
       01  WS-RECOVERY-KEY-MAX   PIC 9(4) VALUE 5000.
       01  WS-RECOVERY-KEY-COUNT PIC 9(4) VALUE 0.
       01  WS-RECOVERY-KEY-IDX   PIC 9(4).
       01  WS-RECOVERY-KEY-SLOT  PIC 9(4).
       01  WS-RECOVERY-KEY-TABLE.
           02  WS-RECOVERY-KEY-ENTRY OCCURS 5000 TIMES.
               03  RK-FILE-ID       PIC X(10).
               03  RK-SEQ-NO        PIC 9(7).
               03  RK-APPLIED       PIC X(1).

       01  WS-CANDIDATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-CHARGED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CHARGED-AMOUNT     PIC 9(11) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-RECOVERY-COUNT     PIC 9(5) VALUE 0.
       01  WS-RECOVERY-AMOUNT    PIC 9(11) VALUE 0.
       01  WS-UNMATCHED-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-AMOUNT   PIC 9(11) VALUE 0.
       01  WS-REPEAT-COUNT       PIC 9(5) VALUE 0.
       01  WS-REPEAT-AMOUNT      PIC 9(11) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(19) VALUE
               'CHARGE-OFF REGISTER'.
           02  FILLER            PIC X(61) VALUE SPACES.

       01  WS-CHGOFF-LINE.
           02  WC-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-CARD-TYPE      PIC X(16).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(7) VALUE 'CYCLES '.
           02  WC-CYCLES-MISSED  PIC ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(6) VALUE 'LIMIT '.
           02  WC-CARD-LIMIT     PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(8) VALUE 'WRITTEN '.
           02  WC-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(9) VALUE SPACES.

       01  WS-REJECT-LINE.
           02  FILLER            PIC X(7) VALUE 'REJECT '.
           02  WR-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-CARD-SEQ-NO    PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-REASON         PIC X(30).
           02  FILLER            PIC X(29) VALUE SPACES.

       01  WS-RCV-HEADING.
           02  FILLER            PIC X(30) VALUE
               'CHARGE-OFF RECOVERIES FOR MONT'.
           02  FILLER            PIC X(50) VALUE 'H'.

       01  WS-RECOVERY-LINE.
           02  WV-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WV-CARD-SEQ-NO    PIC 9(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WV-POST-DATE      PIC 9(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WV-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(8) VALUE 'WRITTEN '.
           02  WV-CHARGE-OFF     PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE 'RECOVERED '.
           02  WV-RECOVERED      PIC ZZZZZZZZ9.
           02  FILLER            PIC X(14) VALUE SPACES.

       01  WS-UNMATCHED-LINE.
           02  WU-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WU-CARD-SEQ-NO    PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WU-POST-DATE      PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WU-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(23) VALUE
               'NOT ON CHARGE-OFF FILE'.
           02  FILLER            PIC X(26) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(39) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-CHARGE-OFF-CYCLES PIC X(3).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDCHGOF' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDCHGOF ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1000-INITIALIZE
           IF NOT CHGOFF-FILE-LOADED
               DISPLAY 'CRDCHGOF CHARGE-OFF TABLE FULL AT '
                       WS-CHGOFF-MAX ', RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           IF NOT RECOVERY-KEYS-LOADED
               DISPLAY 'CRDCHGOF RECOVERY TABLE FULL AT '
                       WS-RECOVERY-KEY-MAX ', RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           OPEN OUTPUT CHGOFF-RPT
           OPEN OUTPUT RECOVERY-RPT
           OPEN EXTEND TRANHIST-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2000-APPLY-RECOVERIES
           PERFORM 3000-CHARGE-OFF-CARDS
           PERFORM 4000-WRITE-CHARGED-OFF-FILE
           PERFORM 5000-WRITE-GL-ACTIVITY
           CLOSE TRANHIST-FILE
           CLOSE JOURNAL-FILE
           CLOSE RECOVERY-RPT
           CLOSE CHGOFF-RPT
           OPEN OUTPUT RECOVERY-FILE
           CLOSE RECOVERY-FILE
           MOVE WS-CANDIDATE-COUNT TO WS-RC-READ-COUNT
           MOVE WS-CHARGED-COUNT   TO WS-RC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT  TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-INITIALIZE.
           IF LS-PARM-LEN >= 3
               AND LS-CHARGE-OFF-CYCLES IS NUMERIC
               MOVE LS-CHARGE-OFF-CYCLES TO WS-CHARGE-OFF-CYCLES
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 1100-LOAD-CHARGED-OFF
           PERFORM 1300-LOAD-RECOVERY-KEYS.

      *    The charged-off file is carried whole in the table and
      *    rewritten at the end; one too big for the table stops
      *    the run rather than losing written-off balances.
       1100-LOAD-CHARGED-OFF.
           OPEN INPUT PRIOR-CHGOFF-FILE
           READ PRIOR-CHGOFF-FILE
               AT END SET PRIOR-AT-END TO TRUE
           END-READ
           PERFORM UNTIL PRIOR-AT-END
               IF WS-CHGOFF-COUNT >= WS-CHGOFF-MAX
                   MOVE 'N' TO WS-FILE-SWITCH
                   SET PRIOR-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-CHGOFF-COUNT
                   MOVE PRIOR-CHGOFF-REC TO
                       WS-CHGOFF-ENTRY(WS-CHGOFF-COUNT)
                   READ PRIOR-CHGOFF-FILE
                       AT END SET PRIOR-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE PRIOR-CHGOFF-FILE.

       1200-FIND-CHARGED-OFF.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
                   OR CHGOFF-FOUND
               IF CO-ACCOUNT-ID(WS-CHGOFF-IDX) = CSSA-KEY-VALUE(1:10)
                   AND CO-CARD-SEQ-NO(WS-CHGOFF-IDX)
                       = CSSA-KEY-VALUE(11:2)
                   SET CHGOFF-FOUND TO TRUE
                   MOVE WS-CHGOFF-IDX TO WS-CHGOFF-SLOT
               END-IF
           END-PERFORM.

      *    Every settlement detail the month's recoveries name goes
      *    into the table once, before any is applied, so a month
      *    too big for it stops the run with nothing changed.
       1300-LOAD-RECOVERY-KEYS.
           MOVE 'N' TO WS-RECOVERY-EOF-SWITCH
           OPEN INPUT RECOVERY-FILE
           READ RECOVERY-FILE
               AT END SET RECOVERIES-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RECOVERIES-AT-END
               PERFORM 1310-FIND-RECOVERY-KEY
               EVALUATE TRUE
                   WHEN RCV-FILE-ID = SPACES
                       CONTINUE
                   WHEN RECOVERY-KEY-FOUND
                       CONTINUE
                   WHEN WS-RECOVERY-KEY-COUNT >= WS-RECOVERY-KEY-MAX
                       MOVE 'N' TO WS-RECOVERY-KEY-SWITCH
                   WHEN OTHER
                       ADD 1 TO WS-RECOVERY-KEY-COUNT
                       MOVE RCV-FILE-ID TO
                           RK-FILE-ID(WS-RECOVERY-KEY-COUNT)
                       MOVE RCV-SEQ-NO TO
                           RK-SEQ-NO(WS-RECOVERY-KEY-COUNT)
                       MOVE 'N' TO
                           RK-APPLIED(WS-RECOVERY-KEY-COUNT)
               END-EVALUATE
               IF RECOVERY-KEYS-LOADED
                   READ RECOVERY-FILE
                       AT END SET RECOVERIES-AT-END TO TRUE
                   END-READ
               ELSE
                   SET RECOVERIES-AT-END TO TRUE
               END-IF
           END-PERFORM
           CLOSE RECOVERY-FILE.

      *    A recovery written before the file id was carried has
      *    none and is never taken for a repeat.
       1310-FIND-RECOVERY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           IF RCV-FILE-ID NOT = SPACES
               PERFORM VARYING WS-RECOVERY-KEY-IDX FROM 1 BY 1
                   UNTIL WS-RECOVERY-KEY-IDX > WS-RECOVERY-KEY-COUNT
                       OR RECOVERY-KEY-FOUND
                   IF RK-FILE-ID(WS-RECOVERY-KEY-IDX) = RCV-FILE-ID
                       AND RK-SEQ-NO(WS-RECOVERY-KEY-IDX) = RCV-SEQ-NO
                       SET RECOVERY-KEY-FOUND TO TRUE
                       MOVE WS-RECOVERY-KEY-IDX TO WS-RECOVERY-KEY-SLOT
                   END-IF
               END-PERFORM
           END-IF.

      *    Each recovery CRDPOST recorded this month is credited to
      *    its card's charged-off balance. One for a card not on the
      *    file is listed for Finance and not applied. A second copy
      *    of a settlement detail already seen this run is the
      *    CRDPOST restart window written again and is only counted.
       2000-APPLY-RECOVERIES.
           WRITE RCV-LINE FROM WS-RCV-HEADING
           MOVE 'N' TO WS-RECOVERY-EOF-SWITCH
           OPEN INPUT RECOVERY-FILE
           READ RECOVERY-FILE
               AT END SET RECOVERIES-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RECOVERIES-AT-END
               PERFORM 1310-FIND-RECOVERY-KEY
               IF RECOVERY-KEY-FOUND
                   AND RK-APPLIED(WS-RECOVERY-KEY-SLOT) = 'Y'
                   ADD 1 TO WS-REPEAT-COUNT
                   ADD RCV-AMOUNT TO WS-REPEAT-AMOUNT
               ELSE
                   IF RECOVERY-KEY-FOUND
                       MOVE 'Y' TO RK-APPLIED(WS-RECOVERY-KEY-SLOT)
                   END-IF
                   PERFORM 2050-APPLY-OR-LIST-RECOVERY
               END-IF
               READ RECOVERY-FILE
                   AT END SET RECOVERIES-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE RECOVERY-FILE
           MOVE 'RECOVERIES APPLIED'   TO WS-SUM-LABEL
           MOVE WS-RECOVERY-COUNT      TO WS-SUM-COUNT
           MOVE WS-RECOVERY-AMOUNT     TO WS-SUM-AMOUNT
           WRITE RCV-LINE FROM WS-SUMMARY-LINE
           MOVE 'NOT ON FILE'          TO WS-SUM-LABEL
           MOVE WS-UNMATCHED-COUNT     TO WS-SUM-COUNT
           MOVE WS-UNMATCHED-AMOUNT    TO WS-SUM-AMOUNT
           WRITE RCV-LINE FROM WS-SUMMARY-LINE
           MOVE 'RESTART REPEATS'      TO WS-SUM-LABEL
           MOVE WS-REPEAT-COUNT        TO WS-SUM-COUNT
           MOVE WS-REPEAT-AMOUNT       TO WS-SUM-AMOUNT
           WRITE RCV-LINE FROM WS-SUMMARY-LINE.

       2050-APPLY-OR-LIST-RECOVERY.
           MOVE RCV-ACCOUNT-ID  TO CSSA-KEY-VALUE(1:10)
           MOVE RCV-CARD-SEQ-NO TO CSSA-KEY-VALUE(11:2)
           PERFORM 1200-FIND-CHARGED-OFF
           IF CHGOFF-FOUND
               PERFORM 2100-APPLY-ONE-RECOVERY
           ELSE
               MOVE RCV-ACCOUNT-ID  TO WU-ACCOUNT-ID
               MOVE RCV-CARD-SEQ-NO TO WU-CARD-SEQ-NO
               MOVE RCV-POST-DATE   TO WU-POST-DATE
               MOVE RCV-AMOUNT      TO WU-AMOUNT
               WRITE RCV-LINE FROM WS-UNMATCHED-LINE
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD RCV-AMOUNT TO WS-UNMATCHED-AMOUNT
           END-IF.

       2100-APPLY-ONE-RECOVERY.
           ADD RCV-AMOUNT TO CO-RECOVERED-AMOUNT(WS-CHGOFF-SLOT)
           MOVE RCV-POST-DATE TO CO-LAST-RECOVERY-DATE(WS-CHGOFF-SLOT)
           MOVE RCV-ACCOUNT-ID  TO WV-ACCOUNT-ID
           MOVE RCV-CARD-SEQ-NO TO WV-CARD-SEQ-NO
           MOVE RCV-POST-DATE   TO WV-POST-DATE
           MOVE RCV-AMOUNT      TO WV-AMOUNT
           MOVE CO-CHARGE-OFF-AMOUNT(WS-CHGOFF-SLOT) TO WV-CHARGE-OFF
           MOVE CO-RECOVERED-AMOUNT(WS-CHGOFF-SLOT)  TO WV-RECOVERED
           WRITE RCV-LINE FROM WS-RECOVERY-LINE
           ADD 1 TO WS-RECOVERY-COUNT
           ADD RCV-AMOUNT TO WS-RECOVERY-AMOUNT.

       3000-CHARGE-OFF-CARDS.
           WRITE RPT-LINE FROM WS-HEADING
           OPEN INPUT STATE-FILE
           READ STATE-FILE
               AT END SET STATE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL STATE-AT-END
               IF DLQ-BUCKET = 90
                   AND DLQ-CYCLES-MISSED >= WS-CHARGE-OFF-CYCLES
                   ADD 1 TO WS-CANDIDATE-COUNT
                   PERFORM 3100-CHARGE-OFF-ONE-CARD
               END-IF
               READ STATE-FILE
                   AT END SET STATE-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           MOVE 'CHARGED OFF'          TO WS-SUM-LABEL
           MOVE WS-CHARGED-COUNT       TO WS-SUM-COUNT
           MOVE WS-CHARGED-AMOUNT      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REJECTED'             TO WS-SUM-LABEL
           MOVE WS-REJECTED-COUNT      TO WS-SUM-COUNT
           MOVE 0                      TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

      *    The balance written off is the card's usage as it stands
      *    on the database now, not the state file's view of it.
       3100-CHARGE-OFF-ONE-CARD.
           MOVE DLQ-ACCOUNT-ID  TO CSSA-KEY-VALUE(1:10)
           MOVE DLQ-CARD-SEQ-NO TO CSSA-KEY-VALUE(11:2)
           PERFORM 1200-FIND-CHARGED-OFF
           IF CHGOFF-FOUND
               MOVE 'ALREADY CHARGED OFF' TO WR-REASON
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
                   WHEN CARD-SEG-USAGE NOT > 0
                       MOVE 'NO BALANCE TO CHARGE OFF' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN WS-CHGOFF-COUNT >= WS-CHGOFF-MAX
                       MOVE 'CHARGE-OFF TABLE FULL' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN OTHER
                       PERFORM 3200-ZERO-CARD-USAGE
               END-EVALUATE
           END-IF.

       3200-ZERO-CARD-USAGE.
           MOVE CARD-SEG-LIMIT TO JNL-OLD-LIMIT
           MOVE CARD-SEG-USAGE TO JNL-OLD-USAGE
           MOVE CARD-SEG-USAGE TO WS-CHARGE-OFF-AMOUNT
           MOVE 0 TO CARD-SEG-USAGE
           CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
           IF CARD-PCB-STATUS-CODE NOT = SPACES
               MOVE 'DATABASE REPLACE FAILED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           ELSE
               MOVE 'REPL'          TO JNL-ACTION
               MOVE CARD-ACCOUNT-ID TO JNL-ACCOUNT-ID
               MOVE CARD-SEQ-NO     TO JNL-CARD-SEQ-NO
               MOVE CARD-SEG-LIMIT  TO JNL-NEW-LIMIT
               MOVE CARD-SEG-USAGE  TO JNL-NEW-USAGE
               PERFORM 9850-WRITE-JOURNAL-RECORD
               MOVE SPACES TO TRN-RECORD
               MOVE CARD-ACCOUNT-ID      TO TRN-ACCOUNT-ID
               MOVE CARD-SEQ-NO          TO TRN-CARD-SEQ-NO
               MOVE WS-TODAY-DATE        TO TRN-POST-DATE
               MOVE 'C'                  TO TRN-DEBIT-CREDIT
               MOVE WS-CHARGE-OFF-AMOUNT TO TRN-AMOUNT
               MOVE 'CO'                 TO TRN-TRAN-TYPE
               MOVE 0                    TO TRN-REF-POST-DATE
               WRITE TRN-RECORD
               ADD 1 TO WS-CHGOFF-COUNT
               MOVE SPACES TO WS-CHGOFF-ENTRY(WS-CHGOFF-COUNT)
               MOVE CARD-ACCOUNT-ID TO CO-ACCOUNT-ID(WS-CHGOFF-COUNT)
               MOVE CARD-SEQ-NO    TO CO-CARD-SEQ-NO(WS-CHGOFF-COUNT)
               MOVE WS-TODAY-DATE  TO
                   CO-CHARGE-OFF-DATE(WS-CHGOFF-COUNT)
               MOVE WS-CHARGE-OFF-AMOUNT TO
                   CO-CHARGE-OFF-AMOUNT(WS-CHGOFF-COUNT)
               MOVE DLQ-CYCLES-MISSED TO
                   CO-CYCLES-MISSED(WS-CHGOFF-COUNT)
               MOVE 0 TO CO-RECOVERED-AMOUNT(WS-CHGOFF-COUNT)
               MOVE 0 TO CO-LAST-RECOVERY-DATE(WS-CHGOFF-COUNT)
               MOVE CARD-ACCOUNT-ID      TO WC-ACCOUNT-ID
               MOVE CARD-SEQ-NO          TO WC-CARD-SEQ-NO
               MOVE CARD-SEG-TYPE        TO WC-CARD-TYPE
               MOVE DLQ-CYCLES-MISSED    TO WC-CYCLES-MISSED
               MOVE CARD-SEG-LIMIT       TO WC-CARD-LIMIT
               MOVE WS-CHARGE-OFF-AMOUNT TO WC-AMOUNT
               WRITE RPT-LINE FROM WS-CHGOFF-LINE
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-CHARGE-OFF-AMOUNT TO WS-CHARGED-AMOUNT
           END-IF.

       4000-WRITE-CHARGED-OFF-FILE.
           OPEN OUTPUT NEW-CHGOFF-FILE
           PERFORM VARYING WS-CHGOFF-IDX FROM 1 BY 1
               UNTIL WS-CHGOFF-IDX > WS-CHGOFF-COUNT
               MOVE WS-CHGOFF-ENTRY(WS-CHGOFF-IDX) TO CHO-RECORD
               WRITE CHO-RECORD
           END-PERFORM
           CLOSE NEW-CHGOFF-FILE.

       5000-WRITE-GL-ACTIVITY.
           IF WS-CHARGED-COUNT > 0
               OPEN EXTEND GL-ACTIVITY-FILE
               MOVE SPACES TO GLA-RECORD
               MOVE 'CRDCHGOF'        TO GLA-SOURCE-JOB
               MOVE WS-TODAY-DATE     TO GLA-RUN-DATE
               MOVE 'CO'              TO GLA-CATEGORY
               MOVE 'USD'             TO GLA-QUALIFIER
               MOVE WS-CHARGED-COUNT  TO GLA-COUNT
               MOVE WS-CHARGED-AMOUNT TO GLA-AMOUNT
               WRITE GLA-RECORD
               CLOSE GL-ACTIVITY-FILE
           END-IF.

       9500-WRITE-REJECT.
           MOVE CSSA-KEY-VALUE(1:10) TO WR-ACCOUNT-ID
           MOVE CSSA-KEY-VALUE(11:2) TO WR-CARD-SEQ-NO
           WRITE RPT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
