      *    state file forward run to run the way CRDCOLL carries
      *    CollectionState: a paying card resets to current, a
      *    silent one moves a bucket deeper each cycle until it
      *    pins at 90 days, while its count of cycles missed keeps
      *    climbing for the month-end charge-off. The delinquency
      *    report is sorted worst first for Collections - this is a
      *    different risk dimension from the over-limit workqueue
      *    and both run.
      *
      *    The credit side of the history file is sorted here (key
      *    ascending, posting date descending) and match-merged
      *    against the GN walk the way CRDPURGE merges the activity
      *    file: the first sorted record per key is that card's most
      *    recent credit, and the records inside the cycle window
      *    are summed as this cycle's payments. A credit CRDNSF has
      *    reversed as a returned payment is left out of both.
      *
      *    First run: point DELQSTIN at an empty file; every
      *    revolving card starts from current.
       01  WS-MIN-PAYMENT        PIC 9(7).
       01  WS-CYCLE-CREDITS      PIC 9(9).
       01  WS-LAST-CREDIT        PIC 9(8).
       01  WS-REVERSAL-PENDING   PIC 9(3).
       01  WS-REVERSAL-DATE      PIC 9(8).
       01  WS-REVERSAL-AMOUNT    PIC 9(7).
       01  WS-CYCLES-MISSED      PIC 9(3).
       01  WS-BUCKET             PIC 9(2).

               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           SORT CREDIT-SORT-WORK
               ON ASCENDING KEY CSR-ACCOUNT-ID CSR-CARD-SEQ-NO
               ON DESCENDING KEY CSR-POST-DATE CSR-AMOUNT
                                 CSR-DEBIT-CREDIT
               INPUT PROCEDURE IS 1100-RELEASE-CREDITS
               GIVING SORTED-CREDITS
           OPEN INPUT SORTED-CREDITS
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
      *        A provisional dispute credit is not a payment from
      *        the cardholder; only settlement credits count. An NR
      *        reversal is released under the date of the credit it
      *        reverses, flagged 'R', so 3100 can cancel the two.
               IF TRN-DEBIT-CREDIT = 'C'
                   AND TRN-SETTLEMENT
                   MOVE TRN-RECORD TO CREDIT-SORT-REC
                   RELEASE CREDIT-SORT-REC
               END-IF
               IF TRN-NSF-REVERSAL
                   MOVE TRN-RECORD        TO CREDIT-SORT-REC
                   MOVE TRN-REF-POST-DATE TO CSR-POST-DATE
                   MOVE 'R'               TO CSR-DEBIT-CREDIT
                   RELEASE CREDIT-SORT-REC
               END-IF
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
                   AND SCR-CARD-SEQ-NO >= CARD-SEQ-NO)
               PERFORM 1300-READ-NEXT-CREDIT
           END-PERFORM
           MOVE 0 TO WS-REVERSAL-PENDING
           PERFORM UNTIL CREDITS-AT-END
               OR SCR-ACCOUNT-ID NOT = CARD-ACCOUNT-ID
               OR SCR-CARD-SEQ-NO NOT = CARD-SEQ-NO
               EVALUATE TRUE
                   WHEN SCR-DEBIT-CREDIT = 'R'
                       PERFORM 3150-HOLD-REVERSAL
                   WHEN WS-REVERSAL-PENDING > 0
                       AND SCR-POST-DATE = WS-REVERSAL-DATE
                       AND SCR-AMOUNT = WS-REVERSAL-AMOUNT
                       SUBTRACT 1 FROM WS-REVERSAL-PENDING
                   WHEN OTHER
                       IF WS-LAST-CREDIT = 0
                           MOVE SCR-POST-DATE TO WS-LAST-CREDIT
                       END-IF
                       IF SCR-POST-DATE >= WS-CYCLE-START
                           ADD SCR-AMOUNT TO WS-CYCLE-CREDITS
                       END-IF
               END-EVALUATE
               PERFORM 1300-READ-NEXT-CREDIT
           END-PERFORM
           IF CARD-SEG-USAGE > 0
               PERFORM 3200-AGE-AND-RELEASE-CARD
           END-IF.

      *    A returned payment sorts just ahead of the credit it
      *    reverses (same date and amount, 'R' after 'C' descending),
      *    so holding the reversal here lets the credit that follows
      *    be skipped - it never counts as a payment or as the last
      *    credit.
       3150-HOLD-REVERSAL.
           IF WS-REVERSAL-PENDING > 0
               AND SCR-POST-DATE = WS-REVERSAL-DATE
               AND SCR-AMOUNT = WS-REVERSAL-AMOUNT
               ADD 1 TO WS-REVERSAL-PENDING
           ELSE
               MOVE 1             TO WS-REVERSAL-PENDING
               MOVE SCR-POST-DATE TO WS-REVERSAL-DATE
               MOVE SCR-AMOUNT    TO WS-REVERSAL-AMOUNT
           END-IF.

      *    A card that covered its minimum this cycle is current; a
      *    card that did not moves one cycle deeper, with the bucket
      *    pinned at 90 the way Collections quotes it. The cycle
      *    count itself keeps climbing past the pin - CRDCHGOF's
      *    charge-off policy is a number of cycles missed. Cards not
      *    on the prior state file start their count at one.
       3200-AGE-AND-RELEASE-CARD.
           COMPUTE WS-MIN-PAYMENT =
               CARD-SEG-USAGE * WS-MIN-PCT / 100
               PERFORM 3300-FIND-PRIOR-STATE
           END-IF
           IF WS-CYCLES-MISSED > 3
               MOVE 90 TO WS-BUCKET
           ELSE
               COMPUTE WS-BUCKET = WS-CYCLES-MISSED * 30
           END-IF
           MOVE SPACES TO DLQ-STATE-RECORD
           MOVE CARD-ACCOUNT-ID  TO DLQ-ACCOUNT-ID
           MOVE CARD-SEQ-NO      TO DLQ-CARD-SEQ-NO
