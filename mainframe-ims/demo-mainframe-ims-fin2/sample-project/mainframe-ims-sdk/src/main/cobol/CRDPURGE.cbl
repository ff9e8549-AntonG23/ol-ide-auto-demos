      *    date descending) and match-merged against the walk - the
      *    first sorted record per key is that card's last activity.
      *
      *    A closed-cards entry under card sequence 00 closes every
      *    card on the account; PHBKDEL and PHBKPEND write those
      *    for a corporate card whose holder has left.
      *
      *    A closed card that still carries usage is not deleted -
      *    that would write a balance off without a charge-off. It
      *    stays on the database, listed on the register as
      *    BAL OWED for Collections or the card administrator, and
      *    its closed-cards entry is kept. CLOSEDOT is the new
      *    generation of the closed-cards list: every CLOSEDCD
      *    entry except those whose cards have all left the
      *    database. A closed-cards list larger than the table ends
      *    the run with return code 12 before anything is deleted.
      *
      *    LS-PARM is the JCL PARM: the dormancy window in months,
      *    two digits. Blank defaults to 12.
      *
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSED-FILE ASSIGN TO CLOSEDCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-CLOSED-FILE ASSIGN TO CLOSEDOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO CRDARCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-RPT ASSIGN TO RPTPRT
       01  CLOSED-REC.
           02  CLS-ACCOUNT-ID    PIC X(10).
           02  CLS-CARD-SEQ-NO   PIC 9(2).
           02  CLS-REST          PIC X(18).

       FD  NEW-CLOSED-FILE.
       01  NEW-CLOSED-REC.
           02  NCL-ACCOUNT-ID    PIC X(10).
           02  NCL-CARD-SEQ-NO   PIC 9(2).
           02  NCL-REST          PIC X(18).

       FD  ARCHIVE-FILE.
       COPY "CardArchive.cpy".
           88  CARD-IS-CLOSED    VALUE 'Y'.
       01  WS-PURGE-SWITCH       PIC X.
           88  CARD-TO-PURGE     VALUE 'Y'.
       01  WS-CLOSED-LOAD-SWITCH PIC X VALUE 'Y'.
           88  CLOSED-LIST-LOADED VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-TODAY-DATE.
       01  WS-LAST-ACTIVITY      PIC 9(8).
       01  WS-PURGE-REASON       PIC X(8).

       01  WS-CLOSED-MAX         PIC 9(4) VALUE 2000.
       01  WS-CLOSED-COUNT       PIC 9(4) VALUE 0.
       01  WS-CLOSED-IDX         PIC 9(4).
       01  WS-CLOSED-TABLE.
           02  WS-CLOSED-ENTRY OCCURS 2000 TIMES.
               03  CL-ACCOUNT-ID  PIC X(10).
               03  CL-CARD-SEQ-NO PIC 9(2).
               03  CL-REST        PIC X(18).
               03  CL-KEEP        PIC X.

       01  WS-ARCHIVED-COUNT     PIC 9(5) VALUE 0.
       01  WS-ARCHIVED-LIMIT     PIC S9(11) VALUE 0.
       01  WS-ARCHIVED-USAGE     PIC S9(11) VALUE 0.
       01  WS-RETAINED-COUNT     PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01  WS-HELD-LIMIT         PIC S9(11) VALUE 0.
       01  WS-HELD-USAGE         PIC S9(11) VALUE 0.
       01  WS-KEPT-ENTRY-COUNT   PIC 9(5) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(21) VALUE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1200-LOAD-CLOSED-LIST
           IF NOT CLOSED-LIST-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-AND-PURGE
           PERFORM 4500-WRITE-NEW-CLOSED-LIST
           PERFORM 5000-PRINT-TOTALS
           CLOSE SORTED-ACTIVITY
           CLOSE ARCHIVE-FILE
           CLOSE JOURNAL-FILE
           CLOSE REGISTER-RPT
           COMPUTE WS-RC-READ-COUNT =
               WS-ARCHIVED-COUNT + WS-RETAINED-COUNT + WS-HELD-COUNT
           MOVE WS-ARCHIVED-COUNT TO WS-RC-WRITTEN-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.
               GIVING SORTED-ACTIVITY
           OPEN INPUT SORTED-ACTIVITY
           PERFORM 1300-READ-NEXT-ACTIVITY
           OPEN EXTEND ARCHIVE-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN OUTPUT REGISTER-RPT
           PERFORM UNTIL CLOSED-AT-END
               IF WS-CLOSED-COUNT >= WS-CLOSED-MAX
                   DISPLAY 'CRDPURGE CLOSED LIST TABLE FULL AT '
                           WS-CLOSED-MAX ', RUN STOPPED'
                   MOVE 'N' TO WS-CLOSED-LOAD-SWITCH
                   SET CLOSED-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
                       CL-ACCOUNT-ID(WS-CLOSED-COUNT)
                   MOVE CLS-CARD-SEQ-NO TO
                       CL-CARD-SEQ-NO(WS-CLOSED-COUNT)
                   MOVE CLS-REST TO CL-REST(WS-CLOSED-COUNT)
                   MOVE 'N' TO CL-KEEP(WS-CLOSED-COUNT)
                   READ CLOSED-FILE
                       AT END SET CLOSED-AT-END TO TRUE
                   END-READ
           PERFORM 3100-CHECK-CLOSED-LIST
           MOVE 'N' TO WS-PURGE-SWITCH
           IF CARD-IS-CLOSED
               IF CARD-SEG-USAGE = 0
                   SET CARD-TO-PURGE TO TRUE
                   MOVE 'CLOSED  ' TO WS-PURGE-REASON
               ELSE
                   PERFORM 3500-HOLD-BALANCE-OWED
               END-IF
           ELSE
               IF CARD-SEG-USAGE = 0
                   AND WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                   MOVE 'DORMANT ' TO WS-PURGE-REASON
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CARD-TO-PURGE
                   PERFORM 4000-ARCHIVE-AND-DELETE
               WHEN CARD-IS-CLOSED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-RETAINED-COUNT
           END-EVALUATE.

       3100-CHECK-CLOSED-LIST.
           MOVE 'N' TO WS-CLOSED-SWITCH
               UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                   OR CARD-IS-CLOSED
               IF CL-ACCOUNT-ID(WS-CLOSED-IDX) = CARD-ACCOUNT-ID
                   AND (CL-CARD-SEQ-NO(WS-CLOSED-IDX) = CARD-SEQ-NO
                       OR CL-CARD-SEQ-NO(WS-CLOSED-IDX) = 0)
                   SET CARD-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

      *    Every entry naming the card - its own and any account-wide
      *    00 entry - goes forward to CLOSEDOT.
       3200-KEEP-CLOSED-ENTRIES.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
               UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF CL-ACCOUNT-ID(WS-CLOSED-IDX) = CARD-ACCOUNT-ID
                   AND (CL-CARD-SEQ-NO(WS-CLOSED-IDX) = CARD-SEQ-NO
                       OR CL-CARD-SEQ-NO(WS-CLOSED-IDX) = 0)
                   MOVE 'Y' TO CL-KEEP(WS-CLOSED-IDX)
               END-IF
           END-PERFORM.

       3500-HOLD-BALANCE-OWED.
           PERFORM 3200-KEEP-CLOSED-ENTRIES
           ADD 1 TO WS-HELD-COUNT
           ADD CARD-SEG-LIMIT TO WS-HELD-LIMIT
           ADD CARD-SEG-USAGE TO WS-HELD-USAGE
           MOVE CARD-ACCOUNT-ID TO WG-ACCOUNT-ID
           MOVE CARD-SEQ-NO     TO WG-CARD-SEQ-NO
           MOVE CARD-SEG-TYPE   TO WG-CARD-TYPE
           MOVE 'BAL OWED'      TO WG-REASON
           MOVE CARD-SEG-LIMIT  TO WG-CARD-LIMIT
           MOVE CARD-SEG-USAGE  TO WG-CARD-USAGE
           WRITE RPT-LINE FROM WS-REGISTER-LINE.

       4000-ARCHIVE-AND-DELETE.
           MOVE CARD-ACCOUNT-ID TO CSSA-KEY-VALUE(1:10)
           MOVE CARD-SEQ-NO     TO CSSA-KEY-VALUE(11:2)
               DISPLAY 'CRDPURGE DELETE FAILED FOR '
                       CARD-ACCOUNT-ID CARD-SEQ-NO
                       ' STATUS ' CARD-PCB-STATUS-CODE
               PERFORM 3200-KEEP-CLOSED-ENTRIES
           END-IF.

      *    Entries with no card left behind them are spent and drop
      *    off here.
       4500-WRITE-NEW-CLOSED-LIST.
           OPEN OUTPUT NEW-CLOSED-FILE
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
               UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF CL-KEEP(WS-CLOSED-IDX) = 'Y'
                   MOVE CL-ACCOUNT-ID(WS-CLOSED-IDX)  TO NCL-ACCOUNT-ID
                   MOVE CL-CARD-SEQ-NO(WS-CLOSED-IDX) TO NCL-CARD-SEQ-NO
                   MOVE CL-REST(WS-CLOSED-IDX)        TO NCL-REST
                   WRITE NEW-CLOSED-REC
                   ADD 1 TO WS-KEPT-ENTRY-COUNT
               END-IF
           END-PERFORM
           CLOSE NEW-CLOSED-FILE.

       5000-PRINT-TOTALS.
           MOVE 'CARDS ARCHIVED  ' TO WS-TOT-LABEL
           MOVE WS-ARCHIVED-COUNT  TO WS-TOT-COUNT
           MOVE WS-RETAINED-COUNT  TO WS-TOT-COUNT
           MOVE 0                  TO WS-TOT-LIMIT
           MOVE 0                  TO WS-TOT-USAGE
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSED, BAL OWED' TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT      TO WS-TOT-COUNT
           MOVE WS-HELD-LIMIT      TO WS-TOT-LIMIT
           MOVE WS-HELD-USAGE      TO WS-TOT-USAGE
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSED LIST KEPT' TO WS-TOT-LABEL
           MOVE WS-KEPT-ENTRY-COUNT TO WS-TOT-COUNT
           MOVE 0                  TO WS-TOT-LIMIT
           MOVE 0                  TO WS-TOT-USAGE
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

       COPY "CardJournalWrite.cpy".
