      *    register accumulators as the user area; on restart XRST
      *    restores them along with the database position, so a
      *    rerun never double-charges a card.
      *
      *    The charges assessed per issuer type are appended to the
      *    GL activity file at the end of the run for CRDGLFD's
      *    ledger batch.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACTIVITY-FILE ASSIGN TO GLACTV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  JOURNAL-FILE.
       01  JOURNAL-REC           PIC X(80).

       FD  GL-ACTIVITY-FILE.
       COPY "GlActivity.cpy".

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       01  WS-RATE-MAX           PIC 9(2) VALUE 10.
       01  WS-RATE-COUNT         PIC 9(2) VALUE 0.
       01  WS-RATE-IDX           PIC 9(2).
       01  WS-RATE-SLOT          PIC 9(2).
       01  WS-RATE-TABLE.
           02  WS-RATE-ENTRY OCCURS 10 TIMES.
               03  RT-CARD-TYPE   PIC X(16).

      *    Everything a restart must put back rides on the symbolic
      *    checkpoint as one user area: the register accumulators
      *    through the last card committed, including the per-type
      *    totals kept in rate table order for the GL activity file.
      *    The database position itself comes back with XRST.
       01  WS-RESTART-AREA-LENGTH PIC S9(5) COMP VALUE 219.
       01  WS-RESTART-AREA.
           02  WS-READ-COUNT     PIC 9(7) VALUE 0.
           02  WS-ASSESSED-COUNT PIC 9(7) VALUE 0.
           02  WS-ASSESSED-AMOUNT PIC 9(11) VALUE 0.
           02  WS-NORATE-COUNT   PIC 9(7) VALUE 0.
           02  WS-SKIPPED-COUNT  PIC 9(7) VALUE 0.
           02  WS-TYPE-TOTALS.
               03  WS-TYPE-ENTRY OCCURS 10 TIMES.
                   04  TT-ASSESSED-COUNT  PIC 9(7).
                   04  TT-ASSESSED-AMOUNT PIC 9(11).

      *    Outside the restart area on purpose: a failed REPL
      *    changes nothing in the database, so there is nothing for
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-MAX
               MOVE 0 TO TT-ASSESSED-COUNT(WS-RATE-IDX)
               MOVE 0 TO TT-ASSESSED-AMOUNT(WS-RATE-IDX)
           END-PERFORM
           IF LS-PARM-LEN > 0
               MOVE LS-RESTART-KEY TO WS-CHKP-ID
           ELSE
           PERFORM 1000-LOAD-RATE-TABLE
           PERFORM 2000-WALK-AND-ASSESS
           PERFORM 4000-PRINT-TOTALS
           PERFORM 5000-WRITE-GL-ACTIVITY
           CLOSE JOURNAL-FILE
           CLOSE REGISTER-RPT
           MOVE WS-READ-COUNT     TO WS-RC-READ-COUNT
                   OR RATE-FOUND
               IF CARD-SEG-TYPE = RT-CARD-TYPE(WS-RATE-IDX)
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RATE-IDX TO WS-RATE-SLOT
                   MOVE RT-ANNUAL-RATE(WS-RATE-IDX)
                       TO WS-FOUND-RATE
               END-IF
               WRITE RPT-LINE FROM WS-REGISTER-LINE
               ADD 1 TO WS-ASSESSED-COUNT
               ADD WS-MONTH-CHARGE TO WS-ASSESSED-AMOUNT
               ADD 1 TO TT-ASSESSED-COUNT(WS-RATE-SLOT)
               ADD WS-MONTH-CHARGE TO TT-ASSESSED-AMOUNT(WS-RATE-SLOT)
               MOVE 'REPL'          TO JNL-ACTION
               MOVE CARD-ACCOUNT-ID TO JNL-ACCOUNT-ID
               MOVE CARD-SEQ-NO     TO JNL-CARD-SEQ-NO
           MOVE 0                  TO WS-TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

       5000-WRITE-GL-ACTIVITY.
           OPEN EXTEND GL-ACTIVITY-FILE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF TT-ASSESSED-COUNT(WS-RATE-IDX) > 0
                   MOVE SPACES TO GLA-RECORD
                   MOVE 'CRDFINCH'        TO GLA-SOURCE-JOB
                   MOVE WS-RC-TODAY-DATE  TO GLA-RUN-DATE
                   MOVE 'FC'              TO GLA-CATEGORY
                   MOVE RT-CARD-TYPE(WS-RATE-IDX) TO GLA-QUALIFIER
                   MOVE TT-ASSESSED-COUNT(WS-RATE-IDX) TO GLA-COUNT
                   MOVE TT-ASSESSED-AMOUNT(WS-RATE-IDX) TO GLA-AMOUNT
                   WRITE GLA-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-ACTIVITY-FILE.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
