       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDHOLDR.
      *
      *    Cardholder Name and Address Maintenance
      *
      *    CARDS knows card numbers, limits and balances but nothing
      *    about who the card belongs to or where to mail the
      *    statement. This job keeps the cardholder master - name,
      *    two address lines, city/state/zip and the statement
      *    suppress flag, one record per account - by applying a
      *    file of ADD/UPD/DEL changes to last run's generation and
      *    writing the next one, with a register of every change
      *    applied and every change rejected. Each applied change is
      *    appended to the CARDS maintenance journal under card
      *    sequence 00 (the account rather than a card) so CRDJRNQ
      *    shows who touched the account and when.
      *
      *    The change file is sorted here by account id, keeping
      *    the order changes arrived in for the same account, and
      *    match-merged against the old master, which is already in
      *    account order: a master record with no changes is copied
      *    across, and several changes to one account in the same
      *    run apply one after the other.
      *
      *    First run: point CRDHLDIN at an empty file and load every
      *    cardholder as an ADD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO CRDHCHG
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTED-CHANGES ASSIGN TO CRDHSRTD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO CRDHLDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-MASTER-FILE ASSIGN TO CRDHLDOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CARDJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01  CHANGE-REC            PIC X(150).

       FD  SORTED-CHANGES.
       COPY "CardholderChange.cpy".

       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-REC        PIC X(150).

       FD  NEW-MASTER-FILE.
       COPY "CardholderMaster.cpy".

       FD  REGISTER-RPT.
       01  RPT-LINE              PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC           PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02  SRT-ACTION        PIC X(4).
           02  SRT-ACCOUNT-ID    PIC X(10).
           02  FILLER            PIC X(136).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "CardJournal.cpy".

       01  WS-CHANGE-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHANGES-AT-END    VALUE 'Y'.
       01  WS-MASTER-EOF-SWITCH  PIC X VALUE 'N'.
           88  MASTER-AT-END     VALUE 'Y'.
       01  WS-HOLD-SWITCH        PIC X VALUE 'N'.
           88  HOLD-ON-MASTER    VALUE 'Y'.

      *    Merge keys: HIGH-VALUES once a file is exhausted, so the
      *    lower of the two is always the next account to settle.
       01  WS-CHANGE-KEY         PIC X(10).
       01  WS-MASTER-KEY         PIC X(10).
       01  WS-ACTIVE-KEY         PIC X(10).

      *    The account being settled, in master layout, built from
      *    the old master (or from an ADD) and written out once all
      *    of its changes have been applied.
       01  WS-OLD-MASTER-RECORD.
           02  WO-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(140).
       01  WS-HOLD-RECORD.
           02  WK-ACCOUNT-ID     PIC X(10).
           02  WK-NAME           PIC X(30).
           02  WK-ADDRESS-LINE-1 PIC X(30).
           02  WK-ADDRESS-LINE-2 PIC X(30).
           02  WK-CITY           PIC X(20).
           02  WK-STATE          PIC X(2).
           02  WK-ZIP-CODE       PIC X(10).
           02  WK-SUPPRESS-FLAG  PIC X(1).
           02  FILLER            PIC X(17).

       01  WS-ADDED-COUNT        PIC 9(5) VALUE 0.
       01  WS-UPDATED-COUNT      PIC 9(5) VALUE 0.
       01  WS-DELETED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-MASTER-IN-COUNT    PIC 9(7) VALUE 0.
       01  WS-MASTER-OUT-COUNT   PIC 9(7) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(30) VALUE
               'CARDHOLDER MASTER MAINTENANCE'.
           02  FILLER            PIC X(50) VALUE SPACES.

       01  WS-CHANGE-LINE.
           02  WC-ACTION         PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-NAME           PIC X(30).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-CITY           PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-STATE          PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(4) VALUE 'SUP '.
           02  WC-SUPPRESS-FLAG  PIC X(1).
           02  FILLER            PIC X(4) VALUE SPACES.

       01  WS-REJECT-LINE.
           02  FILLER            PIC X(7) VALUE 'REJECT '.
           02  WR-ACTION         PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-REASON         PIC X(30).
           02  FILLER            PIC X(27) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  FILLER            PIC X(5)  VALUE 'ADDED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-ADDED      PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(7)  VALUE 'UPDATED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-UPDATED    PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(7)  VALUE 'DELETED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-DELETED    PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(8)  VALUE 'REJECTED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-REJECTED   PIC ZZZZ9.
           02  FILLER            PIC X(23) VALUE SPACES.

       01  WS-MASTER-LINE.
           02  FILLER            PIC X(17) VALUE 'MASTER RECORDS IN'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-MASTER-IN  PIC ZZZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(3)  VALUE 'OUT'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-MASTER-OUT PIC ZZZZZZ9.
           02  FILLER            PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'CRDHOLDR' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDHOLDR ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCOUNT-ID
               WITH DUPLICATES IN ORDER
               USING CHANGE-FILE
               GIVING SORTED-CHANGES
           OPEN INPUT SORTED-CHANGES
           OPEN INPUT OLD-MASTER-FILE
           OPEN OUTPUT NEW-MASTER-FILE
           OPEN OUTPUT REGISTER-RPT
           OPEN EXTEND JOURNAL-FILE
           WRITE RPT-LINE FROM WS-HEADING
           PERFORM 1100-READ-NEXT-CHANGE
           PERFORM 1200-READ-NEXT-MASTER
           PERFORM UNTIL CHANGES-AT-END AND MASTER-AT-END
               PERFORM 2000-SETTLE-ONE-ACCOUNT
           END-PERFORM
           PERFORM 4000-PRINT-SUMMARY
           CLOSE SORTED-CHANGES
           CLOSE OLD-MASTER-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE REGISTER-RPT
           CLOSE JOURNAL-FILE
           MOVE WS-MASTER-OUT-COUNT TO WS-RC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT   TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1100-READ-NEXT-CHANGE.
           READ SORTED-CHANGES
               AT END SET CHANGES-AT-END TO TRUE
           END-READ
           IF CHANGES-AT-END
               MOVE HIGH-VALUES TO WS-CHANGE-KEY
           ELSE
               ADD 1 TO WS-RC-READ-COUNT
               MOVE CHC-ACCOUNT-ID TO WS-CHANGE-KEY
           END-IF.

       1200-READ-NEXT-MASTER.
           READ OLD-MASTER-FILE INTO WS-OLD-MASTER-RECORD
               AT END SET MASTER-AT-END TO TRUE
           END-READ
           IF MASTER-AT-END
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               ADD 1 TO WS-MASTER-IN-COUNT
               MOVE WO-ACCOUNT-ID TO WS-MASTER-KEY
           END-IF.

      *    The lower of the two keys is the account to settle. Its
      *    master record, if there is one, is taken into the hold
      *    area; every change for it is applied there in arrival
      *    order; whatever is left in the hold area is written to
      *    the new generation.
       2000-SETTLE-ONE-ACCOUNT.
           IF WS-MASTER-KEY <= WS-CHANGE-KEY
               MOVE WS-MASTER-KEY TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-CHANGE-KEY TO WS-ACTIVE-KEY
           END-IF
           IF WS-MASTER-KEY = WS-ACTIVE-KEY
               MOVE WS-OLD-MASTER-RECORD TO WS-HOLD-RECORD
               SET HOLD-ON-MASTER TO TRUE
               PERFORM 1200-READ-NEXT-MASTER
           ELSE
               MOVE SPACES TO WS-HOLD-RECORD
               MOVE 'N' TO WS-HOLD-SWITCH
           END-IF
           PERFORM UNTIL WS-CHANGE-KEY NOT = WS-ACTIVE-KEY
               PERFORM 2100-APPLY-ONE-CHANGE
               PERFORM 1100-READ-NEXT-CHANGE
           END-PERFORM
           IF HOLD-ON-MASTER
               MOVE WS-HOLD-RECORD TO CHM-RECORD
               WRITE CHM-RECORD
               ADD 1 TO WS-MASTER-OUT-COUNT
           END-IF.

       2100-APPLY-ONE-CHANGE.
           EVALUATE TRUE
               WHEN CHC-ADD
                   PERFORM 2200-ADD-CARDHOLDER
               WHEN CHC-UPDATE
                   PERFORM 2300-UPDATE-CARDHOLDER
               WHEN CHC-DELETE
                   PERFORM 2400-DELETE-CARDHOLDER
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
           END-EVALUATE.

      *    An ADD needs everything a statement envelope needs; the
      *    second address line is the only optional one.
       2200-ADD-CARDHOLDER.
           EVALUATE TRUE
               WHEN HOLD-ON-MASTER
                   MOVE 'ACCOUNT ALREADY ON MASTER' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN CHC-NAME = SPACES
                   OR CHC-ADDRESS-LINE-1 = SPACES
                   OR CHC-CITY = SPACES
                   OR CHC-STATE = SPACES
                   OR CHC-ZIP-CODE = SPACES
                   MOVE 'NAME OR ADDRESS INCOMPLETE' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN CHC-SUPPRESS-FLAG NOT = 'Y'
                   AND CHC-SUPPRESS-FLAG NOT = 'N'
                   AND CHC-SUPPRESS-FLAG NOT = SPACE
                   MOVE 'SUPPRESS FLAG NOT Y OR N' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN OTHER
                   MOVE SPACES             TO WS-HOLD-RECORD
                   MOVE CHC-ACCOUNT-ID     TO WK-ACCOUNT-ID
                   MOVE CHC-NAME           TO WK-NAME
                   MOVE CHC-ADDRESS-LINE-1 TO WK-ADDRESS-LINE-1
                   MOVE CHC-ADDRESS-LINE-2 TO WK-ADDRESS-LINE-2
                   MOVE CHC-CITY           TO WK-CITY
                   MOVE CHC-STATE          TO WK-STATE
                   MOVE CHC-ZIP-CODE       TO WK-ZIP-CODE
                   MOVE 'N'                TO WK-SUPPRESS-FLAG
                   IF CHC-SUPPRESS-FLAG = 'Y'
                       MOVE 'Y' TO WK-SUPPRESS-FLAG
                   END-IF
                   SET HOLD-ON-MASTER TO TRUE
                   MOVE 'ISRT' TO JNL-ACTION
                   PERFORM 3000-RECORD-CHANGE
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE.

       2300-UPDATE-CARDHOLDER.
           EVALUATE TRUE
               WHEN NOT HOLD-ON-MASTER
                   MOVE 'ACCOUNT NOT ON MASTER' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN CHC-SUPPRESS-FLAG NOT = 'Y'
                   AND CHC-SUPPRESS-FLAG NOT = 'N'
                   AND CHC-SUPPRESS-FLAG NOT = SPACE
                   MOVE 'SUPPRESS FLAG NOT Y OR N' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN OTHER
                   IF CHC-NAME NOT = SPACES
                       MOVE CHC-NAME TO WK-NAME
                   END-IF
                   IF CHC-ADDRESS-LINE-1 NOT = SPACES
                       MOVE CHC-ADDRESS-LINE-1 TO WK-ADDRESS-LINE-1
                   END-IF
                   IF CHC-ADDRESS-LINE-2 NOT = SPACES
                       MOVE CHC-ADDRESS-LINE-2 TO WK-ADDRESS-LINE-2
                   END-IF
                   IF CHC-CITY NOT = SPACES
                       MOVE CHC-CITY TO WK-CITY
                   END-IF
                   IF CHC-STATE NOT = SPACES
                       MOVE CHC-STATE TO WK-STATE
                   END-IF
                   IF CHC-ZIP-CODE NOT = SPACES
                       MOVE CHC-ZIP-CODE TO WK-ZIP-CODE
                   END-IF
                   IF CHC-SUPPRESS-FLAG NOT = SPACE
                       MOVE CHC-SUPPRESS-FLAG TO WK-SUPPRESS-FLAG
                   END-IF
                   MOVE 'REPL' TO JNL-ACTION
                   PERFORM 3000-RECORD-CHANGE
                   ADD 1 TO WS-UPDATED-COUNT
           END-EVALUATE.

       2400-DELETE-CARDHOLDER.
           IF HOLD-ON-MASTER
               MOVE 'DLET' TO JNL-ACTION
               PERFORM 3000-RECORD-CHANGE
               MOVE 'N' TO WS-HOLD-SWITCH
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               MOVE 'ACCOUNT NOT ON MASTER' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

      *    Register line from the hold area as it now stands, and
      *    the journal entry under card sequence 00. The journal's
      *    limit and usage images do not apply to a name and
      *    address change and go out as zeros.
       3000-RECORD-CHANGE.
           MOVE CHC-ACTION       TO WC-ACTION
           MOVE WK-ACCOUNT-ID    TO WC-ACCOUNT-ID
           MOVE WK-NAME          TO WC-NAME
           MOVE WK-CITY          TO WC-CITY
           MOVE WK-STATE         TO WC-STATE
           MOVE WK-SUPPRESS-FLAG TO WC-SUPPRESS-FLAG
           WRITE RPT-LINE FROM WS-CHANGE-LINE
           MOVE WK-ACCOUNT-ID    TO JNL-ACCOUNT-ID
           MOVE 0                TO JNL-CARD-SEQ-NO
           MOVE 0                TO JNL-OLD-LIMIT
           MOVE 0                TO JNL-OLD-USAGE
           MOVE 0                TO JNL-NEW-LIMIT
           MOVE 0                TO JNL-NEW-USAGE
           PERFORM 9850-WRITE-JOURNAL-RECORD.

       4000-PRINT-SUMMARY.
           MOVE WS-ADDED-COUNT      TO WS-SUM-ADDED
           MOVE WS-UPDATED-COUNT    TO WS-SUM-UPDATED
           MOVE WS-DELETED-COUNT    TO WS-SUM-DELETED
           MOVE WS-REJECTED-COUNT   TO WS-SUM-REJECTED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-MASTER-IN-COUNT  TO WS-SUM-MASTER-IN
           MOVE WS-MASTER-OUT-COUNT TO WS-SUM-MASTER-OUT
           WRITE RPT-LINE FROM WS-MASTER-LINE.

       9500-WRITE-REJECT.
           MOVE CHC-ACTION     TO WR-ACTION
           MOVE CHC-ACCOUNT-ID TO WR-ACCOUNT-ID
           WRITE RPT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       COPY "CardJournalWrite.cpy".
       COPY "RunControlLog.cpy".
