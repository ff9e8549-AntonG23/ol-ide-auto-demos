      *    cards. Scans the cumulative transaction history file
      *    CRDPOST appends to for the requested account/card-sequence
      *    key and prints every posted transaction, oldest first,
      *    with its posting date, debit/credit indicator, amount and
      *    transaction type (blank for a settlement), plus
      *    debit/credit totals at the bottom.
      *
      *    Records CRDRETN has moved off the live file are found on
      *    its archive generations (TRNARCH, every generation
      *    concatenated) when the archive option is given; they are
      *    listed first, being the older, and marked ARCHIVE.
      *
      *    LS-PARM is the JCL PARM: account id (10) and card
      *    sequence (2), optionally followed by A to search the
      *    archive generations as well.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO TRNARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOOKUP-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
       DATA DIVISION.
       FILE SECTION.
       FD  TRANHIST-FILE.
       01  TRANHIST-REC          PIC X(40).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC           PIC X(40).

       FD  LOOKUP-RPT.
       01  RPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "CardTranHistory.cpy".

       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRANHIST-AT-END   VALUE 'Y'.
       01  WS-ARCH-EOF-SWITCH    PIC X VALUE 'N'.
           88  ARCHIVE-AT-END    VALUE 'Y'.
       01  WS-ARCHIVE-SWITCH     PIC X VALUE 'N'.
           88  SEARCH-ARCHIVE    VALUE 'Y'.
       01  WS-SOURCE             PIC X(7) VALUE SPACES.

       01  WS-FOUND-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEBIT-TOTAL        PIC 9(11) VALUE 0.
           02  WD-DEBIT-CREDIT   PIC X(1).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-AMOUNT         PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-TRAN-TYPE      PIC X(2).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-SOURCE         PIC X(7).
           02  FILLER            PIC X(51) VALUE SPACES.

       01  WS-TOTAL-LINE.
           02  WS-TOT-LABEL      PIC X(13).
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-ACCOUNT-ID     PIC X(10).
           02  LS-CARD-SEQ-NO    PIC X(2).
           02  LS-ARCHIVE-OPTION PIC X(1).

      *    No double-run guard here: this is a request-driven lookup
      *    utility and running it several times in a day, for
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           IF LS-PARM-LEN >= 13
               AND LS-ARCHIVE-OPTION = 'A'
               SET SEARCH-ARCHIVE TO TRUE
           END-IF
           OPEN INPUT TRANHIST-FILE
           OPEN OUTPUT LOOKUP-RPT
           MOVE LS-ACCOUNT-ID  TO WH-ACCOUNT-ID
           MOVE LS-CARD-SEQ-NO TO WH-CARD-SEQ-NO
           WRITE RPT-LINE FROM WS-HEADING
           IF SEARCH-ARCHIVE
               PERFORM 2000-SEARCH-ARCHIVE
           END-IF
           MOVE SPACES TO WS-SOURCE
           READ TRANHIST-FILE INTO TRN-RECORD
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               PERFORM 1000-CHECK-ONE-RECORD
               READ TRANHIST-FILE INTO TRN-RECORD
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
               MOVE TRN-POST-DATE    TO WD-POST-DATE
               MOVE TRN-DEBIT-CREDIT TO WD-DEBIT-CREDIT
               MOVE TRN-AMOUNT       TO WD-AMOUNT
               MOVE TRN-TRAN-TYPE    TO WD-TRAN-TYPE
               MOVE WS-SOURCE        TO WD-SOURCE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-FOUND-COUNT
               IF TRN-DEBIT-CREDIT = 'C'
               END-IF
           END-IF.

       2000-SEARCH-ARCHIVE.
           MOVE 'ARCHIVE' TO WS-SOURCE
           OPEN INPUT ARCHIVE-FILE
           READ ARCHIVE-FILE INTO TRN-RECORD
               AT END SET ARCHIVE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL ARCHIVE-AT-END
               PERFORM 1000-CHECK-ONE-RECORD
               READ ARCHIVE-FILE INTO TRN-RECORD
                   AT END SET ARCHIVE-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       COPY "RunControlLog.cpy".
