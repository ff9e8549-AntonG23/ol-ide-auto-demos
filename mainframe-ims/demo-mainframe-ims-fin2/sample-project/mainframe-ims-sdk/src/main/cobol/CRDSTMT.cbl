      *    customer walk - both are in account order - so each
      *    statement picks up exactly its account's transactions.
      *
      *    The name and mailing address block under each statement
      *    heading comes from the cardholder master CRDHOLDR keeps,
      *    read alongside the customer walk in account order the
      *    same way. An account whose cardholder has statements
      *    suppressed is skipped and counted; an account with no
      *    cardholder record at all is not printed - there is
      *    nowhere to mail it - and goes on the exceptions list
      *    instead so Customer Service can key the missing record.
      *
      *    LS-PARM is the JCL PARM: FROM/TO posting dates for the
      *    statement period as YYYYMMDDYYYYMMDD. Blank lists every
      *    transaction on the history file.
           SELECT SORTED-TRANHIST ASSIGN TO TRANSRTD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL CARDHOLDER-FILE ASSIGN TO CARDHLDR
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-RPT ASSIGN TO STMTEXCP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  SORTED-TRANHIST.
       COPY "CardTranHistory.cpy".

       FD  CARDHOLDER-FILE.
       COPY "CardholderMaster.cpy".

       FD  EXCEPTION-RPT.
       01  EXCEPTION-LINE        PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       01  WS-TOTAL-USAGE        PIC S9(9).
       01  WS-TOTAL-AVAILABLE    PIC S9(9).
       01  WS-STATEMENT-COUNT    PIC 9(7) VALUE 0.
       01  WS-HOLDER-EOF-SWITCH  PIC X VALUE 'N'.
           88  CARDHOLDERS-AT-END VALUE 'Y'.
       01  WS-SUPPRESSED-COUNT   PIC 9(7) VALUE 0.
       01  WS-NO-HOLDER-COUNT    PIC 9(7) VALUE 0.

       01  WS-PAGE-SEPARATOR.
           02  FILLER            PIC X(80) VALUE ALL '='.
           02  WH-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(45) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  WA-ADDRESS-TEXT   PIC X(40).
           02  FILLER            PIC X(36) VALUE SPACES.

       01  WS-CITY-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  WA-CITY           PIC X(20).
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WA-STATE          PIC X(2).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WA-ZIP-CODE       PIC X(10).
           02  FILLER            PIC X(41) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(17) VALUE 'CARD NUMBER'.
           02  FILLER            PIC X(17) VALUE 'TYPE'.
           02  WS-SUM-STATEMENTS PIC ZZZZZZ9.
           02  FILLER            PIC X(53) VALUE SPACES.

       01  WS-SUPPRESSED-LINE.
           02  FILLER            PIC X(19) VALUE
               'SUPPRESSED BY FLAG'.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-SUPPRESSED PIC ZZZZZZ9.
           02  FILLER            PIC X(53) VALUE SPACES.

       01  WS-NO-HOLDER-LINE.
           02  FILLER            PIC X(19) VALUE
               'NO CARDHOLDER REC'.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-NO-HOLDER  PIC ZZZZZZ9.
           02  FILLER            PIC X(53) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           02  FILLER            PIC X(46) VALUE
               'STATEMENTS NOT PRODUCED - NO CARDHOLDER RECORD'.
           02  FILLER            PIC X(34) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           02  WE-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(6) VALUE 'CARDS '.
           02  WE-CARD-COUNT     PIC ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(6) VALUE 'USAGE '.
           02  WE-TOTAL-USAGE    PIC ZZZZZZZZ9-.
           02  FILLER            PIC X(43) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
               GIVING SORTED-TRANHIST
           OPEN INPUT SORTED-TRANHIST
           PERFORM 1300-READ-NEXT-TRAN
           OPEN INPUT CARDHOLDER-FILE
           PERFORM 1400-READ-NEXT-CARDHOLDER
           OPEN OUTPUT STATEMENT-RPT
           OPEN OUTPUT EXCEPTION-RPT
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADING
           MOVE SPACES TO WS-CHKP-ID
           MOVE 'S' TO WS-REQUEST
           CALL 'CRDWORK' USING WS-REQUEST WS-MASK-SWITCH
                                 WS-REJECT-COUNT WS-ACCUM-LENGTH
                                 WS-ACCUM-AREA OUTPUT-AREA
           PERFORM UNTIL NO-MORE-CUSTOMERS
               PERFORM 0500-SELECT-ONE-CUSTOMER
               CALL 'CRDWORK' USING WS-REQUEST WS-MASK-SWITCH
                                     WS-END-SWITCH WS-CHKP-ID
                                     WS-REJECT-COUNT WS-ACCUM-LENGTH
           END-PERFORM
           PERFORM 2000-PRINT-RUN-SUMMARY
           CLOSE SORTED-TRANHIST
           CLOSE CARDHOLDER-FILE
           CLOSE STATEMENT-RPT
           CLOSE EXCEPTION-RPT
           COMPUTE WS-RC-READ-COUNT = WS-STATEMENT-COUNT
               + WS-SUPPRESSED-COUNT + WS-NO-HOLDER-COUNT
           MOVE WS-STATEMENT-COUNT TO WS-RC-WRITTEN-COUNT
           COMPUTE WS-RC-REJECT-COUNT =
               WS-REJECT-COUNT + WS-NO-HOLDER-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

      *    The cardholder master and the customer walk are both in
      *    account order: cardholders for accounts no longer on
      *    CARDS are read past, and the first one for a later
      *    account stays current for that customer. Transactions
      *    for a customer that does not print are read past by the
      *    next statement's merge.
       0500-SELECT-ONE-CUSTOMER.
           PERFORM UNTIL CARDHOLDERS-AT-END
               OR CHM-ACCOUNT-ID >= CUST-ACCOUNT-ID
               PERFORM 1400-READ-NEXT-CARDHOLDER
           END-PERFORM
           EVALUATE TRUE
               WHEN CARDHOLDERS-AT-END
                   PERFORM 1500-WRITE-NO-CARDHOLDER
               WHEN CHM-ACCOUNT-ID NOT = CUST-ACCOUNT-ID
                   PERFORM 1500-WRITE-NO-CARDHOLDER
               WHEN CHM-STATEMENT-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   PERFORM 1000-PRINT-ONE-STATEMENT
           END-EVALUATE.

       1000-PRINT-ONE-STATEMENT.
           WRITE RPT-LINE FROM WS-PAGE-SEPARATOR
           MOVE CUST-ACCOUNT-ID TO WH-ACCOUNT-ID
           WRITE RPT-LINE FROM WS-STMT-HEADING
           PERFORM 1050-PRINT-ADDRESS-BLOCK
           WRITE RPT-LINE FROM WS-COLUMN-HEADING
           MOVE 0 TO WS-TOTAL-LIMIT
           MOVE 0 TO WS-TOTAL-USAGE
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           ADD 1 TO WS-STATEMENT-COUNT.

       1050-PRINT-ADDRESS-BLOCK.
           MOVE CHM-NAME           TO WA-ADDRESS-TEXT
           WRITE RPT-LINE FROM WS-ADDRESS-LINE
           MOVE CHM-ADDRESS-LINE-1 TO WA-ADDRESS-TEXT
           WRITE RPT-LINE FROM WS-ADDRESS-LINE
           IF CHM-ADDRESS-LINE-2 NOT = SPACES
               MOVE CHM-ADDRESS-LINE-2 TO WA-ADDRESS-TEXT
               WRITE RPT-LINE FROM WS-ADDRESS-LINE
           END-IF
           MOVE CHM-CITY           TO WA-CITY
           MOVE CHM-STATE          TO WA-STATE
           MOVE CHM-ZIP-CODE       TO WA-ZIP-CODE
           WRITE RPT-LINE FROM WS-CITY-LINE.

       1100-PRINT-ONE-CARD.
           COMPUTE WS-AVAILABLE =
               CARD-LIMIT(WS-CARD-IDX) - CARD-USAGE(WS-CARD-IDX)
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ.

       1400-READ-NEXT-CARDHOLDER.
           READ CARDHOLDER-FILE
               AT END SET CARDHOLDERS-AT-END TO TRUE
           END-READ.

       1500-WRITE-NO-CARDHOLDER.
           MOVE 0 TO WS-TOTAL-USAGE
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > CARD-COUNT
               ADD CARD-USAGE(WS-CARD-IDX) TO WS-TOTAL-USAGE
           END-PERFORM
           MOVE CUST-ACCOUNT-ID TO WE-ACCOUNT-ID
           MOVE CARD-COUNT      TO WE-CARD-COUNT
           MOVE WS-TOTAL-USAGE  TO WE-TOTAL-USAGE
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
           ADD 1 TO WS-NO-HOLDER-COUNT.

       2000-PRINT-RUN-SUMMARY.
           WRITE RPT-LINE FROM WS-PAGE-SEPARATOR
           WRITE RPT-LINE FROM WS-SUMMARY-HEADING
           MOVE WS-STATEMENT-COUNT TO WS-SUM-STATEMENTS
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-SUPPRESSED-COUNT TO WS-SUM-SUPPRESSED
           WRITE RPT-LINE FROM WS-SUPPRESSED-LINE
           MOVE WS-NO-HOLDER-COUNT TO WS-SUM-NO-HOLDER
           WRITE RPT-LINE FROM WS-NO-HOLDER-LINE.

       COPY "RunControlLog.cpy".
