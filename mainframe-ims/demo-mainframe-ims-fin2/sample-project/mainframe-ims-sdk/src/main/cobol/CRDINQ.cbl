       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDINQ.
      *
      *    IMS Card Inquiry Transaction
      *
      *    MPP program behind the CRDINQ transaction code, so the
      *    service desk can answer "what cards does this customer
      *    have and where do they stand" on the terminal instead of
      *    waiting for the next morning's reports. Read-only against
      *    CARDS - the PSB is PROCOPT=G and nothing here issues a
      *    REPL, ISRT or DLET against the database - and the PAN
      *    never leaves the program unmasked: every card number goes
      *    through the same 9910 mask the statement and extract use.
      *
      *    ACCT <account> returns one message per card on the
      *    account - masked number, type, limit, usage and available
      *    credit - found with the same qualified GU probe by card
      *    sequence CRDSETUP uses, followed by a closing message
      *    with the count.
      *    CARD <account><seq> returns that card alone, plus its
      *    delinquency bucket and missed-cycle count from CRDDELQ's
      *    state file and its latest postings from the transaction
      *    history file CRDPOST writes.
      *
      *    Neither sequential file has a PCB in this PSB, so both
      *    are opened and read per message - the same QSAM-per-MPP
      *    workaround IVTNO's on-call lookup explains.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DLQSTATE-FILE ASSIGN TO DELQSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DLQSTATE-FILE.
       COPY "DelinquencyState.cpy".

       FD  TRANHIST-FILE.
       COPY "CardTranHistory.cpy".

       WORKING-STORAGE SECTION.
       COPY "CardInquiry.in.cpy".
       COPY "CardInquiry.out.cpy".
       COPY "PhoneBookIoPcb.cpy".
       COPY "CardPcb.cpy".
       COPY "CardSegment.cpy".
       COPY "CardSsa.cpy".
       COPY "IMSFIN2.out.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.
       01  WS-ISRT-FUNCTION      PIC X(4) VALUE 'ISRT'.

       01  WS-TRY-SEQ            PIC 9(3).
       01  WS-SEQ-MAX            PIC 9(3) VALUE 99.
       01  WS-KEY-SEQ            PIC 9(2).
       01  WS-CARDS-FOUND        PIC 9(2).
       01  WS-CARDS-FOUND-X      PIC Z9.
       01  WS-AVAILABLE          PIC S9(8).

       01  WS-DLQ-EOF-SWITCH     PIC X VALUE 'N'.
           88  DLQSTATE-AT-END   VALUE 'Y'.
       01  WS-DLQ-FOUND-SWITCH   PIC X VALUE 'N'.
           88  DLQSTATE-FOUND    VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRANHIST-AT-END   VALUE 'Y'.

      *    The history file is cumulative in posting order, so the
      *    last records read for the card are its newest; each match
      *    pushes the older ones down a slot and the oldest falls off.
       01  WS-POSTING-MAX        PIC 9(1) VALUE 5.
       01  WS-POSTING-COUNT      PIC 9(1).
       01  WS-POSTING-IDX        PIC 9(1).
       01  WS-POSTING-TABLE.
           02  WS-POSTING-ENTRY OCCURS 5 TIMES.
               03  PT-POST-DATE  PIC X(8).
               03  PT-DEBIT-CREDIT PIC X(1).
               03  PT-AMOUNT     PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 IO-PCB
                                 CINQ-INPUT-MSG

           MOVE SPACES          TO CINQ-OUTPUT-MSG
           MOVE CIN-COMMAND     TO COUT-COMMAND
           MOVE CIN-ACCOUNT-ID  TO COUT-ACCOUNT-ID
           MOVE CIN-CARD-SEQ-NO TO COUT-CARD-SEQ-NO

           EVALUATE CIN-COMMAND
               WHEN 'ACCT    '
                   PERFORM 1000-INQUIRE-BY-ACCOUNT
               WHEN 'CARD    '
                   PERFORM 2000-INQUIRE-BY-CARD
               WHEN OTHER
                   MOVE 'INVALID COMMAND' TO COUT-MESSAGE
           END-EVALUATE

           CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                 IO-PCB
                                 CINQ-OUTPUT-MSG
           GOBACK.

      *    One message per card found; the closing message the main
      *    line sends carries the count with the card fields blank.
       1000-INQUIRE-BY-ACCOUNT.
           MOVE 0 TO WS-CARDS-FOUND
           PERFORM VARYING WS-TRY-SEQ FROM 1 BY 1
               UNTIL WS-TRY-SEQ > WS-SEQ-MAX
               MOVE CIN-ACCOUNT-ID TO CSSA-KEY-VALUE(1:10)
               MOVE WS-TRY-SEQ     TO WS-KEY-SEQ
               MOVE WS-KEY-SEQ     TO CSSA-KEY-VALUE(11:2)
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
                                     CARD-SSA
               IF CARD-PCB-STATUS-CODE = SPACES
                   PERFORM 9000-FORMAT-CARD-FIELDS
                   MOVE 'CARD FOUND' TO COUT-MESSAGE
                   CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                         IO-PCB
                                         CINQ-OUTPUT-MSG
                   ADD 1 TO WS-CARDS-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES          TO CINQ-OUTPUT-MSG
           MOVE CIN-COMMAND     TO COUT-COMMAND
           MOVE CIN-ACCOUNT-ID  TO COUT-ACCOUNT-ID
           IF WS-CARDS-FOUND = 0
               MOVE 'ACCOUNT NOT FOUND' TO COUT-MESSAGE
           ELSE
               MOVE WS-CARDS-FOUND TO WS-CARDS-FOUND-X
               STRING 'INQUIRY COMPLETE, ' DELIMITED BY SIZE
                      WS-CARDS-FOUND-X     DELIMITED BY SIZE
                      ' CARDS'             DELIMITED BY SIZE
                   INTO COUT-MESSAGE
               END-STRING
           END-IF.

       2000-INQUIRE-BY-CARD.
           IF CIN-CARD-SEQ-NO IS NOT NUMERIC
               MOVE 'INVALID CARD SEQUENCE' TO COUT-MESSAGE
           ELSE
               MOVE CIN-ACCOUNT-ID  TO CSSA-KEY-VALUE(1:10)
               MOVE CIN-CARD-SEQ-NO TO CSSA-KEY-VALUE(11:2)
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                     CARD-PCB
                                     CARD-SEGMENT
                                     CARD-SSA
               IF CARD-PCB-STATUS-CODE = SPACES
                   PERFORM 9000-FORMAT-CARD-FIELDS
                   PERFORM 2100-FIND-DELINQUENCY-STATE
                   PERFORM 2200-FIND-LATEST-POSTINGS
                   MOVE 'CARD FOUND' TO COUT-MESSAGE
               ELSE
                   MOVE 'CARD NOT FOUND' TO COUT-MESSAGE
               END-IF
           END-IF.

      *    A card CRDDELQ did not write is not revolving, which is
      *    current by definition.
       2100-FIND-DELINQUENCY-STATE.
           MOVE 'N' TO WS-DLQ-EOF-SWITCH
           MOVE 'N' TO WS-DLQ-FOUND-SWITCH
           OPEN INPUT DLQSTATE-FILE
           READ DLQSTATE-FILE
               AT END SET DLQSTATE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL DLQSTATE-AT-END OR DLQSTATE-FOUND
               IF DLQ-ACCOUNT-ID = CARD-ACCOUNT-ID
                   AND DLQ-CARD-SEQ-NO = CARD-SEQ-NO
                   SET DLQSTATE-FOUND TO TRUE
               ELSE
                   READ DLQSTATE-FILE
                       AT END SET DLQSTATE-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE DLQSTATE-FILE
           IF DLQSTATE-FOUND
               MOVE DLQ-BUCKET        TO COUT-DLQ-BUCKET
               MOVE DLQ-CYCLES-MISSED TO COUT-CYCLES-MISSED
           ELSE
               MOVE '00'  TO COUT-DLQ-BUCKET
               MOVE '000' TO COUT-CYCLES-MISSED
           END-IF.

       2200-FIND-LATEST-POSTINGS.
           MOVE 'N' TO WS-TRAN-EOF-SWITCH
           MOVE 0 TO WS-POSTING-COUNT
           MOVE SPACES TO WS-POSTING-TABLE
           OPEN INPUT TRANHIST-FILE
           READ TRANHIST-FILE
               AT END SET TRANHIST-AT-END TO TRUE
           END-READ
           PERFORM UNTIL TRANHIST-AT-END
               IF TRN-ACCOUNT-ID = CARD-ACCOUNT-ID
                   AND TRN-CARD-SEQ-NO = CARD-SEQ-NO
                   PERFORM 2300-PUSH-POSTING
               END-IF
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANHIST-FILE
           PERFORM VARYING WS-POSTING-IDX FROM 1 BY 1
               UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
               MOVE PT-POST-DATE(WS-POSTING-IDX)
                   TO COUT-POST-DATE(WS-POSTING-IDX)
               MOVE PT-DEBIT-CREDIT(WS-POSTING-IDX)
                   TO COUT-DEBIT-CREDIT(WS-POSTING-IDX)
               MOVE PT-AMOUNT(WS-POSTING-IDX)
                   TO COUT-AMOUNT(WS-POSTING-IDX)
           END-PERFORM.

       2300-PUSH-POSTING.
           IF WS-POSTING-COUNT < WS-POSTING-MAX
               ADD 1 TO WS-POSTING-COUNT
           END-IF
           PERFORM VARYING WS-POSTING-IDX FROM WS-POSTING-COUNT BY -1
               UNTIL WS-POSTING-IDX < 2
               MOVE WS-POSTING-ENTRY(WS-POSTING-IDX - 1)
                   TO WS-POSTING-ENTRY(WS-POSTING-IDX)
           END-PERFORM
           MOVE TRN-POST-DATE    TO PT-POST-DATE(1)
           MOVE TRN-DEBIT-CREDIT TO PT-DEBIT-CREDIT(1)
           MOVE TRN-AMOUNT       TO PT-AMOUNT(1).

      *    The PAN goes through OUTPUT-AREA's first slot only so the
      *    shared 9910 mask can be applied to it; nothing else here
      *    uses the area.
       9000-FORMAT-CARD-FIELDS.
           MOVE 1 TO CARD-COUNT
           MOVE CARD-SEG-NUMBER TO CARD-NUMBER(CARD-COUNT)
           PERFORM 9910-MASK-CARD-NUMBER
           MOVE CARD-NUMBER(CARD-COUNT) TO COUT-CARD-NUMBER
           MOVE CARD-SEQ-NO     TO COUT-CARD-SEQ-NO
           MOVE CARD-SEG-TYPE   TO COUT-CARD-TYPE
           MOVE CARD-SEG-LIMIT  TO COUT-CARD-LIMIT
           MOVE CARD-SEG-USAGE  TO COUT-CARD-USAGE
           COMPUTE WS-AVAILABLE = CARD-SEG-LIMIT - CARD-SEG-USAGE
           MOVE WS-AVAILABLE    TO COUT-AVAILABLE.

       COPY "CardNumberMask.cpy".
