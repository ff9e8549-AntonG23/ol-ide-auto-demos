      *    up. Reads the issuer's new-accounts file, validates the
      *    issuer type against the same code table IMSFIN2 validates
      *    with, assigns the next free CARD-SEQ-NO within the
      *    account, and ISRTs the segment with its opening limit,
      *    zero usage and the expiry date on the plastic, which must
      *    not already have passed. Everything inserted or rejected
      *    is listed on the setup register with counts.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(6) VALUE 'LIMIT '.
           02  WU-OPEN-LIMIT     PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(8) VALUE 'EXPIRES '.
           02  WU-EXPIRY-DATE    PIC 9(8).
           02  FILLER            PIC X(19) VALUE SPACES.

       01  WS-REJECT-LINE.
           02  WR-ACCOUNT-ID     PIC X(10).
               MOVE 'UNRECOGNIZED ISSUER TYPE' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           ELSE
               EVALUATE TRUE
                   WHEN NA-OPEN-LIMIT IS NOT NUMERIC
                       MOVE 'OPENING LIMIT NOT NUMERIC' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN NA-EXPIRY-DATE IS NOT NUMERIC
                       MOVE 'EXPIRY DATE NOT NUMERIC' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN NA-EXPIRY-DATE NOT > WS-RC-TODAY-DATE
                       MOVE 'EXPIRY DATE ALREADY PASSED' TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   WHEN OTHER
                       PERFORM 2000-ASSIGN-NEXT-SEQ
                       IF SEQ-SLOT-FREE
                           PERFORM 3000-INSERT-CARD-SEGMENT
                       ELSE
                           MOVE 'NO FREE CARD SEQUENCE' TO WR-REASON
                           PERFORM 9500-WRITE-REJECT
                       END-IF
               END-EVALUATE
           END-IF.

      *    Lowest unused sequence within the account, found with the
           MOVE NA-CARD-TYPE   TO CARD-SEG-TYPE
           MOVE NA-OPEN-LIMIT  TO CARD-SEG-LIMIT
           MOVE 0              TO CARD-SEG-USAGE
           MOVE 'A'            TO CARD-SEG-STATUS
           MOVE NA-EXPIRY-DATE TO CARD-SEG-EXPIRY-DATE
           CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                 CARD-PCB
                                 CARD-SEGMENT
               MOVE WS-NEXT-SEQ   TO WU-CARD-SEQ-NO
               MOVE NA-CARD-TYPE  TO WU-CARD-TYPE
               MOVE NA-OPEN-LIMIT TO WU-OPEN-LIMIT
               MOVE NA-EXPIRY-DATE TO WU-EXPIRY-DATE
               WRITE RPT-LINE FROM WS-SETUP-LINE
               ADD 1 TO WS-INSERTED-COUNT
               MOVE 'ISRT'          TO JNL-ACTION
