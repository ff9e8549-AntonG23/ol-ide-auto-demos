           END-PERFORM
           IF NOT WORK-AT-END
               MOVE CWF-ACCOUNT-ID  TO CARD-ACCOUNT-ID
               MOVE CWF-CARD-SEQ-NO TO CARD-SEQ-NO
               MOVE CWF-CARD-NUMBER TO CARD-SEG-NUMBER
               MOVE CWF-CARD-TYPE   TO CARD-SEG-TYPE
               MOVE CWF-CARD-LIMIT  TO CARD-SEG-LIMIT
               MOVE CWF-CARD-USAGE  TO CARD-SEG-USAGE
               MOVE CWF-CARD-STATUS TO CARD-SEG-STATUS
           END-IF.

      *    Same OUTPUT-AREA shape IMSFIN2 fills from the database.
               MOVE CARD-SEG-TYPE   TO CARD-TYPE(CARD-COUNT)
               MOVE CARD-SEG-LIMIT  TO CARD-LIMIT(CARD-COUNT)
               MOVE CARD-SEG-USAGE  TO CARD-USAGE(CARD-COUNT)
               MOVE CARD-SEG-STATUS TO CARD-STATUS(CARD-COUNT)
               MOVE CARD-SEQ-NO     TO CARD-SEQUENCE(CARD-COUNT)
           END-IF.

       COPY "CardNumberMask.cpy".
