               MOVE CARD-TYPE(WS-CARD-IDX)   TO CWF-CARD-TYPE
               MOVE CARD-LIMIT(WS-CARD-IDX)  TO CWF-CARD-LIMIT
               MOVE CARD-USAGE(WS-CARD-IDX)  TO CWF-CARD-USAGE
               MOVE CARD-STATUS(WS-CARD-IDX) TO CWF-CARD-STATUS
               MOVE CARD-SEQUENCE(WS-CARD-IDX) TO CWF-CARD-SEQ-NO
               WRITE CWF-RECORD
               ADD 1 TO WS-CARD-ROW-COUNT
           END-PERFORM.
