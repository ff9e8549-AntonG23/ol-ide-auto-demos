               MOVE CARD-TYPE(WS-CARD-IDX)   TO WH-CARD-TYPE
               MOVE CARD-LIMIT(WS-CARD-IDX)  TO WH-CARD-LIMIT
               MOVE CARD-USAGE(WS-CARD-IDX)  TO WH-CARD-USAGE
               MOVE CARD-STATUS(WS-CARD-IDX) TO WH-CARD-STATUS
               WRITE WH-EXTRACT-RECORD
               ADD 1 TO WS-CARD-ROW-COUNT
               ADD WH-CARD-LIMIT TO WS-LIMIT-HASH
