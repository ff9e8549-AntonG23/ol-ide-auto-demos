       01  WS-REJECT-COUNT       PIC 9(7) VALUE 0.

       01  WS-HELD-SWITCH-LENGTH  PIC S9(5) COMP VALUE 1.
       01  WS-CARD-SEGMENT-LENGTH PIC S9(5) COMP VALUE 61.
       01  WS-REJECT-COUNT-LENGTH PIC S9(5) COMP VALUE 7.

       01  WS-CARD-EOF-SWITCH    PIC X VALUE 'N'.
               END-IF
               MOVE CARD-SEG-LIMIT  TO CARD-LIMIT(CARD-COUNT)
               MOVE CARD-SEG-USAGE  TO CARD-USAGE(CARD-COUNT)
               MOVE CARD-SEG-STATUS TO CARD-STATUS(CARD-COUNT)
               MOVE CARD-SEQ-NO     TO CARD-SEQUENCE(CARD-COUNT)
           END-IF.

       COPY "CardNumberMask.cpy".
