      *    over the work file CRDMATER materialized - one database
      *    walk now feeds the whole report stream - and flags any
      *    card where usage is at or above 90% of its limit, listing
      *    card type, account and card status (a blocked or closed
      *    card over its line is a different conversation from an
      *    active one) so collections can follow up the same day.
      *
      *    LS-RESTART-KEY is no longer honored: CRDWORK reads a
      *    sequential file and has no restart ids, so a run that
           02  WD-USAGE-PCT      PIC ZZZ9.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  FILLER            PIC X(8)  VALUE 'PCT USED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WD-CARD-STATUS    PIC X(14).
           02  FILLER            PIC X(3)  VALUE SPACES.

       01  WS-REJECT-LINE.
           02  FILLER            PIC X(26) VALUE
                       MOVE CARD-LIMIT(WS-CARD-IDX) TO WD-CARD-LIMIT
                       MOVE CARD-USAGE(WS-CARD-IDX) TO WD-CARD-USAGE
                       MOVE WS-USAGE-PCT TO WD-USAGE-PCT
                       PERFORM 1100-SET-STATUS-TEXT
                       WRITE RPT-LINE FROM WS-DETAIL-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       1100-SET-STATUS-TEXT.
           EVALUATE CARD-STATUS(WS-CARD-IDX)
               WHEN 'L'
                   MOVE 'BLOCKED LOST'   TO WD-CARD-STATUS
               WHEN 'S'
                   MOVE 'BLOCKED STOLEN' TO WD-CARD-STATUS
               WHEN 'C'
                   MOVE 'CLOSED'         TO WD-CARD-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE'         TO WD-CARD-STATUS
           END-EVALUATE.

       COPY "RunControlLog.cpy".
