      *
      *    Close A Leaver's Corporate Cards
      *
      *    Procedure copybook shared by the jobs that remove people
      *    from PHONEBOOK on separation, so a leaver's company card
      *    cannot stay live just because nobody told the card
      *    program. See CorpCardCloseTable.cpy for the data side
      *    and the calling convention.
      *
      *    The link is by account, not by card, so each linked
      *    account goes onto the closed-cards list under card
      *    sequence 00 - never a real card - which CRDPURGE and
      *    CRDRENEW read as every card on the account. Card usage is
      *    not visible from here, so a card still owing a balance is
      *    listed like any other; CRDPURGE keeps it on the database
      *    and reports it for Collections instead of deleting it.
      *
       9960-OPEN-CARD-LINKS.
           OPEN INPUT CARDLINK-FILE
           READ CARDLINK-FILE
               AT END SET CARDLINK-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CARDLINK-AT-END
               IF WS-LINK-COUNT >= WS-LINK-MAX
                   DISPLAY 'CARD LINK TABLE FULL AT '
                           WS-LINK-MAX ', RUN STOPPED'
                   MOVE 'N' TO WS-LINK-SWITCH
                   SET CARDLINK-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CCL-ACCOUNT-ID TO LT-ACCOUNT-ID(WS-LINK-COUNT)
                   MOVE CCL-LAST-NAME  TO LT-LAST-NAME(WS-LINK-COUNT)
                   MOVE CCL-FIRST-NAME TO LT-FIRST-NAME(WS-LINK-COUNT)
                   MOVE CCL-DEPARTMENT TO LT-DEPARTMENT(WS-LINK-COUNT)
                   MOVE CCL-COST-CENTER
                       TO LT-COST-CENTER(WS-LINK-COUNT)
                   READ CARDLINK-FILE
                       AT END SET CARDLINK-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CARDLINK-FILE
           IF CARD-LINKS-LOADED
               OPEN EXTEND CLOSED-FILE
               OPEN OUTPUT CARD-ADMIN-RPT
               MOVE WS-RC-JOB-NAME TO WA-JOB-NAME
               WRITE CARD-ADMIN-LINE FROM WS-CARD-ADMIN-HEADING
           END-IF.

       9970-CLOSE-LINKED-CARDS.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF LT-LAST-NAME(WS-LINK-IDX) = WS-LINK-LAST-NAME
                   AND LT-FIRST-NAME(WS-LINK-IDX) = WS-LINK-FIRST-NAME
                   MOVE SPACES TO CLOSED-REC
                   MOVE LT-ACCOUNT-ID(WS-LINK-IDX) TO CLS-ACCOUNT-ID
                   MOVE 0 TO CLS-CARD-SEQ-NO
                   WRITE CLOSED-REC
                   MOVE LT-ACCOUNT-ID(WS-LINK-IDX)  TO WA-ACCOUNT-ID
                   MOVE LT-LAST-NAME(WS-LINK-IDX)   TO WA-LAST-NAME
                   MOVE LT-FIRST-NAME(WS-LINK-IDX)  TO WA-FIRST-NAME
                   MOVE LT-DEPARTMENT(WS-LINK-IDX)  TO WA-DEPARTMENT
                   MOVE LT-COST-CENTER(WS-LINK-IDX) TO WA-COST-CENTER
                   WRITE CARD-ADMIN-LINE FROM WS-CARD-ADMIN-DETAIL
                   ADD 1 TO WS-LINK-CLOSED-COUNT
               END-IF
           END-PERFORM.

       9980-END-CARD-LINKS.
           MOVE WS-LINK-CLOSED-COUNT TO WA-CLOSED-COUNT
           WRITE CARD-ADMIN-LINE FROM WS-CARD-ADMIN-TOTAL
           CLOSE CLOSED-FILE
           CLOSE CARD-ADMIN-RPT.
