      *
      *    Validate A Manager Reference
      *
      *    Procedure copybook shared by every program that sets the
      *    PHONEBOOK manager key, so on-line and batch changes apply
      *    the same rule. See ManagerChainFields.cpy for the data
      *    side and the calling convention.
      *
      *    A blank manager is always accepted. Otherwise the manager
      *    must be on PHONEBOOK, must not be the person themselves,
      *    and walking up from the manager must not come back round
      *    to the person - that would make them their own boss a
      *    few levels up. A chain deeper than WS-MGR-MAX-DEPTH is
      *    treated as a loop too, since it can only mean one already
      *    exists higher up. A chain that stops at a manager no
      *    longer on file is not this change's problem and passes;
      *    the org chart lists those.
      *
       9900-CHECK-MANAGER-CHAIN.
           SET MANAGER-CHAIN-VALID TO TRUE
           EVALUATE TRUE
               WHEN WS-MGR-PROPOSED-KEY = SPACES
                   CONTINUE
               WHEN WS-MGR-PROPOSED-KEY = WS-MGR-SUBJECT-KEY
                   SET MANAGER-IS-SELF TO TRUE
               WHEN OTHER
                   MOVE WS-MGR-PROPOSED-KEY TO WS-MGR-CURRENT-KEY
                   MOVE 0 TO WS-MGR-DEPTH
                   MOVE 'N' TO WS-MGR-WALK-SWITCH
                   PERFORM UNTIL MGR-WALK-DONE
                       PERFORM 9910-STEP-UP-CHAIN
                   END-PERFORM
           END-EVALUATE.

       9910-STEP-UP-CHAIN.
           MOVE WS-MGR-CURRENT-KEY TO SSA-KEY-VALUE
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 PHBK-PCB
                                 WS-MGR-IO-AREA
                                 PHBK-SSA
           EVALUATE TRUE
               WHEN PHBK-PCB-STATUS-CODE NOT = SPACES
                   IF WS-MGR-DEPTH = 0
                       SET MANAGER-NOT-FOUND TO TRUE
                   END-IF
                   SET MGR-WALK-DONE TO TRUE
               WHEN MC-MANAGER-KEY = SPACES
                   SET MGR-WALK-DONE TO TRUE
               WHEN MC-MANAGER-KEY = WS-MGR-SUBJECT-KEY
                   SET MANAGER-CHAIN-LOOP TO TRUE
                   SET MGR-WALK-DONE TO TRUE
               WHEN WS-MGR-DEPTH >= WS-MGR-MAX-DEPTH
                   SET MANAGER-CHAIN-LOOP TO TRUE
                   SET MGR-WALK-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-MGR-DEPTH
                   MOVE MC-MANAGER-KEY TO WS-MGR-CURRENT-KEY
           END-EVALUATE.
