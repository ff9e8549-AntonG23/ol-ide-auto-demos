      *
      *    Assign, Claim And Release Pool Extensions
      *
      *    Procedure copybook shared by every program that adds
      *    people to or removes them from PHONEBOOK, so a number
      *    handed out on-line and one handed out by a batch load come
      *    from the same pool under the same rules. See
      *    ExtensionPoolFields.cpy for the data side and the calling
      *    convention.
      *
      *    Each call opens XPOOL I-O, reads down to the number it
      *    wants, rewrites that one record and closes again - the
      *    same OPEN/CLOSE-per-call workaround IVTNO's audit trail
      *    uses, since the pool has no PCB in this demo PSB. A
      *    missing pool file just means nothing is found; PHBKPOOL
      *    builds it from the extension range master.
      *
      *    The next free number in a building is the lowest one that
      *    is free, or quarantined with its reuse date reached. Before
      *    handing it out the number is probed down PHBKXTN: one
      *    keyed in by hand since the last weekly sync is marked
      *    assigned to whoever holds it and the search moves on.
      *
       9800-ASSIGN-NEXT-EXTENSION.
           PERFORM 9840-SET-POOL-DATE
           MOVE 'N' TO WS-POOL-EOF-SWITCH
           MOVE 'N' TO WS-POOL-FOUND-SWITCH
           MOVE SPACES TO WS-POOL-EXTENSION
           OPEN I-O XPOOL-FILE
           PERFORM 9860-READ-POOL-RECORD
           PERFORM UNTIL POOL-AT-END OR POOL-EXTENSION-FOUND
               EVALUATE TRUE
                   WHEN XPL-BUILDING > WS-POOL-BUILDING
                       SET POOL-AT-END TO TRUE
                   WHEN XPL-BUILDING = WS-POOL-BUILDING
                       AND (XPL-FREE
                         OR (XPL-QUARANTINED
                         AND XPL-REUSE-DATE <= WS-POOL-TODAY-DATE))
                       PERFORM 9805-TAKE-POOL-NUMBER
               END-EVALUATE
               IF NOT POOL-AT-END AND NOT POOL-EXTENSION-FOUND
                   PERFORM 9860-READ-POOL-RECORD
               END-IF
           END-PERFORM
           CLOSE XPOOL-FILE.

       9805-TAKE-POOL-NUMBER.
           MOVE XPL-EXTENSION TO XSSA-KEY-VALUE
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 PHBK-PCB
                                 WS-POOL-IO-AREA
                                 PHBK-XTN-SSA
           SET XPL-ASSIGNED TO TRUE
           IF PHBK-PCB-STATUS-CODE = SPACES
               MOVE PI-LAST-NAME       TO XPL-LAST-NAME
               MOVE PI-FIRST-NAME      TO XPL-FIRST-NAME
           ELSE
               MOVE WS-POOL-LAST-NAME  TO XPL-LAST-NAME
               MOVE WS-POOL-FIRST-NAME TO XPL-FIRST-NAME
               MOVE XPL-EXTENSION      TO WS-POOL-EXTENSION
               SET POOL-EXTENSION-FOUND TO TRUE
           END-IF
           MOVE WS-POOL-TODAY-DATE TO XPL-STATUS-DATE
           MOVE 0 TO XPL-REUSE-DATE
           REWRITE XPL-RECORD.

      *    A number keyed in by hand on an ADD is marked assigned to
      *    the new person if it is one of the pool's, whatever state
      *    it was in - HR keying a quarantined number back is taken
      *    to be a returning employee getting their own one back.
       9810-CLAIM-EXTENSION.
           PERFORM 9840-SET-POOL-DATE
           PERFORM 9850-FIND-POOL-EXTENSION
           IF POOL-EXTENSION-FOUND
               SET XPL-ASSIGNED TO TRUE
               MOVE WS-POOL-LAST-NAME  TO XPL-LAST-NAME
               MOVE WS-POOL-FIRST-NAME TO XPL-FIRST-NAME
               MOVE WS-POOL-TODAY-DATE TO XPL-STATUS-DATE
               MOVE 0 TO XPL-REUSE-DATE
               REWRITE XPL-RECORD
           END-IF
           CLOSE XPOOL-FILE.

      *    A deleted or separated person's number is quarantined for
      *    WS-POOL-QUARANTINE-DAYS before 9800 will hand it out again.
      *    The leaver's name stays on the record until then.
       9820-RELEASE-EXTENSION.
           PERFORM 9840-SET-POOL-DATE
           PERFORM 9850-FIND-POOL-EXTENSION
           IF POOL-EXTENSION-FOUND
               SET XPL-QUARANTINED TO TRUE
               MOVE WS-POOL-TODAY-DATE TO XPL-STATUS-DATE
               COMPUTE XPL-REUSE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-POOL-TODAY-DATE)
                    + WS-POOL-QUARANTINE-DAYS)
               REWRITE XPL-RECORD
           END-IF
           CLOSE XPOOL-FILE.

       9840-SET-POOL-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-POOL-TIMESTAMP
           MOVE WS-POOL-TIMESTAMP(1:8) TO WS-POOL-TODAY-DATE.

      *    Leaves XPOOL-FILE open on the matching record for the
      *    caller to rewrite; the caller closes it either way.
       9850-FIND-POOL-EXTENSION.
           MOVE 'N' TO WS-POOL-EOF-SWITCH
           MOVE 'N' TO WS-POOL-FOUND-SWITCH
           OPEN I-O XPOOL-FILE
           IF WS-POOL-EXTENSION = SPACES
               SET POOL-AT-END TO TRUE
           ELSE
               PERFORM 9860-READ-POOL-RECORD
           END-IF
           PERFORM UNTIL POOL-AT-END OR POOL-EXTENSION-FOUND
               IF XPL-EXTENSION = WS-POOL-EXTENSION
                   SET POOL-EXTENSION-FOUND TO TRUE
               ELSE
                   PERFORM 9860-READ-POOL-RECORD
               END-IF
           END-PERFORM.

       9860-READ-POOL-RECORD.
           READ XPOOL-FILE
               AT END SET POOL-AT-END TO TRUE
           END-READ.
