      *    Before an UPD or DEL touches the database, the full prior
      *    segment image is written to the history file so PHBKREST
      *    can put a mis-keyed entry back.
      *    Each entry can name the person it reports to. ADD and UPD
      *    accept a manager name key (on UPD blank keeps the current
      *    one, *NONE clears it) and refuse one that is not on file
      *    or would close a reporting loop; CHAIN returns one message
      *    per manager above the named person, up to the top.
      *    An ADD with no extension is given the next free number
      *    in IN-BUILDING from the extension pool; a keyed-in one is
      *    marked taken in the pool, and a DEL quarantines the
      *    deleted person's number before it can be handed out again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ONCALL-FILE ASSIGN TO ONCALLSC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XPOOL-FILE ASSIGN TO XPOOL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  AUDIT-FILE-REC        PIC X(69).

       FD  HISTORY-FILE.
       01  HISTORY-FILE-REC      PIC X(132).

       FD  DEPTMST-FILE.
       COPY "DeptMaster.cpy".
       FD  ONCALL-FILE.
       COPY "OnCallSchedule.cpy".

       FD  XPOOL-FILE.
       COPY "ExtensionPool.cpy".

       WORKING-STORAGE SECTION.
       COPY "DeptMasterTable.cpy".
       COPY "PhoneBookRecord.in.cpy".
       COPY "PhoneBookLocSsa.cpy".
       COPY "PhoneBookAudit.cpy".
       COPY "PhoneBookHistory.cpy".
       COPY "ManagerChainFields.cpy".
       COPY "ExtensionPoolFields.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.
       01  WS-GN-FUNCTION        PIC X(4) VALUE 'GN  '.
       01  WS-DUP-SWITCH         PIC X VALUE 'N'.
           88  EXTENSION-IN-USE  VALUE 'Y'.

       01  WS-XTN-POOL-SWITCH    PIC X VALUE 'N'.
           88  EXTENSION-FROM-POOL VALUE 'Y'.

       01  WS-SCAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  SCAN-AT-END       VALUE 'Y'.

       01  WS-SCAN-POS           PIC 9(2).
       01  WS-MATCH-COUNT        PIC 9(4).

       01  WS-CHAIN-SUBJECT      PIC X(95).
       01  WS-CHAIN-MESSAGE.
           02  WC-TEXT           PIC X(12).
           02  FILLER            PIC X(10) VALUE ' AT LEVEL '.
           02  WC-LEVEL          PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
           MOVE SPACES          TO OUT-BUILDING
           MOVE SPACES          TO OUT-FLOOR
           MOVE SPACES          TO OUT-DESK
           MOVE IN-MGR-LAST-NAME  TO OUT-MGR-LAST-NAME
           MOVE IN-MGR-FIRST-NAME TO OUT-MGR-FIRST-NAME

           EVALUATE IN-COMMAND
               WHEN 'GET     '
                   PERFORM 7500-SET-LOCATION
               WHEN 'ONCALL  '
                   PERFORM 8000-LOOKUP-ON-CALL
               WHEN 'CHAIN   '
                   PERFORM 8500-REPORT-CHAIN
               WHEN OTHER
                   MOVE 'INVALID COMMAND' TO OUT-MESSAGE
           END-EVALUATE
               MOVE PHBK-DEPARTMENT TO OUT-DEPARTMENT
               MOVE PHBK-EMAIL-ADDR TO OUT-EMAIL-ADDR
               MOVE PHBK-SEGNO      TO OUT-SEGNO
               MOVE PHBK-MGR-LAST-NAME  TO OUT-MGR-LAST-NAME
               MOVE PHBK-MGR-FIRST-NAME TO OUT-MGR-FIRST-NAME
               MOVE 'SEGMENT FOUND' TO OUT-MESSAGE
           ELSE
               MOVE 'SEGMENT NOT FOUND' TO OUT-MESSAGE
       2000-ADD-SEGMENT.
           PERFORM 9450-VALIDATE-DEPT-CODE
           PERFORM 9400-VALIDATE-ZIP-CODE
           PERFORM 9470-VALIDATE-MANAGER
           MOVE 'N' TO WS-XTN-POOL-SWITCH
           EVALUATE TRUE
               WHEN NOT DEPT-CODE-VALID
                   MOVE 'UNKNOWN DEPARTMENT CODE' TO OUT-MESSAGE
               WHEN ZIP-CODE-INVALID
                   MOVE 'INVALID ZIP CODE' TO OUT-MESSAGE
               WHEN NOT MANAGER-CHAIN-VALID
                   PERFORM 9480-REPORT-MANAGER-REJECT
               WHEN IN-EXTENSION = SPACES AND IN-BUILDING = SPACES
                   MOVE 'BUILDING NEEDED TO ASSIGN EXTENSION'
                       TO OUT-MESSAGE
               WHEN OTHER
                   IF IN-EXTENSION = SPACES
                       PERFORM 2050-ASSIGN-EXTENSION
                   END-IF
                   IF IN-EXTENSION = SPACES
                       MOVE 'NO FREE EXTENSION IN BUILDING'
                           TO OUT-MESSAGE
                   ELSE
                       PERFORM 9300-CHECK-DUPLICATE-EXTENSION
                       IF EXTENSION-IN-USE
                           MOVE 'EXTENSION ALREADY ASSIGNED'
                               TO OUT-MESSAGE
                       ELSE
                           PERFORM 2100-INSERT-NEW-SEGMENT
                       END-IF
                   END-IF
           END-EVALUATE.

      *    A blank extension on an ADD takes the next free number in
      *    the building keyed with it. The number is marked assigned
      *    in the pool as it is picked, so two ADDs in a row cannot
      *    be handed the same one.
       2050-ASSIGN-EXTENSION.
           MOVE IN-BUILDING     TO WS-POOL-BUILDING
           MOVE IN-LAST-NAME    TO WS-POOL-LAST-NAME
           MOVE IN-FIRST-NAME   TO WS-POOL-FIRST-NAME
           PERFORM 9800-ASSIGN-NEXT-EXTENSION
           IF POOL-EXTENSION-FOUND
               MOVE WS-POOL-EXTENSION TO IN-EXTENSION
               MOVE WS-POOL-EXTENSION TO OUT-EXTENSION
               SET EXTENSION-FROM-POOL TO TRUE
           END-IF.

       2100-INSERT-NEW-SEGMENT.
           PERFORM 9100-GENERATE-SEGNO
           MOVE IN-LAST-NAME    TO PHBK-LAST-NAME
           MOVE IN-DEPARTMENT   TO PHBK-DEPARTMENT
           MOVE IN-EMAIL-ADDR   TO PHBK-EMAIL-ADDR
           MOVE WS-NEXT-SEGNO   TO PHBK-SEGNO
           MOVE WS-MGR-PROPOSED-KEY TO PHBK-MANAGER-KEY
           CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
               MOVE PHBK-SEGNO  TO OUT-SEGNO
               MOVE 'SEGMENT ADDED' TO OUT-MESSAGE
               PERFORM 9200-WRITE-AUDIT-RECORD
               IF NOT EXTENSION-FROM-POOL
                   MOVE IN-LAST-NAME  TO WS-POOL-LAST-NAME
                   MOVE IN-FIRST-NAME TO WS-POOL-FIRST-NAME
                   MOVE IN-EXTENSION  TO WS-POOL-EXTENSION
                   PERFORM 9810-CLAIM-EXTENSION
               END-IF
           ELSE
               MOVE 'ADD FAILED' TO OUT-MESSAGE
           END-IF.
       3000-UPDATE-SEGMENT.
           PERFORM 9450-VALIDATE-DEPT-CODE
           PERFORM 9400-VALIDATE-ZIP-CODE
           PERFORM 9470-VALIDATE-MANAGER
           EVALUATE TRUE
               WHEN NOT DEPT-CODE-VALID
                   MOVE 'UNKNOWN DEPARTMENT CODE' TO OUT-MESSAGE
               WHEN ZIP-CODE-INVALID
                   MOVE 'INVALID ZIP CODE' TO OUT-MESSAGE
               WHEN NOT MANAGER-CHAIN-VALID
                   PERFORM 9480-REPORT-MANAGER-REJECT
               WHEN OTHER
               PERFORM 9000-BUILD-SSA
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                   MOVE IN-ZIP-CODE   TO PHBK-ZIP-CODE
                   MOVE IN-DEPARTMENT TO PHBK-DEPARTMENT
                   MOVE IN-EMAIL-ADDR TO PHBK-EMAIL-ADDR
                   IF IN-MGR-LAST-NAME = '*NONE'
                       OR WS-MGR-PROPOSED-KEY NOT = SPACES
                       MOVE WS-MGR-PROPOSED-KEY TO PHBK-MANAGER-KEY
                   END-IF
                   MOVE PHBK-MGR-LAST-NAME  TO OUT-MGR-LAST-NAME
                   MOVE PHBK-MGR-FIRST-NAME TO OUT-MGR-FIRST-NAME
                   CALL 'CBLTDLI' USING WS-REPL-FUNCTION
                                         PHBK-PCB
                                         PHBK-SEGMENT
               IF PHBK-PCB-STATUS-CODE = SPACES
                   MOVE 'SEGMENT DELETED' TO OUT-MESSAGE
                   PERFORM 9200-WRITE-AUDIT-RECORD
                   MOVE PHBK-EXTENSION TO WS-POOL-EXTENSION
                   PERFORM 9820-RELEASE-EXTENSION
               ELSE
                   MOVE 'DELETE FAILED' TO OUT-MESSAGE
               END-IF
                           MOVE PHBK-DEPARTMENT TO OUT-DEPARTMENT
                           MOVE PHBK-EMAIL-ADDR TO OUT-EMAIL-ADDR
                           MOVE PHBK-SEGNO      TO OUT-SEGNO
                           MOVE PHBK-MGR-LAST-NAME
                               TO OUT-MGR-LAST-NAME
                           MOVE PHBK-MGR-FIRST-NAME
                               TO OUT-MGR-FIRST-NAME
                           MOVE 'MATCH FOUND'   TO OUT-MESSAGE
                           CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                                 IO-PCB
               MOVE PHBK-DEPARTMENT TO OUT-DEPARTMENT
               MOVE PHBK-EMAIL-ADDR TO OUT-EMAIL-ADDR
               MOVE PHBK-SEGNO      TO OUT-SEGNO
               MOVE PHBK-MGR-LAST-NAME  TO OUT-MGR-LAST-NAME
               MOVE PHBK-MGR-FIRST-NAME TO OUT-MGR-FIRST-NAME
               MOVE 'SEGMENT FOUND' TO OUT-MESSAGE
           ELSE
               MOVE 'EXTENSION NOT FOUND' TO OUT-MESSAGE
               MOVE PHBK-DEPARTMENT TO OUT-DEPARTMENT
               MOVE PHBK-EMAIL-ADDR TO OUT-EMAIL-ADDR
               MOVE PHBK-SEGNO      TO OUT-SEGNO
               MOVE PHBK-MGR-LAST-NAME  TO OUT-MGR-LAST-NAME
               MOVE PHBK-MGR-FIRST-NAME TO OUT-MGR-FIRST-NAME
               CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                     PHBK-PCB
                                     PHLOC-SEGMENT
               MOVE 'LOCATION SET FAILED' TO OUT-MESSAGE
           END-IF.

      *    Walks up from the named person one GU per level, sending
      *    each manager as its own message the way SRCH sends each
      *    match; the closing message is the person themselves with
      *    how the chain ended. The depth guard stops a loop that got
      *    onto the database some other way from walking forever.
       8500-REPORT-CHAIN.
           PERFORM 9000-BUILD-SSA
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
                                 PHBK-SSA
           IF PHBK-PCB-STATUS-CODE = SPACES
               MOVE PHBK-SEGMENT     TO WS-CHAIN-SUBJECT
               MOVE PHBK-KEY         TO WS-MGR-SUBJECT-KEY
               MOVE PHBK-MANAGER-KEY TO WS-MGR-CURRENT-KEY
               MOVE 0 TO WS-MGR-DEPTH
               MOVE 'N' TO WS-MGR-WALK-SWITCH
               IF WS-MGR-CURRENT-KEY = SPACES
                   MOVE 'NO MANAGER ON FILE' TO OUT-MESSAGE
                   SET MGR-WALK-DONE TO TRUE
               END-IF
               PERFORM UNTIL MGR-WALK-DONE
                   PERFORM 8600-SEND-ONE-MANAGER
               END-PERFORM
               MOVE WS-CHAIN-SUBJECT TO PHBK-SEGMENT
               MOVE PHBK-EXTENSION  TO OUT-EXTENSION
               MOVE PHBK-ZIP-CODE   TO OUT-ZIP-CODE
               MOVE PHBK-DEPARTMENT TO OUT-DEPARTMENT
               MOVE PHBK-EMAIL-ADDR TO OUT-EMAIL-ADDR
               MOVE PHBK-SEGNO      TO OUT-SEGNO
               MOVE PHBK-LAST-NAME  TO OUT-LAST-NAME
               MOVE PHBK-FIRST-NAME TO OUT-FIRST-NAME
               MOVE PHBK-MGR-LAST-NAME  TO OUT-MGR-LAST-NAME
               MOVE PHBK-MGR-FIRST-NAME TO OUT-MGR-FIRST-NAME
           ELSE
               MOVE 'SEGMENT NOT FOUND' TO OUT-MESSAGE
           END-IF.

       8600-SEND-ONE-MANAGER.
           ADD 1 TO WS-MGR-DEPTH
           MOVE WS-MGR-DEPTH TO WC-LEVEL
           MOVE WS-MGR-CURRENT-KEY TO SSA-KEY-VALUE
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
                                 PHBK-SSA
           EVALUATE TRUE
               WHEN PHBK-PCB-STATUS-CODE NOT = SPACES
                   MOVE 'CHAIN BROKEN' TO WC-TEXT
                   MOVE WS-CHAIN-MESSAGE TO OUT-MESSAGE
                   SET MGR-WALK-DONE TO TRUE
               WHEN OTHER
                   MOVE PHBK-LAST-NAME  TO OUT-LAST-NAME
                   MOVE PHBK-FIRST-NAME TO OUT-FIRST-NAME
                   MOVE PHBK-EXTENSION  TO OUT-EXTENSION
                   MOVE PHBK-ZIP-CODE   TO OUT-ZIP-CODE
                   MOVE PHBK-DEPARTMENT TO OUT-DEPARTMENT
                   MOVE PHBK-EMAIL-ADDR TO OUT-EMAIL-ADDR
                   MOVE PHBK-SEGNO      TO OUT-SEGNO
                   MOVE PHBK-MGR-LAST-NAME  TO OUT-MGR-LAST-NAME
                   MOVE PHBK-MGR-FIRST-NAME TO OUT-MGR-FIRST-NAME
                   MOVE 'MANAGER' TO WC-TEXT
                   MOVE WS-CHAIN-MESSAGE TO OUT-MESSAGE
                   CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                         IO-PCB
                                         OUTPUT-MSG
                   MOVE PHBK-MANAGER-KEY TO WS-MGR-CURRENT-KEY
                   EVALUATE TRUE
                       WHEN WS-MGR-CURRENT-KEY = SPACES
                           MOVE 'TOP OF CHAIN' TO WC-TEXT
                           MOVE WS-CHAIN-MESSAGE TO OUT-MESSAGE
                           SET MGR-WALK-DONE TO TRUE
                       WHEN WS-MGR-CURRENT-KEY = WS-MGR-SUBJECT-KEY
                           OR WS-MGR-DEPTH >= WS-MGR-MAX-DEPTH
                           MOVE 'CHAIN LOOPS' TO WC-TEXT
                           MOVE WS-CHAIN-MESSAGE TO OUT-MESSAGE
                           SET MGR-WALK-DONE TO TRUE
                   END-EVALUATE
           END-EVALUATE.

      *    Takes a department in IN-DEPARTMENT and answers with the
      *    current on-call person's extension and email straight
      *    from their PHBK segment, so the operators stop grepping
           MOVE IN-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
           PERFORM 9950-VALIDATE-DEPARTMENT.

      *    *NONE in the manager last name means no manager. On an
      *    UPD a blank manager leaves the current one alone, so the
      *    check only has anything to do when a name is keyed.
       9470-VALIDATE-MANAGER.
           MOVE IN-LAST-NAME      TO WS-MGR-SUBJECT-KEY(1:10)
           MOVE IN-FIRST-NAME     TO WS-MGR-SUBJECT-KEY(11:10)
           IF IN-MGR-LAST-NAME = '*NONE'
               MOVE SPACES TO WS-MGR-PROPOSED-KEY
           ELSE
               MOVE IN-MGR-LAST-NAME  TO WS-MGR-PROPOSED-KEY(1:10)
               MOVE IN-MGR-FIRST-NAME TO WS-MGR-PROPOSED-KEY(11:10)
           END-IF
           PERFORM 9900-CHECK-MANAGER-CHAIN.

       9480-REPORT-MANAGER-REJECT.
           EVALUATE TRUE
               WHEN MANAGER-IS-SELF
                   MOVE 'MANAGER CANNOT BE SELF' TO OUT-MESSAGE
               WHEN MANAGER-NOT-FOUND
                   MOVE 'MANAGER NOT ON PHONEBOOK' TO OUT-MESSAGE
               WHEN OTHER
                   MOVE 'MANAGER WOULD CREATE A LOOP' TO OUT-MESSAGE
           END-EVALUATE.

       9400-VALIDATE-ZIP-CODE.
           SET ZIP-CODE-VALID TO TRUE
           IF IN-ZIP-CODE(1:5) IS NOT NUMERIC
           WRITE HISTORY-FILE-REC FROM PHBK-HISTORY-RECORD
           CLOSE HISTORY-FILE.

       COPY "ManagerChainCheck.cpy".
       COPY "ExtensionPoolUpdate.cpy".
       COPY "DeptMasterValidate.cpy".
