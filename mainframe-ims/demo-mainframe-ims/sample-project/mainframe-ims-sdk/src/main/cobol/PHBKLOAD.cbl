      *    Applies the same zip-code edit, duplicate-extension
      *    check and department-master validation IVTNO applies
      *    on-line, and lists anything rejected.
      *    A manager name key on the extract is checked the way the
      *    IVTNO ADD checks it - on file, not the person themselves,
      *    no reporting loop. A manager hired in the same cohort
      *    must come earlier in the extract than their reports.
      *    A new hire sent with no extension is given the next free
      *    number in their building from the extension pool, the
      *    same way the IVTNO ADD does it, and is listed with the
      *    number so HR can pass it on; a keyed-in one is marked
      *    taken in the pool.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPTMST-FILE ASSIGN TO DEPTMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XPOOL-FILE ASSIGN TO XPOOL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DEPTMST-FILE.
       COPY "DeptMaster.cpy".

       FD  XPOOL-FILE.
       COPY "ExtensionPool.cpy".

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       COPY "PhoneBookSegment.cpy".
       COPY "PhoneBookSsa.cpy".
       COPY "PhoneBookXtnSsa.cpy".
       COPY "ManagerChainFields.cpy".
       COPY "ExtensionPoolFields.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.
       01  WS-ISRT-FUNCTION      PIC X(4) VALUE 'ISRT'.
       01  WS-DUP-SWITCH         PIC X VALUE 'N'.
           88  EXTENSION-IN-USE  VALUE 'Y'.

       01  WS-XTN-POOL-SWITCH    PIC X VALUE 'N'.
           88  EXTENSION-FROM-POOL VALUE 'Y'.

       01  WS-ZIP-SWITCH         PIC X VALUE 'Y'.
           88  ZIP-CODE-VALID    VALUE 'Y'.
           88  ZIP-CODE-INVALID  VALUE 'N'.
           02  WR-REASON         PIC X(40).
           02  FILLER            PIC X(18) VALUE SPACES.

       01  WS-ASSIGNED-LINE.
           02  WA-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(19) VALUE 'ASSIGNED EXTENSION '.
           02  WA-EXTENSION      PIC X(10).
           02  FILLER            PIC X(29) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  FILLER            PIC X(16) VALUE 'NEW HIRES LOADED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           MOVE NH-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
           PERFORM 9950-VALIDATE-DEPARTMENT
           PERFORM 9400-VALIDATE-ZIP-CODE
           MOVE NH-LAST-NAME          TO WS-MGR-SUBJECT-KEY(1:10)
           MOVE NH-FIRST-NAME         TO WS-MGR-SUBJECT-KEY(11:10)
           MOVE NH-MANAGER-LAST-NAME  TO WS-MGR-PROPOSED-KEY(1:10)
           MOVE NH-MANAGER-FIRST-NAME TO WS-MGR-PROPOSED-KEY(11:10)
           PERFORM 9900-CHECK-MANAGER-CHAIN
           MOVE 'N' TO WS-XTN-POOL-SWITCH
           EVALUATE TRUE
               WHEN NOT DEPT-CODE-VALID
                   MOVE 'UNKNOWN DEPARTMENT CODE' TO WR-REASON
               WHEN ZIP-CODE-INVALID
                   MOVE 'INVALID ZIP CODE' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN MANAGER-IS-SELF
                   MOVE 'MANAGER CANNOT BE SELF' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN MANAGER-NOT-FOUND
                   MOVE 'MANAGER NOT ON PHONEBOOK' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN MANAGER-CHAIN-LOOP
                   MOVE 'MANAGER WOULD CREATE A LOOP' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN NH-EXTENSION = SPACES AND NH-BUILDING = SPACES
                   MOVE 'BUILDING NEEDED TO ASSIGN EXTENSION'
                       TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN OTHER
                   IF NH-EXTENSION = SPACES
                       PERFORM 1050-ASSIGN-EXTENSION
                   END-IF
                   IF NH-EXTENSION = SPACES
                       MOVE 'NO FREE EXTENSION IN BUILDING'
                           TO WR-REASON
                       PERFORM 9500-WRITE-REJECT
                   ELSE
                       PERFORM 9300-CHECK-DUPLICATE-EXTENSION
                       IF EXTENSION-IN-USE
                           MOVE 'EXTENSION ALREADY ASSIGNED'
                               TO WR-REASON
                           PERFORM 9500-WRITE-REJECT
                       ELSE
                           PERFORM 1100-INSERT-NEW-HIRE
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Same rule as the IVTNO ADD: the next free number in the
      *    new hire's building, marked assigned as it is picked so
      *    the next record in the cohort cannot be given it too.
       1050-ASSIGN-EXTENSION.
           MOVE NH-BUILDING     TO WS-POOL-BUILDING
           MOVE NH-LAST-NAME    TO WS-POOL-LAST-NAME
           MOVE NH-FIRST-NAME   TO WS-POOL-FIRST-NAME
           PERFORM 9800-ASSIGN-NEXT-EXTENSION
           IF POOL-EXTENSION-FOUND
               MOVE WS-POOL-EXTENSION TO NH-EXTENSION
               SET EXTENSION-FROM-POOL TO TRUE
           END-IF.

       1100-INSERT-NEW-HIRE.
           PERFORM 9100-GENERATE-SEGNO
           MOVE NH-LAST-NAME    TO PHBK-LAST-NAME
           MOVE NH-DEPARTMENT   TO PHBK-DEPARTMENT
           MOVE NH-EMAIL-ADDR   TO PHBK-EMAIL-ADDR
           MOVE WS-NEXT-SEGNO   TO PHBK-SEGNO
           MOVE WS-MGR-PROPOSED-KEY TO PHBK-MANAGER-KEY
           CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
           IF PHBK-PCB-STATUS-CODE = SPACES
               ADD 1 TO WS-LOADED-COUNT
               IF EXTENSION-FROM-POOL
                   MOVE NH-LAST-NAME  TO WA-LAST-NAME
                   MOVE NH-FIRST-NAME TO WA-FIRST-NAME
                   MOVE NH-EXTENSION  TO WA-EXTENSION
                   WRITE REJECT-LINE FROM WS-ASSIGNED-LINE
               ELSE
                   MOVE NH-LAST-NAME  TO WS-POOL-LAST-NAME
                   MOVE NH-FIRST-NAME TO WS-POOL-FIRST-NAME
                   MOVE NH-EXTENSION  TO WS-POOL-EXTENSION
                   PERFORM 9810-CLAIM-EXTENSION
               END-IF
           ELSE
               MOVE 'DATABASE INSERT FAILED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           WRITE REJECT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       COPY "ManagerChainCheck.cpy".
       COPY "ExtensionPoolUpdate.cpy".
       COPY "DeptMasterValidate.cpy".
       COPY "RunControlLog.cpy".
