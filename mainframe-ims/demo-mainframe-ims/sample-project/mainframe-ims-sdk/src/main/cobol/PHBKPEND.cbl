      *    still-future entry forward to the next night's queue
      *    file. The report lists what was applied, what was
      *    rejected (HR resubmits those) and what is still pending.
      *    A DEL is a separation, so every account the corporate
      *    card link file ties to the leaver goes onto the closed-
      *    cards list CRDPURGE reads, with a report for the card
      *    program administrator, the same as PHBKDEL.
      *    An ADD with no extension is given the next free number
      *    in its building from the extension pool, the way the
      *    IVTNO ADD is, and the report shows the number given; a
      *    DEL quarantines the leaver's number in the pool.
      *
      *    Yesterday's queue is read from PENDIN and the carried-
      *    forward queue written to PENDOUT, the way CRDCOLL carries
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARDLINK-FILE ASSIGN TO CARDLINK
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLOSED-FILE ASSIGN TO CLOSEDCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-ADMIN-RPT ASSIGN TO CARDADMN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XPOOL-FILE ASSIGN TO XPOOL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-IN-FILE.
       01  PENDING-IN-REC        PIC X(91).

       FD  PENDING-OUT-FILE.
       COPY "PendingChange.cpy".
       01  AUDIT-FILE-REC        PIC X(69).

       FD  HISTORY-FILE.
       01  HISTORY-FILE-REC      PIC X(132).

       FD  PENDING-RPT.
       01  RPT-LINE              PIC X(80).

       FD  CARDLINK-FILE.
       COPY "CorpCardLink.cpy".

       FD  CLOSED-FILE.
       01  CLOSED-REC.
           02  CLS-ACCOUNT-ID    PIC X(10).
           02  CLS-CARD-SEQ-NO   PIC 9(2).
           02  FILLER            PIC X(18).

       FD  CARD-ADMIN-RPT.
       01  CARD-ADMIN-LINE       PIC X(80).

       FD  XPOOL-FILE.
       COPY "ExtensionPool.cpy".

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       COPY "PhoneBookAudit.cpy".
       COPY "PhoneBookHistory.cpy".
       COPY "DeptMasterTable.cpy".
       COPY "CorpCardCloseTable.cpy".
       COPY "ExtensionPoolFields.cpy".

      *    Queue entry being judged, in the same layout PENDOUT is
      *    written with.
           02  WP-ZIP-CODE       PIC X(7).
           02  WP-DEPARTMENT     PIC X(4).
           02  WP-EMAIL-ADDR     PIC X(30).
           02  WP-BUILDING       PIC X(8).

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.
       01  WS-ISRT-FUNCTION      PIC X(4) VALUE 'ISRT'.
           88  PENDING-AT-END    VALUE 'Y'.
       01  WS-DUP-SWITCH         PIC X VALUE 'N'.
           88  EXTENSION-IN-USE  VALUE 'Y'.
       01  WS-XTN-POOL-SWITCH    PIC X VALUE 'N'.
           88  EXTENSION-FROM-POOL VALUE 'Y'.
       01  WS-ZIP-SWITCH         PIC X VALUE 'Y'.
           88  ZIP-CODE-VALID    VALUE 'Y'.
           88  ZIP-CODE-INVALID  VALUE 'N'.
           02  WD-REASON         PIC X(30).
           02  FILLER            PIC X(5) VALUE SPACES.

       01  WS-ASSIGNED-REASON.
           02  FILLER            PIC X(19) VALUE 'ASSIGNED EXTENSION '.
           02  WA-EXTENSION      PIC X(10).
           02  FILLER            PIC X(1)  VALUE SPACE.

       01  WS-SUMMARY-LINE.
           02  FILLER            PIC X(8)  VALUE 'APPLIED '.
           02  WS-SUM-APPLIED    PIC ZZZZ9.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 9940-LOAD-DEPT-TABLE
           PERFORM 9960-OPEN-CARD-LINKS
           IF NOT CARD-LINKS-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           OPEN INPUT PENDING-IN-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           OPEN EXTEND AUDIT-FILE
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE
           CLOSE PENDING-RPT
           PERFORM 9980-END-CARD-LINKS
           MOVE WS-APPLIED-COUNT  TO WS-RC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END

      *    Same edits IVTNO's ADD applies on-line: department on
      *    the master, zip well formed, extension not already
      *    assigned via the PHBKXTN keyed probe. A blank extension
      *    is filled from the pool first, once the other edits pass.
       2000-APPLY-ADD.
           MOVE WP-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
           PERFORM 9950-VALIDATE-DEPARTMENT
           PERFORM 9400-VALIDATE-ZIP-CODE
           MOVE 'N' TO WS-XTN-POOL-SWITCH
           IF WP-EXTENSION = SPACES
               AND WP-BUILDING NOT = SPACES
               AND DEPT-CODE-VALID
               AND ZIP-CODE-VALID
               PERFORM 2050-ASSIGN-EXTENSION
           END-IF
           PERFORM 9300-CHECK-DUPLICATE-EXTENSION
           EVALUATE TRUE
               WHEN NOT DEPT-CODE-VALID
               WHEN ZIP-CODE-INVALID
                   MOVE 'INVALID ZIP CODE' TO WD-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN WP-EXTENSION = SPACES AND WP-BUILDING = SPACES
                   MOVE 'NO BUILDING FOR NEW EXTENSION' TO WD-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN WP-EXTENSION = SPACES
                   MOVE 'NO FREE EXTENSION IN BUILDING' TO WD-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN EXTENSION-IN-USE
                   MOVE 'EXTENSION ALREADY ASSIGNED' TO WD-REASON
                   PERFORM 9500-WRITE-REJECT
                   PERFORM 2100-INSERT-ENTRY
           END-EVALUATE.

      *    Same rule as the IVTNO ADD: the next free number in the
      *    building, marked assigned in the pool as it is picked.
       2050-ASSIGN-EXTENSION.
           MOVE WP-BUILDING     TO WS-POOL-BUILDING
           MOVE WP-LAST-NAME    TO WS-POOL-LAST-NAME
           MOVE WP-FIRST-NAME   TO WS-POOL-FIRST-NAME
           PERFORM 9800-ASSIGN-NEXT-EXTENSION
           IF POOL-EXTENSION-FOUND
               MOVE WS-POOL-EXTENSION TO WP-EXTENSION
               SET EXTENSION-FROM-POOL TO TRUE
           END-IF.

       2100-INSERT-ENTRY.
           PERFORM 9100-GENERATE-SEGNO
           MOVE WP-LAST-NAME    TO PHBK-LAST-NAME
           MOVE WP-DEPARTMENT   TO PHBK-DEPARTMENT
           MOVE WP-EMAIL-ADDR   TO PHBK-EMAIL-ADDR
           MOVE WS-NEXT-SEGNO   TO PHBK-SEGNO
           MOVE SPACES          TO PHBK-MANAGER-KEY
           CALL 'CBLTDLI' USING WS-ISRT-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
           IF PHBK-PCB-STATUS-CODE = SPACES
               PERFORM 9200-WRITE-AUDIT-RECORD
               IF EXTENSION-FROM-POOL
                   PERFORM 2150-REPORT-ASSIGNED
               ELSE
                   MOVE WP-LAST-NAME  TO WS-POOL-LAST-NAME
                   MOVE WP-FIRST-NAME TO WS-POOL-FIRST-NAME
                   MOVE WP-EXTENSION  TO WS-POOL-EXTENSION
                   PERFORM 9810-CLAIM-EXTENSION
                   PERFORM 9560-REPORT-APPLIED
               END-IF
           ELSE
               MOVE 'DATABASE INSERT FAILED' TO WD-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

      *    An applied ADD that was given its number from the pool
      *    says which, so HR can tell the new hire.
       2150-REPORT-ASSIGNED.
           MOVE 'APPLIED ' TO WD-TAG
           MOVE WP-EXTENSION TO WA-EXTENSION
           MOVE WS-ASSIGNED-REASON TO WD-REASON
           PERFORM 9550-WRITE-REPORT-LINE
           ADD 1 TO WS-APPLIED-COUNT.

       3000-APPLY-UPDATE.
           MOVE WP-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
           PERFORM 9950-VALIDATE-DEPARTMENT
               IF PHBK-PCB-STATUS-CODE = SPACES
                   PERFORM 9200-WRITE-AUDIT-RECORD
                   PERFORM 9560-REPORT-APPLIED
                   MOVE PHBK-EXTENSION TO WS-POOL-EXTENSION
                   PERFORM 9820-RELEASE-EXTENSION
                   MOVE WP-LAST-NAME  TO WS-LINK-LAST-NAME
                   MOVE WP-FIRST-NAME TO WS-LINK-FIRST-NAME
                   PERFORM 9970-CLOSE-LINKED-CARDS
               ELSE
                   MOVE 'DATABASE DELETE FAILED' TO WD-REASON
                   PERFORM 9500-WRITE-REJECT
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       COPY "DeptMasterValidate.cpy".
       COPY "CorpCardClose.cpy".
       COPY "ExtensionPoolUpdate.cpy".
       COPY "RunControlLog.cpy".
