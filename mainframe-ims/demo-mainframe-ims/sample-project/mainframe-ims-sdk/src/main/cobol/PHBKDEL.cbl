      *    is written to the same audit trail IVTNO appends to, and
      *    anyone not found on the database is listed on a reject
      *    report for HR to chase.
      *
      *    A leaver who held a company card keeps it no longer than
      *    their phone entry: every account the corporate card link
      *    file ties to them is appended to the closed-cards list
      *    CRDPURGE reads and listed on a report for the card
      *    program administrator.
      *
      *    A leaver who managed people leaves those people reporting
      *    to nobody. Everyone whose manager key names a leaver
      *    deleted this run is listed on the reject report for HR
      *    to reassign through IVTNO; their entries are not touched.
      *
      *    The leaver's extension is quarantined in the extension
      *    pool, so it is not given to a new hire until the cooling-
      *    off period is over.
      *
      *    The reporting lines and the card link file are both held
      *    in tables; either one larger than its table ends the run
      *    with return code 12 before anyone is deleted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO PHBKHIST
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

       01  AUDIT-FILE-REC        PIC X(69).

       FD  HISTORY-FILE.
       01  HISTORY-FILE-REC      PIC X(132).

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
       COPY "PhoneBookPcb.cpy".
       COPY "PhoneBookSegment.cpy".
       COPY "PhoneBookSsa.cpy".
       COPY "PhoneBookXtnSsa.cpy".
       COPY "PhoneBookAudit.cpy".
       COPY "PhoneBookHistory.cpy".
       COPY "CorpCardCloseTable.cpy".
       COPY "ExtensionPoolFields.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.
       01  WS-GN-FUNCTION        PIC X(4) VALUE 'GN  '.
       01  WS-DLET-FUNCTION      PIC X(4) VALUE 'DLET'.

       01  WS-SEP-EOF-SWITCH     PIC X VALUE 'N'.
       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-DELETED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REASSIGN-COUNT     PIC 9(5) VALUE 0.

       01  WS-DB-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-DATABASE   VALUE 'Y'.
       01  WS-STAFF-SWITCH       PIC X VALUE 'Y'.
           88  STAFF-LOADED      VALUE 'Y'.
       01  WS-STAFF-MAX          PIC 9(4) VALUE 2000.
       01  WS-STAFF-COUNT        PIC 9(4) VALUE 0.
       01  WS-STAFF-IDX          PIC 9(4).
       01  WS-STAFF-TABLE.
           02  WS-STAFF-ENTRY OCCURS 2000 TIMES.
               03  SF-KEY        PIC X(20).
               03  SF-MANAGER-KEY PIC X(20).
               03  SF-GONE       PIC X.
       01  WS-LEAVER-KEY.
           02  WS-LEAVER-LAST-NAME  PIC X(10).
           02  WS-LEAVER-FIRST-NAME PIC X(10).

       01  WS-REASSIGN-LINE.
           02  WE-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WE-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(19) VALUE
               'REASSIGN - MANAGER '.
           02  WE-MGR-LAST-NAME  PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WE-MGR-FIRST-NAME PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(4) VALUE 'LEFT'.
           02  FILLER            PIC X(13) VALUE SPACES.

       01  WS-REJECT-LINE.
           02  WR-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(8)  VALUE 'REJECTED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-REJECTED   PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(11) VALUE 'TO REASSIGN'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-REASSIGN   PIC ZZZZ9.
           02  FILLER            PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1500-LOAD-REPORTING-LINES
           IF NOT STAFF-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           PERFORM 9960-OPEN-CARD-LINKS
           IF NOT CARD-LINKS-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           OPEN INPUT SEPARATION-FILE
           OPEN OUTPUT REJECT-RPT
           OPEN EXTEND AUDIT-FILE
           END-PERFORM
           MOVE WS-DELETED-COUNT  TO WS-SUM-DELETED
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED
           MOVE WS-REASSIGN-COUNT TO WS-SUM-REASSIGN
           WRITE REJECT-LINE FROM WS-SUMMARY-LINE
           CLOSE SEPARATION-FILE
           CLOSE REJECT-RPT
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE
           PERFORM 9980-END-CARD-LINKS
           MOVE WS-DELETED-COUNT  TO WS-RC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
               IF PHBK-PCB-STATUS-CODE = SPACES
                   ADD 1 TO WS-DELETED-COUNT
                   PERFORM 9200-WRITE-AUDIT-RECORD
                   MOVE PHBK-EXTENSION TO WS-POOL-EXTENSION
                   PERFORM 9820-RELEASE-EXTENSION
                   MOVE NH-LAST-NAME  TO WS-LINK-LAST-NAME
                   MOVE NH-FIRST-NAME TO WS-LINK-FIRST-NAME
                   PERFORM 9970-CLOSE-LINKED-CARDS
                   PERFORM 1200-LIST-DIRECT-REPORTS
               ELSE
                   MOVE 'DATABASE DELETE FAILED' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               PERFORM 9500-WRITE-REJECT
           END-IF.

      *    Anyone already deleted earlier in this run is not listed -
      *    a report who left too needs no new manager.
       1200-LIST-DIRECT-REPORTS.
           MOVE NH-LAST-NAME  TO WS-LEAVER-LAST-NAME
           MOVE NH-FIRST-NAME TO WS-LEAVER-FIRST-NAME
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
               UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
               IF SF-KEY(WS-STAFF-IDX) = WS-LEAVER-KEY
                   MOVE 'Y' TO SF-GONE(WS-STAFF-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
               UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
               IF SF-MANAGER-KEY(WS-STAFF-IDX) = WS-LEAVER-KEY
                   AND SF-GONE(WS-STAFF-IDX) = 'N'
                   MOVE SF-KEY(WS-STAFF-IDX)(1:10)  TO WE-LAST-NAME
                   MOVE SF-KEY(WS-STAFF-IDX)(11:10) TO WE-FIRST-NAME
                   MOVE NH-LAST-NAME  TO WE-MGR-LAST-NAME
                   MOVE NH-FIRST-NAME TO WE-MGR-FIRST-NAME
                   WRITE REJECT-LINE FROM WS-REASSIGN-LINE
                   ADD 1 TO WS-REASSIGN-COUNT
               END-IF
           END-PERFORM.

      *    Who reports to whom, taken once before any delete so a
      *    leaver's reports can be found without a database walk
      *    per separation. The GN also returns PHBKLOC children;
      *    only roots go into the table.
       1500-LOAD-REPORTING-LINES.
           PERFORM UNTIL END-OF-DATABASE
               CALL 'CBLTDLI' USING WS-GN-FUNCTION
                                     PHBK-PCB
                                     PHBK-SEGMENT
               EVALUATE TRUE
                   WHEN PHBK-PCB-STATUS-CODE NOT = SPACES
                       SET END-OF-DATABASE TO TRUE
                   WHEN PHBK-PCB-SEG-NAME NOT = 'PHBKSEG '
                       CONTINUE
                   WHEN WS-STAFF-COUNT >= WS-STAFF-MAX
                       DISPLAY 'PHBKDEL STAFF TABLE FULL AT '
                               WS-STAFF-MAX ', RUN STOPPED'
                       MOVE 'N' TO WS-STAFF-SWITCH
                       SET END-OF-DATABASE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-STAFF-COUNT
                       MOVE PHBK-KEY TO SF-KEY(WS-STAFF-COUNT)
                       MOVE PHBK-MANAGER-KEY
                           TO SF-MANAGER-KEY(WS-STAFF-COUNT)
                       MOVE 'N' TO SF-GONE(WS-STAFF-COUNT)
               END-EVALUATE
           END-PERFORM.

      *    Same record IVTNO's 9200-WRITE-AUDIT-RECORD writes, so the
      *    batch deletes land on the one audit trail security reads.
      *    A batch job has no LTERM or signed-on user, so the program
           WRITE REJECT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       COPY "CorpCardClose.cpy".
       COPY "ExtensionPoolUpdate.cpy".
       COPY "RunControlLog.cpy".
