       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHBKCARD.
      *
      *    Corporate Card Link Maintenance
      *
      *    Some CARDS accounts are company cards held by employees,
      *    but nothing tied a card to a PHONEBOOK entry, so spend
      *    could not be charged back to a cost center and a leaver's
      *    card stayed live. This job keeps the corporate card link
      *    file - one record per account, holding the employee's
      *    PHONEBOOK name key and the department and cost center
      *    the spend is charged to - by applying a file of ADD/UPD/
      *    DEL changes to last run's generation and writing the
      *    next one. An ADD or UPD is only taken if the employee is
      *    on PHONEBOOK and their department is on the department
      *    master with a cost center.
      *
      *    Every link carried forward is also checked against
      *    PHONEBOOK as it goes out: a holder who has moved
      *    department has the new department and cost center
      *    picked up, and a holder who is no longer on PHONEBOOK is
      *    marked gone (the link stays so the final month's spend
      *    still charges back). The register lists every change
      *    applied or rejected and every link that moved or lost
      *    its holder.
      *
      *    The change file is sorted here by account id, keeping
      *    the order changes arrived in, and match-merged against
      *    the old generation the way CRDHOLDR maintains the
      *    cardholder master. First run: point CCLNKIN at an empty
      *    file and load every link as an ADD. CCLNKOT becomes the
      *    CARDLINK file PHBKDEL, PHBKPEND and CRDCHGBK read.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO CCLNKCHG
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTED-CHANGES ASSIGN TO CCLNKSRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OLD-LINK-FILE ASSIGN TO CCLNKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-LINK-FILE ASSIGN TO CCLNKOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPTMST-FILE ASSIGN TO DEPTMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01  CHANGE-REC            PIC X(40).

       FD  SORTED-CHANGES.
       COPY "CorpCardLinkChange.cpy".

       FD  OLD-LINK-FILE.
       01  OLD-LINK-REC          PIC X(60).

       FD  NEW-LINK-FILE.
       COPY "CorpCardLink.cpy".

       FD  DEPTMST-FILE.
       COPY "DeptMaster.cpy".

       FD  REGISTER-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02  SRT-ACTION        PIC X(4).
           02  SRT-ACCOUNT-ID    PIC X(10).
           02  FILLER            PIC X(26).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "PhoneBookPcb.cpy".
       COPY "PhoneBookSegment.cpy".
       COPY "PhoneBookSsa.cpy".
       COPY "DeptMasterTable.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.

       01  WS-CHANGE-EOF-SWITCH  PIC X VALUE 'N'.
           88  CHANGES-AT-END    VALUE 'Y'.
       01  WS-MASTER-EOF-SWITCH  PIC X VALUE 'N'.
           88  MASTER-AT-END     VALUE 'Y'.
       01  WS-HOLD-SWITCH        PIC X VALUE 'N'.
           88  HOLD-ON-MASTER    VALUE 'Y'.
       01  WS-EMPLOYEE-SWITCH    PIC X VALUE 'N'.
           88  EMPLOYEE-CONFIRMED VALUE 'Y'.

      *    Merge keys: HIGH-VALUES once a file is exhausted, so the
      *    lower of the two is always the next account to settle.
       01  WS-CHANGE-KEY         PIC X(10).
       01  WS-MASTER-KEY         PIC X(10).
       01  WS-ACTIVE-KEY         PIC X(10).

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-TODAY-DATE         PIC 9(8).

      *    The account being settled, in link layout, built from
      *    the old generation (or from an ADD) and written out once
      *    all of its changes have been applied and the holder
      *    checked.
       01  WS-OLD-LINK-RECORD.
           02  WO-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(50).
       01  WS-HOLD-RECORD.
           02  WK-ACCOUNT-ID     PIC X(10).
           02  WK-LAST-NAME      PIC X(10).
           02  WK-FIRST-NAME     PIC X(10).
           02  WK-DEPARTMENT     PIC X(4).
           02  WK-COST-CENTER    PIC X(6).
           02  WK-LINK-DATE      PIC 9(8).
           02  WK-HOLDER-STATUS  PIC X(1).
               88  WK-HOLDER-GONE VALUE 'G'.
           02  FILLER            PIC X(11).

      *    Employee named on the change being applied, as confirmed
      *    against PHONEBOOK and the department master.
       01  WS-EMPLOYEE-LAST-NAME PIC X(10).
       01  WS-EMPLOYEE-FIRST-NAME PIC X(10).

       01  WS-ADDED-COUNT        PIC 9(5) VALUE 0.
       01  WS-UPDATED-COUNT      PIC 9(5) VALUE 0.
       01  WS-DELETED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-MOVED-COUNT        PIC 9(5) VALUE 0.
       01  WS-GONE-COUNT         PIC 9(5) VALUE 0.
       01  WS-MASTER-IN-COUNT    PIC 9(7) VALUE 0.
       01  WS-MASTER-OUT-COUNT   PIC 9(7) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(30) VALUE
               'CORPORATE CARD LINK MAINTENANC'.
           02  FILLER            PIC X(50) VALUE 'E'.

       01  WS-CHANGE-LINE.
           02  WC-ACTION         PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-DEPARTMENT     PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-COST-CENTER    PIC X(6).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WC-NOTE           PIC X(30).

       01  WS-REJECT-LINE.
           02  FILLER            PIC X(7) VALUE 'REJECT '.
           02  WR-ACTION         PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WR-REASON         PIC X(30).
           02  FILLER            PIC X(5) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  FILLER            PIC X(5)  VALUE 'ADDED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-ADDED      PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(7)  VALUE 'UPDATED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-UPDATED    PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(7)  VALUE 'DELETED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-DELETED    PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(8)  VALUE 'REJECTED'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-REJECTED   PIC ZZZZ9.
           02  FILLER            PIC X(23) VALUE SPACES.

       01  WS-HOLDER-LINE.
           02  FILLER            PIC X(19) VALUE 'HOLDERS MOVED DEPT'.
           02  WS-SUM-MOVED      PIC ZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(21) VALUE
               'HOLDERS OFF PHONEBOOK'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-GONE       PIC ZZZZ9.
           02  FILLER            PIC X(27) VALUE SPACES.

       01  WS-MASTER-LINE.
           02  FILLER            PIC X(15) VALUE 'LINK RECORDS IN'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-MASTER-IN  PIC ZZZZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(3)  VALUE 'OUT'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-SUM-MASTER-OUT PIC ZZZZZZ9.
           02  FILLER            PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'PHBKCARD' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'PHBKCARD ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 9940-LOAD-DEPT-TABLE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCOUNT-ID
               WITH DUPLICATES IN ORDER
               USING CHANGE-FILE
               GIVING SORTED-CHANGES
           OPEN INPUT SORTED-CHANGES
           OPEN INPUT OLD-LINK-FILE
           OPEN OUTPUT NEW-LINK-FILE
           OPEN OUTPUT REGISTER-RPT
           WRITE RPT-LINE FROM WS-HEADING
           PERFORM 1100-READ-NEXT-CHANGE
           PERFORM 1200-READ-NEXT-MASTER
           PERFORM UNTIL CHANGES-AT-END AND MASTER-AT-END
               PERFORM 2000-SETTLE-ONE-ACCOUNT
           END-PERFORM
           PERFORM 4000-PRINT-SUMMARY
           CLOSE SORTED-CHANGES
           CLOSE OLD-LINK-FILE
           CLOSE NEW-LINK-FILE
           CLOSE REGISTER-RPT
           MOVE WS-MASTER-OUT-COUNT TO WS-RC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT   TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1100-READ-NEXT-CHANGE.
           READ SORTED-CHANGES
               AT END SET CHANGES-AT-END TO TRUE
           END-READ
           IF CHANGES-AT-END
               MOVE HIGH-VALUES TO WS-CHANGE-KEY
           ELSE
               ADD 1 TO WS-RC-READ-COUNT
               MOVE CLC-ACCOUNT-ID TO WS-CHANGE-KEY
           END-IF.

       1200-READ-NEXT-MASTER.
           READ OLD-LINK-FILE INTO WS-OLD-LINK-RECORD
               AT END SET MASTER-AT-END TO TRUE
           END-READ
           IF MASTER-AT-END
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               ADD 1 TO WS-MASTER-IN-COUNT
               MOVE WO-ACCOUNT-ID TO WS-MASTER-KEY
           END-IF.

      *    The lower of the two keys is the account to settle. Its
      *    link, if there is one, is taken into the hold area; every
      *    change for it is applied there in arrival order; whatever
      *    is left in the hold area has its holder checked and is
      *    written to the new generation.
       2000-SETTLE-ONE-ACCOUNT.
           IF WS-MASTER-KEY <= WS-CHANGE-KEY
               MOVE WS-MASTER-KEY TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-CHANGE-KEY TO WS-ACTIVE-KEY
           END-IF
           IF WS-MASTER-KEY = WS-ACTIVE-KEY
               MOVE WS-OLD-LINK-RECORD TO WS-HOLD-RECORD
               SET HOLD-ON-MASTER TO TRUE
               PERFORM 1200-READ-NEXT-MASTER
           ELSE
               MOVE SPACES TO WS-HOLD-RECORD
               MOVE 'N' TO WS-HOLD-SWITCH
           END-IF
           PERFORM UNTIL WS-CHANGE-KEY NOT = WS-ACTIVE-KEY
               PERFORM 2100-APPLY-ONE-CHANGE
               PERFORM 1100-READ-NEXT-CHANGE
           END-PERFORM
           IF HOLD-ON-MASTER
               PERFORM 3000-CONFIRM-HOLDER
               MOVE WS-HOLD-RECORD TO CCL-RECORD
               WRITE CCL-RECORD
               ADD 1 TO WS-MASTER-OUT-COUNT
           END-IF.

       2100-APPLY-ONE-CHANGE.
           EVALUATE TRUE
               WHEN CLC-ACCOUNT-ID = SPACES
                   MOVE 'ACCOUNT ID MISSING' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN CLC-ADD
                   PERFORM 2200-ADD-LINK
               WHEN CLC-UPDATE
                   PERFORM 2300-UPDATE-LINK
               WHEN CLC-DELETE
                   PERFORM 2400-DELETE-LINK
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
           END-EVALUATE.

       2200-ADD-LINK.
           IF HOLD-ON-MASTER
               MOVE 'ACCOUNT ALREADY LINKED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           ELSE
               PERFORM 2500-VALIDATE-EMPLOYEE
               IF EMPLOYEE-CONFIRMED
                   MOVE SPACES         TO WS-HOLD-RECORD
                   MOVE CLC-ACCOUNT-ID TO WK-ACCOUNT-ID
                   PERFORM 2600-LINK-TO-EMPLOYEE
                   SET HOLD-ON-MASTER TO TRUE
                   MOVE SPACES TO WC-NOTE
                   PERFORM 9400-WRITE-CHANGE-LINE
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.

      *    An UPD hands the account to another employee; the link
      *    date restarts from today.
       2300-UPDATE-LINK.
           IF NOT HOLD-ON-MASTER
               MOVE 'ACCOUNT NOT LINKED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           ELSE
               PERFORM 2500-VALIDATE-EMPLOYEE
               IF EMPLOYEE-CONFIRMED
                   PERFORM 2600-LINK-TO-EMPLOYEE
                   MOVE SPACES TO WC-NOTE
                   PERFORM 9400-WRITE-CHANGE-LINE
                   ADD 1 TO WS-UPDATED-COUNT
               END-IF
           END-IF.

       2400-DELETE-LINK.
           IF HOLD-ON-MASTER
               MOVE SPACES TO WC-NOTE
               PERFORM 9400-WRITE-CHANGE-LINE
               MOVE 'N' TO WS-HOLD-SWITCH
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               MOVE 'ACCOUNT NOT LINKED' TO WR-REASON
               PERFORM 9500-WRITE-REJECT
           END-IF.

      *    The employee must be on PHONEBOOK under the name key
      *    given, and the department on their entry must be on the
      *    master with a cost center to charge to.
       2500-VALIDATE-EMPLOYEE.
           MOVE 'N' TO WS-EMPLOYEE-SWITCH
           MOVE CLC-LAST-NAME  TO WS-EMPLOYEE-LAST-NAME
           MOVE CLC-FIRST-NAME TO WS-EMPLOYEE-FIRST-NAME
           PERFORM 9000-GET-EMPLOYEE
           EVALUATE TRUE
               WHEN CLC-LAST-NAME = SPACES
                   MOVE 'EMPLOYEE NAME MISSING' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN PHBK-PCB-STATUS-CODE NOT = SPACES
                   MOVE 'EMPLOYEE NOT ON PHONEBOOK' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN NOT DEPT-CODE-VALID
                   MOVE 'DEPARTMENT NOT ON MASTER' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN WS-DEPT-FOUND-COST-CENTER = SPACES
                   MOVE 'DEPARTMENT HAS NO COST CENTER' TO WR-REASON
                   PERFORM 9500-WRITE-REJECT
               WHEN OTHER
                   SET EMPLOYEE-CONFIRMED TO TRUE
           END-EVALUATE.

       2600-LINK-TO-EMPLOYEE.
           MOVE WS-EMPLOYEE-LAST-NAME     TO WK-LAST-NAME
           MOVE WS-EMPLOYEE-FIRST-NAME    TO WK-FIRST-NAME
           MOVE PHBK-DEPARTMENT           TO WK-DEPARTMENT
           MOVE WS-DEPT-FOUND-COST-CENTER TO WK-COST-CENTER
           MOVE WS-TODAY-DATE             TO WK-LINK-DATE
           MOVE SPACE                     TO WK-HOLDER-STATUS.

      *    Every link going out is checked against today's
      *    PHONEBOOK. A holder already marked gone is not listed
      *    again; one who turns up again (a rehire under the same
      *    name key) is taken back.
       3000-CONFIRM-HOLDER.
           MOVE WK-LAST-NAME  TO WS-EMPLOYEE-LAST-NAME
           MOVE WK-FIRST-NAME TO WS-EMPLOYEE-FIRST-NAME
           MOVE 'CHK ' TO WC-ACTION
           PERFORM 9000-GET-EMPLOYEE
           EVALUATE TRUE
               WHEN PHBK-PCB-STATUS-CODE NOT = SPACES
                   IF NOT WK-HOLDER-GONE
                       MOVE 'G' TO WK-HOLDER-STATUS
                       MOVE 'HOLDER NOT ON PHONEBOOK' TO WC-NOTE
                       PERFORM 9450-WRITE-CHECK-LINE
                       ADD 1 TO WS-GONE-COUNT
                   END-IF
               WHEN NOT DEPT-CODE-VALID
                   MOVE SPACE TO WK-HOLDER-STATUS
                   MOVE 'DEPARTMENT NOT ON MASTER' TO WC-NOTE
                   PERFORM 9450-WRITE-CHECK-LINE
               WHEN PHBK-DEPARTMENT NOT = WK-DEPARTMENT
                   OR WS-DEPT-FOUND-COST-CENTER NOT = WK-COST-CENTER
                   MOVE SPACE TO WK-HOLDER-STATUS
                   MOVE PHBK-DEPARTMENT TO WK-DEPARTMENT
                   IF WS-DEPT-FOUND-COST-CENTER NOT = SPACES
                       MOVE WS-DEPT-FOUND-COST-CENTER
                           TO WK-COST-CENTER
                   END-IF
                   MOVE 'HOLDER CHANGED DEPARTMENT' TO WC-NOTE
                   PERFORM 9450-WRITE-CHECK-LINE
                   ADD 1 TO WS-MOVED-COUNT
               WHEN OTHER
                   MOVE SPACE TO WK-HOLDER-STATUS
           END-EVALUATE.

       4000-PRINT-SUMMARY.
           MOVE WS-ADDED-COUNT      TO WS-SUM-ADDED
           MOVE WS-UPDATED-COUNT    TO WS-SUM-UPDATED
           MOVE WS-DELETED-COUNT    TO WS-SUM-DELETED
           MOVE WS-REJECTED-COUNT   TO WS-SUM-REJECTED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-MOVED-COUNT      TO WS-SUM-MOVED
           MOVE WS-GONE-COUNT       TO WS-SUM-GONE
           WRITE RPT-LINE FROM WS-HOLDER-LINE
           MOVE WS-MASTER-IN-COUNT  TO WS-SUM-MASTER-IN
           MOVE WS-MASTER-OUT-COUNT TO WS-SUM-MASTER-OUT
           WRITE RPT-LINE FROM WS-MASTER-LINE.

      *    Qualified GU on the name key, then the department on the
      *    entry returned is looked up on the master.
       9000-GET-EMPLOYEE.
           MOVE WS-EMPLOYEE-LAST-NAME  TO SSA-KEY-VALUE(1:10)
           MOVE WS-EMPLOYEE-FIRST-NAME TO SSA-KEY-VALUE(11:10)
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
                                 PHBK-SSA
           IF PHBK-PCB-STATUS-CODE = SPACES
               MOVE PHBK-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
           ELSE
               MOVE SPACES TO WS-DEPT-LOOKUP-CODE
           END-IF
           PERFORM 9950-VALIDATE-DEPARTMENT.

       9400-WRITE-CHANGE-LINE.
           MOVE CLC-ACTION TO WC-ACTION
           PERFORM 9450-WRITE-CHECK-LINE.

       9450-WRITE-CHECK-LINE.
           MOVE WK-ACCOUNT-ID  TO WC-ACCOUNT-ID
           MOVE WK-LAST-NAME   TO WC-LAST-NAME
           MOVE WK-FIRST-NAME  TO WC-FIRST-NAME
           MOVE WK-DEPARTMENT  TO WC-DEPARTMENT
           MOVE WK-COST-CENTER TO WC-COST-CENTER
           WRITE RPT-LINE FROM WS-CHANGE-LINE.

       9500-WRITE-REJECT.
           MOVE CLC-ACTION     TO WR-ACTION
           MOVE CLC-ACCOUNT-ID TO WR-ACCOUNT-ID
           MOVE CLC-LAST-NAME  TO WR-LAST-NAME
           MOVE CLC-FIRST-NAME TO WR-FIRST-NAME
           WRITE RPT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       COPY "DeptMasterValidate.cpy".
       COPY "RunControlLog.cpy".
