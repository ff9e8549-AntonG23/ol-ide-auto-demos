       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHBKORG.
      *
      *    Departmental Org Chart
      *
      *    Prints who reports to whom, department by department, from
      *    the manager name key on each PHONEBOOK entry, so the
      *    attestation chase, on-call escalation and onboarding have
      *    something better than asking around. Each department on
      *    the department master gets its own tree, indented two
      *    columns per level, with each manager's direct reports and
      *    total headcount beneath them anywhere in the company.
      *
      *    The top of a department's tree is anyone with no manager,
      *    a manager no longer on PHONEBOOK, or a manager in another
      *    department - the last two are noted on the line. A
      *    department code not on the master still gets its tree,
      *    headed as such, after the master's departments. Anyone
      *    whose chain comes back round to themselves (or runs
      *    deeper than WS-MGR-MAX-DEPTH, which can only mean a loop
      *    higher up) cannot be placed in a tree and is listed at
      *    the end for HR to untangle through IVTNO.
      *
      *    A PHONEBOOK larger than the staff table would print an
      *    incomplete chart with understated headcounts, so it ends
      *    the run with return code 12 and no report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORGCHART-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPTMST-FILE ASSIGN TO DEPTMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORGCHART-RPT.
       01  RPT-LINE              PIC X(80).

       FD  DEPTMST-FILE.
       COPY "DeptMaster.cpy".

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "DeptMasterTable.cpy".
       COPY "PhoneBookPcb.cpy".
       COPY "PhoneBookSegment.cpy".

       01  WS-GN-FUNCTION        PIC X(4) VALUE 'GN  '.

       01  WS-DB-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-DATABASE   VALUE 'Y'.
       01  WS-STAFF-SWITCH       PIC X VALUE 'Y'.
           88  STAFF-LOADED      VALUE 'Y'.
       01  WS-FOUND-SWITCH       PIC X VALUE 'N'.
           88  ENTRY-FOUND       VALUE 'Y'.
       01  WS-WALK-SWITCH        PIC X VALUE 'N'.
           88  WALK-DONE         VALUE 'Y'.

       01  WS-STAFF-MAX          PIC 9(4) VALUE 2000.
       01  WS-STAFF-COUNT        PIC 9(4) VALUE 0.
       01  WS-STAFF-IDX          PIC 9(4).
       01  WS-SCAN-IDX           PIC 9(4).
       01  WS-UNKNOWN-IDX        PIC 9(4).
       01  WS-STAFF-TABLE.
           02  WS-STAFF-ENTRY OCCURS 2000 TIMES.
               03  OG-KEY.
                   04  OG-LAST-NAME  PIC X(10).
                   04  OG-FIRST-NAME PIC X(10).
               03  OG-MANAGER-KEY    PIC X(20).
               03  OG-DEPARTMENT     PIC X(4).
               03  OG-EXTENSION      PIC X(10).
               03  OG-MANAGER-IDX    PIC 9(4).
               03  OG-DIRECT         PIC 9(4).
               03  OG-TOTAL          PIC 9(4).
               03  OG-LOOP           PIC X.
               03  OG-PRINTED        PIC X.

      *    Walk-up and tree-print work fields. A chain deeper than
      *    WS-MGR-MAX-DEPTH is taken as a loop, the same limit
      *    IVTNO and PHBKLOAD apply when a manager is set.
       01  WS-MGR-MAX-DEPTH      PIC 9(2) VALUE 50.
       01  WS-WALK-DEPTH         PIC 9(2).
       01  WS-WALK-IDX           PIC 9(4).
       01  WS-ORG-DEPT-CODE      PIC X(4).
       01  WS-ORG-DEPT-HEADS     PIC 9(4).
       01  WS-ORG-LEVEL          PIC 9(2).
       01  WS-ORG-INDENT         PIC 9(2).
       01  WS-ORG-PRINT-IDX      PIC 9(4).
      *    A chain that is not a loop is at most WS-MGR-MAX-DEPTH
      *    deep, so the stack cannot overflow.
       01  WS-STACK-PTR          PIC 9(2).
       01  WS-STACK.
           02  WS-STACK-ENTRY OCCURS 60 TIMES.
               03  SK-IDX        PIC 9(4).
               03  SK-SCAN       PIC 9(4).
       01  WS-ORG-NAME.
           02  WS-ORG-LAST-NAME  PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-ORG-FIRST-NAME PIC X(10).

       01  WS-TOP-COUNT          PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT       PIC 9(5) VALUE 0.
       01  WS-LOOP-COUNT         PIC 9(5) VALUE 0.
       01  WS-DEPT-PRINTED-COUNT PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE.
           02  FILLER            PIC X(29) VALUE
               'DEPARTMENTAL ORG CHART - RUN '.
           02  WH-RUN-DATE       PIC 9(8).
           02  FILLER            PIC X(43) VALUE SPACES.

       01  WS-DEPT-HEADING.
           02  FILLER            PIC X(11) VALUE 'DEPARTMENT '.
           02  WH-DEPT-CODE      PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WH-DEPT-NAME      PIC X(30).
           02  FILLER            PIC X(34) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(41) VALUE 'NAME'.
           02  FILLER            PIC X(11) VALUE 'EXTENSION'.
           02  FILLER            PIC X(5)  VALUE 'DIRS'.
           02  FILLER            PIC X(6)  VALUE 'TOTAL'.
           02  FILLER            PIC X(17) VALUE SPACES.

       01  WS-ORG-LINE.
           02  WO-TREE           PIC X(40).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WO-EXTENSION      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WO-DIRECT         PIC ZZZ9 BLANK WHEN ZERO.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WO-TOTAL          PIC ZZZZ9 BLANK WHEN ZERO.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WO-NOTE           PIC X(17).

       01  WS-DEPT-TOTAL-LINE.
           02  FILLER            PIC X(20) VALUE 'DEPARTMENT HEADCOUNT'.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WT-DEPT-HEADS     PIC ZZZZ9.
           02  FILLER            PIC X(54) VALUE SPACES.

       01  WS-LOOP-LINE.
           02  WL-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WL-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WL-DEPARTMENT     PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(11) VALUE 'REPORTS TO '.
           02  WL-MGR-LAST-NAME  PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WL-MGR-FIRST-NAME PIC X(10).
           02  FILLER            PIC X(21) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(24).
           02  WS-SUM-COUNT      PIC ZZZZZZ9.
           02  FILLER            PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'PHBKORG ' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'PHBKORG ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           PERFORM 9940-LOAD-DEPT-TABLE
           PERFORM 1000-LOAD-PHONEBOOK
           IF NOT STAFF-LOADED
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           PERFORM 1100-RESOLVE-MANAGERS
           PERFORM 1200-COUNT-HEADS
           OPEN OUTPUT ORGCHART-RPT
           MOVE WS-RC-TODAY-DATE TO WH-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE DT-CODE(WS-DEPT-IDX) TO WS-ORG-DEPT-CODE
               MOVE DT-NAME(WS-DEPT-IDX) TO WH-DEPT-NAME
               PERFORM 3000-PRINT-ONE-DEPARTMENT
           END-PERFORM
           PERFORM 2000-PRINT-UNKNOWN-DEPTS
           PERFORM 4000-PRINT-LOOPS
           PERFORM 5000-PRINT-SUMMARY
           CLOSE ORGCHART-RPT
           MOVE WS-LOOP-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

      *    The GN also returns PHBKLOC children; only roots are
      *    people, so anything else is read past.
       1000-LOAD-PHONEBOOK.
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
                       DISPLAY 'PHBKORG STAFF TABLE FULL AT '
                               WS-STAFF-MAX ', RUN STOPPED'
                       MOVE 'N' TO WS-STAFF-SWITCH
                       SET END-OF-DATABASE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-STAFF-COUNT
                       ADD 1 TO WS-RC-READ-COUNT
                       MOVE PHBK-KEY TO OG-KEY(WS-STAFF-COUNT)
                       MOVE PHBK-MANAGER-KEY
                           TO OG-MANAGER-KEY(WS-STAFF-COUNT)
                       MOVE PHBK-DEPARTMENT
                           TO OG-DEPARTMENT(WS-STAFF-COUNT)
                       MOVE PHBK-EXTENSION
                           TO OG-EXTENSION(WS-STAFF-COUNT)
                       MOVE 0   TO OG-MANAGER-IDX(WS-STAFF-COUNT)
                       MOVE 0   TO OG-DIRECT(WS-STAFF-COUNT)
                       MOVE 0   TO OG-TOTAL(WS-STAFF-COUNT)
                       MOVE 'N' TO OG-LOOP(WS-STAFF-COUNT)
                       MOVE 'N' TO OG-PRINTED(WS-STAFF-COUNT)
               END-EVALUATE
           END-PERFORM.

      *    Turns each manager name key into the manager's slot in
      *    the table once, so the walks below follow subscripts
      *    rather than searching by name at every step.
       1100-RESOLVE-MANAGERS.
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
               UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
               IF OG-MANAGER-KEY(WS-STAFF-IDX) NOT = SPACES
                   MOVE 'N' TO WS-FOUND-SWITCH
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-STAFF-COUNT
                           OR ENTRY-FOUND
                       IF OG-KEY(WS-SCAN-IDX)
                           = OG-MANAGER-KEY(WS-STAFF-IDX)
                           SET ENTRY-FOUND TO TRUE
                           MOVE WS-SCAN-IDX
                               TO OG-MANAGER-IDX(WS-STAFF-IDX)
                           ADD 1 TO OG-DIRECT(WS-SCAN-IDX)
                       END-IF
                   END-PERFORM
                   IF NOT ENTRY-FOUND
                       ADD 1 TO WS-ORPHAN-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-TOP-COUNT
               END-IF
           END-PERFORM.

      *    Walks up from each person: coming back to them, or going
      *    past the depth limit, marks them as in (or under) a loop.
      *    Anyone else is added to the total of every manager above.
       1200-COUNT-HEADS.
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
               UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
               PERFORM 1210-CHECK-FOR-LOOP
               IF OG-LOOP(WS-STAFF-IDX) = 'N'
                   MOVE OG-MANAGER-IDX(WS-STAFF-IDX) TO WS-WALK-IDX
                   PERFORM UNTIL WS-WALK-IDX = 0
                       ADD 1 TO OG-TOTAL(WS-WALK-IDX)
                       MOVE OG-MANAGER-IDX(WS-WALK-IDX) TO WS-WALK-IDX
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-LOOP-COUNT
               END-IF
           END-PERFORM.

       1210-CHECK-FOR-LOOP.
           MOVE OG-MANAGER-IDX(WS-STAFF-IDX) TO WS-WALK-IDX
           MOVE 0 TO WS-WALK-DEPTH
           MOVE 'N' TO WS-WALK-SWITCH
           PERFORM UNTIL WALK-DONE
               EVALUATE TRUE
                   WHEN WS-WALK-IDX = 0
                       SET WALK-DONE TO TRUE
                   WHEN WS-WALK-IDX = WS-STAFF-IDX
                       OR WS-WALK-DEPTH >= WS-MGR-MAX-DEPTH
                       MOVE 'Y' TO OG-LOOP(WS-STAFF-IDX)
                       SET WALK-DONE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-WALK-DEPTH
                       MOVE OG-MANAGER-IDX(WS-WALK-IDX) TO WS-WALK-IDX
               END-EVALUATE
           END-PERFORM.

      *    Anyone still unprinted and not in a loop after the
      *    master's departments carries a code the master does not
      *    know; the first such person met brings out that whole
      *    department's tree.
       2000-PRINT-UNKNOWN-DEPTS.
           PERFORM VARYING WS-UNKNOWN-IDX FROM 1 BY 1
               UNTIL WS-UNKNOWN-IDX > WS-STAFF-COUNT
               IF OG-PRINTED(WS-UNKNOWN-IDX) = 'N'
                   AND OG-LOOP(WS-UNKNOWN-IDX) = 'N'
                   MOVE OG-DEPARTMENT(WS-UNKNOWN-IDX)
                       TO WS-ORG-DEPT-CODE
                   MOVE 'NOT ON DEPARTMENT MASTER' TO WH-DEPT-NAME
                   PERFORM 3000-PRINT-ONE-DEPARTMENT
               END-IF
           END-PERFORM.

       3000-PRINT-ONE-DEPARTMENT.
           MOVE 0 TO WS-ORG-DEPT-HEADS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-STAFF-COUNT
               IF OG-DEPARTMENT(WS-SCAN-IDX) = WS-ORG-DEPT-CODE
                   AND OG-LOOP(WS-SCAN-IDX) = 'N'
                   ADD 1 TO WS-ORG-DEPT-HEADS
               END-IF
           END-PERFORM
           IF WS-ORG-DEPT-HEADS > 0
               ADD 1 TO WS-DEPT-PRINTED-COUNT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-ORG-DEPT-CODE TO WH-DEPT-CODE
               WRITE RPT-LINE FROM WS-DEPT-HEADING
               WRITE RPT-LINE FROM WS-COLUMN-HEADING
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STAFF-COUNT
                   PERFORM 3050-CHECK-DEPT-TOP
               END-PERFORM
               MOVE WS-ORG-DEPT-HEADS TO WT-DEPT-HEADS
               WRITE RPT-LINE FROM WS-DEPT-TOTAL-LINE
           END-IF.

      *    Top of this department's tree: no manager, a manager not
      *    found on PHONEBOOK, or a manager in another department.
       3050-CHECK-DEPT-TOP.
           IF OG-DEPARTMENT(WS-SCAN-IDX) = WS-ORG-DEPT-CODE
               AND OG-LOOP(WS-SCAN-IDX) = 'N'
               AND OG-PRINTED(WS-SCAN-IDX) = 'N'
               MOVE OG-MANAGER-IDX(WS-SCAN-IDX) TO WS-WALK-IDX
               IF WS-WALK-IDX = 0
                   PERFORM 3100-PRINT-TREE
               ELSE
                   IF OG-DEPARTMENT(WS-WALK-IDX) NOT = WS-ORG-DEPT-CODE
                       PERFORM 3100-PRINT-TREE
                   END-IF
               END-IF
           END-IF.

      *    Depth-first from the top person in WS-SCAN-IDX. Each
      *    stack entry holds a person and how far through the table
      *    the search for their next report has got, so reports
      *    print in name order under their manager.
       3100-PRINT-TREE.
           MOVE WS-SCAN-IDX TO WS-ORG-PRINT-IDX
           MOVE 0 TO WS-ORG-LEVEL
           PERFORM 3300-PRINT-ENTRY
           MOVE 1 TO WS-STACK-PTR
           MOVE WS-SCAN-IDX TO SK-IDX(1)
           MOVE 0 TO SK-SCAN(1)
           PERFORM UNTIL WS-STACK-PTR = 0
               PERFORM 3200-NEXT-REPORT
           END-PERFORM.

       3200-NEXT-REPORT.
           MOVE 'N' TO WS-FOUND-SWITCH
           COMPUTE WS-STAFF-IDX = SK-SCAN(WS-STACK-PTR) + 1
           PERFORM UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
               OR ENTRY-FOUND
               IF OG-MANAGER-IDX(WS-STAFF-IDX) = SK-IDX(WS-STACK-PTR)
                   AND OG-DEPARTMENT(WS-STAFF-IDX) = WS-ORG-DEPT-CODE
                   AND OG-PRINTED(WS-STAFF-IDX) = 'N'
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STAFF-IDX
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               SUBTRACT 1 FROM WS-STACK-PTR
           ELSE
               MOVE WS-STAFF-IDX TO SK-SCAN(WS-STACK-PTR)
               MOVE WS-STAFF-IDX TO WS-ORG-PRINT-IDX
               MOVE WS-STACK-PTR TO WS-ORG-LEVEL
               PERFORM 3300-PRINT-ENTRY
               ADD 1 TO WS-STACK-PTR
               MOVE WS-STAFF-IDX TO SK-IDX(WS-STACK-PTR)
               MOVE 0 TO SK-SCAN(WS-STACK-PTR)
           END-IF.

      *    Two columns of indent per level, held at nine levels so
      *    the name still fits the tree column on a deep chain.
       3300-PRINT-ENTRY.
           MOVE 'Y' TO OG-PRINTED(WS-ORG-PRINT-IDX)
           MOVE SPACES TO WS-ORG-LINE
           IF WS-ORG-LEVEL > 9
               COMPUTE WS-ORG-INDENT = 9 * 2 + 1
           ELSE
               COMPUTE WS-ORG-INDENT = WS-ORG-LEVEL * 2 + 1
           END-IF
           MOVE OG-LAST-NAME(WS-ORG-PRINT-IDX)  TO WS-ORG-LAST-NAME
           MOVE OG-FIRST-NAME(WS-ORG-PRINT-IDX) TO WS-ORG-FIRST-NAME
           MOVE WS-ORG-NAME TO WO-TREE(WS-ORG-INDENT:21)
           MOVE OG-EXTENSION(WS-ORG-PRINT-IDX) TO WO-EXTENSION
           MOVE OG-DIRECT(WS-ORG-PRINT-IDX)    TO WO-DIRECT
           MOVE OG-TOTAL(WS-ORG-PRINT-IDX)     TO WO-TOTAL
           MOVE OG-MANAGER-IDX(WS-ORG-PRINT-IDX) TO WS-WALK-IDX
           EVALUATE TRUE
               WHEN WS-ORG-LEVEL > 0
                   CONTINUE
               WHEN OG-MANAGER-KEY(WS-ORG-PRINT-IDX) = SPACES
                   CONTINUE
               WHEN WS-WALK-IDX = 0
                   MOVE 'MGR NOT ON FILE' TO WO-NOTE
               WHEN OTHER
                   MOVE 'MGR IN DEPT' TO WO-NOTE
                   MOVE OG-DEPARTMENT(WS-WALK-IDX) TO WO-NOTE(13:4)
           END-EVALUATE
           WRITE RPT-LINE FROM WS-ORG-LINE
           ADD 1 TO WS-RC-WRITTEN-COUNT.

       4000-PRINT-LOOPS.
           IF WS-LOOP-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'REPORTING LOOPS - NOT PLACED IN ANY TREE'
                   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
                   IF OG-LOOP(WS-STAFF-IDX) = 'Y'
                       MOVE OG-LAST-NAME(WS-STAFF-IDX)
                           TO WL-LAST-NAME
                       MOVE OG-FIRST-NAME(WS-STAFF-IDX)
                           TO WL-FIRST-NAME
                       MOVE OG-DEPARTMENT(WS-STAFF-IDX)
                           TO WL-DEPARTMENT
                       MOVE OG-MANAGER-KEY(WS-STAFF-IDX)(1:10)
                           TO WL-MGR-LAST-NAME
                       MOVE OG-MANAGER-KEY(WS-STAFF-IDX)(11:10)
                           TO WL-MGR-FIRST-NAME
                       WRITE RPT-LINE FROM WS-LOOP-LINE
                   END-IF
               END-PERFORM
           END-IF.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES ON PHONEBOOK' TO WS-SUM-LABEL
           MOVE WS-STAFF-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DEPARTMENTS PRINTED' TO WS-SUM-LABEL
           MOVE WS-DEPT-PRINTED-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NO MANAGER ON FILE' TO WS-SUM-LABEL
           MOVE WS-TOP-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MANAGER NOT ON PHONEBOOK' TO WS-SUM-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'IN A REPORTING LOOP' TO WS-SUM-LABEL
           MOVE WS-LOOP-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       COPY "DeptMasterValidate.cpy".
       COPY "RunControlLog.cpy".
