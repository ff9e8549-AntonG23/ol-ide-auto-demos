       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDCHGBK.
      *
      *    Monthly Corporate Card Chargeback Report
      *
      *    Company cards are ordinary CARDS accounts, so their spend
      *    was never charged back to the departments whose people
      *    ran it up. This month-end job reads the card transaction
      *    history for one posting month and, for every account on
      *    the corporate card link file PHBKCARD maintains, totals
      *    the month's usage under the holder's department and that
      *    department's cost center: settlement debits are the
      *    spend; a provisional dispute credit (DC) takes its amount
      *    back off and a dispute reversal (DR) puts it back on.
      *    Settlement credits are the holder's payments, and NSF
      *    reversals, charge-offs and recoveries are collection
      *    events, so none of those is charged to anyone. Spend on
      *    accounts that are not linked is totalled on its own line
      *    so the report still proves to the month's CARDTRAN
      *    debits.
      *
      *    Lines are printed in department and cost center order,
      *    with the department name from the department master and
      *    a grand total.
      *
      *    LS-PARM is the JCL PARM: the posting month to charge,
      *    CCYYMM. Blank defaults to the month before the run date.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARDLINK-FILE ASSIGN TO CARDLINK
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANHIST-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPTMST-FILE ASSIGN TO DEPTMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEBACK-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDLINK-FILE.
       COPY "CorpCardLink.cpy".

       FD  TRANHIST-FILE.
       COPY "CardTranHistory.cpy".

       FD  DEPTMST-FILE.
       COPY "DeptMaster.cpy".

       FD  CHARGEBACK-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "DeptMasterTable.cpy".

       01  WS-TRAN-EOF-SWITCH    PIC X VALUE 'N'.
           88  TRANHIST-AT-END   VALUE 'Y'.
       01  WS-LINK-EOF-SWITCH    PIC X VALUE 'N'.
           88  CARDLINK-AT-END   VALUE 'Y'.
       01  WS-FOUND-SWITCH       PIC X VALUE 'N'.
           88  ENTRY-FOUND       VALUE 'Y'.
       01  WS-STOP-SWITCH        PIC X VALUE 'N'.
           88  RUN-STOPPED       VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           02  WS-TODAY-YEAR     PIC 9(4).
           02  WS-TODAY-MONTH    PIC 9(2).
           02  WS-TODAY-DAY      PIC 9(2).
       01  WS-CHARGE-MONTH       PIC 9(6).
       01  WS-CHARGE-PARTS REDEFINES WS-CHARGE-MONTH.
           02  WS-CHARGE-YEAR    PIC 9(4).
           02  WS-CHARGE-MM      PIC 9(2).

      *    Corporate card links, in account order as PHBKCARD
      *    writes them.
       01  WS-LINK-MAX           PIC 9(4) VALUE 2000.
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LINK-IDX           PIC 9(4).
       01  WS-LINK-TABLE.
           02  WS-LINK-ENTRY OCCURS 2000 TIMES.
               03  LK-ACCOUNT-ID PIC X(10).
               03  LK-DEPARTMENT PIC X(4).
               03  LK-COST-CENTER PIC X(6).

      *    One row per department and cost center charged, kept in
      *    that order as rows are added.
       01  WS-CHARGE-MAX         PIC 9(3) VALUE 300.
       01  WS-CHARGE-COUNT       PIC 9(3) VALUE 0.
       01  WS-CHARGE-IDX         PIC 9(3).
       01  WS-CHARGE-SLOT        PIC 9(3).
       01  WS-CHARGE-TABLE.
           02  WS-CHARGE-ENTRY OCCURS 300 TIMES.
               03  CB-KEY.
                   04  CB-DEPARTMENT  PIC X(4).
                   04  CB-COST-CENTER PIC X(6).
               03  CB-TRAN-COUNT  PIC 9(7).
               03  CB-SPEND       PIC 9(11).
               03  CB-DISPUTED    PIC S9(11).
       01  WS-NEW-KEY.
           02  WS-NEW-DEPARTMENT PIC X(4).
           02  WS-NEW-COST-CENTER PIC X(6).

       01  WS-NET-AMOUNT         PIC S9(11).
       01  WS-TOTAL-TRAN-COUNT   PIC 9(7) VALUE 0.
       01  WS-TOTAL-SPEND        PIC 9(11) VALUE 0.
       01  WS-TOTAL-DISPUTED     PIC S9(11) VALUE 0.
       01  WS-TOTAL-NET          PIC S9(11) VALUE 0.
       01  WS-UNLINKED-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNLINKED-SPEND     PIC 9(11) VALUE 0.
       01  WS-MONTH-DEBIT-COUNT  PIC 9(7) VALUE 0.
       01  WS-MONTH-DEBITS       PIC 9(11) VALUE 0.

       01  WS-HEADING.
           02  FILLER            PIC X(30) VALUE
               'CORPORATE CARD CHARGEBACK FOR '.
           02  WH-CHARGE-MONTH   PIC 9(6).
           02  FILLER            PIC X(44) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(12) VALUE 'DEPT CENTER '.
           02  FILLER            PIC X(21) VALUE 'DEPARTMENT NAME'.
           02  FILLER            PIC X(6)  VALUE ' TRANS'.
           02  FILLER            PIC X(11) VALUE '      SPEND'.
           02  FILLER            PIC X(11) VALUE '   DISPUTED'.
           02  FILLER            PIC X(11) VALUE '        NET'.
           02  FILLER            PIC X(8)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           02  WD-DEPARTMENT     PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-COST-CENTER    PIC X(6).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-DEPT-NAME      PIC X(20).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-TRAN-COUNT     PIC ZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-SPEND          PIC ZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-DISPUTED       PIC Z,ZZZ,ZZ9-.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-NET            PIC ZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(7) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(24).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-COUNT      PIC ZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WS-SUM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(32) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-CHARGE-MONTH   PIC X(6).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'CRDCHGBK' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'CRDCHGBK ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 9700-WRITE-RUN-START
           PERFORM 1100-LOAD-LINKS
           IF NOT RUN-STOPPED
               OPEN INPUT TRANHIST-FILE
               READ TRANHIST-FILE
                   AT END SET TRANHIST-AT-END TO TRUE
               END-READ
               PERFORM UNTIL TRANHIST-AT-END OR RUN-STOPPED
                   ADD 1 TO WS-RC-READ-COUNT
                   IF TRN-POST-DATE(1:6) = WS-CHARGE-MONTH
                       PERFORM 2000-CHARGE-ONE-TRAN
                   END-IF
                   READ TRANHIST-FILE
                       AT END SET TRANHIST-AT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANHIST-FILE
           END-IF
           IF RUN-STOPPED
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 3000-PRINT-REPORT
           END-IF
           MOVE WS-CHARGE-COUNT TO WS-RC-WRITTEN-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           IF LS-PARM-LEN >= 6
               AND LS-CHARGE-MONTH IS NUMERIC
               MOVE LS-CHARGE-MONTH TO WS-CHARGE-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-CHARGE-YEAR
               IF WS-TODAY-MONTH = 1
                   SUBTRACT 1 FROM WS-CHARGE-YEAR
                   MOVE 12 TO WS-CHARGE-MM
               ELSE
                   COMPUTE WS-CHARGE-MM = WS-TODAY-MONTH - 1
               END-IF
           END-IF
           PERFORM 9940-LOAD-DEPT-TABLE.

      *    A link table that cannot hold the whole file would leave
      *    some corporate spend looking unlinked, so a full table
      *    stops the run rather than print a short chargeback.
       1100-LOAD-LINKS.
           OPEN INPUT CARDLINK-FILE
           READ CARDLINK-FILE
               AT END SET CARDLINK-AT-END TO TRUE
           END-READ
           PERFORM UNTIL CARDLINK-AT-END
               IF WS-LINK-COUNT >= WS-LINK-MAX
                   DISPLAY 'CRDCHGBK LINK TABLE FULL AT '
                           WS-LINK-MAX ', RUN STOPPED'
                   SET RUN-STOPPED TO TRUE
                   SET CARDLINK-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CCL-ACCOUNT-ID  TO LK-ACCOUNT-ID(WS-LINK-COUNT)
                   MOVE CCL-DEPARTMENT  TO LK-DEPARTMENT(WS-LINK-COUNT)
                   MOVE CCL-COST-CENTER
                       TO LK-COST-CENTER(WS-LINK-COUNT)
                   READ CARDLINK-FILE
                       AT END SET CARDLINK-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CARDLINK-FILE.

       2000-CHARGE-ONE-TRAN.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF TRN-SETTLEMENT AND TRN-DEBIT-CREDIT = 'D'
               ADD 1          TO WS-MONTH-DEBIT-COUNT
               ADD TRN-AMOUNT TO WS-MONTH-DEBITS
           END-IF
           IF (TRN-SETTLEMENT AND TRN-DEBIT-CREDIT = 'D')
               OR TRN-DISPUTE-CREDIT
               OR TRN-DISPUTE-REVERSAL
               PERFORM 2100-FIND-LINK
               EVALUATE TRUE
                   WHEN ENTRY-FOUND
                       PERFORM 2200-FIND-CHARGE-ROW
                   WHEN TRN-SETTLEMENT
                       ADD 1          TO WS-UNLINKED-COUNT
                       ADD TRN-AMOUNT TO WS-UNLINKED-SPEND
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF ENTRY-FOUND AND NOT RUN-STOPPED
               EVALUATE TRUE
                   WHEN TRN-SETTLEMENT
                       ADD 1 TO CB-TRAN-COUNT(WS-CHARGE-SLOT)
                       ADD TRN-AMOUNT TO CB-SPEND(WS-CHARGE-SLOT)
                   WHEN TRN-DISPUTE-CREDIT
                       SUBTRACT TRN-AMOUNT
                           FROM CB-DISPUTED(WS-CHARGE-SLOT)
                   WHEN TRN-DISPUTE-REVERSAL
                       ADD TRN-AMOUNT TO CB-DISPUTED(WS-CHARGE-SLOT)
               END-EVALUATE
           END-IF.

       2100-FIND-LINK.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   OR ENTRY-FOUND
               IF LK-ACCOUNT-ID(WS-LINK-IDX) = TRN-ACCOUNT-ID
                   SET ENTRY-FOUND TO TRUE
                   MOVE LK-DEPARTMENT(WS-LINK-IDX)
                       TO WS-NEW-DEPARTMENT
                   MOVE LK-COST-CENTER(WS-LINK-IDX)
                       TO WS-NEW-COST-CENTER
               END-IF
           END-PERFORM.

      *    Rows are kept in key order: the first row with a higher
      *    key is where a new one goes, and everything from there
      *    down moves one place along to make room.
       2200-FIND-CHARGE-ROW.
           MOVE 0 TO WS-CHARGE-SLOT
           PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
               UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
                   OR WS-CHARGE-SLOT > 0
               IF CB-KEY(WS-CHARGE-IDX) >= WS-NEW-KEY
                   MOVE WS-CHARGE-IDX TO WS-CHARGE-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CHARGE-SLOT = 0
                   COMPUTE WS-CHARGE-SLOT = WS-CHARGE-COUNT + 1
                   PERFORM 2300-INSERT-CHARGE-ROW
               WHEN CB-KEY(WS-CHARGE-SLOT) NOT = WS-NEW-KEY
                   PERFORM 2300-INSERT-CHARGE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-INSERT-CHARGE-ROW.
           IF WS-CHARGE-COUNT >= WS-CHARGE-MAX
               DISPLAY 'CRDCHGBK CHARGE TABLE FULL AT '
                       WS-CHARGE-MAX ', RUN STOPPED'
               SET RUN-STOPPED TO TRUE
           ELSE
               PERFORM VARYING WS-CHARGE-IDX FROM WS-CHARGE-COUNT
                   BY -1 UNTIL WS-CHARGE-IDX < WS-CHARGE-SLOT
                   MOVE WS-CHARGE-ENTRY(WS-CHARGE-IDX)
                       TO WS-CHARGE-ENTRY(WS-CHARGE-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CHARGE-COUNT
               MOVE WS-NEW-KEY TO CB-KEY(WS-CHARGE-SLOT)
               MOVE 0 TO CB-TRAN-COUNT(WS-CHARGE-SLOT)
               MOVE 0 TO CB-SPEND(WS-CHARGE-SLOT)
               MOVE 0 TO CB-DISPUTED(WS-CHARGE-SLOT)
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT CHARGEBACK-RPT
           MOVE WS-CHARGE-MONTH TO WH-CHARGE-MONTH
           WRITE RPT-LINE FROM WS-HEADING
           WRITE RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
               UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
               PERFORM 3100-PRINT-CHARGE-ROW
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CORPORATE CARD SPEND    ' TO WS-SUM-LABEL
           MOVE WS-TOTAL-TRAN-COUNT       TO WS-SUM-COUNT
           MOVE WS-TOTAL-SPEND            TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DISPUTE ADJUSTMENTS     ' TO WS-SUM-LABEL
           MOVE 0                         TO WS-SUM-COUNT
           MOVE WS-TOTAL-DISPUTED         TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CORPORATE CARD NET      ' TO WS-SUM-LABEL
           MOVE WS-CHARGE-COUNT           TO WS-SUM-COUNT
           MOVE WS-TOTAL-NET              TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NOT CORPORATE SPEND     ' TO WS-SUM-LABEL
           MOVE WS-UNLINKED-COUNT         TO WS-SUM-COUNT
           MOVE WS-UNLINKED-SPEND         TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MONTH SETTLEMENT DEBITS ' TO WS-SUM-LABEL
           MOVE WS-MONTH-DEBIT-COUNT      TO WS-SUM-COUNT
           MOVE WS-MONTH-DEBITS           TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CORPORATE CARD LINKS    ' TO WS-SUM-LABEL
           MOVE WS-LINK-COUNT             TO WS-SUM-COUNT
           MOVE 0                         TO WS-SUM-AMOUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE CHARGEBACK-RPT.

       3100-PRINT-CHARGE-ROW.
           COMPUTE WS-NET-AMOUNT = CB-SPEND(WS-CHARGE-IDX)
               + CB-DISPUTED(WS-CHARGE-IDX)
           MOVE CB-DEPARTMENT(WS-CHARGE-IDX) TO WD-DEPARTMENT
           MOVE CB-COST-CENTER(WS-CHARGE-IDX) TO WD-COST-CENTER
           MOVE CB-DEPARTMENT(WS-CHARGE-IDX) TO WS-DEPT-LOOKUP-CODE
           PERFORM 9950-VALIDATE-DEPARTMENT
           IF DEPT-CODE-VALID
               MOVE WS-DEPT-FOUND-NAME TO WD-DEPT-NAME
           ELSE
               MOVE '** NOT ON MASTER **' TO WD-DEPT-NAME
           END-IF
           MOVE CB-TRAN-COUNT(WS-CHARGE-IDX) TO WD-TRAN-COUNT
           MOVE CB-SPEND(WS-CHARGE-IDX)      TO WD-SPEND
           MOVE CB-DISPUTED(WS-CHARGE-IDX)   TO WD-DISPUTED
           MOVE WS-NET-AMOUNT                TO WD-NET
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD CB-TRAN-COUNT(WS-CHARGE-IDX) TO WS-TOTAL-TRAN-COUNT
           ADD CB-SPEND(WS-CHARGE-IDX)      TO WS-TOTAL-SPEND
           ADD CB-DISPUTED(WS-CHARGE-IDX)   TO WS-TOTAL-DISPUTED
           ADD WS-NET-AMOUNT                TO WS-TOTAL-NET.

       COPY "DeptMasterValidate.cpy".
       COPY "RunControlLog.cpy".
