       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHBKPOOL.
      *
      *    Weekly Extension Pool Rebuild And Utilization Report
      *
      *    The extension range master says which blocks of numbers
      *    the switch team has given each building; the pool state
      *    file says which of those numbers are free, assigned or
      *    quarantined, and is what IVTNO, PHBKLOAD and PHBKPEND take
      *    the next free number from. This job rebuilds the pool
      *    from the range master - a new range shows up as free
      *    numbers, a withdrawn one drops out - and reconciles every
      *    number against PHONEBOOK with one keyed probe down the
      *    PHBKXTN index, so the pool cannot drift from what is
      *    really on file:
      *      - a number someone holds is assigned to them;
      *      - an assigned number nobody holds any more (restored
      *        over, changed by an UPD, an ADD that failed after
      *        the number was picked) is quarantined from today;
      *      - a quarantined number whose reuse date has come is
      *        freed.
      *    The report gives each range's total, assigned,
      *    quarantined and free counts with the percentage in use,
      *    flags a range whose free numbers are below the warning
      *    percentage, totals each building, and lists anyone
      *    holding a pool number that is no longer in any range.
      *
      *    LS-PARM is the JCL PARM: the warning threshold as three
      *    digits, percent of a range still free. Default 010.
      *
      *    The range master must be in building and low-number
      *    order, one building's ranges must not overlap, and two
      *    buildings must not be given the same extensions. Any
      *    record breaking those is listed and the job stops with
      *    RC 12 before a pool is written.
      *
      *    Last week's pool is read from XPOOLIN and the new pool
      *    written to XPOOLOT, the way PHBKPEND carries its queue;
      *    the following JCL step replaces XPOOL with XPOOLOT once
      *    this job ends clean. Run it while IVTNO is stopped and
      *    the batch loads are not running, or a number they pick
      *    meanwhile is lost when the pool is replaced.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE ASSIGN TO EXTRANGE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OLD-POOL-FILE ASSIGN TO XPOOLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-POOL-FILE ASSIGN TO XPOOLOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT POOL-RPT ASSIGN TO RPTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE.
       COPY "ExtensionRange.cpy".

       FD  OLD-POOL-FILE.
       01  OLD-POOL-REC          PIC X(70).

       FD  NEW-POOL-FILE.
       COPY "ExtensionPool.cpy".

       FD  POOL-RPT.
       01  RPT-LINE              PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "RunControl.cpy".
       COPY "PhoneBookPcb.cpy".
       COPY "PhoneBookSegment.cpy".
       COPY "PhoneBookXtnSsa.cpy".
       COPY "ExtensionPoolFields.cpy".

       01  WS-GU-FUNCTION        PIC X(4) VALUE 'GU  '.

       01  WS-RANGE-EOF-SWITCH   PIC X VALUE 'N'.
           88  RANGE-AT-END      VALUE 'Y'.
       01  WS-RANGE-ERROR-SWITCH PIC X VALUE 'N'.
           88  RANGE-MASTER-INVALID VALUE 'Y'.
       01  WS-OLD-EOF-SWITCH     PIC X VALUE 'N'.
           88  OLD-POOL-AT-END   VALUE 'Y'.

       01  WS-WARN-PCT           PIC 9(3) VALUE 10.
       01  WS-DIGIT-LIMIT        PIC 9(7).
       01  WS-RANGE-REASON       PIC X(30).

       01  WS-RANGE-MAX          PIC 9(3) VALUE 200.
       01  WS-RANGE-COUNT        PIC 9(3) VALUE 0.
       01  WS-RANGE-IDX          PIC 9(3).
       01  WS-OTHER-IDX          PIC 9(3).
       01  WS-RANGE-TABLE.
           02  WS-RANGE-ENTRY OCCURS 200 TIMES.
               03  RG-BUILDING   PIC X(8).
               03  RG-LOW        PIC 9(6).
               03  RG-HIGH       PIC 9(6).
               03  RG-DIGITS     PIC 9(1).

      *    Last week's record being merged, in the same layout
      *    XPOOLOT is written with.
       01  WS-OLD-POOL-RECORD.
           02  WO-KEY.
               03  WO-BUILDING   PIC X(8).
               03  WO-NUMBER     PIC 9(6).
           02  WO-EXTENSION      PIC X(10).
           02  WO-STATUS         PIC X(1).
           02  WO-LAST-NAME      PIC X(10).
           02  WO-FIRST-NAME     PIC X(10).
           02  WO-STATUS-DATE    PIC 9(8).
           02  WO-REUSE-DATE     PIC 9(8).
           02  FILLER            PIC X(9).

      *    Pool key of the number being built, compared with WO-KEY.
       01  WS-GEN-NUMBER         PIC 9(7).
       01  WS-GEN-KEY.
           02  WG-BUILDING       PIC X(8).
           02  WG-NUMBER         PIC 9(6).
           02  WG-NUMBER-X REDEFINES WG-NUMBER PIC X(6).
       01  WS-DIGIT-START        PIC 9(1).
       01  WS-PREV-BUILDING      PIC X(8).

       01  WS-RNG-TOTAL          PIC 9(7).
       01  WS-RNG-ASSIGNED       PIC 9(7).
       01  WS-RNG-QUARANTINED    PIC 9(7).
       01  WS-RNG-FREE           PIC 9(7).
       01  WS-BLD-TOTAL          PIC 9(7).
       01  WS-BLD-ASSIGNED       PIC 9(7).
       01  WS-BLD-QUARANTINED    PIC 9(7).
       01  WS-BLD-FREE           PIC 9(7).
       01  WS-ALL-TOTAL          PIC 9(7) VALUE 0.
       01  WS-ALL-ASSIGNED       PIC 9(7) VALUE 0.
       01  WS-ALL-QUARANTINED    PIC 9(7) VALUE 0.
       01  WS-ALL-FREE           PIC 9(7) VALUE 0.
       01  WS-LINE-TOTAL         PIC 9(7).
       01  WS-LINE-FREE          PIC 9(7).
       01  WS-USED-PCT           PIC 9(3).

       01  WS-WARN-COUNT         PIC 9(5) VALUE 0.
       01  WS-DROPPED-COUNT      PIC 9(7) VALUE 0.

       01  WS-OUTSIDE-MAX        PIC 9(4) VALUE 500.
       01  WS-OUTSIDE-COUNT      PIC 9(4) VALUE 0.
       01  WS-OUTSIDE-IDX        PIC 9(4).
       01  WS-OUTSIDE-TABLE.
           02  WS-OUTSIDE-ENTRY OCCURS 500 TIMES.
               03  OT-BUILDING   PIC X(8).
               03  OT-EXTENSION  PIC X(10).
               03  OT-LAST-NAME  PIC X(10).
               03  OT-FIRST-NAME PIC X(10).

       01  WS-HEADING-LINE.
           02  FILLER            PIC X(33) VALUE
               'EXTENSION POOL UTILIZATION AS OF '.
           02  WH-RUN-DATE       PIC 9(8).
           02  FILLER            PIC X(14) VALUE '   WARN BELOW '.
           02  WH-WARN-PCT       PIC ZZ9.
           02  FILLER            PIC X(6)  VALUE '% FREE'.
           02  FILLER            PIC X(16) VALUE SPACES.

       01  WS-COLUMN-LINE.
           02  FILLER            PIC X(23) VALUE
               'BUILDING RANGE'.
           02  FILLER            PIC X(36) VALUE
               '   TOTAL ASSIGNED QUARANT.     FREE '.
           02  FILLER            PIC X(21) VALUE 'PCT'.

       01  WS-DETAIL-LINE.
           02  WD-BUILDING       PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-RANGE.
               03  WD-LOW        PIC 9(6).
               03  WD-DASH       PIC X(1).
               03  WD-HIGH       PIC 9(6).
           02  WD-RANGE-TEXT REDEFINES WD-RANGE PIC X(13).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-TOTAL          PIC ZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-ASSIGNED       PIC ZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-QUARANTINED    PIC ZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-FREE           PIC ZZZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-USED-PCT       PIC ZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WD-WARNING        PIC X(16).
           02  FILLER            PIC X(1) VALUE SPACE.

       01  WS-OUTSIDE-HEADING.
           02  FILLER            PIC X(33) VALUE
               'EXTENSIONS HELD OUTSIDE ANY RANGE'.
           02  FILLER            PIC X(47) VALUE SPACES.

       01  WS-OUTSIDE-LINE.
           02  WX-BUILDING       PIC X(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WX-EXTENSION      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WX-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WX-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(39) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  WS-SUM-LABEL      PIC X(24).
           02  WS-SUM-COUNT      PIC ZZZZZZ9.
           02  FILLER            PIC X(49) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM.
           02  LS-PARM-LEN       PIC S9(4) COMP.
           02  LS-WARN-PCT       PIC X(3).

       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           MOVE 'PHBKPOOL' TO WS-RC-JOB-NAME
           PERFORM 9720-CHECK-PRIOR-RUN
           IF ALREADY-RAN-TODAY
               DISPLAY 'PHBKPOOL ALREADY COMPLETED FOR '
                       WS-RC-TODAY-DATE ', RUN STOPPED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9700-WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-POOL-TIMESTAMP
           MOVE WS-POOL-TIMESTAMP(1:8) TO WS-POOL-TODAY-DATE
           IF LS-PARM-LEN >= 3
               AND LS-WARN-PCT IS NUMERIC
               MOVE LS-WARN-PCT TO WS-WARN-PCT
           END-IF
           PERFORM 1000-LOAD-RANGES
           IF NOT RANGE-MASTER-INVALID
               PERFORM 1200-CHECK-BUILDING-OVERLAPS
           END-IF
           IF RANGE-MASTER-INVALID
               DISPLAY 'PHBKPOOL RANGE MASTER REJECTED, '
                       'POOL NOT REBUILT'
               MOVE 12 TO RETURN-CODE
               PERFORM 9710-WRITE-RUN-END
               GOBACK
           END-IF
           OPEN INPUT OLD-POOL-FILE
           OPEN OUTPUT NEW-POOL-FILE
           OPEN OUTPUT POOL-RPT
           MOVE WS-POOL-TODAY-DATE TO WH-RUN-DATE
           MOVE WS-WARN-PCT TO WH-WARN-PCT
           WRITE RPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 2100-READ-OLD-POOL
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
               PERFORM 2000-BUILD-ONE-RANGE
           END-PERFORM
           IF WS-RANGE-COUNT > 0
               PERFORM 3100-PRINT-BUILDING-TOTAL
           END-IF
           PERFORM UNTIL OLD-POOL-AT-END
               PERFORM 2400-DROP-OLD-RECORD
               PERFORM 2100-READ-OLD-POOL
           END-PERFORM
           PERFORM 3200-PRINT-GRAND-TOTAL
           PERFORM 4000-PRINT-OUTSIDE-RANGE
           PERFORM 5000-PRINT-SUMMARY
           CLOSE OLD-POOL-FILE
           CLOSE NEW-POOL-FILE
           CLOSE POOL-RPT
           MOVE WS-ALL-TOTAL  TO WS-RC-WRITTEN-COUNT
           MOVE WS-WARN-COUNT TO WS-RC-REJECT-COUNT
           PERFORM 9710-WRITE-RUN-END
           GOBACK.

       1000-LOAD-RANGES.
           OPEN INPUT RANGE-FILE
           READ RANGE-FILE
               AT END SET RANGE-AT-END TO TRUE
           END-READ
           PERFORM UNTIL RANGE-AT-END
               IF WS-RANGE-COUNT >= WS-RANGE-MAX
                   DISPLAY 'PHBKPOOL RANGE TABLE FULL AT '
                           WS-RANGE-MAX ', RUN STOPPED'
                   SET RANGE-MASTER-INVALID TO TRUE
                   SET RANGE-AT-END TO TRUE
               ELSE
                   PERFORM 1100-CHECK-ONE-RANGE
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE XRG-BUILDING    TO RG-BUILDING(WS-RANGE-COUNT)
                   MOVE XRG-LOW-NUMBER  TO RG-LOW(WS-RANGE-COUNT)
                   MOVE XRG-HIGH-NUMBER TO RG-HIGH(WS-RANGE-COUNT)
                   MOVE XRG-DIGITS      TO RG-DIGITS(WS-RANGE-COUNT)
                   READ RANGE-FILE
                       AT END SET RANGE-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE RANGE-FILE.

      *    Checked against the range loaded just before it, which is
      *    all the ordering the merge with last week's pool needs.
       1100-CHECK-ONE-RANGE.
           MOVE SPACES TO WS-RANGE-REASON
           EVALUATE TRUE
               WHEN XRG-BUILDING = SPACES
                   MOVE 'NO BUILDING' TO WS-RANGE-REASON
               WHEN XRG-LOW-NUMBER IS NOT NUMERIC
                   OR XRG-HIGH-NUMBER IS NOT NUMERIC
                   OR XRG-DIGITS IS NOT NUMERIC
                   MOVE 'RANGE NOT NUMERIC' TO WS-RANGE-REASON
               WHEN XRG-DIGITS < 1 OR XRG-DIGITS > 6
                   MOVE 'DIGITS NOT 1 TO 6' TO WS-RANGE-REASON
               WHEN XRG-LOW-NUMBER > XRG-HIGH-NUMBER
                   MOVE 'LOW ABOVE HIGH' TO WS-RANGE-REASON
               WHEN OTHER
                   COMPUTE WS-DIGIT-LIMIT = 10 ** XRG-DIGITS
                   IF XRG-HIGH-NUMBER >= WS-DIGIT-LIMIT
                       MOVE 'HIGH LONGER THAN DIGITS'
                           TO WS-RANGE-REASON
                   END-IF
           END-EVALUATE
           IF WS-RANGE-REASON = SPACES
               AND WS-RANGE-COUNT > 0
               IF XRG-BUILDING < RG-BUILDING(WS-RANGE-COUNT)
                   OR (XRG-BUILDING = RG-BUILDING(WS-RANGE-COUNT)
                   AND XRG-LOW-NUMBER <= RG-HIGH(WS-RANGE-COUNT))
                   MOVE 'OUT OF ORDER OR OVERLAPS'
                       TO WS-RANGE-REASON
               END-IF
           END-IF
           IF WS-RANGE-REASON NOT = SPACES
               DISPLAY 'PHBKPOOL RANGE ' XRG-BUILDING ' '
                       XRG-LOW-NUMBER '-' XRG-HIGH-NUMBER ' '
                       WS-RANGE-REASON
               SET RANGE-MASTER-INVALID TO TRUE
           END-IF.

      *    Two buildings dialling the same digits cannot share
      *    numbers - an extension is one person's company-wide.
       1200-CHECK-BUILDING-OVERLAPS.
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
               PERFORM VARYING WS-OTHER-IDX FROM WS-RANGE-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-RANGE-COUNT
                   IF RG-BUILDING(WS-OTHER-IDX)
                           NOT = RG-BUILDING(WS-RANGE-IDX)
                       AND RG-DIGITS(WS-OTHER-IDX)
                           = RG-DIGITS(WS-RANGE-IDX)
                       AND RG-LOW(WS-OTHER-IDX)
                           <= RG-HIGH(WS-RANGE-IDX)
                       AND RG-HIGH(WS-OTHER-IDX)
                           >= RG-LOW(WS-RANGE-IDX)
                       DISPLAY 'PHBKPOOL RANGE '
                               RG-BUILDING(WS-OTHER-IDX) ' '
                               RG-LOW(WS-OTHER-IDX) '-'
                               RG-HIGH(WS-OTHER-IDX)
                               ' OVERLAPS BUILDING '
                               RG-BUILDING(WS-RANGE-IDX)
                       SET RANGE-MASTER-INVALID TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-BUILD-ONE-RANGE.
           IF WS-RANGE-IDX = 1
               MOVE RG-BUILDING(WS-RANGE-IDX) TO WS-PREV-BUILDING
               PERFORM 3300-RESET-BUILDING-COUNTS
           END-IF
           IF RG-BUILDING(WS-RANGE-IDX) NOT = WS-PREV-BUILDING
               PERFORM 3100-PRINT-BUILDING-TOTAL
               MOVE RG-BUILDING(WS-RANGE-IDX) TO WS-PREV-BUILDING
               PERFORM 3300-RESET-BUILDING-COUNTS
           END-IF
           MOVE 0 TO WS-RNG-TOTAL
           MOVE 0 TO WS-RNG-ASSIGNED
           MOVE 0 TO WS-RNG-QUARANTINED
           MOVE 0 TO WS-RNG-FREE
           MOVE RG-BUILDING(WS-RANGE-IDX) TO WG-BUILDING
           COMPUTE WS-DIGIT-START = 7 - RG-DIGITS(WS-RANGE-IDX)
           PERFORM VARYING WS-GEN-NUMBER FROM RG-LOW(WS-RANGE-IDX)
               BY 1 UNTIL WS-GEN-NUMBER > RG-HIGH(WS-RANGE-IDX)
               MOVE WS-GEN-NUMBER TO WG-NUMBER
               PERFORM 2200-BUILD-ONE-NUMBER
           END-PERFORM
           PERFORM 3000-PRINT-RANGE-LINE.

       2100-READ-OLD-POOL.
           READ OLD-POOL-FILE INTO WS-OLD-POOL-RECORD
               AT END
                   SET OLD-POOL-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WO-KEY
               NOT AT END
                   ADD 1 TO WS-RC-READ-COUNT
           END-READ.

      *    Last week's records ahead of this number belong to no
      *    range now; a record for this number carries its state
      *    forward, and a number with none is new and starts free.
       2200-BUILD-ONE-NUMBER.
           PERFORM UNTIL WO-KEY NOT < WS-GEN-KEY
               PERFORM 2400-DROP-OLD-RECORD
               PERFORM 2100-READ-OLD-POOL
           END-PERFORM
           IF WO-KEY = WS-GEN-KEY
               MOVE WS-OLD-POOL-RECORD TO XPL-RECORD
               PERFORM 2100-READ-OLD-POOL
           ELSE
               MOVE SPACES TO XPL-RECORD
               MOVE WG-BUILDING TO XPL-BUILDING
               MOVE WG-NUMBER   TO XPL-NUMBER
               SET XPL-FREE TO TRUE
               MOVE WS-POOL-TODAY-DATE TO XPL-STATUS-DATE
               MOVE 0 TO XPL-REUSE-DATE
           END-IF
           MOVE SPACES TO XPL-EXTENSION
           MOVE WG-NUMBER-X(WS-DIGIT-START:RG-DIGITS(WS-RANGE-IDX))
               TO XPL-EXTENSION
           PERFORM 2300-RECONCILE-NUMBER
           WRITE XPL-RECORD
           ADD 1 TO WS-RNG-TOTAL
           EVALUATE TRUE
               WHEN XPL-ASSIGNED
                   ADD 1 TO WS-RNG-ASSIGNED
               WHEN XPL-QUARANTINED
                   ADD 1 TO WS-RNG-QUARANTINED
               WHEN OTHER
                   ADD 1 TO WS-RNG-FREE
           END-EVALUATE.

      *    Same quarantine period IVTNO, PHBKDEL and PHBKPEND apply
      *    when they release a number.
       2300-RECONCILE-NUMBER.
           MOVE XPL-EXTENSION TO XSSA-KEY-VALUE
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
                                 PHBK-XTN-SSA
           EVALUATE TRUE
               WHEN PHBK-PCB-STATUS-CODE = SPACES
                   IF NOT XPL-ASSIGNED
                       OR XPL-LAST-NAME NOT = PHBK-LAST-NAME
                       OR XPL-FIRST-NAME NOT = PHBK-FIRST-NAME
                       MOVE WS-POOL-TODAY-DATE TO XPL-STATUS-DATE
                   END-IF
                   SET XPL-ASSIGNED TO TRUE
                   MOVE PHBK-LAST-NAME  TO XPL-LAST-NAME
                   MOVE PHBK-FIRST-NAME TO XPL-FIRST-NAME
                   MOVE 0 TO XPL-REUSE-DATE
               WHEN XPL-ASSIGNED
                   SET XPL-QUARANTINED TO TRUE
                   MOVE WS-POOL-TODAY-DATE TO XPL-STATUS-DATE
                   COMPUTE XPL-REUSE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-POOL-TODAY-DATE)
                        + WS-POOL-QUARANTINE-DAYS)
               WHEN XPL-QUARANTINED
                   AND XPL-REUSE-DATE <= WS-POOL-TODAY-DATE
                   SET XPL-FREE TO TRUE
                   MOVE SPACES TO XPL-LAST-NAME
                   MOVE SPACES TO XPL-FIRST-NAME
                   MOVE WS-POOL-TODAY-DATE TO XPL-STATUS-DATE
                   MOVE 0 TO XPL-REUSE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A number no longer in any range leaves the pool. If
      *    someone still holds it they keep it - only the switch
      *    team can take it back - but they are listed so the range
      *    master can be put right.
       2400-DROP-OLD-RECORD.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE WO-EXTENSION TO XSSA-KEY-VALUE
           CALL 'CBLTDLI' USING WS-GU-FUNCTION
                                 PHBK-PCB
                                 PHBK-SEGMENT
                                 PHBK-XTN-SSA
           IF PHBK-PCB-STATUS-CODE = SPACES
               IF WS-OUTSIDE-COUNT >= WS-OUTSIDE-MAX
                   DISPLAY 'PHBKPOOL OUTSIDE-RANGE TABLE FULL AT '
                           WS-OUTSIDE-MAX ', REMAINDER NOT LISTED'
               ELSE
                   ADD 1 TO WS-OUTSIDE-COUNT
                   MOVE WO-BUILDING     TO
                       OT-BUILDING(WS-OUTSIDE-COUNT)
                   MOVE WO-EXTENSION    TO
                       OT-EXTENSION(WS-OUTSIDE-COUNT)
                   MOVE PHBK-LAST-NAME  TO
                       OT-LAST-NAME(WS-OUTSIDE-COUNT)
                   MOVE PHBK-FIRST-NAME TO
                       OT-FIRST-NAME(WS-OUTSIDE-COUNT)
               END-IF
           END-IF.

      *    A range is flagged when its free numbers are below the
      *    warning percentage of the range - quarantined numbers do
      *    not count as free, since they cannot be handed out yet.
       3000-PRINT-RANGE-LINE.
           MOVE RG-BUILDING(WS-RANGE-IDX) TO WD-BUILDING
           MOVE RG-LOW(WS-RANGE-IDX)  TO WD-LOW
           MOVE '-'                   TO WD-DASH
           MOVE RG-HIGH(WS-RANGE-IDX) TO WD-HIGH
           MOVE WS-RNG-TOTAL       TO WD-TOTAL
           MOVE WS-RNG-ASSIGNED    TO WD-ASSIGNED
           MOVE WS-RNG-QUARANTINED TO WD-QUARANTINED
           MOVE WS-RNG-FREE        TO WD-FREE
           MOVE WS-RNG-TOTAL       TO WS-LINE-TOTAL
           MOVE WS-RNG-FREE        TO WS-LINE-FREE
           PERFORM 3500-SET-USED-PCT
           MOVE SPACES TO WD-WARNING
           IF WS-RNG-FREE * 100 < WS-RNG-TOTAL * WS-WARN-PCT
               ADD 1 TO WS-WARN-COUNT
               IF WS-RNG-FREE = 0
                   MOVE 'EXHAUSTED' TO WD-WARNING
               ELSE
                   MOVE 'NEARLY EXHAUSTED' TO WD-WARNING
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD WS-RNG-TOTAL       TO WS-BLD-TOTAL
           ADD WS-RNG-ASSIGNED    TO WS-BLD-ASSIGNED
           ADD WS-RNG-QUARANTINED TO WS-BLD-QUARANTINED
           ADD WS-RNG-FREE        TO WS-BLD-FREE.

       3100-PRINT-BUILDING-TOTAL.
           MOVE WS-PREV-BUILDING   TO WD-BUILDING
           MOVE 'ALL RANGES'       TO WD-RANGE-TEXT
           MOVE WS-BLD-TOTAL       TO WD-TOTAL
           MOVE WS-BLD-ASSIGNED    TO WD-ASSIGNED
           MOVE WS-BLD-QUARANTINED TO WD-QUARANTINED
           MOVE WS-BLD-FREE        TO WD-FREE
           MOVE WS-BLD-TOTAL       TO WS-LINE-TOTAL
           MOVE WS-BLD-FREE        TO WS-LINE-FREE
           PERFORM 3500-SET-USED-PCT
           MOVE SPACES TO WD-WARNING
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-BLD-TOTAL       TO WS-ALL-TOTAL
           ADD WS-BLD-ASSIGNED    TO WS-ALL-ASSIGNED
           ADD WS-BLD-QUARANTINED TO WS-ALL-QUARANTINED
           ADD WS-BLD-FREE        TO WS-ALL-FREE.

       3200-PRINT-GRAND-TOTAL.
           MOVE 'ALL'              TO WD-BUILDING
           MOVE 'ALL RANGES'       TO WD-RANGE-TEXT
           MOVE WS-ALL-TOTAL       TO WD-TOTAL
           MOVE WS-ALL-ASSIGNED    TO WD-ASSIGNED
           MOVE WS-ALL-QUARANTINED TO WD-QUARANTINED
           MOVE WS-ALL-FREE        TO WD-FREE
           MOVE WS-ALL-TOTAL       TO WS-LINE-TOTAL
           MOVE WS-ALL-FREE        TO WS-LINE-FREE
           PERFORM 3500-SET-USED-PCT
           MOVE SPACES TO WD-WARNING
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       3300-RESET-BUILDING-COUNTS.
           MOVE 0 TO WS-BLD-TOTAL
           MOVE 0 TO WS-BLD-ASSIGNED
           MOVE 0 TO WS-BLD-QUARANTINED
           MOVE 0 TO WS-BLD-FREE.

      *    In use is everything not free - assigned or quarantined.
       3500-SET-USED-PCT.
           IF WS-LINE-TOTAL = 0
               MOVE 0 TO WS-USED-PCT
           ELSE
               COMPUTE WS-USED-PCT =
                   (WS-LINE-TOTAL - WS-LINE-FREE) * 100
                   / WS-LINE-TOTAL
           END-IF
           MOVE WS-USED-PCT TO WD-USED-PCT.

       4000-PRINT-OUTSIDE-RANGE.
           IF WS-OUTSIDE-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-OUTSIDE-HEADING
               PERFORM VARYING WS-OUTSIDE-IDX FROM 1 BY 1
                   UNTIL WS-OUTSIDE-IDX > WS-OUTSIDE-COUNT
                   MOVE OT-BUILDING(WS-OUTSIDE-IDX)   TO WX-BUILDING
                   MOVE OT-EXTENSION(WS-OUTSIDE-IDX)  TO WX-EXTENSION
                   MOVE OT-LAST-NAME(WS-OUTSIDE-IDX)  TO WX-LAST-NAME
                   MOVE OT-FIRST-NAME(WS-OUTSIDE-IDX) TO WX-FIRST-NAME
                   WRITE RPT-LINE FROM WS-OUTSIDE-LINE
               END-PERFORM
           END-IF.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RANGES ON MASTER' TO WS-SUM-LABEL
           MOVE WS-RANGE-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RANGES NEARLY EXHAUSTED' TO WS-SUM-LABEL
           MOVE WS-WARN-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NUMBERS IN POOL' TO WS-SUM-LABEL
           MOVE WS-ALL-TOTAL TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DROPPED FROM POOL' TO WS-SUM-LABEL
           MOVE WS-DROPPED-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HELD OUTSIDE ANY RANGE' TO WS-SUM-LABEL
           MOVE WS-OUTSIDE-COUNT TO WS-SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       COPY "RunControlLog.cpy".
