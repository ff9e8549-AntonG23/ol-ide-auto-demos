      *
      *    Reporting-Line Check Fields
      *
      *    Paired with ManagerChainCheck.cpy. The host program has
      *    PHBK-PCB, PHBK-SSA and WS-GU-FUNCTION in WORKING-STORAGE,
      *    sets WS-MGR-SUBJECT-KEY to the name key being added or
      *    changed and WS-MGR-PROPOSED-KEY to the manager name key
      *    asked for, and performs 9900-CHECK-MANAGER-CHAIN. The check
      *    reads into its own WS-MGR-IO-AREA, so PHBK-SEGMENT is
      *    left as the host had it, but it does reposition PHBK-PCB
      *    and overwrite SSA-KEY-VALUE - perform it before the GU
      *    the change itself relies on, not after.
      *
       01  WS-MGR-SUBJECT-KEY    PIC X(20).
       01  WS-MGR-PROPOSED-KEY   PIC X(20).
       01  WS-MGR-CURRENT-KEY    PIC X(20).
       01  WS-MGR-MAX-DEPTH      PIC 9(2) VALUE 50.
       01  WS-MGR-DEPTH          PIC 9(2).
       01  WS-MGR-IO-AREA.
           02  MC-KEY            PIC X(20).
           02  FILLER            PIC X(55).
           02  MC-MANAGER-KEY    PIC X(20).
       01  WS-MGR-WALK-SWITCH    PIC X VALUE 'N'.
           88  MGR-WALK-DONE     VALUE 'Y'.
       01  WS-MGR-CHAIN-SWITCH   PIC X VALUE 'Y'.
           88  MANAGER-CHAIN-VALID VALUE 'Y'.
           88  MANAGER-IS-SELF   VALUE 'S'.
           88  MANAGER-NOT-FOUND VALUE 'N'.
           88  MANAGER-CHAIN-LOOP VALUE 'L'.
