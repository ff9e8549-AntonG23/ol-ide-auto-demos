      *
      *    Extension Pool Work Fields
      *
      *    Paired with ExtensionPoolUpdate.cpy, for the programs that
      *    add people to or remove them from PHONEBOOK. The host
      *    declares XPOOL-FILE (SELECT OPTIONAL ... ASSIGN TO XPOOL,
      *    ORGANIZATION SEQUENTIAL, FD from ExtensionPool.cpy) and
      *    has PHBK-PCB, PHBK-XTN-SSA and WS-GU-FUNCTION in
      *    WORKING-STORAGE. It sets WS-POOL-LAST-NAME and
      *    WS-POOL-FIRST-NAME, then:
      *      - WS-POOL-BUILDING and performs 9800-ASSIGN-NEXT-
      *        EXTENSION for a blank extension; POOL-EXTENSION-FOUND
      *        and WS-POOL-EXTENSION come back;
      *      - WS-POOL-EXTENSION and performs 9810-CLAIM-EXTENSION
      *        once a keyed-in extension has been added;
      *      - WS-POOL-EXTENSION and performs 9820-RELEASE-EXTENSION
      *        once an entry has been deleted.
      *    The probe down PHBKXTN reads into WS-POOL-IO-AREA, so
      *    PHBK-SEGMENT is left as the host had it, but XSSA-KEY-VALUE
      *    is overwritten.
      *
       01  WS-POOL-EOF-SWITCH    PIC X VALUE 'N'.
           88  POOL-AT-END       VALUE 'Y'.
       01  WS-POOL-FOUND-SWITCH  PIC X VALUE 'N'.
           88  POOL-EXTENSION-FOUND VALUE 'Y'.
       01  WS-POOL-QUARANTINE-DAYS PIC 9(3) VALUE 90.
       01  WS-POOL-TIMESTAMP     PIC X(21).
       01  WS-POOL-TODAY-DATE    PIC 9(8).
       01  WS-POOL-BUILDING      PIC X(8).
       01  WS-POOL-EXTENSION     PIC X(10).
       01  WS-POOL-LAST-NAME     PIC X(10).
       01  WS-POOL-FIRST-NAME    PIC X(10).
       01  WS-POOL-IO-AREA.
           02  PI-LAST-NAME      PIC X(10).
           02  PI-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(75).
