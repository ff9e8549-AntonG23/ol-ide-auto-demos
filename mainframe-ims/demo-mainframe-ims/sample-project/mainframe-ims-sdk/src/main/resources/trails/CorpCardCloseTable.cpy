      *
      *    Corporate Card Link Table And Card Program Report Lines
      *
      *    Paired with CorpCardClose.cpy, for the jobs that process
      *    separations. The host program declares CARDLINK-FILE
      *    (SELECT OPTIONAL ... ASSIGN TO CARDLINK, FD from
      *    CorpCardLink.cpy), CLOSED-FILE (SELECT OPTIONAL ...
      *    ASSIGN TO CLOSEDCD, ORGANIZATION SEQUENTIAL, FD record
      *    CLOSED-REC with CLS-ACCOUNT-ID and CLS-CARD-SEQ-NO, the
      *    layout CRDPURGE reads) and CARD-ADMIN-RPT (ASSIGN TO
      *    CARDADMN, record CARD-ADMIN-LINE PIC X(80)). It performs
      *    9960-OPEN-CARD-LINKS once at start, before anything is
      *    applied, and tests CARD-LINKS-LOADED: a link file larger
      *    than the table leaves nothing open, and the host ends
      *    with return code 12 rather than let a leaver past the end
      *    of the table keep a live card. Otherwise it sets
      *    WS-LINK-LAST-NAME and WS-LINK-FIRST-NAME and performs
      *    9970-CLOSE-LINKED-CARDS for each leaver actually removed,
      *    and performs 9980-END-CARD-LINKS before it ends.
      *
       01  WS-LINK-EOF-SWITCH    PIC X VALUE 'N'.
           88  CARDLINK-AT-END   VALUE 'Y'.
       01  WS-LINK-SWITCH        PIC X VALUE 'Y'.
           88  CARD-LINKS-LOADED VALUE 'Y'.
       01  WS-LINK-MAX           PIC 9(4) VALUE 2000.
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LINK-IDX           PIC 9(4).
       01  WS-LINK-TABLE.
           02  WS-LINK-ENTRY OCCURS 2000 TIMES.
               03  LT-ACCOUNT-ID PIC X(10).
               03  LT-LAST-NAME  PIC X(10).
               03  LT-FIRST-NAME PIC X(10).
               03  LT-DEPARTMENT PIC X(4).
               03  LT-COST-CENTER PIC X(6).
       01  WS-LINK-LAST-NAME     PIC X(10).
       01  WS-LINK-FIRST-NAME    PIC X(10).
       01  WS-LINK-CLOSED-COUNT  PIC 9(5) VALUE 0.

       01  WS-CARD-ADMIN-HEADING.
           02  FILLER            PIC X(30) VALUE
               'CORPORATE CARDS CLOSED ON SEPA'.
           02  FILLER            PIC X(9) VALUE 'RATION - '.
           02  WA-JOB-NAME       PIC X(8).
           02  FILLER            PIC X(33) VALUE SPACES.

       01  WS-CARD-ADMIN-DETAIL.
           02  WA-ACCOUNT-ID     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-LAST-NAME      PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-FIRST-NAME     PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-DEPARTMENT     PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  WA-COST-CENTER    PIC X(6).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  FILLER            PIC X(30) VALUE
               'ALL CARDS SENT TO CLOSED LIST'.
           02  FILLER            PIC X(5) VALUE SPACES.

       01  WS-CARD-ADMIN-TOTAL.
           02  FILLER            PIC X(30) VALUE
               'LINKED ACCOUNTS CLOSED'.
           02  WA-CLOSED-COUNT   PIC ZZZZ9.
           02  FILLER            PIC X(45) VALUE SPACES.
