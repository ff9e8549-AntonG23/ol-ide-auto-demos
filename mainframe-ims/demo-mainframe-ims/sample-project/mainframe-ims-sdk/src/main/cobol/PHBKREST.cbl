       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-FILE-REC      PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC        PIC X(69).
           88  IMAGE-SELECTED    VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP  PIC X(21).
       01  WS-CHOSEN-IMAGE       PIC X(95).
       01  WS-EXT-SWITCH         PIC X VALUE 'N'.
           88  EXTENSION-CONFLICT VALUE 'Y'.

