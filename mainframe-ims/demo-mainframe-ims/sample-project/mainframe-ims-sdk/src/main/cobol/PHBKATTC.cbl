       01  AUDIT-FILE-REC        PIC X(69).

       FD  HISTORY-FILE.
       01  HISTORY-FILE-REC      PIC X(132).

       FD  CAMPAIGN-RPT.
       01  RPT-LINE              PIC X(80).
