                03  HST-DEPARTMENT   PIC X(4).
                03  HST-EMAIL-ADDR   PIC X(30).
                03  HST-SEGNO        PIC X(4).
                03  HST-MGR-LAST-NAME  PIC X(10).
                03  HST-MGR-FIRST-NAME PIC X(10).
