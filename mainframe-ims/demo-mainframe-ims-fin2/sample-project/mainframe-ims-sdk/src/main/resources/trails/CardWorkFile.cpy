               03  CWF-CARD-TYPE     PIC X(16).
               03  CWF-CARD-LIMIT    PIC S9(7) SIGN LEADING SEPARATE.
               03  CWF-CARD-USAGE    PIC S9(7) SIGN LEADING SEPARATE.
               03  CWF-CARD-STATUS   PIC X(1).
               03  CWF-CARD-SEQ-NO   PIC 9(2).
               03  FILLER            PIC X(13).
           02  CWF-HEADER-DETAIL REDEFINES CWF-CARD-DETAIL.
               03  CWF-HDR-RUN-DATE  PIC 9(8).
               03  FILLER            PIC X(66).
