               03  WH-CARD-TYPE       PIC X(16).
               03  WH-CARD-LIMIT      PIC 9(7).
               03  WH-CARD-USAGE      PIC 9(7).
               03  WH-CARD-STATUS     PIC X(1).
               03  FILLER             PIC X(14).
           02  WH-PHBK-DETAIL REDEFINES WH-CARD-DETAIL.
               03  WH-PHBK-LAST-NAME  PIC X(10).
               03  WH-PHBK-FIRST-NAME PIC X(10).
