      *
      *    Extension Pool State Record
      *
      *    One record per extension in a range on the extension
      *    range master, in building and number order, saying
      *    whether the number is free, assigned (and to whom) or
      *    quarantined. A released number is quarantined until
      *    XPL-REUSE-DATE so a caller ringing the leaver's old
      *    extension does not reach a stranger the next morning.
      *    XPL-STATUS-DATE is when the number was last assigned or
      *    released; the name stays on a quarantined number to show
      *    whose it was.
      *
        01  XPL-RECORD.
            02  XPL-KEY.
                03  XPL-BUILDING     PIC X(8).
                03  XPL-NUMBER       PIC 9(6).
            02  XPL-EXTENSION        PIC X(10).
            02  XPL-STATUS           PIC X(1).
                88  XPL-FREE         VALUE 'F'.
                88  XPL-ASSIGNED     VALUE 'A'.
                88  XPL-QUARANTINED  VALUE 'Q'.
            02  XPL-LAST-NAME        PIC X(10).
            02  XPL-FIRST-NAME       PIC X(10).
            02  XPL-STATUS-DATE      PIC 9(8).
            02  XPL-REUSE-DATE       PIC 9(8).
            02  FILLER               PIC X(9).
