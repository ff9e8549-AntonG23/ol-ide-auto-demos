      *    The GN returns whichever segment is next in hierarchic
      *    order; it lands here first and is mapped by the segment
      *    name the PCB reports.
       01  WS-GN-IO-AREA        PIC X(95).

       01  WS-CURRENT-BUILDING  PIC X(8) VALUE LOW-VALUES.
       01  WS-CURRENT-FLOOR     PIC 9(3) VALUE 0.
