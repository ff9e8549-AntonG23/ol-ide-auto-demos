            02  OUT-BUILDING    PIC X(8).
            02  OUT-FLOOR       PIC X(3).
            02  OUT-DESK        PIC X(6).
            02  OUT-MGR-LAST-NAME  PIC X(10).
            02  OUT-MGR-FIRST-NAME PIC X(10).
           
