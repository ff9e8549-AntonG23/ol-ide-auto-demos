            02  IN-BUILDING     PICTURE X(8).
            02  IN-FLOOR        PICTURE X(3).
            02  IN-DESK         PICTURE X(6).
            02  IN-MGR-LAST-NAME  PICTURE X(10).
            02  IN-MGR-FIRST-NAME PICTURE X(10).
           
