      *    declares DEPTMST-FILE (SELECT ... ASSIGN TO DEPTMST,
      *    FD from DeptMaster.cpy), performs 9940-LOAD-DEPT-TABLE
      *    once, then sets WS-DEPT-LOOKUP-CODE and performs
      *    9950-VALIDATE-DEPARTMENT per check; DEPT-CODE-VALID,
      *    WS-DEPT-FOUND-NAME and WS-DEPT-FOUND-COST-CENTER come
      *    back.
      *
       01  WS-DEPT-EOF-SWITCH    PIC X VALUE 'N'.
           88  DEPTMST-AT-END    VALUE 'Y'.
           02  WS-DEPT-ENTRY OCCURS 100 TIMES.
               03  DT-CODE       PIC X(4).
               03  DT-NAME       PIC X(24).
               03  DT-COST-CENTER PIC X(6).
       01  WS-DEPT-LOOKUP-CODE   PIC X(4).
       01  WS-DEPT-FOUND-NAME    PIC X(24).
       01  WS-DEPT-FOUND-COST-CENTER PIC X(6).
       01  WS-DEPT-SWITCH        PIC X VALUE 'N'.
           88  DEPT-CODE-VALID   VALUE 'Y'.
