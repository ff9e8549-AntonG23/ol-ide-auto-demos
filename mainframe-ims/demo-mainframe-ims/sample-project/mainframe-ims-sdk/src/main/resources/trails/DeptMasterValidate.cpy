                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DPT-CODE TO DT-CODE(WS-DEPT-COUNT)
                   MOVE DPT-NAME TO DT-NAME(WS-DEPT-COUNT)
                   MOVE DPT-COST-CENTER
                       TO DT-COST-CENTER(WS-DEPT-COUNT)
                   READ DEPTMST-FILE
                       AT END SET DEPTMST-AT-END TO TRUE
                   END-READ
       9950-VALIDATE-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-SWITCH
           MOVE SPACES TO WS-DEPT-FOUND-NAME
           MOVE SPACES TO WS-DEPT-FOUND-COST-CENTER
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR DEPT-CODE-VALID
               IF DT-CODE(WS-DEPT-IDX) = WS-DEPT-LOOKUP-CODE
                   SET DEPT-CODE-VALID TO TRUE
                   MOVE DT-NAME(WS-DEPT-IDX) TO WS-DEPT-FOUND-NAME
                   MOVE DT-COST-CENTER(WS-DEPT-IDX)
                       TO WS-DEPT-FOUND-COST-CENTER
               END-IF
           END-PERFORM.
