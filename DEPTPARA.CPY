      ******************************************************************
      * LOADS THE DEPARTMENT MASTER INTO WS-DEPTMAST-TABLE. CALLING
      * PROGRAM PERFORMS THIS ONCE BEFORE ITS FIRST CHECK. A MISSING
      * OR EMPTY DEPTMAST.DAT LEAVES DEPTMAST-IN-USE OFF, AND EVERY
      * CODE THEN PASSES 9961 -- THE CONTROL ONLY BITES ONCE THE
      * MASTER HAS BEEN BUILT.
      ******************************************************************
       9960-LOAD-DEPT-MASTER.
           MOVE 0 TO WS-DEPTMAST-COUNT
           MOVE "N" TO WS-DEPTMAST-IN-USE-SW
           OPEN INPUT DEPT-MASTER-FILE
           IF DEPT-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-DEPT-MASTER
                       OR WS-DEPTMAST-COUNT = 200
                 READ DEPT-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DEPTMAST-COUNT
                    SET WS-DEPTMAST-IDX TO WS-DEPTMAST-COUNT
                    MOVE DEPT-CODE-IN
                      TO WS-DEPTMAST-CODE(WS-DEPTMAST-IDX)
                    MOVE DEPT-NAME-IN
                      TO WS-DEPTMAST-NAME(WS-DEPTMAST-IDX)
                    MOVE DEPT-COST-CENTER-IN
                      TO WS-DEPTMAST-CC(WS-DEPTMAST-IDX)
                    MOVE DEPT-STATUS-IN
                      TO WS-DEPTMAST-STATUS(WS-DEPTMAST-IDX)
                 END-READ
              END-PERFORM
              CLOSE DEPT-MASTER-FILE
              IF WS-DEPTMAST-COUNT > 0
                 MOVE "Y" TO WS-DEPTMAST-IN-USE-SW
              END-IF
           END-IF.

      ******************************************************************
      * CHECKS THE CODE IN WS-DEPTMAST-CHECK-CODE AGAINST THE LOADED
      * TABLE. CALLING PROGRAM TESTS DEPTMAST-CODE-ON-FILE AFTER THE
      * PERFORM, AND DEPTMAST-CODE-INACTIVE IF IT CARES. THE NAME
      * AND COST CENTER OF A MATCH ARE LEFT IN WS-DEPTMAST-FOUND-NAME
      * AND WS-DEPTMAST-FOUND-CC.
      ******************************************************************
       9961-CHECK-DEPT-ON-FILE.
           MOVE SPACES TO WS-DEPTMAST-FOUND-STATUS
                          WS-DEPTMAST-FOUND-NAME
                          WS-DEPTMAST-FOUND-CC
           IF NOT DEPTMAST-IN-USE
              SET DEPTMAST-CODE-ON-FILE TO TRUE
           ELSE
              SET DEPTMAST-CODE-NOT-ON-FILE TO TRUE
              PERFORM VARYING WS-DEPTMAST-IDX FROM 1 BY 1
                        UNTIL WS-DEPTMAST-IDX > WS-DEPTMAST-COUNT
                           OR DEPTMAST-CODE-ON-FILE
                 IF WS-DEPTMAST-CODE(WS-DEPTMAST-IDX)
                    = WS-DEPTMAST-CHECK-CODE
                    SET DEPTMAST-CODE-ON-FILE TO TRUE
                    MOVE WS-DEPTMAST-STATUS(WS-DEPTMAST-IDX)
                      TO WS-DEPTMAST-FOUND-STATUS
                    MOVE WS-DEPTMAST-NAME(WS-DEPTMAST-IDX)
                      TO WS-DEPTMAST-FOUND-NAME
                    MOVE WS-DEPTMAST-CC(WS-DEPTMAST-IDX)
                      TO WS-DEPTMAST-FOUND-CC
                 END-IF
              END-PERFORM
           END-IF.
