      ******************************************************************
      * LOADS THE SHIP-TO MASTER INTO WS-SHIPTO-TABLE. A MISSING FILE
      * SIMPLY LEAVES THE TABLE EMPTY. IF THE FILE HOLDS MORE ROWS
      * THAN THE TABLE, SHIPTO-TABLE-FULL IS SET -- A CALLING
      * PROGRAM THAT REWRITES THE MASTER MUST REFUSE TO, OR THE
      * UNLOADED SHIP-TOS WOULD BE DROPPED.
      ******************************************************************
       9962-LOAD-SHIP-TOS.
           MOVE 0 TO WS-SHIPTO-COUNT
           MOVE "N" TO WS-SHIPTO-FULL-SW
           OPEN INPUT SHIP-TO-FILE
           IF SHIP-TO-SUCCESSFUL
              PERFORM UNTIL END-OF-SHIP-TOS
                       OR WS-SHIPTO-COUNT = 1000
                 READ SHIP-TO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-SHIPTO-COUNT
                    SET WS-SHIPTO-IDX TO WS-SHIPTO-COUNT
                    MOVE SHPT-CUST-NUMBER
                      TO WS-SHIPTO-CUST(WS-SHIPTO-IDX)
                    MOVE SHPT-CODE
                      TO WS-SHIPTO-CODE(WS-SHIPTO-IDX)
                    MOVE SHPT-NAME
                      TO WS-SHIPTO-NAME(WS-SHIPTO-IDX)
                    MOVE SHPT-ADDRESS
                      TO WS-SHIPTO-ADDRESS(WS-SHIPTO-IDX)
                    MOVE SHPT-CITY
                      TO WS-SHIPTO-CITY(WS-SHIPTO-IDX)
                    MOVE SHPT-STATE
                      TO WS-SHIPTO-STATE(WS-SHIPTO-IDX)
                    MOVE SHPT-ZIP
                      TO WS-SHIPTO-ZIP(WS-SHIPTO-IDX)
                    MOVE SHPT-STATUS
                      TO WS-SHIPTO-STATUS(WS-SHIPTO-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-SHIP-TOS
                 READ SHIP-TO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-SHIPTO-FULL-SW
                 END-READ
              END-IF
              CLOSE SHIP-TO-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE SHIP-TO MASTER. THE
      * CALLING PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9963-WRITE-SHIP-TOS.
           OPEN OUTPUT SHIP-TO-FILE
           PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                     UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
              MOVE WS-SHIPTO-CUST(WS-SHIPTO-IDX) TO SHPT-CUST-NUMBER
              MOVE WS-SHIPTO-CODE(WS-SHIPTO-IDX) TO SHPT-CODE
              MOVE WS-SHIPTO-NAME(WS-SHIPTO-IDX) TO SHPT-NAME
              MOVE WS-SHIPTO-ADDRESS(WS-SHIPTO-IDX) TO SHPT-ADDRESS
              MOVE WS-SHIPTO-CITY(WS-SHIPTO-IDX) TO SHPT-CITY
              MOVE WS-SHIPTO-STATE(WS-SHIPTO-IDX) TO SHPT-STATE
              MOVE WS-SHIPTO-ZIP(WS-SHIPTO-IDX) TO SHPT-ZIP
              MOVE WS-SHIPTO-STATUS(WS-SHIPTO-IDX) TO SHPT-STATUS
              WRITE SHIP-TO-REC
              IF NOT SHIP-TO-SUCCESSFUL
                 MOVE "SHIP-TO-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-SHIP-TO-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE SHIP-TO-FILE.

      ******************************************************************
      * LOOKS WS-SHIPTO-CHECK-CUST/WS-SHIPTO-CHECK-CODE UP IN THE
      * LOADED TABLE.
      ******************************************************************
       9964-FIND-SHIP-TO.
           MOVE "N" TO WS-SHIPTO-FOUND-SW
           PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                     UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
                        OR SHIPTO-ON-FILE
              IF WS-SHIPTO-CUST(WS-SHIPTO-IDX) = WS-SHIPTO-CHECK-CUST
                 AND WS-SHIPTO-CODE(WS-SHIPTO-IDX) =
                     WS-SHIPTO-CHECK-CODE
                 MOVE "Y" TO WS-SHIPTO-FOUND-SW
              END-IF
           END-PERFORM
           IF SHIPTO-ON-FILE
              SET WS-SHIPTO-IDX DOWN BY 1
           END-IF.
