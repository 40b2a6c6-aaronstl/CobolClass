      ******************************************************************
      * LOADS THE VENDOR MASTER INTO WS-VENDMAST-TABLE. A MISSING FILE
      * SIMPLY LEAVES THE TABLE EMPTY. IF THE FILE HOLDS MORE ROWS
      * THAN THE TABLE, VENDMAST-TABLE-FULL IS SET -- A CALLING
      * PROGRAM THAT REWRITES THE MASTER MUST REFUSE TO, OR THE
      * UNLOADED VENDORS WOULD BE DROPPED.
      ******************************************************************
       9972-LOAD-VENDOR-MASTER.
           MOVE 0 TO WS-VENDMAST-COUNT
           MOVE "N" TO WS-VENDMAST-FULL-SW
           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-VENDOR-MASTER
                       OR WS-VENDMAST-COUNT = 200
                 READ VENDOR-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-VENDMAST-COUNT
                    SET WS-VENDMAST-IDX TO WS-VENDMAST-COUNT
                    MOVE VEND-NUMBER
                      TO WS-VENDMAST-NUMBER(WS-VENDMAST-IDX)
                    MOVE VEND-NAME
                      TO WS-VENDMAST-NAME(WS-VENDMAST-IDX)
                    MOVE VEND-ADDRESS
                      TO WS-VENDMAST-ADDRESS(WS-VENDMAST-IDX)
                    MOVE VEND-CITY
                      TO WS-VENDMAST-CITY(WS-VENDMAST-IDX)
                    MOVE VEND-STATE
                      TO WS-VENDMAST-STATE(WS-VENDMAST-IDX)
                    MOVE VEND-ZIP
                      TO WS-VENDMAST-ZIP(WS-VENDMAST-IDX)
                    MOVE VEND-TERMS-DAYS
                      TO WS-VENDMAST-TERMS(WS-VENDMAST-IDX)
                    MOVE VEND-DISC-PCT
                      TO WS-VENDMAST-DISC-PCT(WS-VENDMAST-IDX)
                    MOVE VEND-DISC-DAYS
                      TO WS-VENDMAST-DISC-DAYS(WS-VENDMAST-IDX)
                    MOVE VEND-PRICE-TOL-PCT
                      TO WS-VENDMAST-PRICE-TOL(WS-VENDMAST-IDX)
                    MOVE VEND-QTY-TOL-PCT
                      TO WS-VENDMAST-QTY-TOL(WS-VENDMAST-IDX)
                    MOVE VEND-STATUS
                      TO WS-VENDMAST-STATUS(WS-VENDMAST-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-VENDOR-MASTER
                 READ VENDOR-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-VENDMAST-FULL-SW
                 END-READ
              END-IF
              CLOSE VENDOR-MASTER-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE VENDOR MASTER. THE CALLING
      * PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9973-WRITE-VENDOR-MASTER.
           OPEN OUTPUT VENDOR-MASTER-FILE
           PERFORM VARYING WS-VENDMAST-IDX FROM 1 BY 1
                     UNTIL WS-VENDMAST-IDX > WS-VENDMAST-COUNT
              MOVE WS-VENDMAST-NUMBER(WS-VENDMAST-IDX) TO VEND-NUMBER
              MOVE WS-VENDMAST-NAME(WS-VENDMAST-IDX) TO VEND-NAME
              MOVE WS-VENDMAST-ADDRESS(WS-VENDMAST-IDX)
                TO VEND-ADDRESS
              MOVE WS-VENDMAST-CITY(WS-VENDMAST-IDX) TO VEND-CITY
              MOVE WS-VENDMAST-STATE(WS-VENDMAST-IDX) TO VEND-STATE
              MOVE WS-VENDMAST-ZIP(WS-VENDMAST-IDX) TO VEND-ZIP
              MOVE WS-VENDMAST-TERMS(WS-VENDMAST-IDX)
                TO VEND-TERMS-DAYS
              MOVE WS-VENDMAST-DISC-PCT(WS-VENDMAST-IDX)
                TO VEND-DISC-PCT
              MOVE WS-VENDMAST-DISC-DAYS(WS-VENDMAST-IDX)
                TO VEND-DISC-DAYS
              MOVE WS-VENDMAST-PRICE-TOL(WS-VENDMAST-IDX)
                TO VEND-PRICE-TOL-PCT
              MOVE WS-VENDMAST-QTY-TOL(WS-VENDMAST-IDX)
                TO VEND-QTY-TOL-PCT
              MOVE WS-VENDMAST-STATUS(WS-VENDMAST-IDX) TO VEND-STATUS
              WRITE VENDOR-MASTER-REC
              IF NOT VENDOR-MASTER-SUCCESSFUL
                 MOVE "VENDOR-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-VENDOR-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.

      ******************************************************************
      * LOOKS WS-VENDMAST-CHECK-NUMBER UP IN THE LOADED TABLE.
      ******************************************************************
       9974-FIND-VENDOR.
           MOVE "N" TO WS-VENDMAST-FOUND-SW
           PERFORM VARYING WS-VENDMAST-IDX FROM 1 BY 1
                     UNTIL WS-VENDMAST-IDX > WS-VENDMAST-COUNT
                        OR VENDMAST-ON-FILE
              IF WS-VENDMAST-NUMBER(WS-VENDMAST-IDX) =
                 WS-VENDMAST-CHECK-NUMBER
                 MOVE "Y" TO WS-VENDMAST-FOUND-SW
              END-IF
           END-PERFORM
           IF VENDMAST-ON-FILE
              SET WS-VENDMAST-IDX DOWN BY 1
           END-IF.
