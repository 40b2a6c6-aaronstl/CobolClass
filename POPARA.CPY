      ******************************************************************
      * LOADS THE PURCHASE-ORDER FILE INTO WS-POMAST-TABLE. A MISSING
      * FILE SIMPLY LEAVES THE TABLE EMPTY. IF THE FILE HOLDS MORE
      * ROWS THAN THE TABLE, POMAST-TABLE-FULL IS SET -- A CALLING
      * PROGRAM THAT REWRITES THE FILE MUST REFUSE TO, OR THE
      * UNLOADED POS WOULD BE DROPPED.
      ******************************************************************
       9975-LOAD-PURCH-ORDERS.
           MOVE 0 TO WS-POMAST-COUNT
           MOVE "N" TO WS-POMAST-FULL-SW
           OPEN INPUT PURCH-ORDER-FILE
           IF PURCH-ORDER-SUCCESSFUL
              PERFORM UNTIL END-OF-PURCH-ORDERS
                       OR WS-POMAST-COUNT = 500
                 READ PURCH-ORDER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-POMAST-COUNT
                    SET WS-POMAST-IDX TO WS-POMAST-COUNT
                    MOVE POM-NUMBER
                      TO WS-POMAST-NUMBER(WS-POMAST-IDX)
                    MOVE POM-VEND-NUMBER
                      TO WS-POMAST-VENDOR(WS-POMAST-IDX)
                    MOVE POM-MATL-CODE
                      TO WS-POMAST-MATL(WS-POMAST-IDX)
                    MOVE POM-ORDER-DATE
                      TO WS-POMAST-DATE(WS-POMAST-IDX)
                    MOVE POM-ORDERED-QTY
                      TO WS-POMAST-ORDERED(WS-POMAST-IDX)
                    MOVE POM-UNIT-COST
                      TO WS-POMAST-UNIT-COST(WS-POMAST-IDX)
                    MOVE POM-RECEIVED-QTY
                      TO WS-POMAST-RECEIVED(WS-POMAST-IDX)
                    MOVE POM-LAST-RECEIPT-DATE
                      TO WS-POMAST-RCPT-DATE(WS-POMAST-IDX)
                    MOVE POM-INVOICED-QTY
                      TO WS-POMAST-INVOICED(WS-POMAST-IDX)
                    MOVE POM-STATUS
                      TO WS-POMAST-STATUS(WS-POMAST-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-PURCH-ORDERS
                 READ PURCH-ORDER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-POMAST-FULL-SW
                 END-READ
              END-IF
              CLOSE PURCH-ORDER-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE PURCHASE-ORDER FILE. THE
      * CALLING PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9976-WRITE-PURCH-ORDERS.
           OPEN OUTPUT PURCH-ORDER-FILE
           PERFORM VARYING WS-POMAST-IDX FROM 1 BY 1
                     UNTIL WS-POMAST-IDX > WS-POMAST-COUNT
              MOVE WS-POMAST-NUMBER(WS-POMAST-IDX) TO POM-NUMBER
              MOVE WS-POMAST-VENDOR(WS-POMAST-IDX) TO POM-VEND-NUMBER
              MOVE WS-POMAST-MATL(WS-POMAST-IDX) TO POM-MATL-CODE
              MOVE WS-POMAST-DATE(WS-POMAST-IDX) TO POM-ORDER-DATE
              MOVE WS-POMAST-ORDERED(WS-POMAST-IDX)
                TO POM-ORDERED-QTY
              MOVE WS-POMAST-UNIT-COST(WS-POMAST-IDX)
                TO POM-UNIT-COST
              MOVE WS-POMAST-RECEIVED(WS-POMAST-IDX)
                TO POM-RECEIVED-QTY
              MOVE WS-POMAST-RCPT-DATE(WS-POMAST-IDX)
                TO POM-LAST-RECEIPT-DATE
              MOVE WS-POMAST-INVOICED(WS-POMAST-IDX)
                TO POM-INVOICED-QTY
              MOVE WS-POMAST-STATUS(WS-POMAST-IDX) TO POM-STATUS
              WRITE PURCH-ORDER-REC
              IF NOT PURCH-ORDER-SUCCESSFUL
                 MOVE "PURCH-ORDER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-PURCH-ORDER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE PURCH-ORDER-FILE.

      ******************************************************************
      * LOOKS WS-POMAST-CHECK-NUMBER UP IN THE LOADED TABLE.
      ******************************************************************
       9977-FIND-PURCH-ORDER.
           MOVE "N" TO WS-POMAST-FOUND-SW
           PERFORM VARYING WS-POMAST-IDX FROM 1 BY 1
                     UNTIL WS-POMAST-IDX > WS-POMAST-COUNT
                        OR POMAST-ON-FILE
              IF WS-POMAST-NUMBER(WS-POMAST-IDX) =
                 WS-POMAST-CHECK-NUMBER
                 MOVE "Y" TO WS-POMAST-FOUND-SW
              END-IF
           END-PERFORM
           IF POMAST-ON-FILE
              SET WS-POMAST-IDX DOWN BY 1
           END-IF.
