      ******************************************************************
      * LOADS THE CUSTOMER DEPOSIT FILE INTO WS-DEP-TABLE. A MISSING
      * FILE SIMPLY LEAVES THE TABLE EMPTY. IF THE FILE HOLDS MORE
      * ROWS THAN THE TABLE, DEP-TABLE-FULL IS SET -- A CALLING
      * PROGRAM THAT REWRITES THE FILE MUST REFUSE TO, OR THE
      * UNLOADED DEPOSITS WOULD BE DROPPED.
      ******************************************************************
       9983-LOAD-DEPOSITS.
           MOVE 0 TO WS-DEP-COUNT
           MOVE "N" TO WS-DEP-FULL-SW
           OPEN INPUT DEPOSIT-FILE
           IF DEPOSIT-SUCCESSFUL
              PERFORM UNTIL END-OF-DEPOSITS
                       OR WS-DEP-COUNT = 2000
                 READ DEPOSIT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DEP-COUNT
                    SET WS-DEP-IDX TO WS-DEP-COUNT
                    MOVE DEP-ORDER-NUMBER TO WS-DEP-ORDER(WS-DEP-IDX)
                    MOVE DEP-CUST-ID TO WS-DEP-CUST(WS-DEP-IDX)
                    MOVE DEP-DATE TO WS-DEP-DATE(WS-DEP-IDX)
                    MOVE DEP-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-IDX)
                    MOVE DEP-APPLIED TO WS-DEP-APPLIED(WS-DEP-IDX)
                    MOVE DEP-STATUS TO WS-DEP-STATUS(WS-DEP-IDX)
                    MOVE DEP-STATUS-DATE
                      TO WS-DEP-STATUS-DATE(WS-DEP-IDX)
                    MOVE DEP-INVOICE-NUMBER
                      TO WS-DEP-INVOICE(WS-DEP-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-DEPOSITS
                 READ DEPOSIT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-DEP-FULL-SW
                 END-READ
              END-IF
              CLOSE DEPOSIT-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE DEPOSIT FILE. THE CALLING
      * PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9984-WRITE-DEPOSITS.
           OPEN OUTPUT DEPOSIT-FILE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
              MOVE WS-DEP-ORDER(WS-DEP-IDX) TO DEP-ORDER-NUMBER
              MOVE WS-DEP-CUST(WS-DEP-IDX) TO DEP-CUST-ID
              MOVE WS-DEP-DATE(WS-DEP-IDX) TO DEP-DATE
              MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO DEP-AMOUNT
              MOVE WS-DEP-APPLIED(WS-DEP-IDX) TO DEP-APPLIED
              MOVE WS-DEP-STATUS(WS-DEP-IDX) TO DEP-STATUS
              MOVE WS-DEP-STATUS-DATE(WS-DEP-IDX) TO DEP-STATUS-DATE
              MOVE WS-DEP-INVOICE(WS-DEP-IDX) TO DEP-INVOICE-NUMBER
              WRITE DEPOSIT-REC
              IF NOT DEPOSIT-SUCCESSFUL
                 MOVE "DEPOSIT-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-DEPOSIT-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE DEPOSIT-FILE.

      ******************************************************************
      * TURNS EVERY HELD DEPOSIT ON THE ORDER IN WS-DEP-CANCEL-ORDER
      * OVER FOR REFUND AS OF WS-DEP-CANCEL-DATE, TOTALLING WHAT IS
      * NOW DUE BACK IN WS-DEP-CANCEL-TOTAL. SEE DEPWS.CPY.
      ******************************************************************
       9985-CANCEL-ORDER-DEPOSITS.
           MOVE ZEROES TO WS-DEP-CANCEL-TOTAL
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
              IF WS-DEP-ORDER(WS-DEP-IDX) = WS-DEP-CANCEL-ORDER
                 AND WS-DEP-HELD(WS-DEP-IDX)
                 MOVE "R" TO WS-DEP-STATUS(WS-DEP-IDX)
                 MOVE WS-DEP-CANCEL-DATE
                   TO WS-DEP-STATUS-DATE(WS-DEP-IDX)
                 COMPUTE WS-DEP-CANCEL-TOTAL = WS-DEP-CANCEL-TOTAL
                       + WS-DEP-AMOUNT(WS-DEP-IDX)
                       - WS-DEP-APPLIED(WS-DEP-IDX)
              END-IF
           END-PERFORM.
