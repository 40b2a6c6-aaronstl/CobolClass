      ******************************************************************
      * LOADS THE OPEN-PAYABLES FILE INTO WS-APOPEN-TABLE. A MISSING
      * FILE SIMPLY LEAVES THE TABLE EMPTY. IF THE FILE HOLDS MORE
      * ROWS THAN THE TABLE, APOPEN-TABLE-FULL IS SET -- A CALLING
      * PROGRAM THAT REWRITES THE FILE MUST REFUSE TO, OR THE
      * UNLOADED PAYABLES WOULD BE DROPPED.
      ******************************************************************
       9978-LOAD-OPEN-PAYABLES.
           MOVE 0 TO WS-APOPEN-COUNT
           MOVE "N" TO WS-APOPEN-FULL-SW
           OPEN INPUT OPEN-PAYABLES-FILE
           IF OPEN-PAYABLES-SUCCESSFUL
              PERFORM UNTIL END-OF-OPEN-PAYABLES
                       OR WS-APOPEN-COUNT = 1000
                 READ OPEN-PAYABLES-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-APOPEN-COUNT
                    SET WS-APOPEN-IDX TO WS-APOPEN-COUNT
                    MOVE APO-VEND-NUMBER
                      TO WS-APOPEN-VENDOR(WS-APOPEN-IDX)
                    MOVE APO-INVOICE-NUMBER
                      TO WS-APOPEN-INVOICE(WS-APOPEN-IDX)
                    MOVE APO-INVOICE-DATE
                      TO WS-APOPEN-INV-DATE(WS-APOPEN-IDX)
                    MOVE APO-PO-NUMBER
                      TO WS-APOPEN-PO(WS-APOPEN-IDX)
                    MOVE APO-AMOUNT
                      TO WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
                    MOVE APO-DISC-AMOUNT
                      TO WS-APOPEN-DISC-AMT(WS-APOPEN-IDX)
                    MOVE APO-DISC-DATE
                      TO WS-APOPEN-DISC-DATE(WS-APOPEN-IDX)
                    MOVE APO-DUE-DATE
                      TO WS-APOPEN-DUE-DATE(WS-APOPEN-IDX)
                    MOVE APO-STATUS
                      TO WS-APOPEN-STATUS(WS-APOPEN-IDX)
                    MOVE APO-CHECK-NUMBER
                      TO WS-APOPEN-CHECK(WS-APOPEN-IDX)
                    MOVE APO-PAID-DATE
                      TO WS-APOPEN-PAID-DATE(WS-APOPEN-IDX)
                    MOVE APO-PAID-AMOUNT
                      TO WS-APOPEN-PAID-AMT(WS-APOPEN-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-OPEN-PAYABLES
                 READ OPEN-PAYABLES-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-APOPEN-FULL-SW
                 END-READ
              END-IF
              CLOSE OPEN-PAYABLES-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE OPEN-PAYABLES FILE. THE
      * CALLING PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9979-WRITE-OPEN-PAYABLES.
           OPEN OUTPUT OPEN-PAYABLES-FILE
           PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                     UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
              MOVE WS-APOPEN-VENDOR(WS-APOPEN-IDX) TO APO-VEND-NUMBER
              MOVE WS-APOPEN-INVOICE(WS-APOPEN-IDX)
                TO APO-INVOICE-NUMBER
              MOVE WS-APOPEN-INV-DATE(WS-APOPEN-IDX)
                TO APO-INVOICE-DATE
              MOVE WS-APOPEN-PO(WS-APOPEN-IDX) TO APO-PO-NUMBER
              MOVE WS-APOPEN-AMOUNT(WS-APOPEN-IDX) TO APO-AMOUNT
              MOVE WS-APOPEN-DISC-AMT(WS-APOPEN-IDX)
                TO APO-DISC-AMOUNT
              MOVE WS-APOPEN-DISC-DATE(WS-APOPEN-IDX)
                TO APO-DISC-DATE
              MOVE WS-APOPEN-DUE-DATE(WS-APOPEN-IDX) TO APO-DUE-DATE
              MOVE WS-APOPEN-STATUS(WS-APOPEN-IDX) TO APO-STATUS
              MOVE WS-APOPEN-CHECK(WS-APOPEN-IDX) TO APO-CHECK-NUMBER
              MOVE WS-APOPEN-PAID-DATE(WS-APOPEN-IDX)
                TO APO-PAID-DATE
              MOVE WS-APOPEN-PAID-AMT(WS-APOPEN-IDX)
                TO APO-PAID-AMOUNT
              WRITE OPEN-PAYABLES-REC
              IF NOT OPEN-PAYABLES-SUCCESSFUL
                 MOVE "OPEN-PAYABLES-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-OPEN-PAYABLES-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE OPEN-PAYABLES-FILE.
