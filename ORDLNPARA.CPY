      ******************************************************************
      * LOADS THE ORDER-LINE FILE INTO WS-ORDLN-TABLE. A MISSING FILE
      * SIMPLY LEAVES THE TABLE EMPTY (EVERY ORDER THEN BEHAVES AS A
      * WHOLE-ORDER ORDER, THE WAY ORDERS PRICED BEFORE THE LINE FILE
      * DO). IF THE FILE HOLDS MORE ROWS THAN THE TABLE,
      * ORDLN-TABLE-FULL IS SET -- A CALLING PROGRAM THAT REWRITES
      * THE FILE MUST REFUSE TO, OR THE UNLOADED LINES WOULD BE
      * DROPPED.
      ******************************************************************
       9980-LOAD-ORDER-LINES.
           MOVE 0 TO WS-ORDLN-COUNT
           MOVE "N" TO WS-ORDLN-FULL-SW
           OPEN INPUT ORDER-LINE-FILE
           IF ORDER-LINE-SUCCESSFUL
              PERFORM UNTIL END-OF-ORDER-LINES
                       OR WS-ORDLN-COUNT = 5000
                 READ ORDER-LINE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-ORDLN-COUNT
                    SET WS-ORDLN-IDX TO WS-ORDLN-COUNT
                    MOVE OLN-ORDER-NUMBER
                      TO WS-ORDLN-ORDER(WS-ORDLN-IDX)
                    MOVE OLN-LINE-NUMBER
                      TO WS-ORDLN-LINE(WS-ORDLN-IDX)
                    MOVE OLN-CUST-NUMBER
                      TO WS-ORDLN-CUST(WS-ORDLN-IDX)
                    MOVE OLN-SHAPE-TYPE
                      TO WS-ORDLN-SHAPE(WS-ORDLN-IDX)
                    MOVE OLN-AREA
                      TO WS-ORDLN-AREA(WS-ORDLN-IDX)
                    MOVE OLN-PRICE
                      TO WS-ORDLN-PRICE(WS-ORDLN-IDX)
                    MOVE OLN-TAX
                      TO WS-ORDLN-TAX(WS-ORDLN-IDX)
                    MOVE OLN-STATUS
                      TO WS-ORDLN-STATUS(WS-ORDLN-IDX)
                    IF OLN-STATUS-DATE IS NUMERIC
                       MOVE OLN-STATUS-DATE
                         TO WS-ORDLN-DATE(WS-ORDLN-IDX)
                    ELSE
                       MOVE ZEROES TO WS-ORDLN-DATE(WS-ORDLN-IDX)
                    END-IF
      * A LINE WRITTEN BEFORE THE FILE CARRIED A KIND LOADS AS AN
      * ORDINARY ORDERED LINE.
                    MOVE OLN-LINE-KIND
                      TO WS-ORDLN-KIND(WS-ORDLN-IDX)
                    IF OLN-REMAKE-OF-LINE IS NUMERIC
                       MOVE OLN-REMAKE-OF-LINE
                         TO WS-ORDLN-REMAKE-OF(WS-ORDLN-IDX)
                    ELSE
                       MOVE ZEROES TO WS-ORDLN-REMAKE-OF(WS-ORDLN-IDX)
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-ORDER-LINES
                 READ ORDER-LINE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-ORDLN-FULL-SW
                 END-READ
              END-IF
              CLOSE ORDER-LINE-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE ORDER-LINE FILE. AN ENTRY
      * WHOSE ORDER NUMBER HAS BEEN BLANKED WAS REPLACED AND IS
      * DROPPED. THE CALLING PROGRAM HAS ALREADY SET
      * WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9981-WRITE-ORDER-LINES.
           OPEN OUTPUT ORDER-LINE-FILE
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) NOT = SPACES
                 MOVE WS-ORDLN-ORDER(WS-ORDLN-IDX)
                   TO OLN-ORDER-NUMBER
                 MOVE WS-ORDLN-LINE(WS-ORDLN-IDX)
                   TO OLN-LINE-NUMBER
                 MOVE WS-ORDLN-CUST(WS-ORDLN-IDX)
                   TO OLN-CUST-NUMBER
                 MOVE WS-ORDLN-SHAPE(WS-ORDLN-IDX)
                   TO OLN-SHAPE-TYPE
                 MOVE WS-ORDLN-AREA(WS-ORDLN-IDX)
                   TO OLN-AREA
                 MOVE WS-ORDLN-PRICE(WS-ORDLN-IDX)
                   TO OLN-PRICE
                 MOVE WS-ORDLN-TAX(WS-ORDLN-IDX)
                   TO OLN-TAX
                 MOVE WS-ORDLN-STATUS(WS-ORDLN-IDX)
                   TO OLN-STATUS
                 MOVE WS-ORDLN-DATE(WS-ORDLN-IDX)
                   TO OLN-STATUS-DATE
                 MOVE WS-ORDLN-KIND(WS-ORDLN-IDX)
                   TO OLN-LINE-KIND
                 MOVE WS-ORDLN-REMAKE-OF(WS-ORDLN-IDX)
                   TO OLN-REMAKE-OF-LINE
                 WRITE ORDER-LINE-REC
                 IF NOT ORDER-LINE-SUCCESSFUL
                    MOVE "ORDER-LINE-FILE" TO WS-IOERR-FILE-NAME
                    MOVE WS-ORDER-LINE-STATUS TO WS-IOERR-FILE-STATUS
                    PERFORM 9900-LOG-IO-ERROR
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ORDER-LINE-FILE.

      ******************************************************************
      * COUNTS THE LINES OF THE ORDER IN WS-ORDLN-TALLY-ORDER AND SETS
      * THE STATUS THE ORDER ROLLS UP TO. SEE ORDLNWS.CPY.
      ******************************************************************
       9982-TALLY-ORDER-LINES.
           MOVE ZEROES TO WS-ORDLN-TALLY-LINES
                          WS-ORDLN-TALLY-OPEN
                          WS-ORDLN-TALLY-SHIPPED
           MOVE SPACES TO WS-ORDLN-ROLLUP-STATUS
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = WS-ORDLN-TALLY-ORDER
                 ADD 1 TO WS-ORDLN-TALLY-LINES
                 IF WS-ORDLN-SHIPPED(WS-ORDLN-IDX)
                    ADD 1 TO WS-ORDLN-TALLY-SHIPPED
                 END-IF
                 IF NOT WS-ORDLN-SHIPPED(WS-ORDLN-IDX)
                    AND NOT WS-ORDLN-CANCELED(WS-ORDLN-IDX)
                    ADD 1 TO WS-ORDLN-TALLY-OPEN
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-ORDLN-TALLY-LINES = 0
                 CONTINUE
              WHEN WS-ORDLN-TALLY-OPEN = 0
                 AND WS-ORDLN-TALLY-SHIPPED > 0
                 MOVE "S" TO WS-ORDLN-ROLLUP-STATUS
              WHEN WS-ORDLN-TALLY-OPEN = 0
                 MOVE "X" TO WS-ORDLN-ROLLUP-STATUS
              WHEN WS-ORDLN-TALLY-SHIPPED > 0
                 MOVE "B" TO WS-ORDLN-ROLLUP-STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
