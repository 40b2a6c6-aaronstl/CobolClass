      ******************************************************************
      * LOADS THE LIST-PRICE MASTER AND THE SHAPE-TO-MATERIAL MAP.
      * WITH NO LIST-PRICE FILE THE TABLE IS EMPTY AND NO SHAPE HAS
      * A LIST PRICE.
      ******************************************************************
       9954-LOAD-LIST-PRICES.
           MOVE 0 TO WS-LPRC-COUNT
           OPEN INPUT LIST-PRICE-FILE
           IF LIST-PRICE-SUCCESSFUL
              PERFORM UNTIL END-OF-LIST-PRICES
                       OR WS-LPRC-COUNT = 200
                 READ LIST-PRICE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LPRC-EFF-DATE IS NUMERIC
                       AND LPRC-SQFT-PRICE IS NUMERIC
                       ADD 1 TO WS-LPRC-COUNT
                       SET WS-LPRC-IDX TO WS-LPRC-COUNT
                       MOVE LPRC-SHAPE-TYPE
                         TO WS-LPRC-SHAPE(WS-LPRC-IDX)
                       MOVE LPRC-MATL-CODE TO WS-LPRC-MATL(WS-LPRC-IDX)
                       MOVE LPRC-EFF-DATE
                         TO WS-LPRC-EFF-DATE(WS-LPRC-IDX)
                       MOVE LPRC-SQFT-PRICE
                         TO WS-LPRC-SQFT(WS-LPRC-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              IF NOT END-OF-LIST-PRICES
                 DISPLAY "LIST PRICE TABLE FULL AT 200 -- "
                         "REMAINING ROWS NOT LOADED"
              END-IF
              CLOSE LIST-PRICE-FILE
           END-IF
           MOVE 0 TO WS-LPRC-MAP-COUNT
           OPEN INPUT LPRC-MATL-FILE
           IF LPRC-MATL-SUCCESSFUL
              PERFORM UNTIL END-OF-LPRC-MATL
                       OR WS-LPRC-MAP-COUNT = 20
                 READ LPRC-MATL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LPRC-MAP-COUNT
                    SET WS-LPRC-MAP-IDX TO WS-LPRC-MAP-COUNT
                    MOVE LPRC-MATL-SHAPE-TYPE
                      TO WS-LPRC-MAP-SHAPE(WS-LPRC-MAP-IDX)
                    MOVE LPRC-MATL-MATL-CODE
                      TO WS-LPRC-MAP-MATL(WS-LPRC-MAP-IDX)
                 END-READ
              END-PERFORM
              CLOSE LPRC-MATL-FILE
           END-IF.

      ******************************************************************
      * FINDS THE LIST PRICE IN EFFECT FOR ONE SHAPE ON ONE DATE: OF
      * THE ROWS FOR THE SHAPE THAT COVER ITS MATERIAL (OR ANY
      * MATERIAL) AND HAVE TAKEN EFFECT BY THAT DATE, THE ONE WITH
      * THE LATEST EFFECTIVE DATE. ON THE SAME DATE A ROW FOR THE
      * MATERIAL ITSELF BEATS AN ANY-MATERIAL ROW. A ROW DATED IN
      * THE FUTURE IS SIMPLY PASSED OVER UNTIL ITS DATE ARRIVES.
      ******************************************************************
       9955-FIND-LIST-PRICE.
           MOVE "N" TO WS-LPRC-FOUND-SW
           MOVE ZEROES TO WS-LPRC-LIST-PRICE
                          WS-LPRC-LIST-EFF-DATE
           MOVE SPACES TO WS-LPRC-CHECK-MATL
           PERFORM VARYING WS-LPRC-MAP-IDX FROM 1 BY 1
                     UNTIL WS-LPRC-MAP-IDX > WS-LPRC-MAP-COUNT
              IF WS-LPRC-MAP-SHAPE(WS-LPRC-MAP-IDX) =
                 WS-LPRC-CHECK-SHAPE
                 MOVE WS-LPRC-MAP-MATL(WS-LPRC-MAP-IDX)
                   TO WS-LPRC-CHECK-MATL
              END-IF
           END-PERFORM
           PERFORM VARYING WS-LPRC-IDX FROM 1 BY 1
                     UNTIL WS-LPRC-IDX > WS-LPRC-COUNT
              IF WS-LPRC-SHAPE(WS-LPRC-IDX) = WS-LPRC-CHECK-SHAPE
                 AND WS-LPRC-EFF-DATE(WS-LPRC-IDX) <=
                     WS-LPRC-CHECK-DATE
                 AND (WS-LPRC-MATL(WS-LPRC-IDX) = SPACES
                   OR WS-LPRC-MATL(WS-LPRC-IDX) = WS-LPRC-CHECK-MATL)
                 IF NOT LIST-PRICE-FOUND
                    OR WS-LPRC-EFF-DATE(WS-LPRC-IDX) >
                       WS-LPRC-LIST-EFF-DATE
                    OR (WS-LPRC-EFF-DATE(WS-LPRC-IDX) =
                        WS-LPRC-LIST-EFF-DATE
                        AND WS-LPRC-MATL(WS-LPRC-IDX) NOT = SPACES)
                    MOVE "Y" TO WS-LPRC-FOUND-SW
                    MOVE WS-LPRC-EFF-DATE(WS-LPRC-IDX)
                      TO WS-LPRC-LIST-EFF-DATE
                    MOVE WS-LPRC-SQFT(WS-LPRC-IDX)
                      TO WS-LPRC-LIST-PRICE
                 END-IF
              END-IF
           END-PERFORM.
