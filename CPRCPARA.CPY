      ******************************************************************
      * LOADS THE CONTRACT-PRICE FILE, IF ONE EXISTS. WITH NO FILE
      * EVERY CUSTOMER PRICES AT LIST.
      ******************************************************************
       9951-LOAD-CONTRACT-PRICES.
           MOVE 0 TO WS-CPRC-COUNT
           OPEN INPUT CONTRACT-PRICE-FILE
           IF CONTRACT-PRICE-SUCCESSFUL
              PERFORM UNTIL END-OF-CONTRACT-PRICES
                       OR WS-CPRC-COUNT = 50
                 READ CONTRACT-PRICE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CPRC-COUNT
                    SET WS-CPRC-IDX TO WS-CPRC-COUNT
                    MOVE CPRC-CUST-NUMBER TO WS-CPRC-CUST(WS-CPRC-IDX)
                    MOVE CPRC-SHAPE-TYPE TO WS-CPRC-SHAPE(WS-CPRC-IDX)
                    MOVE CPRC-METHOD TO WS-CPRC-METHOD(WS-CPRC-IDX)
                    MOVE CPRC-SQFT-PRICE TO WS-CPRC-SQFT(WS-CPRC-IDX)
                    MOVE CPRC-PCT-OFF TO WS-CPRC-PCT-OFF(WS-CPRC-IDX)
                 END-READ
              END-PERFORM
              IF NOT END-OF-CONTRACT-PRICES
                 DISPLAY "CONTRACT PRICE TABLE FULL AT 50 -- "
                         "REMAINING ROWS NOT LOADED"
              END-IF
              CLOSE CONTRACT-PRICE-FILE
           END-IF.

      ******************************************************************
      * FINDS THE CONTRACT TERM FOR ONE CUSTOMER AND SHAPE. A TERM
      * FOR THE SHAPE ITSELF BEATS THE CUSTOMER'S "*ALL" TERM, AS IT
      * DOES IN MATHSHPS.
      ******************************************************************
       9952-FIND-CONTRACT-TERM.
           MOVE "N" TO WS-CPRC-FOUND-SW
           PERFORM VARYING WS-CPRC-IDX FROM 1 BY 1
                     UNTIL WS-CPRC-IDX > WS-CPRC-COUNT
                        OR CONTRACT-TERM-FOUND
              IF WS-CPRC-CUST(WS-CPRC-IDX) = WS-CPRC-CHECK-CUST
                 AND WS-CPRC-SHAPE(WS-CPRC-IDX) = WS-CPRC-CHECK-SHAPE
                 MOVE "Y" TO WS-CPRC-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT CONTRACT-TERM-FOUND
              PERFORM VARYING WS-CPRC-IDX FROM 1 BY 1
                        UNTIL WS-CPRC-IDX > WS-CPRC-COUNT
                           OR CONTRACT-TERM-FOUND
                 IF WS-CPRC-CUST(WS-CPRC-IDX) = WS-CPRC-CHECK-CUST
                    AND WS-CPRC-SHAPE(WS-CPRC-IDX) = "*ALL"
                    MOVE "Y" TO WS-CPRC-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF
           IF CONTRACT-TERM-FOUND
              SET WS-CPRC-IDX DOWN BY 1
           END-IF.

      ******************************************************************
      * PRICES ONE SHAPE LINE AT THE CUSTOMER'S CONTRACT TERMS THE
      * WAY MATHSHPS WILL: THE CONTRACT TERM FIRST, THEN AREA TIMES
      * PRICE LESS THE VOLUME-DISCOUNT TIER. THE PRICE TO KEY IS THE
      * CONTRACT PRICE ON A FIXED-PRICE TERM, BUT THE LIST PRICE ON
      * A PERCENT-OFF TERM -- MATHSHPS TAKES THAT PERCENT OFF
      * WHATEVER IS KEYED, SO KEYING THE NET PRICE WOULD DISCOUNT
      * THE LINE TWICE.
      ******************************************************************
       9953-PRICE-CONTRACT-LINE.
           PERFORM 9952-FIND-CONTRACT-TERM
           MOVE WS-CPRC-LIST-PRICE TO WS-CPRC-KEYED-PRICE
                                      WS-CPRC-NET-PRICE
           IF CONTRACT-TERM-FOUND
              IF WS-CPRC-PERCENT-OFF(WS-CPRC-IDX)
                 COMPUTE WS-CPRC-NET-PRICE ROUNDED =
                         WS-CPRC-LIST-PRICE
                       * (100 - WS-CPRC-PCT-OFF(WS-CPRC-IDX)) / 100
              ELSE
                 MOVE WS-CPRC-SQFT(WS-CPRC-IDX) TO WS-CPRC-KEYED-PRICE
                                                   WS-CPRC-NET-PRICE
              END-IF
           END-IF
           EVALUATE WS-CPRC-CHECK-SHAPE
              WHEN "CIRCLE    "
                 COMPUTE WS-CPRC-LINE-AREA =
                         WS-CPRC-PI * WS-CPRC-SIZE-1 * WS-CPRC-SIZE-1
              WHEN "TRIANGLE  "
                 COMPUTE WS-CPRC-SEMI-PERIMETER =
                    (WS-CPRC-SIZE-1 + WS-CPRC-SIZE-2 + WS-CPRC-SIZE-3)
                    / 2
                 COMPUTE WS-CPRC-LINE-AREA = FUNCTION SQRT(
                       WS-CPRC-SEMI-PERIMETER
                     * (WS-CPRC-SEMI-PERIMETER - WS-CPRC-SIZE-1)
                     * (WS-CPRC-SEMI-PERIMETER - WS-CPRC-SIZE-2)
                     * (WS-CPRC-SEMI-PERIMETER - WS-CPRC-SIZE-3))
              WHEN OTHER
                 COMPUTE WS-CPRC-LINE-AREA =
                         WS-CPRC-SIZE-1 * WS-CPRC-SIZE-2
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-CPRC-LINE-AREA > 500
                 MOVE 15.00 TO WS-CPRC-DISCOUNT-PCT
              WHEN WS-CPRC-LINE-AREA > 200
                 MOVE 10.00 TO WS-CPRC-DISCOUNT-PCT
              WHEN OTHER
                 MOVE 0.00 TO WS-CPRC-DISCOUNT-PCT
           END-EVALUATE
           COMPUTE WS-CPRC-LINE-VALUE ROUNDED =
                   (WS-CPRC-LINE-AREA * WS-CPRC-NET-PRICE)
                 * (100 - WS-CPRC-DISCOUNT-PCT) / 100.
