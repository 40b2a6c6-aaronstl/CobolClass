      ******************************************************************
      * TAKES THE SQUARE-FOOT PRICE FOR ONE SHAPE LINE AT THE
      * TERMINAL. THE LIST PRICE IN EFFECT IS SHOWN AND USED UNLESS
      * THE CLERK KEYS A DIFFERENT PRICE OVER IT, AND A KEYED PRICE
      * IS ONLY TAKEN WITH A REASON -- WITHOUT ONE THE LIST PRICE
      * STANDS. A SHAPE WITH NO LIST PRICE CAN STILL BE PRICED, BUT
      * ONLY THE SAME WAY, AS AN OVERRIDE WITH A REASON. NEEDS
      * LPRCPARA.CPY (9955-FIND-LIST-PRICE) IN THE SAME PROGRAM.
      ******************************************************************
       9956-TAKE-SQ-FT-PRICE.
           MOVE "N" TO WS-POVR-OVERRIDE-SW
           MOVE SPACES TO WS-POVR-REASON
           PERFORM 9955-FIND-LIST-PRICE
           IF LIST-PRICE-FOUND
              MOVE WS-LPRC-LIST-PRICE TO WS-POVR-PRICE-EDIT
              DISPLAY "LIST PRICE PER SQ FT: " WS-POVR-PRICE-EDIT
                      "  (EFFECTIVE " WS-LPRC-LIST-EFF-DATE ")"
              DISPLAY "OVERRIDE PRICE PER SQ FT (5 DIGITS, "
                      "BLANK = LIST): "
           ELSE
              DISPLAY "NO LIST PRICE ON FILE FOR THIS SHAPE."
              DISPLAY "PRICE PER SQ FT (5 DIGITS, 99999 = 999.99): "
           END-IF
           ACCEPT WS-POVR-PRICE-IN
           MOVE WS-LPRC-LIST-PRICE TO WS-POVR-PRICE-USED
           IF WS-POVR-PRICE-IN IS NUMERIC
              AND WS-POVR-PRICE-NUM NOT = ZERO
              AND WS-POVR-PRICE-NUM NOT = WS-LPRC-LIST-PRICE
              DISPLAY "OVERRIDE REASON (REQUIRED): "
              ACCEPT WS-POVR-REASON
              IF WS-POVR-REASON = SPACES
                 DISPLAY "NO REASON GIVEN -- OVERRIDE REFUSED."
              ELSE
                 MOVE WS-POVR-PRICE-NUM TO WS-POVR-PRICE-USED
                 MOVE "Y" TO WS-POVR-OVERRIDE-SW
              END-IF
           END-IF.

      ******************************************************************
      * APPENDS THE OVERRIDE JUST TAKEN TO THE PRICE-OVERRIDE LOG.
      * PERFORMED ONCE THE LINE IT PRICED HAS BEEN ACCEPTED.
      ******************************************************************
       9957-LOG-PRICE-OVERRIDE.
           MOVE SPACES TO PRICE-OVERRIDE-REC
           MOVE WS-LPRC-CHECK-DATE   TO POVR-DATE
           MOVE WS-POVR-PROGRAM-ID   TO POVR-PROGRAM-ID
           MOVE WS-POVR-OPERATOR     TO POVR-OPERATOR
           MOVE WS-POVR-ORDER-NUMBER TO POVR-ORDER-NUMBER
           MOVE WS-POVR-CUST-NUMBER  TO POVR-CUST-NUMBER
           MOVE WS-LPRC-CHECK-SHAPE  TO POVR-SHAPE-TYPE
           MOVE WS-LPRC-LIST-PRICE   TO POVR-LIST-PRICE
           MOVE WS-POVR-PRICE-USED   TO POVR-KEYED-PRICE
           MOVE WS-POVR-REASON       TO POVR-REASON
           OPEN EXTEND PRICE-OVERRIDE-FILE
           IF NOT PRICE-OVERRIDE-SUCCESSFUL
              OPEN OUTPUT PRICE-OVERRIDE-FILE
           END-IF
           WRITE PRICE-OVERRIDE-REC
           IF NOT PRICE-OVERRIDE-SUCCESSFUL
              MOVE WS-POVR-PROGRAM-ID     TO WS-IOERR-PROGRAM-ID
              MOVE "PRICE-OVERRIDE-LOG"   TO WS-IOERR-FILE-NAME
              MOVE WS-PRICE-OVERRIDE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           CLOSE PRICE-OVERRIDE-FILE.
