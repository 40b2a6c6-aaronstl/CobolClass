      * APPENDS A PROPER "H"/"D" ORDER PAIR IN SHAPE-REC-IN LAYOUT
      * FOR THE NEXT MATHSHPS RUN -- CARRYING THE QUOTED SQUARE-FOOT
      * PRICE SO THE ORDER PRICES AT THE QUOTE EVEN IF LIST MOVED.
      * THE "D" ROW IS FLAGGED AS AN OVERRIDE SO MATHSHPS KEEPS THAT
      * PRICE RATHER THAN REPRICING OFF THE LIST-PRICE MASTER; A
      * QUOTE THAT WAS ITSELF KEYED OVER LIST IS ALREADY ON THE
      * PRICE-OVERRIDE LOG FROM QUOTE MODE.
      * THE QUOTE IS MARKED CONVERTED ON THE LOG SO IT CAN'T BE
      * USED TWICE.
      *******************************************************************
               ASSIGN TO WS-ORDER-OUT-PATH
               organization is line sequential
               file status is WS-ORDER-OUT-STATUS.
             COPY SHPTSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       FD  ORDER-OUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-OUT-REC.
       01  ORDER-OUT-REC               PIC X(26).
       01  ORDER-HEADER-OUT REDEFINES ORDER-OUT-REC.
           05 OH-RECORD-TYPE           PIC X(01).
           05 OH-CUST-NUMBER           PIC X(06).
           05 OH-ORDER-NUMBER          PIC X(06).
           05 OH-SHIP-STATE            PIC X(02).
           05 FILLER                   PIC X(03).
           05 OH-SHIP-TO-CODE          PIC X(04).
           05 FILLER                   PIC X(03).
       01  ORDER-DETAIL-OUT REDEFINES ORDER-OUT-REC.
           05 OD-RECORD-TYPE           PIC X(01).
           05 OD-SHAPE-TYPE            PIC X(10).
           05 OD-SIZE-2                PIC 9(03).
           05 OD-SQ-FT-PRICE           PIC 9(03)V99.
           05 OD-SIZE-3                PIC 9(03).
           05 OD-PRICE-OVERRIDE-SW     PIC X(01).

       COPY SHPTFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       01 WS-CUST-NUMBER-IN        PIC X(06).
       01 WS-ORDER-NUMBER-IN       PIC X(06).
       01 WS-SHIP-STATE-IN         PIC X(02).
       01 WS-SHIP-TO-CODE-IN       PIC X(04).
       01 WS-SHIP-TO-OK-SW         PIC X(01) VALUE "Y".
           88 SHIP-TO-OK               VALUE "Y".
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".
       01 WS-QUOTE-PICK-SUB        PIC 9(03).
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-QUOTE-TOTAL-OUT.

       COPY SHPTWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-QUOTE-LOG
           PERFORM 9962-LOAD-SHIP-TOS
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           MOVE "ORDER-OUT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-OUT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-OUT-PATH
           MOVE "SHIP-TO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TO-PATH.

       1100-LOAD-QUOTE-LOG.
           OPEN INPUT QUOTE-LOG-FILE
           ELSE
              DISPLAY "ORDER NUMBER (6): "
              ACCEPT WS-ORDER-NUMBER-IN
              PERFORM 2215-TAKE-SHIP-TO
              EVALUATE TRUE
                 WHEN WS-ORDER-NUMBER-IN = SPACES
                    DISPLAY "ORDER NUMBER IS REQUIRED -- NOT "
                            "CONVERTED."
                 WHEN NOT SHIP-TO-OK
                    DISPLAY "QUOTE NOT CONVERTED."
                 WHEN OTHER
                    PERFORM 2230-WRITE-ORDER-PAIR
                    MOVE "Y" TO QUOTE-CONVERTED-SW
                    MOVE QUOTE-LOG-REC
                      TO WS-QUOTE-ENTRY(WS-QUOTE-IDX)
                    MOVE "Y" TO WS-CHANGES-MADE-SW
                    DISPLAY "QUOTE CONVERTED TO ORDER "
                            WS-ORDER-NUMBER-IN
              END-EVALUATE
           END-IF.

      * SAME SHIP-TO EDIT AS ORDENTAS: BLANK SHIPS TO THE
      * CUSTOMER'S OWN ADDRESS WITH A KEYED STATE, A CODE MUST BE AN
      * ACTIVE SHIP-TO UNDER THE CUSTOMER AND SUPPLIES THE STATE.
       2215-TAKE-SHIP-TO.
           MOVE "Y" TO WS-SHIP-TO-OK-SW
           DISPLAY "SHIP-TO CODE (4, BLANK = CUSTOMER'S OWN "
                   "ADDRESS): "
           ACCEPT WS-SHIP-TO-CODE-IN
           IF WS-SHIP-TO-CODE-IN = SPACES
              DISPLAY "SHIP STATE (2): "
              ACCEPT WS-SHIP-STATE-IN
           ELSE
              MOVE WS-CUST-NUMBER-IN  TO WS-SHIPTO-CHECK-CUST
              MOVE WS-SHIP-TO-CODE-IN TO WS-SHIPTO-CHECK-CODE
              PERFORM 9964-FIND-SHIP-TO
              IF NOT SHIPTO-ON-FILE
                 DISPLAY "SHIP-TO NOT ON FILE FOR THIS CUSTOMER."
                 MOVE "N" TO WS-SHIP-TO-OK-SW
              ELSE
                 IF NOT WS-SHIPTO-ACTIVE(WS-SHIPTO-IDX)
                    DISPLAY "SHIP-TO IS INACTIVE."
                    MOVE "N" TO WS-SHIP-TO-OK-SW
                 ELSE
                    MOVE WS-SHIPTO-STATE(WS-SHIPTO-IDX)
                      TO WS-SHIP-STATE-IN
                    DISPLAY "SHIP TO: " WS-SHIPTO-NAME(WS-SHIPTO-IDX)
                            " " WS-SHIPTO-CITY(WS-SHIPTO-IDX)
                            " " WS-SHIPTO-STATE(WS-SHIPTO-IDX)
                 END-IF
              END-IF
           END-IF.

           MOVE WS-CUST-NUMBER-IN   TO OH-CUST-NUMBER
           MOVE WS-ORDER-NUMBER-IN  TO OH-ORDER-NUMBER
           MOVE WS-SHIP-STATE-IN    TO OH-SHIP-STATE
           MOVE WS-SHIP-TO-CODE-IN  TO OH-SHIP-TO-CODE
           WRITE ORDER-OUT-REC
           MOVE SPACES TO ORDER-OUT-REC
           MOVE "D"                 TO OD-RECORD-TYPE
           MOVE QUOTE-SIZE-2        TO OD-SIZE-2
           MOVE QUOTE-SQ-FT-PRICE   TO OD-SQ-FT-PRICE
           MOVE QUOTE-SIZE-3        TO OD-SIZE-3
           MOVE "O"                 TO OD-PRICE-OVERRIDE-SW
           WRITE ORDER-OUT-REC
           IF NOT ORDER-OUT-SUCCESSFUL
              MOVE "QUOTECVAS"      TO WS-IOERR-PROGRAM-ID

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED SHIP-TO MASTER PARAGRAPHS. SEE SHPTPARA.CPY.
       COPY SHPTPARA.
