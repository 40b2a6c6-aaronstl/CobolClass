      *   R = RETURNED/CREDITED (SET BY CREDMEMAS)
      *   H = HELD OVER CREDIT LIMIT (SET BY MATHSHPS; THE OFFICE
      *       RELEASES A REVIEWED ORDER BACK TO "P" HERE)
      * AND THE BACKLOG OPTION PRINTS THE OPEN ORDERS (P, C AND B)
      * BY STATUS WITH THEIR AGE IN DAYS, SO "DID ORDER SO-AND-SO
      * EVER SHIP" IS A LOOKUP INSTEAD OF A WALK TO THE FLOOR. THE
      * MASTER IS INDEXED BY ORDER NUMBER: EACH ORDER IS READ BY
      * KEY AND REWRITTEN THE MOMENT ITS STATUS CHANGES, AND THE
      * REPORTS READ IT THROUGH IN ORDER-NUMBER SEQUENCE.
      *
      * ORDERS MATHSHPS HAS PRICED SINCE THE ORDER-LINE FILE CAME IN
      * ALSO CARRY ONE ROW PER SHAPE THERE WITH ITS OWN STATUS (SEE
      * ORDLNFD.CPY). THE LINE OPTION CUTS, SHIPS, PUTS ON WAIT FOR
      * MATERIAL OR CANCELS ONE RUG AT A TIME, AND THE ORDER ROLLS
      * UP FROM ITS LINES:
      *   B = PARTLY SHIPPED -- SOME LINES SHIPPED, OTHERS OPEN
      * CLOSING TO "S" (OR "X" WHEN EVERY LINE WAS CANCELED) ONLY
      * WHEN ITS LAST OPEN LINE SHIPS OR IS CANCELED. A C, S OR X
      * KEYED AGAINST THE WHOLE ORDER CARRIES DOWN TO ITS OPEN
      * LINES. THE BACKORDER OPTION LISTS THE LINES STILL OPEN ON
      * PARTLY-SHIPPED ORDERS. THE LINE FILE IS REWRITTEN ON EXIT.
      *
      * AN ORDER THAT GOES TO "X" -- KEYED HERE OR ROLLED UP FROM
      * ITS LINES -- TURNS ANY DEPOSIT STILL HELD AGAINST IT ON
      * CUSTDEP.DAT OVER FOR REFUND ("R"), FOR DEPRPTAS'S REFUND
      * REPORT. THE DEPOSIT FILE IS REWRITTEN ON EXIT.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is dynamic
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT BACKLOG-REPORT
               ASSIGN TO WS-BACKLOG-REPORT-PATH
               organization is line sequential
               file status is WS-BACKLOG-REPORT-STATUS.
             SELECT BACKORDER-REPORT
               ASSIGN TO WS-BACKORDER-REPORT-PATH
               organization is line sequential
               file status is WS-BACKORDER-REPORT-STATUS.
             COPY ORDLNSEL.
             COPY DEPSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

           05 RUGORD-ORDER-DATE        PIC 9(08).
      * SQUARE FOOTAGE AND PROMISE DATE STAMPED BY MATHSHPS --
      * CARRIED THROUGH THE REWRITE SO THE CUT-LIST SCHEDULER KEEPS
      * ITS FIGURES.
           05 RUGORD-TOTAL-AREA        PIC 9(08)V99.
           05 RUGORD-PROMISE-DATE      PIC 9(08).
           05 RUGORD-CONTRACT-SW       PIC X(01).
           05 RUGORD-SALES-REP         PIC X(03).
           05 RUGORD-SHIP-STATE        PIC X(02).
           05 RUGORD-SHIP-TO-CODE      PIC X(04).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

       FD  BACKLOG-REPORT
           RECORDING MODE IS F
           DATA RECORD IS BACKLOG-REPORT-RECORD.
       01  BACKLOG-REPORT-RECORD       PIC X(80).

       FD  BACKORDER-REPORT
           RECORDING MODE IS F
           DATA RECORD IS BACKORDER-REPORT-RECORD.
       01  BACKORDER-REPORT-RECORD     PIC X(80).

       COPY ORDLNFD.
       COPY DEPFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
      * "02" IS A GOOD READ OR WRITE THAT FOUND OR MADE ANOTHER
      * ORDER FOR THE SAME CUSTOMER ON THE ALTERNATE KEY.
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
           88 RUG-ORDER-NOT-ON-FILE    VALUE "23".
       01 WS-BACKLOG-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\bob\RUGBACKLOG.rpt".
       01 WS-BACKLOG-REPORT-STATUS PIC X(02).
           88 GOOD-BACKLOG-WRITE       VALUE "00".
       01 WS-BACKORDER-REPORT-PATH PIC X(40)
           VALUE "C:\Users\bob\RUGBACKORD.rpt".
       01 WS-BACKORDER-REPORT-STATUS PIC X(02).
           88 GOOD-BACKORDER-WRITE     VALUE "00".

       01 WS-ORDER-FOUND-SW        PIC X(01) VALUE "N".
           88 ORDER-FOUND              VALUE "Y".
       01 WS-LINE-CHANGES-SW       PIC X(01) VALUE "N".
           88 LINE-CHANGES-MADE        VALUE "Y".
       01 WS-DEP-CHANGES-SW        PIC X(01) VALUE "N".
           88 DEPOSIT-CHANGES-MADE     VALUE "Y".

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 FLOOR-DONE               VALUE "Y".
       01 WS-ORDER-OPEN-SW         PIC X(01) VALUE "N".
           88 RUG-ORDER-FILE-OPEN      VALUE "Y".
       01 WS-ORDER-NUMBER-IN       PIC X(06).
       01 WS-NEW-STATUS            PIC X(01).
           88 VALID-ORDER-STATUS       VALUES "P" "C" "S" "X" "R"
                                              "H".
           88 STATUS-CARRIES-TO-LINES  VALUES "C" "S" "X".
       01 WS-LINE-NUMBER-IN        PIC X(03).
       01 WS-LINE-NUMBER-NUM REDEFINES WS-LINE-NUMBER-IN
                                    PIC 9(03).
       01 WS-LINE-FOUND-SW         PIC X(01) VALUE "N".
           88 LINE-FOUND               VALUE "Y".
       01 WS-NEW-LINE-STATUS       PIC X(01).
           88 VALID-LINE-STATUS        VALUES "P" "C" "W" "S" "X".

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-ORDER-AGE             PIC S9(05).
       01 WS-BACKLOG-STATUS        PIC X(01).
       01 WS-BACKLOG-COUNT         PIC 9(04).
       01 WS-BACKORDER-COUNT       PIC 9(04).
       01 WS-BACKORDER-VALUE       PIC 9(08)V99.

       01  BACKLOG-HDG-LINE.
           05 FILLER                 PIC X(26)
           05 FILLER                 PIC X(05) VALUE " DAYS".
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  BACKORD-HDG-LINE.
           05 FILLER                 PIC X(39)
             VALUE "LINES OPEN ON PARTLY-SHIPPED ORDERS AT ".
           05 BACKORD-HDG-DATE       PIC 9(08).
           05 FILLER                 PIC X(33) VALUE SPACES.

       01  BACKORD-ORDER-LINE.
           05 FILLER                 PIC X(07) VALUE "ORDER: ".
           05 BACKORD-ORDER-NUMBER   PIC X(06).
           05 FILLER                 PIC X(08) VALUE "  CUST: ".
           05 BACKORD-CUST-NUMBER    PIC X(06).
           05 FILLER                 PIC X(07) VALUE "  AGE: ".
           05 BACKORD-AGE-DAYS       PIC ZZZZ9.
           05 FILLER                 PIC X(15)
             VALUE " DAYS  SHIPPED ".
           05 BACKORD-SHIPPED        PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE " OF ".
           05 BACKORD-LINES          PIC ZZ9.
           05 FILLER                 PIC X(06) VALUE " LINES".
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  BACKORD-DETAIL-LINE.
           05 FILLER                 PIC X(07) VALUE "  LINE ".
           05 BACKORD-LINE-NUMBER    PIC 9(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 BACKORD-SHAPE          PIC X(10).
           05 FILLER                 PIC X(07) VALUE " SQFT: ".
           05 BACKORD-AREA           PIC ZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY BACKORD-PRICE.
           05 FILLER                 PIC X(10) VALUE "  STATUS: ".
           05 BACKORD-LINE-STATUS    PIC X(01).
           05 FILLER                 PIC X(15) VALUE SPACES.

       01  BACKORD-TOTAL-LINE.
           05 FILLER                 PIC X(12) VALUE "OPEN LINES: ".
           05 BACKORD-TOT-COUNT      PIC ZZZ9.
           05 FILLER                 PIC X(09) VALUE "  VALUE: ".
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY BACKORD-TOT-VALUE.
           05 FILLER                 PIC X(41) VALUE SPACES.

       COPY ORDLNWS.
       COPY DEPWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-OPEN-ORDER-MASTER
           PERFORM 1200-LOAD-ORDER-LINES
           PERFORM 1300-LOAD-DEPOSITS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL FLOOR-DONE
              PERFORM 2000-PROMPT-FLOOR
           END-PERFORM
           IF RUG-ORDER-FILE-OPEN
              CLOSE RUG-ORDER-MASTER
           END-IF
           IF LINE-CHANGES-MADE
              MOVE "RUGSTSAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9981-WRITE-ORDER-LINES
              DISPLAY "RUGSTSAS: ORDER LINES UPDATED"
           END-IF
           IF DEPOSIT-CHANGES-MADE
              MOVE "RUGSTSAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9984-WRITE-DEPOSITS
              DISPLAY "RUGSTSAS: DEPOSITS TURNED OVER FOR REFUND"
           END-IF
           GOBACK.

           MOVE "BACKLOG-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BACKLOG-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BACKLOG-REPORT-PATH
           MOVE "ORDER-LINE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-LINE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-LINE-PATH
           MOVE "BACKORDER-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BACKORDER-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BACKORDER-REPORT-PATH
           MOVE "CUST-DEPOSIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPOSIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPOSIT-PATH.

      * THE MASTER STAYS OPEN I-O FOR THE SESSION; EVERY CHANGE
      * IS REWRITTEN BY KEY AS SOON AS IT IS KEYED.
       1100-OPEN-ORDER-MASTER.
           OPEN I-O RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE "Y" TO WS-ORDER-OPEN-SW
           ELSE
              DISPLAY "NO RUG-ORDER MASTER ON FILE -- NOTHING TO DO"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

      * THE SHAPE LINES. NO LINE FILE JUST MEANS EVERY ORDER IS
      * WORKED AS A WHOLE.
       1200-LOAD-ORDER-LINES.
           PERFORM 9980-LOAD-ORDER-LINES
           DISPLAY "ORDER LINES ON FILE: " WS-ORDLN-COUNT
           IF ORDLN-TABLE-FULL
              DISPLAY "RUGSTSAS: ORDER-LINE TABLE FULL AT 5000 -- "
                      "UPDATES REFUSED, A REWRITE WOULD DROP THE "
                      "UNLOADED LINES"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

      * DEPOSITS TAKEN ON ORDERS, SO A CANCEL CAN SEND THEM TO THE
      * REFUND REPORT.
       1300-LOAD-DEPOSITS.
           PERFORM 9983-LOAD-DEPOSITS
           IF DEP-TABLE-FULL
              DISPLAY "RUGSTSAS: DEPOSIT TABLE FULL AT 2000 -- "
                      "UPDATES REFUSED, A REWRITE WOULD DROP THE "
                      "UNLOADED DEPOSITS"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-FLOOR.
           DISPLAY " "
           DISPLAY "U - UPDATE AN ORDER'S STATUS"
           DISPLAY "L - LIST AN ORDER"
           DISPLAY "S - UPDATE A SHAPE LINE'S STATUS"
           DISPLAY "B - PRINT OPEN-ORDER BACKLOG REPORT"
           DISPLAY "O - PRINT BACKORDER REPORT (OPEN LINES ON "
                   "PARTLY-SHIPPED ORDERS)"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
                 PERFORM 2100-UPDATE-STATUS
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2300-LIST-ORDER
              WHEN WS-MENU-CHOICE = "S" OR WS-MENU-CHOICE = "s"
                 PERFORM 2400-UPDATE-LINE-STATUS
              WHEN WS-MENU-CHOICE = "B" OR WS-MENU-CHOICE = "b"
                 PERFORM 2200-BACKLOG-REPORT
              WHEN WS-MENU-CHOICE = "O" OR WS-MENU-CHOICE = "o"
                 PERFORM 2500-BACKORDER-REPORT
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * READS THE ENTERED ORDER BY KEY INTO RUG-ORDER-REC.
       2010-FIND-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-SW
           DISPLAY "ENTER ORDER NUMBER: "
           ACCEPT WS-ORDER-NUMBER-IN
           MOVE WS-ORDER-NUMBER-IN TO RUGORD-ORDER-NUMBER
           READ RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE "Y" TO WS-ORDER-FOUND-SW
           ELSE
              DISPLAY "ORDER NOT ON MASTER: " WS-ORDER-NUMBER-IN
           END-IF.

      * PUTS THE CHANGED ORDER BACK IN PLACE.
       2020-REWRITE-ORDER.
           REWRITE RUG-ORDER-REC
           IF NOT RUG-ORDER-SUCCESSFUL
              MOVE "RUGSTSAS"         TO WS-IOERR-PROGRAM-ID
              MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
              MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "RUGSTSAS: ORDER " RUGORD-ORDER-NUMBER
                      " NOT REWRITTEN -- STATUS "
                      WS-RUG-ORDER-STATUS
           ELSE
              IF RUGORD-STATUS = "X"
                 PERFORM 2025-REFUND-ORDER-DEPOSITS
              END-IF
           END-IF.

      * A CANCELED ORDER OWES BACK WHATEVER DEPOSIT IS STILL HELD.
       2025-REFUND-ORDER-DEPOSITS.
           MOVE RUGORD-ORDER-NUMBER TO WS-DEP-CANCEL-ORDER
           MOVE WS-TODAY-DATE TO WS-DEP-CANCEL-DATE
           PERFORM 9985-CANCEL-ORDER-DEPOSITS
           IF WS-DEP-CANCEL-TOTAL > 0
              MOVE "Y" TO WS-DEP-CHANGES-SW
              DISPLAY "DEPOSIT OF " WS-DEP-CANCEL-TOTAL
                      " ON ORDER " RUGORD-ORDER-NUMBER
                      " SENT TO THE REFUND REPORT"
           END-IF.

      * POSITIONS AT THE FIRST ORDER FOR A PASS IN ORDER-NUMBER
      * SEQUENCE; 2040 THEN READS THE NEXT ORDER EACH TIME.
       2030-START-ORDER-PASS.
           MOVE LOW-VALUES TO RUGORD-ORDER-NUMBER
           START RUG-ORDER-MASTER KEY NOT < RUGORD-ORDER-NUMBER
           END-START.

       2040-READ-NEXT-ORDER.
           READ RUG-ORDER-MASTER NEXT RECORD
           AT END
              CONTINUE
           END-READ.

       2100-UPDATE-STATUS.
           PERFORM 2010-FIND-ORDER
           IF ORDER-FOUND
              DISPLAY "CURRENT STATUS: " RUGORD-STATUS
              DISPLAY "ENTER NEW STATUS (P/C/S/X/R/H): "
              ACCEPT WS-NEW-STATUS
              IF VALID-ORDER-STATUS
                 MOVE WS-NEW-STATUS TO RUGORD-STATUS
                 IF STATUS-CARRIES-TO-LINES
                    PERFORM 2110-CARRY-STATUS-TO-LINES
                 END-IF
                 PERFORM 2020-REWRITE-ORDER
                 DISPLAY "ORDER " WS-ORDER-NUMBER-IN " NOW "
                         RUGORD-STATUS
              ELSE
                 DISPLAY "STATUS MUST BE P, C, S, X, R OR H -- "
                         "NOT CHANGED."
              END-IF
           END-IF.

      * A WHOLE-ORDER CUT MARKS ITS PRICED LINES CUT (A LINE WAITING
      * ON MATERIAL STAYS WAITING); A WHOLE-ORDER SHIP OR CANCEL
      * CLOSES EVERY LINE STILL OPEN. THE ORDER THEN TAKES WHATEVER
      * STATUS ITS LINES ROLL UP TO -- AN "S" ON AN ORDER WHOSE
      * LINES WERE ALL CANCELED ENDS UP "X".
       2110-CARRY-STATUS-TO-LINES.
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = WS-ORDER-NUMBER-IN
                 AND WS-ORDLN-OPEN(WS-ORDLN-IDX)
                 IF WS-NEW-STATUS NOT = "C"
                    OR WS-ORDLN-STATUS(WS-ORDLN-IDX) = "P"
                    MOVE WS-NEW-STATUS
                      TO WS-ORDLN-STATUS(WS-ORDLN-IDX)
                    MOVE WS-TODAY-DATE
                      TO WS-ORDLN-DATE(WS-ORDLN-IDX)
                    MOVE "Y" TO WS-LINE-CHANGES-SW
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-ORDER-NUMBER-IN TO WS-ORDLN-TALLY-ORDER
           PERFORM 9982-TALLY-ORDER-LINES
           IF WS-ORDLN-ROLLUP-STATUS NOT = SPACES
              MOVE WS-ORDLN-ROLLUP-STATUS TO RUGORD-STATUS
           END-IF.

       2300-LIST-ORDER.
           PERFORM 2010-FIND-ORDER
           IF ORDER-FOUND
              DISPLAY "ORDER:  " RUGORD-ORDER-NUMBER
              DISPLAY "CUST:   " RUGORD-CUST-NUMBER
              DISPLAY "PRICE:  " RUGORD-TOTAL-PRICE
              DISPLAY "TAX:    " RUGORD-TOTAL-TAX
              DISPLAY "STATUS: " RUGORD-STATUS
              DISPLAY "DATED:  " RUGORD-ORDER-DATE
              PERFORM 2310-LIST-ORDER-LINES
           END-IF.

       2310-LIST-ORDER-LINES.
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = WS-ORDER-NUMBER-IN
                 DISPLAY "  LINE " WS-ORDLN-LINE(WS-ORDLN-IDX)
                         " " WS-ORDLN-SHAPE(WS-ORDLN-IDX)
                         " SQFT " WS-ORDLN-AREA(WS-ORDLN-IDX)
                         " PRICE " WS-ORDLN-PRICE(WS-ORDLN-IDX)
                         " STATUS " WS-ORDLN-STATUS(WS-ORDLN-IDX)
                         " AS OF " WS-ORDLN-DATE(WS-ORDLN-IDX)
              END-IF
           END-PERFORM.

      * ONE SHAPE LINE OF A PRICED, CUT OR PARTLY-SHIPPED ORDER.
      * A SHIPPED OR CANCELED LINE IS CLOSED -- IT MAY ALREADY BE
      * MANIFESTED AND BILLED -- SO IT CAN'T BE CHANGED HERE.
       2400-UPDATE-LINE-STATUS.
           PERFORM 2010-FIND-ORDER
           IF ORDER-FOUND
              MOVE WS-ORDER-NUMBER-IN TO WS-ORDLN-TALLY-ORDER
              PERFORM 9982-TALLY-ORDER-LINES
              EVALUATE TRUE
                 WHEN WS-ORDLN-TALLY-LINES = 0
                    DISPLAY "ORDER HAS NO SHAPE LINES ON FILE -- "
                            "UPDATE THE WHOLE ORDER WITH U."
                 WHEN RUGORD-STATUS NOT = "P"
                      AND RUGORD-STATUS NOT = "C"
                      AND RUGORD-STATUS NOT = "B"
                    DISPLAY "ORDER STATUS IS " RUGORD-STATUS
                            " -- ITS LINES CAN'T BE UPDATED."
                 WHEN OTHER
                    PERFORM 2310-LIST-ORDER-LINES
                    PERFORM 2410-FIND-LINE
                    IF LINE-FOUND
                       PERFORM 2420-SET-LINE-STATUS
                    END-IF
              END-EVALUATE
           END-IF.

      * LEAVES WS-ORDLN-IDX ON THE ENTERED LINE OF THE FOUND ORDER.
       2410-FIND-LINE.
           MOVE "N" TO WS-LINE-FOUND-SW
           DISPLAY "ENTER LINE NUMBER (3 DIGITS): "
           ACCEPT WS-LINE-NUMBER-IN
           IF WS-LINE-NUMBER-IN IS NUMERIC
              PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                        UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
                           OR LINE-FOUND
                 IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = WS-ORDER-NUMBER-IN
                    AND WS-ORDLN-LINE(WS-ORDLN-IDX) =
                        WS-LINE-NUMBER-NUM
                    MOVE "Y" TO WS-LINE-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF
           IF LINE-FOUND
              SET WS-ORDLN-IDX DOWN BY 1
           ELSE
              DISPLAY "LINE NOT ON ORDER: " WS-LINE-NUMBER-IN
           END-IF.

       2420-SET-LINE-STATUS.
           IF NOT WS-ORDLN-OPEN(WS-ORDLN-IDX)
              DISPLAY "LINE " WS-LINE-NUMBER-IN " IS CLOSED (STATUS "
                      WS-ORDLN-STATUS(WS-ORDLN-IDX)
                      ") -- NOT CHANGED."
           ELSE
              DISPLAY "CURRENT LINE STATUS: "
                      WS-ORDLN-STATUS(WS-ORDLN-IDX)
              DISPLAY "ENTER NEW LINE STATUS (P/C/W/S/X): "
              ACCEPT WS-NEW-LINE-STATUS
              IF VALID-LINE-STATUS
                 MOVE WS-NEW-LINE-STATUS
                   TO WS-ORDLN-STATUS(WS-ORDLN-IDX)
                 MOVE WS-TODAY-DATE TO WS-ORDLN-DATE(WS-ORDLN-IDX)
                 MOVE "Y" TO WS-LINE-CHANGES-SW
                 DISPLAY "LINE " WS-LINE-NUMBER-IN " NOW "
                         WS-NEW-LINE-STATUS
                 PERFORM 2430-ROLL-UP-ORDER
              ELSE
                 DISPLAY "LINE STATUS MUST BE P, C, W, S OR X -- "
                         "NOT CHANGED."
              END-IF
           END-IF.

      * THE ORDER FOLLOWS ITS LINES ONCE ANY HAS SHIPPED OR ALL HAVE
      * CLOSED; UNTIL THEN IT KEEPS THE STATUS THE FLOOR GAVE IT.
       2430-ROLL-UP-ORDER.
           MOVE WS-ORDER-NUMBER-IN TO WS-ORDLN-TALLY-ORDER
           PERFORM 9982-TALLY-ORDER-LINES
           IF WS-ORDLN-ROLLUP-STATUS NOT = SPACES
              AND WS-ORDLN-ROLLUP-STATUS NOT = RUGORD-STATUS
              MOVE WS-ORDLN-ROLLUP-STATUS TO RUGORD-STATUS
              PERFORM 2020-REWRITE-ORDER
              DISPLAY "ORDER " WS-ORDER-NUMBER-IN " NOW "
                      RUGORD-STATUS
           END-IF.

      * OPEN ORDERS (PRICED, CUT, THEN PARTLY SHIPPED) GROUPED BY
      * STATUS WITH THEIR AGE IN DAYS SINCE PRICING.
       2200-BACKLOG-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
           PERFORM 2210-BACKLOG-ONE-STATUS
           MOVE "C" TO WS-BACKLOG-STATUS
           PERFORM 2210-BACKLOG-ONE-STATUS
           MOVE "B" TO WS-BACKLOG-STATUS
           PERFORM 2210-BACKLOG-ONE-STATUS
           CLOSE BACKLOG-REPORT
           DISPLAY "OPEN ORDERS ON BACKLOG: " WS-BACKLOG-COUNT
           DISPLAY "REPORT WRITTEN TO " WS-BACKLOG-REPORT-PATH.
       2210-BACKLOG-ONE-STATUS.
           MOVE WS-BACKLOG-STATUS TO BACKLOG-STATUS-CODE
           WRITE BACKLOG-REPORT-RECORD FROM BACKLOG-STATUS-LINE
           PERFORM 2030-START-ORDER-PASS
           PERFORM UNTIL NOT RUG-ORDER-SUCCESSFUL
              PERFORM 2040-READ-NEXT-ORDER
              IF RUG-ORDER-SUCCESSFUL
                 AND RUGORD-STATUS = WS-BACKLOG-STATUS
                 MOVE RUGORD-ORDER-NUMBER TO BACKLOG-ORDER-NUMBER
                 MOVE RUGORD-CUST-NUMBER  TO BACKLOG-CUST-NUMBER
                 MOVE RUGORD-TOTAL-PRICE  TO BACKLOG-PRICE
                 IF RUGORD-ORDER-DATE IS NUMERIC
                    AND RUGORD-ORDER-DATE > 0
                    COMPUTE WS-ORDER-INT = FUNCTION INTEGER-OF-DATE
                       (RUGORD-ORDER-DATE)
                    COMPUTE WS-ORDER-AGE = WS-TODAY-INT - WS-ORDER-INT
                 ELSE
                    MOVE ZEROES TO WS-ORDER-AGE
              END-IF
           END-PERFORM.

      * EVERY PARTLY-SHIPPED ORDER WITH THE LINES IT STILL OWES THE
      * CUSTOMER, AND THE COUNT AND VALUE OF THOSE LINES.
       2500-BACKORDER-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           OPEN OUTPUT BACKORDER-REPORT
           MOVE WS-TODAY-DATE TO BACKORD-HDG-DATE
           WRITE BACKORDER-REPORT-RECORD FROM BACKORD-HDG-LINE
           MOVE 0 TO WS-BACKORDER-COUNT
           MOVE 0 TO WS-BACKORDER-VALUE
           PERFORM 2030-START-ORDER-PASS
           PERFORM UNTIL NOT RUG-ORDER-SUCCESSFUL
              PERFORM 2040-READ-NEXT-ORDER
              IF RUG-ORDER-SUCCESSFUL
                 AND RUGORD-STATUS = "B"
                 PERFORM 2510-BACKORDER-ONE-ORDER
              END-IF
           END-PERFORM
           MOVE WS-BACKORDER-COUNT TO BACKORD-TOT-COUNT
           MOVE WS-BACKORDER-VALUE TO BACKORD-TOT-VALUE
           WRITE BACKORDER-REPORT-RECORD FROM BACKORD-TOTAL-LINE
           CLOSE BACKORDER-REPORT
           DISPLAY "OPEN LINES ON BACKORDER: " WS-BACKORDER-COUNT
           DISPLAY "REPORT WRITTEN TO " WS-BACKORDER-REPORT-PATH.

       2510-BACKORDER-ONE-ORDER.
           MOVE RUGORD-ORDER-NUMBER TO WS-ORDLN-TALLY-ORDER
           PERFORM 9982-TALLY-ORDER-LINES
           MOVE RUGORD-ORDER-NUMBER TO BACKORD-ORDER-NUMBER
           MOVE RUGORD-CUST-NUMBER  TO BACKORD-CUST-NUMBER
           IF RUGORD-ORDER-DATE IS NUMERIC
              AND RUGORD-ORDER-DATE > 0
              COMPUTE WS-ORDER-INT = FUNCTION INTEGER-OF-DATE
                 (RUGORD-ORDER-DATE)
              COMPUTE WS-ORDER-AGE = WS-TODAY-INT - WS-ORDER-INT
           ELSE
              MOVE ZEROES TO WS-ORDER-AGE
           END-IF
           MOVE WS-ORDER-AGE TO BACKORD-AGE-DAYS
           MOVE WS-ORDLN-TALLY-SHIPPED TO BACKORD-SHIPPED
           MOVE WS-ORDLN-TALLY-LINES TO BACKORD-LINES
           WRITE BACKORDER-REPORT-RECORD FROM BACKORD-ORDER-LINE
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = RUGORD-ORDER-NUMBER
                 AND WS-ORDLN-OPEN(WS-ORDLN-IDX)
                 MOVE WS-ORDLN-LINE(WS-ORDLN-IDX)
                   TO BACKORD-LINE-NUMBER
                 MOVE WS-ORDLN-SHAPE(WS-ORDLN-IDX) TO BACKORD-SHAPE
                 MOVE WS-ORDLN-AREA(WS-ORDLN-IDX)  TO BACKORD-AREA
                 MOVE WS-ORDLN-PRICE(WS-ORDLN-IDX) TO BACKORD-PRICE
                 MOVE WS-ORDLN-STATUS(WS-ORDLN-IDX)
                   TO BACKORD-LINE-STATUS
                 WRITE BACKORDER-REPORT-RECORD
                   FROM BACKORD-DETAIL-LINE
                 ADD 1 TO WS-BACKORDER-COUNT
                 ADD WS-ORDLN-PRICE(WS-ORDLN-IDX)
                   TO WS-BACKORDER-VALUE
              END-IF
           END-PERFORM.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED ORDER-LINE LOAD, REWRITE AND ROLL-UP. SEE
      * ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED CUSTOMER DEPOSIT LOAD AND REWRITE. SEE DEPPARA.CPY.
       COPY DEPPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
