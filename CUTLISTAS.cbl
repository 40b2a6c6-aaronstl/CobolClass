      *     ORDER DATE;
      *   - WHICH ORDERS BLOW PAST THEIR PROMISED DATE AT CURRENT
      *     CAPACITY; AND
      *   - A LOAD-VERSUS-CAPACITY SUMMARY FOR THE COMING WEEK.
      * CUT DAYS ARE THE SHOP'S WORKING DAYS OFF THE SHOP CALENDAR
      * (SHOPCAL.DAT, KEPT BY CALMNTAS) -- NO WORK IS SCHEDULED ON A
      * WEEKEND OR A PLANT-CLOSED DAY, AND A SATURDAY THE PLANT IS
      * RUNNING GETS ITS FULL DAY'S CAPACITY -- AND THE WEEK'S
      * CAPACITY IS A DAY'S CAPACITY TIMES THE WORKING DAYS IN IT.
      * THE CAPACITY FILE CARRIES ONE ROW PER MATERIAL PLUS THE
      * "*ALL" ROW; THE MASTER DOESN'T SAY WHICH MATERIAL AN ORDER
      * CUTS FROM, SO SCHEDULING RUNS AGAINST THE "*ALL" ROW AND
      * THE PER-MATERIAL ROWS PRINT ON THE SUMMARY FOR REFERENCE.
      * A RUG THAT WAS CUT WRONG OR FAILED INSPECTION COMES BACK AS
      * A NO-CHARGE REMAKE LINE ON THE ORDER-LINE FILE (SEE
      * DEFENTAS). EVERY REMAKE STILL PRICED -- NOT YET RE-CUT --
      * IS SCHEDULED ALONGSIDE THE OPEN ORDERS, FIRST-IN-FIRST-OUT
      * BY THE DATE THE DEFECT WAS KEYED, AND MARKED AS A REMAKE ON
      * THE CUT-LIST.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is sequential
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT CUT-CAPACITY-FILE
               ASSIGN TO WS-CUT-CAPACITY-PATH
               ASSIGN TO WS-CUT-LIST-PATH
               organization is line sequential
               file status is WS-CUT-LIST-STATUS.
             COPY ORDLNSEL.
             COPY SCALSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

           05 RUGORD-ORDER-DATE        PIC 9(08).
           05 RUGORD-TOTAL-AREA        PIC 9(08)V99.
           05 RUGORD-PROMISE-DATE      PIC 9(08).
           05 FILLER                   PIC X(21).

      * DAILY CUTTING CAPACITY IN SQUARE FEET: ONE ROW PER MATERIAL
      * PLUS THE "*ALL" OVERALL ROW THE SCHEDULE RUNS AGAINST.
           DATA RECORD IS CUT-LIST-RECORD.
       01  CUT-LIST-RECORD             PIC X(80).

       COPY ORDLNFD.
       COPY SCALFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-CUT-CAPACITY-PATH     PIC X(40)
           VALUE "C:\Users\bob\CUTCAP.DAT".
           88 GOOD-CUT-LIST-WRITE      VALUE "00".

      * THE OPEN ORDERS, PICKED SMALLEST ORDER DATE FIRST EACH PASS.
      * A REMAKE LINE CARRIES THE LINE NUMBER IT WAS GIVEN ON THE
      * ORDER; A WHOLE ORDER CARRIES ZERO.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-OPEN-IDX.
              10 WS-OPEN-AREA           PIC 9(08)V99.
              10 WS-OPEN-PROMISE-DATE   PIC 9(08).
              10 WS-OPEN-DONE-SW        PIC X(01).
              10 WS-OPEN-REMAKE-LINE    PIC 9(03).
       01 WS-OPEN-COUNT            PIC 9(03) VALUE 0.
       01 WS-OPEN-SCAN             PIC 9(03).
       01 WS-OPEN-PICK             PIC 9(03).
       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-CUT-DAY-NUMBER        PIC 9(03) VALUE 0.
       01 WS-CUT-DAY-DATE          PIC 9(08).
       01 WS-DAY-AREA-LEFT         PIC 9(08)V99 VALUE 0.
       01 WS-TOTAL-OPEN-AREA       PIC 9(09)V99 VALUE 0.
       01 WS-WEEK-CAPACITY         PIC 9(08) VALUE 0.
       01 WS-WEEK-WORKING-DAYS     PIC 9(01) VALUE 0.
       01 WS-ORDERS-LATE           PIC 9(03) VALUE 0.
       01 WS-ORDERS-SCHEDULED      PIC 9(03) VALUE 0.

           05 CUT-CAP-SQFT           PIC ZZZZZ9.
           05 FILLER                 PIC X(49) VALUE SPACES.

       01  CUT-REMAKE-NOTE.
           05 FILLER                 PIC X(12) VALUE "REMAKE LINE ".
           05 CUT-REMAKE-LINE        PIC 9(03).
           05 FILLER                 PIC X(07) VALUE " - N/C ".

       01  CUT-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY ORDLNWS.
       COPY SCALWS.
       COPY IOERRWS.
       COPY RUNCTLWS.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 9992-LOAD-SHOP-CALENDAR
           PERFORM 1100-LOAD-CAPACITY
           PERFORM 1200-LOAD-OPEN-ORDERS
           PERFORM 1250-LOAD-REMAKE-LINES
           OPEN OUTPUT CUT-LIST-REPORT
           MOVE WS-TODAY-DATE     TO CUT-HDG-DATE
           MOVE WS-DAILY-CAPACITY TO CUT-HDG-CAPACITY
           MOVE "CUT-LIST-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUT-LIST-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUT-LIST-PATH
           MOVE "ORDER-LINE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-LINE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-LINE-PATH
           MOVE "SHOP-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHOP-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHOP-CAL-PATH.

      * THE "*ALL " ROW DRIVES THE SCHEDULE; WITH NO CAPACITY FILE
      * AT ALL THE SHOP'S LONGSTANDING 600 SQ FT A DAY IS ASSUMED.
                            TO WS-OPEN-PROMISE-DATE(WS-OPEN-IDX)
                       END-IF
                       MOVE "N" TO WS-OPEN-DONE-SW(WS-OPEN-IDX)
                       MOVE ZEROES TO WS-OPEN-REMAKE-LINE(WS-OPEN-IDX)
                       ADD WS-OPEN-AREA(WS-OPEN-IDX)
                         TO WS-TOTAL-OPEN-AREA
                    END-IF
              GOBACK
           END-IF.

      * REMAKES STILL WAITING TO BE RE-CUT, DATED FROM THE DAY THE
      * DEFECT WAS KEYED. A REMAKE HAS NO PROMISE DATE OF ITS OWN.
       1250-LOAD-REMAKE-LINES.
           PERFORM 9980-LOAD-ORDER-LINES
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-REMAKE(WS-ORDLN-IDX)
                 AND WS-ORDLN-STATUS(WS-ORDLN-IDX) = "P"
                 IF WS-OPEN-COUNT < 500
                    ADD 1 TO WS-OPEN-COUNT
                    SET WS-OPEN-IDX TO WS-OPEN-COUNT
                    MOVE WS-ORDLN-ORDER(WS-ORDLN-IDX)
                      TO WS-OPEN-ORDER-NUMBER(WS-OPEN-IDX)
                    MOVE WS-ORDLN-CUST(WS-ORDLN-IDX)
                      TO WS-OPEN-CUST-NUMBER(WS-OPEN-IDX)
                    MOVE WS-ORDLN-DATE(WS-ORDLN-IDX)
                      TO WS-OPEN-ORDER-DATE(WS-OPEN-IDX)
                    MOVE WS-ORDLN-AREA(WS-ORDLN-IDX)
                      TO WS-OPEN-AREA(WS-OPEN-IDX)
                    MOVE ZEROES TO WS-OPEN-PROMISE-DATE(WS-OPEN-IDX)
                    MOVE "N" TO WS-OPEN-DONE-SW(WS-OPEN-IDX)
                    MOVE WS-ORDLN-LINE(WS-ORDLN-IDX)
                      TO WS-OPEN-REMAKE-LINE(WS-OPEN-IDX)
                    ADD WS-OPEN-AREA(WS-OPEN-IDX)
                      TO WS-TOTAL-OPEN-AREA
                 ELSE
                    DISPLAY "CUTLISTAS: OPEN-ORDER TABLE FULL AT 500 "
                            "-- REMAKE " WS-ORDLN-ORDER(WS-ORDLN-IDX)
                            " LINE " WS-ORDLN-LINE(WS-ORDLN-IDX)
                            " NOT SCHEDULED"
                 END-IF
              END-IF
           END-PERFORM.

      * FILLS EACH DAY FIRST-IN-FIRST-OUT UNTIL ITS CAPACITY IS
      * SPENT. AN ORDER BIGGER THAN A WHOLE DAY STILL SCHEDULES ON
      * ITS OWN DAY -- THE FLOOR RUNS IT LONG RATHER THAN SPLIT A
      * RUG ACROSS SHIFTS. THE FIRST CUT DAY IS TODAY IF THE SHOP
      * WORKS TODAY, OTHERWISE ITS NEXT WORKING DAY; EACH CUT DAY
      * AFTER IS THE NEXT WORKING DAY ON THE SHOP CALENDAR.
       2000-SCHEDULE-CUT-DAYS.
           MOVE 0 TO WS-CUT-DAY-NUMBER
           PERFORM UNTIL WS-ORDERS-SCHEDULED = WS-OPEN-COUNT
              ADD 1 TO WS-CUT-DAY-NUMBER
              IF WS-CUT-DAY-NUMBER = 1
                 MOVE WS-TODAY-DATE TO WS-SCAL-CHECK-DATE
                 PERFORM 9998-ROLL-TO-WORKING-DAY
              ELSE
                 MOVE WS-CUT-DAY-DATE TO WS-SCAL-FROM-DATE
                 MOVE 1 TO WS-SCAL-DAYS
                 PERFORM 9996-ADD-WORKING-DAYS
              END-IF
              MOVE WS-SCAL-RESULT-DATE TO WS-CUT-DAY-DATE
              MOVE WS-CUT-DAY-NUMBER TO CUT-DAY-NUM
              MOVE WS-CUT-DAY-DATE   TO CUT-DAY-DTE
              WRITE CUT-LIST-RECORD FROM CUT-BLANK-LINE
              ELSE
                 MOVE SPACES TO CUT-DTL-NOTE
              END-IF
              IF WS-OPEN-REMAKE-LINE(WS-OPEN-IDX) > 0
                 MOVE WS-OPEN-REMAKE-LINE(WS-OPEN-IDX)
                   TO CUT-REMAKE-LINE
                 MOVE CUT-REMAKE-NOTE TO CUT-DTL-NOTE
              END-IF
              WRITE CUT-LIST-RECORD FROM CUT-DETAIL-LINE
              PERFORM 2020-PICK-NEXT-ORDER
      * THE DAY CLOSES WHEN THE NEXT ORDER WON'T FIT IN WHAT'S LEFT
              END-IF
           END-PERFORM.

      * THE COMING WEEK IS TODAY AND THE SIX DAYS AFTER IT; ITS
      * CAPACITY IS A DAY'S CAPACITY FOR EACH WORKING DAY IN IT.
       3000-WRITE-WEEK-SUMMARY.
           WRITE CUT-LIST-RECORD FROM CUT-BLANK-LINE
           COMPUTE WS-SCAL-FROM-DATE =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
           COMPUTE WS-SCAL-TO-DATE =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 6)
           PERFORM 9997-COUNT-WORKING-DAYS
           MOVE WS-SCAL-DAYS TO WS-WEEK-WORKING-DAYS
           COMPUTE WS-WEEK-CAPACITY =
              WS-DAILY-CAPACITY * WS-WEEK-WORKING-DAYS
           MOVE "OPEN LOAD (SQ FT):            " TO CUT-SUM-LABEL
           MOVE WS-TOTAL-OPEN-AREA TO CUT-SUM-VALUE
           WRITE CUT-LIST-RECORD FROM CUT-SUMMARY-LINE
           MOVE "WORKING DAYS THIS WEEK:       " TO CUT-SUM-LABEL
           MOVE WS-WEEK-WORKING-DAYS TO CUT-SUM-VALUE
           WRITE CUT-LIST-RECORD FROM CUT-SUMMARY-LINE
           MOVE "WEEK CAPACITY (SQ FT):        " TO CUT-SUM-LABEL
           MOVE WS-WEEK-CAPACITY TO CUT-SUM-VALUE
           WRITE CUT-LIST-RECORD FROM CUT-SUMMARY-LINE
           MOVE "ORDERS PAST PROMISED DATE:    " TO CUT-SUM-LABEL
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED ORDER-LINE LOAD, REWRITE AND ROLL-UP. SEE
      * ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED SHOP CALENDAR PARAGRAPHS. SEE SCALPARA.CPY.
       COPY SCALPARA.
