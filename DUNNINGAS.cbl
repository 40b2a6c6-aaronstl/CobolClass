      * A CUSTOMER WHO MADE A PAYMENT IN THE LAST TWO WEEKS IS
      * SKIPPED, AND THE LETTER SENT IS LOGGED SO THE NEXT CYCLE
      * ESCALATES PAST THE LAST LEVEL INSTEAD OF REPEATING IT.
      * THE BUCKETS ARE CALENDAR DAYS, AS THE TERMS ON THE INVOICE
      * SAY, BUT A BALANCE DOESN'T MOVE INTO A BUCKET UNTIL THE
      * BUCKET'S FIRST DAY, ROLLED OFF A WEEKEND OR A PLANT-CLOSED
      * DAY ON THE SHOP CALENDAR (SHOPCAL.DAT, KEPT BY CALMNTAS) TO
      * THE NEXT WORKING DAY, HAS GONE BY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY SCALSEL.

       DATA DIVISION.
        FILE SECTION.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY SCALFD.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-PATH    PIC X(40)
       01 WS-WORK-INT              PIC 9(08).
       01 WS-AGE-DAYS              PIC S9(05).
       01 WS-PAY-AGE-DAYS          PIC S9(05).
       01 WS-DUE-DATE              PIC 9(08).
       01 WS-BUCKET-LEVEL          PIC 9(01) VALUE 0.
       01 WS-LETTER-LEVEL          PIC 9(01) VALUE 0.
       01 WS-LETTERS-WRITTEN       PIC 9(05) VALUE 0.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SCALWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 9992-LOAD-SHOP-CALENDAR
           PERFORM 1100-LOAD-CUSTOMER-FILE
           PERFORM 1200-LOAD-TRAN-HISTORY
           PERFORM 1300-LOAD-DUNNING-LOG
           MOVE "DUNNING-LETTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DUNNING-LETTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DUNNING-LETTER-PATH
           MOVE "SHOP-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHOP-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHOP-CAL-PATH.

       1100-LOAD-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE
                 MOVE 2 TO WS-BUCKET-LEVEL
              WHEN OTHER
                 MOVE 3 TO WS-BUCKET-LEVEL
           END-EVALUATE
      * THE CURRENT BUCKET'S BOUNDARY (30, 60 OR 90 DAYS AFTER THE
      * CHARGE) ROLLED TO A WORKING DAY; UNTIL IT HAS PASSED THE
      * BALANCE STAYS IN THE BUCKET BEFORE.
           IF WS-BUCKET-LEVEL > 0
              AND WS-CUST-LAST-CHARGE(WS-CUST-IDX) > 0
              COMPUTE WS-SCAL-CHECK-DATE =
                 FUNCTION DATE-OF-INTEGER
                    (WS-WORK-INT + WS-BUCKET-LEVEL * 30)
              PERFORM 9998-ROLL-TO-WORKING-DAY
              MOVE WS-SCAL-RESULT-DATE TO WS-DUE-DATE
              IF WS-TODAY-DATE <= WS-DUE-DATE
                 SUBTRACT 1 FROM WS-BUCKET-LEVEL
              END-IF
           END-IF.

       2120-CHECK-RECENT-PAYMENT.
           MOVE -1 TO WS-PAY-AGE-DAYS
      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED SHOP CALENDAR PARAGRAPHS. SEE SCALPARA.CPY.
       COPY SCALPARA.
