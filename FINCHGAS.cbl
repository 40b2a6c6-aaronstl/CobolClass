      *   - PRINTS A REGISTER OF THE CHARGES ASSESSED.
      * A CUSTOMER WITH AN "F" ROW ALREADY DATED THIS MONTH IS
      * SKIPPED, SO A RERUN CAN'T DOUBLE-CHARGE.
      * THE 30 DAYS ARE CALENDAR DAYS, AS THE TERMS ON THE INVOICE
      * SAY, BUT A BALANCE WHOSE 30TH DAY FALLS ON A WEEKEND OR A
      * PLANT-CLOSED DAY ON THE SHOP CALENDAR (SHOPCAL.DAT, KEPT BY
      * CALMNTAS) ISN'T PAST DUE UNTIL THE NEXT WORKING DAY HAS GONE
      * BY -- NOBODY IS CHARGED FOR MAILING A CHECK WE COULDN'T
      * HAVE OPENED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY ACCTPERSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY SCALSEL.

       DATA DIVISION.
        FILE SECTION.
           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(20).
           05 CUST-PAYMENT             PIC 9(06)V9(3).
           05 FILLER                   PIC X(53).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
       COPY ACCTPERFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY SCALFD.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-PATH    PIC X(40)
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX.
              10 WS-CUST-RECORD         PIC X(95).
              10 WS-CUST-LAST-CHARGE    PIC 9(08).
              10 WS-CUST-CHARGED-SW     PIC X(01).
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-CHARGE-INT            PIC 9(08).
       01 WS-AGE-DAYS              PIC S9(05).
       01 WS-DUE-DATE              PIC 9(08).
       01 WS-WORK-BALANCE          PIC 9(06)V9(3).
       01 WS-FIN-CHARGE            PIC 9(06)V9(3) VALUE 0.
       01 WS-CHARGES-ASSESSED      PIC 9(05) VALUE 0.
       COPY ACCTPERWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SCALWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-IF
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 9992-LOAD-SHOP-CALENDAR
           PERFORM 1100-LOAD-CUSTOMER-FILE
           PERFORM 1200-LOAD-TRAN-HISTORY
           PERFORM 1300-LOAD-EXEMPT-LIST
           MOVE WS-FIN-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-FIN-REGISTER-PATH
           MOVE "SHOP-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHOP-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHOP-CAL-PATH
           MOVE "MONTHLY-FIN-PCT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           END-PERFORM.

      * A BALANCE WITH NO CHARGE HISTORY AT ALL AGES AS OVER 90,
      * THE SAME CALL CASHAPPAS MAKES. A BALANCE PAST 30 DAYS WHOSE
      * DUE DATE ROLLS OVER A WEEKEND OR CLOSED DAY TO TODAY OR LATER
      * IS NOT YET PAST DUE.
       2120-AGE-AND-CHARGE.
           IF WS-CUST-LAST-CHARGE(WS-CUST-IDX) > 0
              COMPUTE WS-CHARGE-INT = FUNCTION INTEGER-OF-DATE
                 (WS-CUST-LAST-CHARGE(WS-CUST-IDX))
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
              IF WS-AGE-DAYS > 30
                 COMPUTE WS-SCAL-CHECK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-CHARGE-INT + 30)
                 PERFORM 9998-ROLL-TO-WORKING-DAY
                 MOVE WS-SCAL-RESULT-DATE TO WS-DUE-DATE
                 IF WS-TODAY-DATE <= WS-DUE-DATE
                    MOVE 30 TO WS-AGE-DAYS
                 END-IF
              END-IF
           ELSE
              MOVE 999 TO WS-AGE-DAYS
           END-IF
      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED SHOP CALENDAR PARAGRAPHS. SEE SCALPARA.CPY.
       COPY SCALPARA.
