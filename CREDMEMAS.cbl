      *     THE RUG-ORDER MASTER SO THE BACKLOG AND SALES FIGURES
      *     STAY HONEST.
      * A BLANK CREDIT AMOUNT CREDITS THE ORDER'S FULL PRICE PLUS
      * TAX; A KEYED AMOUNT ALLOWS A PARTIAL CREDIT. AN ORDER OF A
      * COMPANY THE CLERK IS NOT AUTHORIZED FOR IS NOT CREDITED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is random
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-FILE-PATH
       FD  RUG-ORDER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC               PIC X(80).
       01  RUG-ORDER-FIELDS REDEFINES RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER      PIC X(06).
           05 RUGORD-CUST-NUMBER       PIC X(06).
           05 RUGORD-TOTAL-TAX         PIC 9(08)V99.
           05 RUGORD-STATUS            PIC X(01).
           05 RUGORD-ORDER-DATE        PIC 9(08).
      * SQUARE FOOTAGE, PROMISE DATE, CONTRACT FLAG, SALES REP, SHIP
      * STATE AND SHIP-TO CODE RIDE IN THE TAIL -- CARRIED THROUGH
      * THE REWRITE UNTOUCHED. ONLY THE COMPANY IS NAMED.
           05 FILLER                   PIC X(28).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(20).
           05 CUST-PAYMENT             PIC 9(06)V9(3).
           05 FILLER                   PIC X(53).

       FD  INVOICED-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICED-CONTROL-REC.
       01  INVOICED-CONTROL-REC.
           05 INVDONE-ORDER-NUMBER     PIC X(06).
           05 INVDONE-LINE-NUMBER      PIC X(03).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-CUSTOMER-FILE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01 WS-CREDIT-MEMO-STATUS    PIC X(02).
           88 GOOD-CREDIT-MEMO-WRITE   VALUE "00".

      * THE CUSTOMER FILE IS HELD IN MEMORY WHILE THE CLERK WORKS
      * AND REWRITTEN ON EXIT WHEN A CREDIT WAS POSTED. THE ORDER
      * MASTER IS READ AND REWRITTEN BY ORDER NUMBER.
       01 WS-ORDER-FOUND-SW        PIC X(01) VALUE "N".
           88 ORDER-FOUND              VALUE "Y".
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX
                             PIC X(95).
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-OPEN-ORDER-MASTER
           PERFORM 1200-LOAD-CUSTOMER-FILE
           PERFORM UNTIL CLERK-DONE
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
           CLOSE RUG-ORDER-MASTER
           IF CHANGES-MADE
              PERFORM 3100-REWRITE-CUSTOMER-FILE
              DISPLAY "CREDMEMAS: MASTERS UPDATED"
           END-IF
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CREDIT-MEMO-PATH.

       1100-OPEN-ORDER-MASTER.
           OPEN I-O RUG-ORDER-MASTER
           IF NOT RUG-ORDER-SUCCESSFUL
              DISPLAY "NO RUG-ORDER MASTER -- NOTHING TO CREDIT"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.
                      "-- NO CREDIT WITHOUT AN INVOICE."
           ELSE
              PERFORM 2120-FIND-ORDER
              IF ORDER-FOUND
                 MOVE RUGORD-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
                 PERFORM 9935-CHECK-OPERATOR-COMPANY
              END-IF
              EVALUATE TRUE
                 WHEN NOT ORDER-FOUND
                    DISPLAY "ORDER NOT ON THE RUG-ORDER MASTER."
                 WHEN NOT OPERATOR-COMPANY-OK
                    DISPLAY "ORDER IS IN COMPANY "
                            WS-SIGNON-CHECK-COMPANY
                            ", WHICH YOU ARE NOT AUTHORIZED FOR."
                 WHEN OTHER
                    PERFORM 2130-APPLY-CREDIT
              END-EVALUATE
           END-IF.

       2110-CHECK-ORDER-INVOICED.

       2120-FIND-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-SW
           MOVE WS-ORDER-NUMBER-IN TO RUGORD-ORDER-NUMBER
           READ RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE "Y" TO WS-ORDER-FOUND-SW
           END-IF.

       2130-APPLY-CREDIT.
           IF RUGORD-STATUS = "R"
              DISPLAY "ORDER ALREADY CREDITED -- NOT CREDITED AGAIN."
           ELSE
           CLOSE CREDIT-MEMO-FILE

           MOVE "R" TO RUGORD-STATUS
           REWRITE RUG-ORDER-REC
           IF NOT RUG-ORDER-SUCCESSFUL
              MOVE "CREDMEMAS"        TO WS-IOERR-PROGRAM-ID
              MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
              MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           MOVE "Y" TO WS-CHANGES-MADE-SW
           MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT-EDIT
           DISPLAY "CREDIT POSTED: " WS-CREDIT-AMOUNT-EDIT.

       3100-REWRITE-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-FILE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
