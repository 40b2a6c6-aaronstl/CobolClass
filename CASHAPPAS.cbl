      *
      * TRANSACTION TYPES:  P = PAYMENT (REDUCES BALANCE)
      *                     C = CHARGE  (INCREASES BALANCE)
      *                     D = DEPOSIT ON A CUSTOM RUG ORDER
      *
      * A DEPOSIT IS TAKEN AGAINST ONE OPEN ORDER OF THE CUSTOMER'S
      * ON THE RUG-ORDER MASTER. IT IS HELD AS AN UNAPPLIED DEPOSIT
      * ON CUSTDEP.DAT -- NOT POSTED TO PAYTRAN.DAT OR THE BALANCE,
      * SO THE STATEMENT, AGING AND DUNNING NEVER SEE A CREDIT --
      * UNTIL INVOICEAS APPLIES IT WHEN THE ORDER BILLS.
      *
      * THE CLERK MAY ONLY POST TO, AND ONLY SEES AGED, CUSTOMERS OF
      * COMPANIES THEY ARE AUTHORIZED FOR. A POSTING IS CHECKED
      * AGAINST THE CUSTOMER'S OWN COMPANY'S ACCOUNTING PERIODS.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AGING-REPORT-STATUS.

           SELECT RUG-ORDER-MASTER
             ASSIGN TO "C:\Users\bob\RUGORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS RUGORD-ORDER-NUMBER
             ALTERNATE RECORD KEY IS RUGORD-CUST-NUMBER
                WITH DUPLICATES
             FILE STATUS IS WS-RUG-ORDER-STATUS.

           COPY DEPSEL.
           COPY IOERRSEL.
           COPY ACCTPERSEL.

           05 FILLER              PIC X(20).
           05 CUST-PAYMENT-IN     PIC 9(06)V9(3).
           05 FILLER              PIC X(51).
           05 CUST-COMPANY-IN     PIC X(02).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS AGING-REPORT-RECORD.
       01  AGING-REPORT-RECORD    PIC X(80).

       FD  RUG-ORDER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER PIC X(06).
           05 RUGORD-CUST-NUMBER  PIC X(06).
           05 RUGORD-TOTAL-PRICE  PIC 9(08)V99.
           05 RUGORD-TOTAL-TAX    PIC 9(08)V99.
           05 RUGORD-STATUS       PIC X(01).
           05 RUGORD-ORDER-DATE   PIC 9(08).
           05 FILLER              PIC X(39).

       COPY DEPFD.
       COPY IOERRFD.
       COPY ACCTPERFD.

           88 END-OF-PAYMENT-TRANS       VALUE "10".
       01  WS-AGING-REPORT-STATUS    PIC X(02).
           88 GOOD-AGING-WRITE           VALUE "00".
       01  WS-RUG-ORDER-STATUS       PIC X(02).
           88 RUG-ORDER-OK               VALUE "00" "02".

       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX.
              10 WS-CUST-RECORD      PIC X(95).
              10 WS-CUST-LAST-CHARGE PIC 9(08).
       01  WS-CUST-COUNT             PIC 9(03) VALUE 0.
       01  WS-CUST-FOUND-SW          PIC X(01) VALUE "N".
       01  WS-TRAN-TYPE-IN           PIC X(01).
           88 TRAN-IS-PAYMENT            VALUE "P".
           88 TRAN-IS-CHARGE             VALUE "C".
           88 TRAN-IS-DEPOSIT            VALUE "D".
       01  WS-DEP-ORDER-IN           PIC X(06).
       01  WS-DEP-ORDER-SW           PIC X(01) VALUE "N".
           88 DEPOSIT-ORDER-OK           VALUE "Y".

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-TODAY-INT              PIC 9(08).
                MONEY-EDIT-NAME BY AGING-TOT-AMOUNT.
           05 FILLER                 PIC X(52) VALUE SPACES.

       COPY DEPWS.
       COPY IOERRWS.
       COPY ACCTPERWS.
       COPY SIGNONWS.
                 MOVE "Y" TO WS-CUST-FOUND-SW
              END-IF
           END-PERFORM
           IF CUSTOMER-FOUND
              SET WS-CUST-IDX DOWN BY 1
              MOVE WS-CUST-RECORD(WS-CUST-IDX) TO CUSTOMER-REC
              MOVE CUST-COMPANY-IN TO WS-SIGNON-CHECK-COMPANY
              PERFORM 9935-CHECK-OPERATOR-COMPANY
           END-IF
           EVALUATE TRUE
              WHEN NOT CUSTOMER-FOUND
                 DISPLAY "CUSTOMER NOT ON FILE -- NOT POSTED."
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "CUSTOMER IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
              WHEN OTHER
                 PERFORM 2105-TAKE-TRANSACTION
           END-EVALUATE.

       2105-TAKE-TRANSACTION.
           DISPLAY "TRANSACTION DATE (YYYYMMDD): "
           ACCEPT WS-TRAN-DATE-IN
           DISPLAY "AMOUNT (9 DIGITS, 999999999 = 999999.999): "
           ACCEPT WS-TRAN-AMOUNT-IN
           DISPLAY "TYPE (P=PAYMENT, C=CHARGE, D=DEPOSIT): "
           ACCEPT WS-TRAN-TYPE-IN
           IF TRAN-IS-DEPOSIT
              DISPLAY "DEPOSIT AGAINST ORDER NUMBER: "
              ACCEPT WS-DEP-ORDER-IN
              PERFORM 2120-CHECK-DEPOSIT-ORDER
           END-IF
           IF WS-TRAN-DATE-IN IS NUMERIC
              MOVE WS-TRAN-DATE-IN(1:6)
                TO WS-ACCTPER-CHECK-PERIOD
              MOVE WS-SIGNON-CHECK-COMPANY
                TO WS-ACCTPER-CHECK-COMPANY
              PERFORM 9950-CHECK-PERIOD-OPEN
           ELSE
              SET ACCTPER-PERIOD-OPEN TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN WS-TRAN-DATE-IN IS NOT NUMERIC
                 DISPLAY "DATE MUST BE YYYYMMDD -- NOT POSTED."
              WHEN ACCTPER-PERIOD-CLOSED
                 DISPLAY "THAT MONTH IS CLOSED -- NOT POSTED."
              WHEN WS-TRAN-AMOUNT-IN IS NOT NUMERIC
                 DISPLAY "AMOUNT IS NOT NUMERIC -- NOT POSTED."
              WHEN NOT TRAN-IS-PAYMENT AND NOT TRAN-IS-CHARGE
                   AND NOT TRAN-IS-DEPOSIT
                 DISPLAY "TYPE MUST BE P, C OR D -- NOT POSTED."
              WHEN TRAN-IS-DEPOSIT AND NOT DEPOSIT-ORDER-OK
                 CONTINUE
              WHEN TRAN-IS-DEPOSIT
                 PERFORM 2130-RECORD-DEPOSIT
              WHEN OTHER
                 PERFORM 2110-APPLY-TRANSACTION
           END-EVALUATE.

       2110-APPLY-TRANSACTION.
           MOVE WS-CUST-ID-WORK    TO TRAN-CUST-ID
           MOVE "Y" TO WS-CHANGES-MADE-SW
           DISPLAY "POSTED. NEW BALANCE: " WS-WORK-BALANCE.

      * A DEPOSIT MUST NAME ONE OF THIS CUSTOMER'S ORDERS THAT IS
      * STILL OPEN -- NOT CANCELED, RETURNED OR ALREADY SHIPPED.
       2120-CHECK-DEPOSIT-ORDER.
           MOVE "N" TO WS-DEP-ORDER-SW
           OPEN INPUT RUG-ORDER-MASTER
           IF NOT RUG-ORDER-OK
              DISPLAY "RUG-ORDER MASTER NOT AVAILABLE -- NOT POSTED."
           ELSE
              MOVE WS-DEP-ORDER-IN TO RUGORD-ORDER-NUMBER
              READ RUG-ORDER-MASTER
                 INVALID KEY
                    DISPLAY "ORDER NOT ON FILE -- NOT POSTED."
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN RUGORD-CUST-NUMBER NOT =
                            WS-CUST-ID-WORK(1:6)
                          DISPLAY "ORDER BELONGS TO CUSTOMER "
                                  RUGORD-CUST-NUMBER
                                  " -- NOT POSTED."
                       WHEN RUGORD-STATUS = "X" OR "R" OR "S"
                          DISPLAY "ORDER IS CLOSED (STATUS "
                                  RUGORD-STATUS ") -- NOT POSTED."
                       WHEN OTHER
                          MOVE "Y" TO WS-DEP-ORDER-SW
                    END-EVALUATE
              END-READ
              CLOSE RUG-ORDER-MASTER
           END-IF.

      * APPENDS THE DEPOSIT TO CUSTDEP.DAT AS HELD. THE BALANCE AND
      * THE TRANSACTION HISTORY ARE LEFT ALONE UNTIL IT IS APPLIED.
       2130-RECORD-DEPOSIT.
           MOVE WS-DEP-ORDER-IN    TO DEP-ORDER-NUMBER
           MOVE WS-CUST-ID-WORK    TO DEP-CUST-ID
           MOVE WS-TRAN-DATE-IN    TO DEP-DATE
           MOVE WS-TRAN-AMOUNT-NUM TO DEP-AMOUNT
           MOVE ZEROES             TO DEP-APPLIED
           MOVE "H"                TO DEP-STATUS
           MOVE WS-TRAN-DATE-IN    TO DEP-STATUS-DATE
           MOVE ZEROES             TO DEP-INVOICE-NUMBER
           OPEN EXTEND DEPOSIT-FILE
           IF NOT DEPOSIT-SUCCESSFUL
              OPEN OUTPUT DEPOSIT-FILE
           END-IF
           WRITE DEPOSIT-REC
           IF NOT DEPOSIT-SUCCESSFUL
              MOVE "CASHAPPAS"    TO WS-IOERR-PROGRAM-ID
              MOVE "DEPOSIT-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-DEPOSIT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "DEPOSIT NOT RECORDED -- SEE I/O ERROR LOG."
           ELSE
              DISPLAY "DEPOSIT HELD ON ORDER " WS-DEP-ORDER-IN
           END-IF
           CLOSE DEPOSIT-FILE.

      * BUCKETS EVERY OPEN BALANCE BY THE AGE OF THE CUSTOMER'S MOST
      * RECENT CHARGE. A BALANCE WITH NO CHARGE HISTORY AT ALL IS
      * PUT IN THE OVER-90 BUCKET -- IT'S AT LEAST THAT OLD.
           CLOSE AGING-REPORT
           DISPLAY "AGING REPORT WRITTEN.".

      * A CUSTOMER OF A COMPANY THE CLERK IS NOT AUTHORIZED FOR IS
      * LEFT OFF THE REPORT AND OUT OF THE TOTALS.
       2210-AGE-ONE-CUSTOMER.
           MOVE WS-CUST-RECORD(WS-CUST-IDX) TO CUSTOMER-REC
           MOVE CUST-COMPANY-IN TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF CUST-PAYMENT-IN IS NUMERIC AND CUST-PAYMENT-IN > 0
              AND CUST-ID-IN(1:1) NOT = "#"
              AND OPERATOR-COMPANY-OK
              IF WS-CUST-LAST-CHARGE(WS-CUST-IDX) > 0
                 COMPUTE WS-CHARGE-INT = FUNCTION INTEGER-OF-DATE
                    (WS-CUST-LAST-CHARGE(WS-CUST-IDX))
