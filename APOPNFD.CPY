      ******************************************************************
      * ONE ROW PER PAYABLE: VENDOR AND THE VENDOR'S INVOICE NUMBER
      * AND DATE, THE PO IT WAS MATCHED TO, THE AMOUNT OWED, THE
      * EARLY-PAYMENT DISCOUNT ON OFFER AND THE LAST DAY TO TAKE IT,
      * AND THE DUE DATE FROM THE VENDOR'S TERMS. STATUS "O" OPEN OR
      * "P" PAID; A PAID ROW CARRIES THE CHECK NUMBER, THE CHECK DATE
      * AND WHAT WAS ACTUALLY PAID (AMOUNT LESS ANY DISCOUNT TAKEN).
      ******************************************************************
       FD  OPEN-PAYABLES-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PAYABLES-REC.
       01  OPEN-PAYABLES-REC.
           05 APO-VEND-NUMBER          PIC X(06).
           05 APO-INVOICE-NUMBER       PIC X(10).
           05 APO-INVOICE-DATE         PIC 9(08).
           05 APO-PO-NUMBER            PIC X(06).
           05 APO-AMOUNT               PIC 9(07)V99.
           05 APO-DISC-AMOUNT          PIC 9(07)V99.
           05 APO-DISC-DATE            PIC 9(08).
           05 APO-DUE-DATE             PIC 9(08).
           05 APO-STATUS               PIC X(01).
               88 APO-OPEN                 VALUE "O".
               88 APO-PAID                 VALUE "P".
           05 APO-CHECK-NUMBER         PIC 9(08).
           05 APO-PAID-DATE            PIC 9(08).
           05 APO-PAID-AMOUNT          PIC 9(07)V99.
