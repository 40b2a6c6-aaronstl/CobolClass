      ******************************************************************
      * ONE ROW PER LOAN OR PAY ADVANCE: THE EMPLOYEE, A LOAN NUMBER
      * UNIQUE FOR THAT EMPLOYEE, "L" LOAN OR "A" ADVANCE, THE AMOUNT
      * LENT, THE REPAYMENT TAKEN EACH PAY PERIOD, THE BALANCE STILL
      * OWED, THE DATE REPAYMENT STARTS, AND STATUS "A" ACTIVE, "P"
      * PAID OFF BY PAYROLL OR "X" CLOSED BY HAND (WRITTEN OFF OR
      * REPAID IN CASH). THE LAST-PAYMENT DATE IS THE LAST PAY RUN
      * THAT TOOK A REPAYMENT.
      ******************************************************************
       FD  LOAN-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LOAN-MASTER-REC.
       01  LOAN-MASTER-REC.
           05 LOAN-EMP-NUMBER          PIC X(06).
           05 LOAN-NUMBER              PIC X(04).
           05 LOAN-TYPE                PIC X(01).
               88 LOAN-IS-LOAN             VALUE "L".
               88 LOAN-IS-ADVANCE          VALUE "A".
           05 LOAN-ORIG-AMOUNT         PIC 9(07)V99.
           05 LOAN-REPAY-AMOUNT        PIC 9(05)V99.
           05 LOAN-BALANCE             PIC 9(07)V99.
           05 LOAN-START-DATE          PIC 9(08).
           05 LOAN-STATUS              PIC X(01).
               88 LOAN-ACTIVE              VALUE "A".
               88 LOAN-PAID-OFF            VALUE "P".
               88 LOAN-CLOSED              VALUE "X".
           05 LOAN-LAST-PAY-DATE       PIC 9(08).
