      ******************************************************************
      * ONE ROW PER RECONCILED STATEMENT: THE COMPANY WHOSE ACCOUNT IT
      * IS (BLANK MEANS 01), THE STATEMENT DATE, THE STATEMENT'S
      * ENDING BALANCE WITH "-" IN THE SIGN BYTE IF THE ACCOUNT WAS
      * OVERDRAWN, THE CHECKS STILL OUTSTANDING AGAINST IT ON THE
      * REGISTER, AND WHEN AND BY WHOM IT WAS RECONCILED. THE
      * RECONCILED BALANCE IS THE STATEMENT BALANCE LESS THE
      * OUTSTANDING CHECKS.
      ******************************************************************
       FD  BANK-BALANCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS BANK-BALANCE-REC.
       01  BANK-BALANCE-REC.
           05 BBAL-COMPANY             PIC X(02).
           05 BBAL-STMT-DATE           PIC 9(08).
           05 BBAL-STMT-BALANCE        PIC 9(09)V99.
           05 BBAL-STMT-SIGN           PIC X(01).
               88 BBAL-OVERDRAWN           VALUE "-".
           05 BBAL-OUTSTANDING         PIC 9(09)V99.
           05 BBAL-RUN-DATE            PIC 9(08).
           05 BBAL-OPERATOR            PIC X(08).
