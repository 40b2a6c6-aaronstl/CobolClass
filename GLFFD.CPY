      ******************************************************************
      * ONE ROW PER STATEMENT LINE, IN PRINT ORDER. THE STATEMENT IS
      * "I" (INCOME STATEMENT) OR "B" (BALANCE SHEET). LINE TYPES:
      *   H  HEADING -- THE CAPTION ALONE (A BLANK CAPTION SKIPS A
      *      LINE);
      *   A  ACCOUNTS -- THE NET OF EVERY ACCOUNT FROM ACCOUNT-FROM
      *      THROUGH ACCOUNT-TO;
      *   T  SUBTOTAL OF THE "A" LINES SINCE THE LAST "T";
      *   N  NET OF EVERY "A" LINE SO FAR ON THE STATEMENT (NET
      *      INCOME ON THE INCOME STATEMENT, LIABILITIES AND EQUITY
      *      ON THE BALANCE SHEET);
      *   E  BALANCE SHEET ONLY -- EARNINGS NOT YET ROLLED TO
      *      RETAINED EARNINGS, COUNTED INTO THE "T" AND "N" LINES
      *      AFTER IT LIKE AN "A" LINE.
      * SIGN IS THE LINE'S NORMAL BALANCE: "D" PRINTS DEBITS LESS
      * CREDITS (ASSETS, EXPENSES), "C" CREDITS LESS DEBITS.
      * EVERY ACCOUNT IN AN "A" RANGE ON THE INCOME STATEMENT IS AN
      * INCOME ACCOUNT AND IS ROLLED TO RETAINED EARNINGS AT YEAR END.
      ******************************************************************
       FD  GL-FORMAT-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-FORMAT-REC.
       01  GL-FORMAT-REC.
           05 GLF-STATEMENT            PIC X(01).
               88 GLF-INCOME-STATEMENT     VALUE "I".
               88 GLF-BALANCE-SHEET        VALUE "B".
           05 GLF-LINE-TYPE            PIC X(01).
           05 GLF-CAPTION              PIC X(30).
           05 GLF-ACCOUNT-FROM         PIC X(08).
           05 GLF-ACCOUNT-TO           PIC X(08).
           05 GLF-SIGN                 PIC X(01).
