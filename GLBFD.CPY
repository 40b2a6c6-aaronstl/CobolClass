      ******************************************************************
      * ONE ROW PER GL ACCOUNT AND PERIOD. THE PERIOD IS YYYYPP --
      * PP 01 TO 12 ARE THE CALENDAR MONTHS THE JOURNALS ARE DATED
      * IN, AND PP 13 IS THE YEAR-END CLOSING BUCKET WHERE MONENDAS
      * ROLLS THE YEAR'S INCOME ACCOUNTS INTO RETAINED EARNINGS.
      * DEBITS AND CREDITS ARE KEPT APART, AS POSTED; AN ACCOUNT'S
      * BALANCE IS ONE LESS THE OTHER.
      ******************************************************************
       FD  GL-BALANCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-BALANCE-REC.
       01  GL-BALANCE-REC.
           05 GLB-ACCOUNT              PIC X(08).
           05 GLB-PERIOD               PIC 9(06).
           05 GLB-DEBITS               PIC 9(11)V99.
           05 GLB-CREDITS              PIC 9(11)V99.
