      ******************************************************************
      * ONE ROW PER ACCOUNTING PERIOD: THE YYYYMM PERIOD AND ITS
      * OPEN/CLOSED FLAG. WRITTEN BY THE MONTH-END CLOSE, READ BY
      * EVERY PROGRAM THAT POSTS DATED ACTIVITY. EACH COMPANY CLOSES
      * ITS OWN MONTHS; A ROW WITH NO COMPANY CODE (WRITTEN BEFORE
      * THE BUSINESS WAS SPLIT) APPLIES TO EVERY COMPANY.
      ******************************************************************
       FD  ACCOUNTING-PERIOD-FILE
           RECORDING MODE IS F
       01  ACCTPER-REC-IN.
           05 ACCTPER-PERIOD-IN       PIC 9(06).
           05 ACCTPER-FLAG-IN         PIC X(01).
           05 ACCTPER-COMPANY-IN      PIC X(02).
