      ******************************************************************
      * ONE ROW PER COMPANY: THE 2-CHARACTER CODE CARRIED ON THE
      * EMPLOYEE, CUSTOMER AND RUG-ORDER MASTERS, THE CHECK REGISTER
      * AND THE GL CONTROL AND JOURNAL FILES; ITS LEGAL NAME, FEDERAL
      * AND STATE EMPLOYER IDS, THE BANK ACCOUNT ITS CHECKS AND
      * DEPOSITS DRAW ON, THE CHECK NUMBER ITS FIRST PAYROLL STARTS
      * AT, AND STATUS "A" ACTIVE OR "I" INACTIVE. A BLANK COMPANY
      * CODE ON ANY OF THOSE FILES MEANS COMPANY 01, THE ORIGINAL
      * BUSINESS, SO ROWS WRITTEN BEFORE THE SPLIT NEED NO CONVERSION.
      ******************************************************************
       FD  COMPANY-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-MASTER-REC-IN.
       01  COMPANY-MASTER-REC-IN.
           05 COMP-CODE-IN            PIC X(02).
           05 COMP-NAME-IN            PIC X(30).
           05 COMP-FEIN-IN            PIC X(09).
           05 COMP-STATE-ID-IN        PIC X(15).
           05 COMP-BANK-ROUTING-IN    PIC X(09).
           05 COMP-BANK-ACCOUNT-IN    PIC X(17).
           05 COMP-FIRST-CHECK-IN     PIC 9(08).
           05 COMP-STATUS-IN          PIC X(01).
               88 COMP-ACTIVE-IN          VALUE "A".
               88 COMP-INACTIVE-IN        VALUE "I".
       FD  RUN-COMPANY-FILE
           RECORDING MODE IS F
           DATA RECORD IS RUN-COMPANY-REC-IN.
       01  RUN-COMPANY-REC-IN.
           05 RUN-COMPANY-CODE-IN     PIC X(02).
