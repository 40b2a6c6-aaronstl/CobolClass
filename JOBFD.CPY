      ******************************************************************
      * ONE ROW PER CONTRACT JOB: THE 4-CHARACTER CODE THE PAYROLL
      * LABOR-DISTRIBUTION SPLITS CARRY, A DESCRIPTION, THE CUSTOMER
      * AND THE RUG ORDER THAT DELIVERS THE JOB, THE LABOR QUOTED
      * (HOURS AND DOLLARS), AND STATUS "O" OPEN OR "C" CLOSED WITH
      * THE DATE IT CLOSED. JOBCSTAS CLOSES A JOB WHEN ITS ORDER
      * SHIPS.
      ******************************************************************
       FD  JOB-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS JOB-MASTER-REC-IN.
       01  JOB-MASTER-REC-IN.
           05 JOB-CODE-IN             PIC X(04).
           05 JOB-DESC-IN             PIC X(30).
           05 JOB-CUST-NUMBER-IN      PIC X(06).
           05 JOB-ORDER-NUMBER-IN     PIC X(06).
           05 JOB-QUOTED-HOURS-IN     PIC 9(07)V99.
           05 JOB-QUOTED-LABOR-IN     PIC 9(09)V99.
           05 JOB-STATUS-IN           PIC X(01).
               88 JOB-OPEN-IN             VALUE "O".
               88 JOB-CLOSED-IN           VALUE "C".
           05 JOB-CLOSED-DATE-IN      PIC 9(08).
