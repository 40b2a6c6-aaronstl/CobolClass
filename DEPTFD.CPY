      ******************************************************************
      * ONE ROW PER DEPARTMENT: THE 4-CHARACTER CODE EMPMASTER.DAT
      * AND THE LABOR-DISTRIBUTION SPLITS CARRY, ITS NAME, MANAGER,
      * COST CENTER, AND STATUS "A" ACTIVE OR "I" INACTIVE. AN
      * INACTIVE DEPARTMENT STAYS ON FILE FOR ITS HISTORY BUT TAKES
      * NO NEW EMPLOYEES.
      ******************************************************************
       FD  DEPT-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS DEPT-MASTER-REC-IN.
       01  DEPT-MASTER-REC-IN.
           05 DEPT-CODE-IN            PIC X(04).
           05 DEPT-NAME-IN            PIC X(30).
           05 DEPT-MANAGER-IN         PIC X(20).
           05 DEPT-COST-CENTER-IN     PIC X(06).
           05 DEPT-STATUS-IN          PIC X(01).
               88 DEPT-ACTIVE-IN          VALUE "A".
               88 DEPT-INACTIVE-IN        VALUE "I".
