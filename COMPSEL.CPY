      ******************************************************************
      * FILE-CONTROL ENTRIES FOR THE SHOP-WIDE COMPANY MASTER AND THE
      * RUN-COMPANY FILE. THE MASTER HOLDS ONE ROW PER LEGAL COMPANY
      * (NAME, TAX IDS, BANK ACCOUNT, STARTING CHECK NUMBER),
      * MAINTAINED THROUGH COMPMNTAS; ITS PATH IS IN
      * WS-COMPANY-MASTER-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("COMPANY-MASTER-FILE"). RUNCOMP.DAT IS
      * ONE ROW NAMING THE COMPANY THE NEXT PAYROLL OR RECEIVABLES
      * RUN IS FOR, SET FROM OPMENUAS OR BY A NITEBATAS SCHEDULE
      * STEP. A MISSING FILE MEANS COMPANY 01.
      ******************************************************************
       SELECT COMPANY-MASTER-FILE
           ASSIGN TO WS-COMPANY-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANY-MASTER-STATUS.
       SELECT RUN-COMPANY-FILE
           ASSIGN TO "C:\Users\Bob\RUNCOMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-COMPANY-STATUS.
