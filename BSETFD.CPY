      ******************************************************************
      * ONE ROW PER MASTER IN THE SET: A SHORT NAME FOR THE BACKUP
      * FILE AND THE SOURCE PATH. "I" IN THE ORGANIZATION COLUMN
      * MARKS THE INDEXED YTD MASTER, "O" THE INDEXED RUG-ORDER
      * MASTER.
      ******************************************************************
       FD  BACKUP-SET-FILE
           RECORDING MODE IS F
           DATA RECORD IS BACKUP-SET-REC-IN.
       01  BACKUP-SET-REC-IN.
           05 BSET-NAME-IN             PIC X(12).
           05 BSET-SOURCE-PATH-IN      PIC X(40).
           05 BSET-ORG-IN              PIC X(01).
