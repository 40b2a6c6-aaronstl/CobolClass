      ******************************************************************
      * ONE ROW PER BATCH APPLIED TO THE GL BALANCE MASTER: THE
      * JOURNAL'S RUN-CONTROL LOGICAL NAME ("GL-JOURNAL-FILE",
      * "AR-JOURNAL-FILE", "ACCRUAL-JOURNAL-FILE"), THE DATE THE
      * BATCH'S LINES CARRY AND ITS DEBIT TOTAL -- TOGETHER THE KEY
      * -- THEN THE LINE COUNT, THE DATE IT WAS POSTED AND BY WHOM.
      * MONENDAS RECORDS ITS YEAR-END ROLL HERE TOO, AS JOURNAL
      * "YEAR-END-CLOSE" DATED DECEMBER 31 WITH A ZERO DEBIT TOTAL.
      ******************************************************************
       FD  GL-POSTED-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTED-REC.
       01  GL-POSTED-REC.
           05 GLPJ-JOURNAL             PIC X(20).
           05 GLPJ-JOURNAL-DATE        PIC 9(08).
           05 GLPJ-DEBITS              PIC 9(11)V99.
           05 GLPJ-LINES               PIC 9(05).
           05 GLPJ-POSTED-DATE         PIC 9(08).
           05 GLPJ-OPERATOR            PIC X(08).
