      ******************************************************************
      * ONE MATERIAL'S COUNT. THE BOOK FOOTAGE AND STANDARD COST ARE
      * FROZEN FROM THE STOCK MASTER WHEN THE COUNT IS STARTED; THE
      * COUNTED FOOTAGE IS KEYED FROM THE COUNT SHEETS. EVERY ROW OF
      * A COUNT CARRIES THE SAME STATUS:
      *     "O" OPEN       COUNTS BEING KEYED
      *     "S" SUBMITTED  QUEUED FOR SUPERVISOR APPROVAL UNDER
      *                    ICNT-APPR-ID ON APPRQUEUE.DAT
      *     "P" POSTED     ADJUSTMENTS MADE -- THE COUNT IS CLOSED
      ******************************************************************
       FD  INV-COUNT-FILE
           RECORDING MODE IS F
           DATA RECORD IS INV-COUNT-REC.
       01  INV-COUNT-REC.
           05 ICNT-MATL-CODE           PIC X(06).
           05 ICNT-FREEZE-DATE         PIC 9(08).
           05 ICNT-BOOK-QTY            PIC 9(09)V99.
           05 ICNT-COUNT-QTY           PIC 9(09)V99.
           05 ICNT-COUNTED-SW          PIC X(01).
           05 ICNT-STD-COST            PIC 9(03)V9(04).
           05 ICNT-STATUS              PIC X(01).
           05 ICNT-APPR-ID             PIC 9(06).
           05 ICNT-COUNTED-BY          PIC X(08).
