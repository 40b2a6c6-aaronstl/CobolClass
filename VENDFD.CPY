      ******************************************************************
      * ONE ROW PER VENDOR: NUMBER, NAME AND REMIT-TO ADDRESS; TERMS
      * AS NET DAYS FROM THE INVOICE DATE, WITH AN OPTIONAL EARLY-
      * PAYMENT DISCOUNT PERCENT TAKEN WITHIN THE DISCOUNT DAYS; THE
      * PRICE AND FOOTAGE TOLERANCES (PERCENT) AN INVOICE MAY VARY
      * FROM THE PURCHASE ORDER AND RECEIPTS AND STILL MATCH; AND
      * STATUS "A" ACTIVE OR "I" INACTIVE (NO NEW POS OR INVOICES).
      ******************************************************************
       FD  VENDOR-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-MASTER-REC.
       01  VENDOR-MASTER-REC.
           05 VEND-NUMBER              PIC X(06).
           05 VEND-NAME                PIC X(30).
           05 VEND-ADDRESS             PIC X(30).
           05 VEND-CITY                PIC X(20).
           05 VEND-STATE               PIC X(02).
           05 VEND-ZIP                 PIC X(10).
           05 VEND-TERMS-DAYS          PIC 9(03).
           05 VEND-DISC-PCT            PIC 9(02)V99.
           05 VEND-DISC-DAYS           PIC 9(03).
           05 VEND-PRICE-TOL-PCT       PIC 9(02)V99.
           05 VEND-QTY-TOL-PCT         PIC 9(02)V99.
           05 VEND-STATUS              PIC X(01).
               88 VEND-ACTIVE              VALUE "A".
               88 VEND-INACTIVE            VALUE "I".
