      ******************************************************************
      * ONE ROW PER PURCHASE ORDER: THE PO NUMBER, VENDOR, MATERIAL,
      * DATE RAISED, FOOTAGE ORDERED AND THE AGREED COST PER SQUARE
      * FOOT; THE FOOTAGE RECEIVED AGAINST IT SO FAR (AND WHEN LAST)
      * AND THE FOOTAGE THE VENDOR HAS INVOICED SO FAR; STATUS "O"
      * OPEN OR "C" CLOSED (FULLY INVOICED, OR CLOSED SHORT BY
      * PURCHASING).
      ******************************************************************
       FD  PURCH-ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS PURCH-ORDER-REC.
       01  PURCH-ORDER-REC.
           05 POM-NUMBER               PIC X(06).
           05 POM-VEND-NUMBER          PIC X(06).
           05 POM-MATL-CODE            PIC X(06).
           05 POM-ORDER-DATE           PIC 9(08).
           05 POM-ORDERED-QTY          PIC 9(09)V99.
           05 POM-UNIT-COST            PIC 9(03)V9(04).
           05 POM-RECEIVED-QTY         PIC 9(09)V99.
           05 POM-LAST-RECEIPT-DATE    PIC 9(08).
           05 POM-INVOICED-QTY         PIC 9(09)V99.
           05 POM-STATUS               PIC X(01).
               88 POM-OPEN                 VALUE "O".
               88 POM-CLOSED               VALUE "C".
