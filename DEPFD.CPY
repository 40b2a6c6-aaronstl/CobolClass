      ******************************************************************
      * ONE ROW PER DEPOSIT: THE ORDER IT IS TIED TO, THE CUSTOMER,
      * THE DATE IT WAS TAKEN, THE AMOUNT TAKEN AND HOW MUCH OF IT
      * INVOICES HAVE APPLIED SO FAR, AND THE DEPOSIT'S STATUS:
      *   H = HELD (SOME OR ALL STILL UNAPPLIED)
      *   A = APPLIED IN FULL
      *   R = REFUND DUE (ORDER CANCELED, OR BILLED FOR LESS THAN
      *       THE DEPOSIT)
      *   F = REFUNDED
      * WITH THE DATE THE STATUS LAST CHANGED AND THE LAST INVOICE
      * THAT APPLIED ANY OF IT.
      ******************************************************************
       FD  DEPOSIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS DEPOSIT-REC.
       01  DEPOSIT-REC.
           05 DEP-ORDER-NUMBER         PIC X(06).
           05 DEP-CUST-ID              PIC X(13).
           05 DEP-DATE                 PIC 9(08).
           05 DEP-AMOUNT               PIC 9(07)V99.
           05 DEP-APPLIED              PIC 9(07)V99.
           05 DEP-STATUS               PIC X(01).
           05 DEP-STATUS-DATE          PIC 9(08).
           05 DEP-INVOICE-NUMBER       PIC 9(08).
