       01 WS-DEPOSIT-PATH             PIC X(40)
           VALUE "C:\Users\Bob\CUSTDEP.DAT".
       01 WS-DEPOSIT-STATUS           PIC X(02).
           88 DEPOSIT-SUCCESSFUL          VALUE "00".
           88 END-OF-DEPOSITS             VALUE "10".
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-DEP-IDX.
              10 WS-DEP-ORDER         PIC X(06).
              10 WS-DEP-CUST          PIC X(13).
              10 WS-DEP-DATE          PIC 9(08).
              10 WS-DEP-AMOUNT        PIC 9(07)V99.
              10 WS-DEP-APPLIED       PIC 9(07)V99.
              10 WS-DEP-STATUS        PIC X(01).
                  88 WS-DEP-HELD          VALUE "H".
                  88 WS-DEP-APPLIED-FULL  VALUE "A".
                  88 WS-DEP-REFUND-DUE    VALUE "R".
                  88 WS-DEP-REFUNDED      VALUE "F".
              10 WS-DEP-STATUS-DATE   PIC 9(08).
              10 WS-DEP-INVOICE       PIC 9(08).
       01 WS-DEP-COUNT                PIC 9(04) VALUE 0.
       01 WS-DEP-FULL-SW              PIC X(01) VALUE "N".
           88 DEP-TABLE-FULL              VALUE "Y".
      * SET WS-DEP-CANCEL-ORDER AND WS-DEP-CANCEL-DATE AND PERFORM
      * 9985-CANCEL-ORDER-DEPOSITS TO TURN EVERY HELD DEPOSIT ON
      * THAT ORDER OVER FOR REFUND. WS-DEP-CANCEL-TOTAL COMES BACK
      * WITH THE UNAPPLIED AMOUNT NOW DUE BACK TO THE CUSTOMER.
       01 WS-DEP-CANCEL-ORDER         PIC X(06).
       01 WS-DEP-CANCEL-DATE          PIC 9(08).
       01 WS-DEP-CANCEL-TOTAL         PIC 9(08)V99.
