       01 WS-PURCH-ORDER-PATH         PIC X(40)
           VALUE "C:\Users\bob\PURCHORD.DAT".
       01 WS-PURCH-ORDER-STATUS       PIC X(02).
           88 PURCH-ORDER-SUCCESSFUL      VALUE "00".
           88 END-OF-PURCH-ORDERS         VALUE "10".
       01 WS-POMAST-TABLE.
           05 WS-POMAST-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-POMAST-IDX.
              10 WS-POMAST-NUMBER     PIC X(06).
              10 WS-POMAST-NUMBER-NUM REDEFINES WS-POMAST-NUMBER
                                      PIC 9(06).
              10 WS-POMAST-VENDOR     PIC X(06).
              10 WS-POMAST-MATL       PIC X(06).
              10 WS-POMAST-DATE       PIC 9(08).
              10 WS-POMAST-ORDERED    PIC 9(09)V99.
              10 WS-POMAST-UNIT-COST  PIC 9(03)V9(04).
              10 WS-POMAST-RECEIVED   PIC 9(09)V99.
              10 WS-POMAST-RCPT-DATE  PIC 9(08).
              10 WS-POMAST-INVOICED   PIC 9(09)V99.
              10 WS-POMAST-STATUS     PIC X(01).
                  88 WS-POMAST-OPEN       VALUE "O".
       01 WS-POMAST-COUNT             PIC 9(03) VALUE 0.
       01 WS-POMAST-FULL-SW           PIC X(01) VALUE "N".
           88 POMAST-TABLE-FULL           VALUE "Y".
      * SET WS-POMAST-CHECK-NUMBER AND PERFORM 9977-FIND-PURCH-ORDER;
      * ON A HIT WS-POMAST-IDX IS LEFT ON THE PO'S ROW.
       01 WS-POMAST-CHECK-NUMBER      PIC X(06).
       01 WS-POMAST-FOUND-SW          PIC X(01).
           88 POMAST-ON-FILE              VALUE "Y".
