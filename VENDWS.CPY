       01 WS-VENDOR-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\VENDMAST.DAT".
       01 WS-VENDOR-MASTER-STATUS     PIC X(02).
           88 VENDOR-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-VENDOR-MASTER        VALUE "10".
       01 WS-VENDMAST-TABLE.
           05 WS-VENDMAST-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-VENDMAST-IDX.
              10 WS-VENDMAST-NUMBER   PIC X(06).
              10 WS-VENDMAST-NAME     PIC X(30).
              10 WS-VENDMAST-ADDRESS  PIC X(30).
              10 WS-VENDMAST-CITY     PIC X(20).
              10 WS-VENDMAST-STATE    PIC X(02).
              10 WS-VENDMAST-ZIP      PIC X(10).
              10 WS-VENDMAST-TERMS    PIC 9(03).
              10 WS-VENDMAST-DISC-PCT PIC 9(02)V99.
              10 WS-VENDMAST-DISC-DAYS PIC 9(03).
              10 WS-VENDMAST-PRICE-TOL PIC 9(02)V99.
              10 WS-VENDMAST-QTY-TOL  PIC 9(02)V99.
              10 WS-VENDMAST-STATUS   PIC X(01).
                  88 WS-VENDMAST-ACTIVE   VALUE "A".
       01 WS-VENDMAST-COUNT           PIC 9(03) VALUE 0.
       01 WS-VENDMAST-FULL-SW         PIC X(01) VALUE "N".
           88 VENDMAST-TABLE-FULL         VALUE "Y".
      * SET WS-VENDMAST-CHECK-NUMBER AND PERFORM 9974-FIND-VENDOR;
      * ON A HIT WS-VENDMAST-IDX IS LEFT ON THE VENDOR'S ROW.
       01 WS-VENDMAST-CHECK-NUMBER    PIC X(06).
       01 WS-VENDMAST-FOUND-SW        PIC X(01).
           88 VENDMAST-ON-FILE            VALUE "Y".
