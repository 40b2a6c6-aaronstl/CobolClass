       01 WS-LIST-PRICE-PATH          PIC X(40)
           VALUE "C:\Users\bob\LISTPRICE.DAT".
       01 WS-LIST-PRICE-STATUS        PIC X(02).
           88 LIST-PRICE-SUCCESSFUL       VALUE "00".
           88 END-OF-LIST-PRICES          VALUE "10".
       01 WS-LPRC-MATL-PATH           PIC X(40)
           VALUE "C:\Users\bob\MATLMAST.DAT".
       01 WS-LPRC-MATL-STATUS         PIC X(02).
           88 LPRC-MATL-SUCCESSFUL        VALUE "00".
           88 END-OF-LPRC-MATL            VALUE "10".
       01 WS-LPRC-TABLE.
           05 WS-LPRC-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-LPRC-IDX.
              10 WS-LPRC-SHAPE        PIC X(10).
              10 WS-LPRC-MATL         PIC X(06).
              10 WS-LPRC-EFF-DATE     PIC 9(08).
              10 WS-LPRC-SQFT         PIC 9(03)V99.
       01 WS-LPRC-COUNT               PIC 9(03) VALUE 0.
       01 WS-LPRC-MAP-TABLE.
           05 WS-LPRC-MAP-ENTRY OCCURS 20 TIMES
                                  INDEXED BY WS-LPRC-MAP-IDX.
              10 WS-LPRC-MAP-SHAPE    PIC X(10).
              10 WS-LPRC-MAP-MATL     PIC X(06).
       01 WS-LPRC-MAP-COUNT           PIC 9(02) VALUE 0.
      * SET WS-LPRC-CHECK-SHAPE AND WS-LPRC-CHECK-DATE AND PERFORM
      * 9955-FIND-LIST-PRICE; ON A HIT WS-LPRC-LIST-PRICE IS THE
      * PRICE IN EFFECT THAT DAY AND WS-LPRC-LIST-EFF-DATE THE DATE
      * IT TOOK EFFECT. WS-LPRC-CHECK-MATL COMES BACK AS THE
      * MATERIAL THE SHAPE IS CUT FROM.
       01 WS-LPRC-CHECK-SHAPE         PIC X(10).
       01 WS-LPRC-CHECK-DATE          PIC 9(08).
       01 WS-LPRC-CHECK-MATL          PIC X(06).
       01 WS-LPRC-LIST-PRICE          PIC 9(03)V99.
       01 WS-LPRC-LIST-EFF-DATE       PIC 9(08).
       01 WS-LPRC-FOUND-SW            PIC X(01).
           88 LIST-PRICE-FOUND            VALUE "Y".
