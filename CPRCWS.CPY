       01 WS-CONTRACT-PRICE-PATH      PIC X(40)
           VALUE "C:\Users\bob\CUSTPRICE.DAT".
       01 WS-CONTRACT-PRICE-STATUS    PIC X(02).
           88 CONTRACT-PRICE-SUCCESSFUL   VALUE "00".
           88 END-OF-CONTRACT-PRICES      VALUE "10".
       01 WS-CPRC-TABLE.
           05 WS-CPRC-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-CPRC-IDX.
              10 WS-CPRC-CUST         PIC X(06).
              10 WS-CPRC-SHAPE        PIC X(10).
              10 WS-CPRC-METHOD       PIC X(01).
                  88 WS-CPRC-PERCENT-OFF  VALUE "D".
              10 WS-CPRC-SQFT         PIC 9(03)V99.
              10 WS-CPRC-PCT-OFF      PIC 9(02)V99.
       01 WS-CPRC-COUNT               PIC 9(02) VALUE 0.
      * SET WS-CPRC-CHECK-CUST AND WS-CPRC-CHECK-SHAPE AND PERFORM
      * 9952-FIND-CONTRACT-TERM; ON A HIT WS-CPRC-IDX IS LEFT ON THE
      * TERM THAT GOVERNS THAT SHAPE FOR THAT CUSTOMER.
       01 WS-CPRC-CHECK-CUST          PIC X(06).
       01 WS-CPRC-CHECK-SHAPE         PIC X(10).
       01 WS-CPRC-FOUND-SW            PIC X(01).
           88 CONTRACT-TERM-FOUND         VALUE "Y".
      * 9953-PRICE-CONTRACT-LINE: SET THE CHECK CUSTOMER AND SHAPE,
      * THE SIZES AND THE LIST SQUARE-FOOT PRICE; IT RETURNS THE
      * PRICE TO KEY ON THE "D" ROW, THE NET SQUARE-FOOT PRICE AND
      * THE ESTIMATED LINE VALUE.
       01 WS-CPRC-SIZE-1              PIC 9(03).
       01 WS-CPRC-SIZE-2              PIC 9(03).
       01 WS-CPRC-SIZE-3              PIC 9(03).
       01 WS-CPRC-LIST-PRICE          PIC 9(03)V99.
       01 WS-CPRC-KEYED-PRICE         PIC 9(03)V99.
       01 WS-CPRC-NET-PRICE           PIC 9(03)V99.
       01 WS-CPRC-LINE-VALUE          PIC 9(06)V99.
       01 WS-CPRC-PI                  PIC 9(01)V9(05) VALUE 3.14159.
       01 WS-CPRC-SEMI-PERIMETER      PIC 9(06)V99.
       01 WS-CPRC-LINE-AREA           PIC 9(06)V99.
       01 WS-CPRC-DISCOUNT-PCT        PIC 9(02)V99.
