       01 WS-PRICE-OVERRIDE-PATH      PIC X(40)
           VALUE "C:\Users\bob\PRCOVR.DAT".
       01 WS-PRICE-OVERRIDE-STATUS    PIC X(02).
           88 PRICE-OVERRIDE-SUCCESSFUL   VALUE "00".
           88 END-OF-PRICE-OVERRIDES      VALUE "10".
      * 9956-TAKE-SQ-FT-PRICE: SET WS-LPRC-CHECK-SHAPE AND
      * WS-LPRC-CHECK-DATE; IT RETURNS THE SQUARE-FOOT PRICE TO USE
      * IN WS-POVR-PRICE-USED (ZERO WHEN THERE IS NONE) AND SETS
      * PRICE-OVERRIDDEN, WITH THE REASON, WHEN THE CLERK KEYED ONE.
       01 WS-POVR-PRICE-IN            PIC X(05).
       01 WS-POVR-PRICE-NUM REDEFINES WS-POVR-PRICE-IN
                                      PIC 9(03)V99.
       01 WS-POVR-PRICE-USED          PIC 9(03)V99.
       01 WS-POVR-REASON              PIC X(30).
       01 WS-POVR-OVERRIDE-SW         PIC X(01) VALUE "N".
           88 PRICE-OVERRIDDEN            VALUE "Y".
       01 WS-POVR-PRICE-EDIT          PIC ZZ9.99.
      * 9957-LOG-PRICE-OVERRIDE: ALSO SET THE PROGRAM, OPERATOR,
      * ORDER AND CUSTOMER TO STAMP ON THE LOG ROW.
       01 WS-POVR-PROGRAM-ID          PIC X(08).
       01 WS-POVR-OPERATOR            PIC X(08).
       01 WS-POVR-ORDER-NUMBER        PIC X(06).
       01 WS-POVR-CUST-NUMBER         PIC X(06).
