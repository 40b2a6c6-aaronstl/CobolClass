      ******************************************************************
      * ONE ROW PER PRICE: SHAPE TYPE, MATERIAL CODE (BLANK FOR ANY
      * MATERIAL), THE DATE THE PRICE TAKES EFFECT AND THE LIST
      * SQUARE-FOOT PRICE. A PRICE CHANGE IS A NEW ROW WITH A LATER
      * EFFECTIVE DATE -- THE OLD ROW STAYS ON FILE AND KEEPS
      * PRICING UNTIL THE NEW ONE'S DATE COMES.
      ******************************************************************
       FD  LIST-PRICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS LIST-PRICE-REC.
       01  LIST-PRICE-REC.
           05 LPRC-SHAPE-TYPE          PIC X(10).
           05 LPRC-MATL-CODE           PIC X(06).
           05 LPRC-EFF-DATE            PIC 9(08).
           05 LPRC-SQFT-PRICE          PIC 9(03)V99.
      ******************************************************************
      * THE MATERIAL MASTER (MATLMAST.DAT), READ ONLY FOR THE
      * MATERIAL EACH SHAPE TYPE IS CUT FROM.
      ******************************************************************
       FD  LPRC-MATL-FILE
           RECORDING MODE IS F
           DATA RECORD IS LPRC-MATL-REC.
       01  LPRC-MATL-REC.
           05 LPRC-MATL-SHAPE-TYPE     PIC X(10).
           05 LPRC-MATL-MATL-CODE      PIC X(06).
           05 FILLER                   PIC X(13).
