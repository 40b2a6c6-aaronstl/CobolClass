       01 WS-ORDER-LINE-PATH          PIC X(40)
           VALUE "C:\Users\Bob\ORDLINE.DAT".
       01 WS-ORDER-LINE-STATUS        PIC X(02).
           88 ORDER-LINE-SUCCESSFUL       VALUE "00".
           88 END-OF-ORDER-LINES          VALUE "10".
       01 WS-ORDLN-TABLE.
           05 WS-ORDLN-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-ORDLN-IDX.
              10 WS-ORDLN-ORDER       PIC X(06).
              10 WS-ORDLN-LINE        PIC 9(03).
              10 WS-ORDLN-CUST        PIC X(06).
              10 WS-ORDLN-SHAPE       PIC X(10).
              10 WS-ORDLN-AREA        PIC 9(06)V99.
              10 WS-ORDLN-PRICE       PIC 9(06)V99.
              10 WS-ORDLN-TAX         PIC 9(06)V99.
              10 WS-ORDLN-STATUS      PIC X(01).
                  88 WS-ORDLN-OPEN        VALUES "P" "C" "W".
                  88 WS-ORDLN-SHIPPED     VALUE "S".
                  88 WS-ORDLN-CANCELED    VALUE "X".
              10 WS-ORDLN-DATE        PIC 9(08).
              10 WS-ORDLN-KIND        PIC X(01).
                  88 WS-ORDLN-REMAKE      VALUE "R".
              10 WS-ORDLN-REMAKE-OF   PIC 9(03).
       01 WS-ORDLN-COUNT              PIC 9(04) VALUE 0.
       01 WS-ORDLN-FULL-SW            PIC X(01) VALUE "N".
           88 ORDLN-TABLE-FULL            VALUE "Y".
      * SET WS-ORDLN-TALLY-ORDER AND PERFORM 9982-TALLY-ORDER-LINES
      * FOR THAT ORDER'S LINE COUNTS AND THE STATUS THE ORDER ROLLS
      * UP TO: "S" ALL LINES CLOSED WITH AT LEAST ONE SHIPPED, "X"
      * ALL CANCELED, "B" PARTLY SHIPPED WITH LINES STILL OPEN, OR
      * SPACES WHEN NOTHING HAS SHIPPED OR CLOSED THE ORDER YET (OR
      * THE ORDER HAS NO LINES AT ALL).
       01 WS-ORDLN-TALLY-ORDER        PIC X(06).
       01 WS-ORDLN-TALLY-LINES        PIC 9(03).
       01 WS-ORDLN-TALLY-OPEN         PIC 9(03).
       01 WS-ORDLN-TALLY-SHIPPED      PIC 9(03).
       01 WS-ORDLN-ROLLUP-STATUS      PIC X(01).
