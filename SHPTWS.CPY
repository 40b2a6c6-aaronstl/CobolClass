       01 WS-SHIP-TO-PATH             PIC X(40)
           VALUE "C:\Users\Bob\SHIPTO.DAT".
       01 WS-SHIP-TO-STATUS           PIC X(02).
           88 SHIP-TO-SUCCESSFUL          VALUE "00".
           88 END-OF-SHIP-TOS             VALUE "10".
       01 WS-SHIPTO-TABLE.
           05 WS-SHIPTO-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-SHIPTO-IDX.
              10 WS-SHIPTO-CUST       PIC X(06).
              10 WS-SHIPTO-CODE       PIC X(04).
              10 WS-SHIPTO-NAME       PIC X(30).
              10 WS-SHIPTO-ADDRESS    PIC X(30).
              10 WS-SHIPTO-CITY       PIC X(20).
              10 WS-SHIPTO-STATE      PIC X(02).
              10 WS-SHIPTO-ZIP        PIC X(09).
              10 WS-SHIPTO-STATUS     PIC X(01).
                  88 WS-SHIPTO-ACTIVE     VALUE "A".
       01 WS-SHIPTO-COUNT             PIC 9(04) VALUE 0.
       01 WS-SHIPTO-FULL-SW           PIC X(01) VALUE "N".
           88 SHIPTO-TABLE-FULL           VALUE "Y".
      * SET WS-SHIPTO-CHECK-CUST AND WS-SHIPTO-CHECK-CODE AND PERFORM
      * 9964-FIND-SHIP-TO; ON A HIT WS-SHIPTO-IDX IS LEFT ON THE
      * SHIP-TO'S ROW, ACTIVE OR NOT.
       01 WS-SHIPTO-CHECK-CUST        PIC X(06).
       01 WS-SHIPTO-CHECK-CODE        PIC X(04).
       01 WS-SHIPTO-FOUND-SW          PIC X(01).
           88 SHIPTO-ON-FILE              VALUE "Y".
