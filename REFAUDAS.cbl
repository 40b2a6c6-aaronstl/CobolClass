
           SELECT RUG-ORDER-MASTER
             ASSIGN TO WS-RUG-ORDER-PATH
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RUGORD-ORDER-NUMBER
             ALTERNATE RECORD KEY IS RUGORD-CUST-NUMBER
                WITH DUPLICATES
             FILE STATUS IS WS-RUG-ORDER-STATUS.

           SELECT PAYMENT-TRAN-FILE
       01  RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER PIC X(06).
           05 RUGORD-CUST-NUMBER  PIC X(06).
           05 FILLER              PIC X(68).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           05 YTD-WH              PIC 9(09)V99.
           05 YTD-NET             PIC 9(09)V99.
           05 YTD-DEFERRAL        PIC 9(09)V99.
      * W-2 BOX DETAIL: FEDERAL TAXABLE WAGES AND WITHHOLDING,
      * SOCIAL SECURITY AND MEDICARE WAGES AND TAX, STATE AND
      * LOCAL WITHHOLDING.
           05 YTD-FIT-WAGES       PIC 9(09)V99.
           05 YTD-FED-WH          PIC 9(09)V99.
           05 YTD-SS-WAGES        PIC 9(09)V99.
           05 YTD-SS-WH           PIC 9(09)V99.
           05 YTD-MED-WAGES       PIC 9(09)V99.
           05 YTD-MED-WH          PIC 9(09)V99.
           05 YTD-STATE-WH        PIC 9(09)V99.
           05 YTD-LOCAL-WH        PIC 9(09)V99.

       FD  PTO-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS INV-CONTROL-REC.
       01  INV-CONTROL-REC.
           05 INVDONE-ORDER-NUMBER PIC X(06).
           05 INVDONE-LINE-NUMBER  PIC X(03).

       FD  REFAUD-REPORT
           RECORDING MODE IS F
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".
       01  WS-RUG-ORDER-STATUS     PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01  WS-PAYMENT-TRAN-STATUS  PIC X(02).
           88 PAYMENT-TRAN-SUCCESSFUL  VALUE "00".
       01  WS-EMP-TABLE.
           05 WS-EMP-KEY           PIC X(06) OCCURS 500 TIMES.
       01  WS-EMP-COUNT            PIC 9(03) VALUE 0.
       01  WS-ORDER-OPEN-SW        PIC X(01) VALUE "N".
           88 RUG-ORDER-FILE-OPEN      VALUE "Y".
       01  WS-KEY-SUB              PIC 9(04).
       01  WS-KEY-FOUND-SW         PIC X(01) VALUE "N".
           88 PARENT-KEY-FOUND         VALUE "Y".
           END-IF
           CLOSE EMP-MASTER-FILE

           DISPLAY "PARENTS LOADED: " WS-CUST-COUNT " CUSTOMERS, "
                   WS-EMP-COUNT " EMPLOYEES".

       1010-FIND-CUSTOMER-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW
              END-IF
           END-PERFORM.

      * THE RUG ORDER MASTER IS INDEXED BY ORDER NUMBER, SO THE
      * PARENT IS PROVED BY A KEYED READ RATHER THAN A TABLE. WITH
      * NO ORDER MASTER, EVERY CHILD ROW IS AN ORPHAN.
       1040-FIND-ORDER-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW
           IF RUG-ORDER-FILE-OPEN
              MOVE WS-PROBE-KEY(1:6) TO RUGORD-ORDER-NUMBER
              READ RUG-ORDER-MASTER
              IF RUG-ORDER-SUCCESSFUL
                 MOVE "Y" TO WS-KEY-FOUND-SW
              END-IF
           END-IF.

       1100-TALLY-THE-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT(WS-CHECK-SUB)
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              PERFORM UNTIL END-OF-RUG-ORDERS
                 READ RUG-ORDER-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END

       2500-SWEEP-INV-CONTROL.
           MOVE 6 TO WS-CHECK-SUB
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE "Y" TO WS-ORDER-OPEN-SW
           END-IF
           OPEN INPUT INV-CONTROL-FILE
           IF INV-CONTROL-SUCCESSFUL
              PERFORM UNTIL END-OF-INV-CONTROL
                 END-READ
              END-PERFORM
              CLOSE INV-CONTROL-FILE
           END-IF
           IF RUG-ORDER-FILE-OPEN
              CLOSE RUG-ORDER-MASTER
              MOVE "N" TO WS-ORDER-OPEN-SW
           END-IF.

       3000-WRITE-CHECK-SUMMARY.
