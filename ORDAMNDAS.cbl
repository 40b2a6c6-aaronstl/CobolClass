      * WHEN THE ORDER WAS ALREADY INVOICED:
      *   - A PRICE INCREASE IS WRITTEN TO THE INVOICE-ADJUSTMENT
      *     FILE, WHICH INVOICEAS BILLS AS A DELTA LINE ON THE
      *     CUSTOMER'S NEXT INVOICE, AND THE FILE'S CONTROL TOTALS
      *     ARE RECORDED ON THE SHOP OUTPUT INVENTORY; AND
      *   - A PRICE DECREASE IS CREDITED ON THE SPOT (REVERSING "P"
      *     PAYTRAN ROW, BALANCE REDUCTION AND A CREDIT-MEMO LINE,
      *     THE WAY CREDMEMAS CREDITS), SINCE A CHARGE LINE CAN'T GO
      *     NEGATIVE.
      * THE STATEMENT SHOWS THE CORRECTION EITHER WAY INSTEAD OF A
      * MYSTERY BALANCE.
      *
      * EACH RE-KEYED LINE PRICES OFF THE LIST-PRICE MASTER AT THE
      * PRICE THAT WAS IN EFFECT ON THE ORDER'S DATE, SO AN
      * AMENDMENT NEITHER PICKS UP NOR DODGES A LATER PRICE CHANGE.
      * A PRICE KEYED OVER THE LIST NEEDS A REASON AND IS WRITTEN
      * TO THE PRICE-OVERRIDE LOG.
      *
      * AN ORDER CARRIED ON THE ORDER-LINE FILE HAS ITS SHAPE LINES
      * REPLACED BY THE RE-KEYED ONES, RENUMBERED FROM 1, SO THE
      * LINES STILL ADD UP TO THE ORDER'S NEW TOTALS.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is random
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT TAX-JURISDICTION-FILE
               ASSIGN TO WS-TAX-JUR-PATH
               ASSIGN TO WS-PAYMENT-TRAN-PATH
               organization is line sequential
               file status is WS-PAYMENT-TRAN-STATUS.
             SELECT CREDIT-MEMO-FILE
               ASSIGN TO WS-CREDIT-MEMO-PATH
               organization is line sequential
               file status is WS-CREDIT-MEMO-STATUS.
             SELECT CUST-PRICE-FILE
               ASSIGN TO WS-CUST-PRICE-PATH
               organization is line sequential
               ASSIGN TO WS-EXEMPT-CERT-PATH
               organization is line sequential
               file status is WS-EXEMPT-CERT-STATUS.
             COPY ORDLNSEL.
             COPY LPRCSEL.
             COPY POVRSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY CTLHSEL.

       DATA DIVISION.
        FILE SECTION.
       FD  RUG-ORDER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC               PIC X(80).
       01  RUG-ORDER-FIELDS REDEFINES RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER      PIC X(06).
           05 RUGORD-CUST-NUMBER       PIC X(06).
           05 RUGORD-CONTRACT-SW       PIC X(01).
           05 FILLER                   PIC X(03).
           05 RUGORD-SHIP-STATE        PIC X(02).
           05 RUGORD-SHIP-TO-CODE      PIC X(04).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

       FD  TAX-JURISDICTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICED-CONTROL-REC.
       01  INVOICED-CONTROL-REC.
           05 INVDONE-ORDER-NUMBER     PIC X(06).
           05 INVDONE-LINE-NUMBER      PIC X(03).

      * DELTA BILLING LINES WAITING FOR INVOICEAS'S NEXT RUN.
       FD  INVOICE-ADJ-FILE
           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(20).
           05 CUST-PAYMENT             PIC 9(06)V9(3).
           05 FILLER                   PIC X(53).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           05 TRAN-AMOUNT              PIC 9(06)V9(3).
           05 TRAN-TYPE                PIC X(01).

      * CREDMEMAS'S CREDIT DOCUMENT FILE; A DECREASE CREDITED HERE
      * IS LOGGED ON IT THE SAME WAY.
       FD  CREDIT-MEMO-FILE
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-MEMO-RECORD.
       01  CREDIT-MEMO-RECORD          PIC X(80).

      * SAME CONTRACT TERMS AND EXEMPTION CERTIFICATES MATHSHPS
      * PRICES WITH, SO AN AMENDED ORDER REPRICES THE SAME WAY IT
      * WAS FIRST PRICED.
           05 EXC-STATE-IN             PIC X(02).
           05 EXC-EXPIRY-IN            PIC 9(08).

       COPY ORDLNFD.
       COPY LPRCFD.
       COPY POVRFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY CTLHFD.

       WORKING-STORAGE SECTION.
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-TAX-JUR-PATH          PIC X(40)
           VALUE "C:\Users\bob\TAXJUR.DAT".
           VALUE "C:\Users\Bob\PAYTRAN.DAT".
       01 WS-PAYMENT-TRAN-STATUS   PIC X(02).
           88 PAYMENT-TRAN-OK          VALUE "00".
       01 WS-CREDIT-MEMO-PATH      PIC X(40)
           VALUE "C:\Users\Bob\CREDITMEMO.txt".
       01 WS-CREDIT-MEMO-STATUS    PIC X(02).
           88 GOOD-CREDIT-MEMO-WRITE   VALUE "00".

       01 WS-ORDER-FOUND-SW        PIC X(01) VALUE "N".
           88 ORDER-FOUND              VALUE "Y".
       01 WS-CUST-CHANGED-SW       PIC X(01) VALUE "N".
           88 CUSTOMER-FILE-CHANGED    VALUE "Y".

       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX
                             PIC X(95).
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-DELTA-EDIT.

      * SAME CREDIT-MEMO LINE CREDMEMAS WRITES.
       01  MEMO-LINE.
           05 FILLER                 PIC X(13)
             VALUE "CREDIT MEMO  ".
           05 MEMO-DATE              PIC 9(08).
           05 FILLER                 PIC X(08) VALUE "  CUST: ".
           05 MEMO-CUST              PIC X(06).
           05 FILLER                 PIC X(09) VALUE "  ORDER: ".
           05 MEMO-ORDER             PIC X(06).
           05 FILLER                 PIC X(10) VALUE "  CREDIT: ".
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MEMO-AMOUNT.
           05 FILLER                 PIC X(06) VALUE SPACES.

       01 WS-CUST-PRICE-PATH       PIC X(40)
           VALUE "C:\Users\bob\CUSTPRICE.DAT".
       01 WS-CUST-PRICE-STATUS     PIC X(02).
              10 WS-CERT-EXPIRY        PIC 9(08).
       01 WS-CERT-COUNT            PIC 9(02) VALUE 0.
       01 WS-CUR-CERT-NUMBER       PIC X(12) VALUE SPACES.
       01 WS-LINE-TAX              PIC 9(06)V99 VALUE 0.
       01 WS-REPLACE-LINES-SW      PIC X(01) VALUE "N".
           88 REPLACING-ORDER-LINES    VALUE "Y".
       01 WS-LINES-CHANGED-SW      PIC X(01) VALUE "N".
           88 ORDER-LINES-CHANGED      VALUE "Y".
       01 WS-NEXT-LINE-NUMBER      PIC 9(03) VALUE 0.
       01 WS-SLOT-FOUND-SW         PIC X(01) VALUE "N".
           88 LINE-SLOT-FOUND          VALUE "Y".

       COPY ORDLNWS.
       COPY LPRCWS.
       COPY POVRWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
       COPY CTLHWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1100-OPEN-ORDER-MASTER
           PERFORM 1200-LOAD-TAX-JURISDICTIONS
           PERFORM 1300-LOAD-CUSTOMER-FILE
           PERFORM 1400-LOAD-CONTRACT-PRICES
           PERFORM 1500-LOAD-EXEMPT-CERTS
           PERFORM 1600-LOAD-ORDER-LINES
           PERFORM 9954-LOAD-LIST-PRICES
           PERFORM UNTIL CLERK-DONE
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
           CLOSE RUG-ORDER-MASTER
           IF CUSTOMER-FILE-CHANGED
              PERFORM 3100-REWRITE-CUSTOMER-FILE
              DISPLAY "ORDAMNDAS: CUSTOMER BALANCES UPDATED"
           END-IF
           IF ORDER-LINES-CHANGED
              MOVE "ORDAMNDAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9981-WRITE-ORDER-LINES
              DISPLAY "ORDAMNDAS: ORDER LINES UPDATED"
           END-IF
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
           MOVE WS-INVOICE-ADJ-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INVOICE-ADJ-PATH
           MOVE "CREDIT-MEMO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CREDIT-MEMO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CREDIT-MEMO-PATH
           MOVE "CUST-PRICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUST-PRICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE "EXEMPT-CERT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EXEMPT-CERT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EXEMPT-CERT-PATH
           MOVE "ORDER-LINE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-LINE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-LINE-PATH
           MOVE "LIST-PRICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LIST-PRICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LIST-PRICE-PATH
           MOVE "MATERIAL-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LPRC-MATL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LPRC-MATL-PATH
           MOVE "PRICE-OVERRIDE-LOG" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PRICE-OVERRIDE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PRICE-OVERRIDE-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH.

      * THE MASTER IS INDEXED BY ORDER NUMBER; AN AMENDED ORDER IS
      * REWRITTEN IN PLACE THE MOMENT IT REPRICES.
       1100-OPEN-ORDER-MASTER.
           OPEN I-O RUG-ORDER-MASTER
           IF NOT RUG-ORDER-SUCCESSFUL
              DISPLAY "NO RUG-ORDER MASTER -- NOTHING TO AMEND"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.
              CLOSE EXEMPT-CERT-FILE
           END-IF.

      * A REWRITE OF A PARTLY-LOADED LINE FILE WOULD DROP THE
      * UNLOADED LINES, SO A FULL TABLE REFUSES AMENDMENTS.
       1600-LOAD-ORDER-LINES.
           PERFORM 9980-LOAD-ORDER-LINES
           IF ORDLN-TABLE-FULL
              DISPLAY "ORDAMNDAS: ORDER-LINE TABLE FULL AT 5000 "
                      "-- AMENDMENTS REFUSED, A REWRITE "
                      "WOULD DROP THE UNLOADED LINES"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-CLERK.
           DISPLAY " "
           DISPLAY "A - AMEND AN ORDER"
           MOVE "N" TO WS-ORDER-FOUND-SW
           DISPLAY "ENTER ORDER NUMBER: "
           ACCEPT WS-ORDER-NUMBER-IN
           MOVE WS-ORDER-NUMBER-IN TO RUGORD-ORDER-NUMBER
           READ RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE "Y" TO WS-ORDER-FOUND-SW
           END-IF
           IF NOT ORDER-FOUND
              DISPLAY "ORDER NOT ON THE MASTER."
           ELSE
              IF RUGORD-STATUS NOT = "P"
                 DISPLAY "ORDER STATUS IS " RUGORD-STATUS
                         " -- AMENDMENTS ARE BLOCKED ONCE CUTTING "
              MOVE ZEROES TO WS-CUR-TAX-RATE
              DISPLAY "TAX EXEMPT UNDER CERT " WS-CUR-CERT-NUMBER
           END-IF
           MOVE RUGORD-ORDER-NUMBER TO WS-ORDLN-TALLY-ORDER
           PERFORM 9982-TALLY-ORDER-LINES
           MOVE "N" TO WS-REPLACE-LINES-SW
           IF WS-ORDLN-TALLY-LINES > 0
              MOVE "Y" TO WS-REPLACE-LINES-SW
              MOVE "Y" TO WS-LINES-CHANGED-SW
              MOVE 0 TO WS-NEXT-LINE-NUMBER
              PERFORM 2260-DROP-OLD-LINES
           END-IF
           DISPLAY "RE-KEY THE ORDER'S REMAINING LINES."
           MOVE "Y" TO WS-MORE-SHAPES-SW
           PERFORM 2210-REKEY-ONE-LINE UNTIL NOT MORE-SHAPES
           MOVE WS-NEW-PRICE TO RUGORD-TOTAL-PRICE
           MOVE WS-NEW-TAX   TO RUGORD-TOTAL-TAX
           MOVE WS-NEW-AREA  TO RUGORD-TOTAL-AREA
           REWRITE RUG-ORDER-REC
           IF NOT RUG-ORDER-SUCCESSFUL
              MOVE "ORDAMNDAS"        TO WS-IOERR-PROGRAM-ID
              MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
              MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           COMPUTE WS-NEW-TOTAL = WS-NEW-PRICE + WS-NEW-TAX
           PERFORM 2300-HANDLE-DELTA-BILLING.

                    MOVE WS-SIZE-IN TO WS-SIZE-3
                 END-IF
              END-IF
      * THE LIST PRICE AS OF THE ORDER'S DATE, OR A REASONED
      * OVERRIDE. SEE 9956-TAKE-SQ-FT-PRICE.
              MOVE WS-SHAPE-TYPE TO WS-LPRC-CHECK-SHAPE
              IF RUGORD-ORDER-DATE IS NUMERIC
                 AND RUGORD-ORDER-DATE > 0
                 MOVE RUGORD-ORDER-DATE TO WS-LPRC-CHECK-DATE
              ELSE
                 MOVE WS-TODAY-DATE TO WS-LPRC-CHECK-DATE
              END-IF
              PERFORM 9956-TAKE-SQ-FT-PRICE
              MOVE WS-POVR-PRICE-USED TO WS-PRICE-NUM
              IF WS-SIZE-1 = 0 OR WS-PRICE-NUM = 0
                 DISPLAY "LINE DROPPED -- SIZE OR PRICE MISSING."
              ELSE
                 PERFORM 2220-PRICE-ONE-LINE
                 IF PRICE-OVERRIDDEN
                    MOVE "ORDAMNDA"          TO WS-POVR-PROGRAM-ID
                    MOVE WS-OPERATOR-ID      TO WS-POVR-OPERATOR
                    MOVE RUGORD-ORDER-NUMBER TO WS-POVR-ORDER-NUMBER
                    MOVE RUGORD-CUST-NUMBER  TO WS-POVR-CUST-NUMBER
                    PERFORM 9957-LOG-PRICE-OVERRIDE
                 END-IF
              END-IF
           END-IF.

           COMPUTE WS-LINE-PRICE ROUNDED =
                   (WS-LINE-AREA * WS-LINE-RATE)
                 * (100 - WS-DISCOUNT-PCT) / 100
           COMPUTE WS-LINE-TAX = WS-LINE-PRICE * WS-CUR-TAX-RATE
           ADD WS-LINE-AREA  TO WS-NEW-AREA
           ADD WS-LINE-PRICE TO WS-NEW-PRICE
           ADD WS-LINE-TAX   TO WS-NEW-TAX
           IF REPLACING-ORDER-LINES
              PERFORM 2270-ADD-NEW-LINE
           END-IF.

      * ALREADY-INVOICED ORDERS GET THE DIFFERENCE BILLED OR
      * CREDITED; UNINVOICED ORDERS SIMPLY CARRY THE NEW TOTALS
           END-IF
           MOVE "Y" TO WS-CONTRACT-APPLIED-SW.

      * THE ORDER'S OLD LINES ARE BLANKED OUT; THE LINE-FILE
      * REWRITE SKIPS ANY ENTRY WITH NO ORDER NUMBER.
       2260-DROP-OLD-LINES.
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = RUGORD-ORDER-NUMBER
                 MOVE SPACES TO WS-ORDLN-ORDER(WS-ORDLN-IDX)
              END-IF
           END-PERFORM.

      * A RE-KEYED LINE TAKES THE FIRST BLANKED SLOT, OR GOES ON
      * THE END OF THE TABLE.
       2270-ADD-NEW-LINE.
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
                        OR LINE-SLOT-FOUND
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = SPACES
                 MOVE "Y" TO WS-SLOT-FOUND-SW
              END-IF
           END-PERFORM
           IF LINE-SLOT-FOUND
              SET WS-ORDLN-IDX DOWN BY 1
           ELSE
              IF WS-ORDLN-COUNT < 5000
                 MOVE "Y" TO WS-SLOT-FOUND-SW
                 ADD 1 TO WS-ORDLN-COUNT
                 SET WS-ORDLN-IDX TO WS-ORDLN-COUNT
              ELSE
                 DISPLAY "ORDER-LINE TABLE FULL -- LINE PRICED "
                         "BUT NOT KEPT ON THE LINE FILE"
              END-IF
           END-IF
           IF LINE-SLOT-FOUND
              ADD 1 TO WS-NEXT-LINE-NUMBER
              MOVE RUGORD-ORDER-NUMBER
                TO WS-ORDLN-ORDER(WS-ORDLN-IDX)
              MOVE WS-NEXT-LINE-NUMBER TO WS-ORDLN-LINE(WS-ORDLN-IDX)
              MOVE RUGORD-CUST-NUMBER  TO WS-ORDLN-CUST(WS-ORDLN-IDX)
              MOVE WS-SHAPE-TYPE       TO WS-ORDLN-SHAPE(WS-ORDLN-IDX)
              MOVE WS-LINE-AREA        TO WS-ORDLN-AREA(WS-ORDLN-IDX)
              MOVE WS-LINE-PRICE       TO WS-ORDLN-PRICE(WS-ORDLN-IDX)
              MOVE WS-LINE-TAX         TO WS-ORDLN-TAX(WS-ORDLN-IDX)
              MOVE "P"              TO WS-ORDLN-STATUS(WS-ORDLN-IDX)
              MOVE WS-TODAY-DATE       TO WS-ORDLN-DATE(WS-ORDLN-IDX)
              MOVE SPACE               TO WS-ORDLN-KIND(WS-ORDLN-IDX)
              MOVE ZEROES
                TO WS-ORDLN-REMAKE-OF(WS-ORDLN-IDX)
           END-IF.

       2300-HANDLE-DELTA-BILLING.
           PERFORM 2310-CHECK-ORDER-INVOICED
           IF NOT ORDER-WAS-INVOICED
           MOVE WS-DELTA-AMOUNT     TO INVADJ-AMOUNT
           WRITE INVOICE-ADJ-REC
           CLOSE INVOICE-ADJ-FILE
           MOVE WS-INVOICE-ADJ-PATH TO WS-CTLH-FILE-PATH
           MOVE "INVOICE-ADJ-FILE" TO WS-CTLH-LOGICAL-NAME
           MOVE "ORDAMNDA" TO WS-CTLH-PROGRAM-ID
           MOVE "ORDAMNDAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 9949-RECORD-CONTROL-HASH
           MOVE WS-DELTA-AMOUNT TO WS-DELTA-EDIT
           DISPLAY "DELTA OF " WS-DELTA-EDIT
                   " QUEUED FOR THE NEXT INVOICE RUN.".

      * THE DECREASE CREDITS ON THE SPOT, THE WAY CREDMEMAS
      * CREDITS: A REVERSING PAYMENT ROW, A BALANCE REDUCTION, AND
      * A CREDIT-MEMO LINE SO ARPOSTAS JOURNALS IT AS A CREDIT AND
      * NOT AS CASH.
       2330-CREDIT-THE-DIFFERENCE.
           PERFORM 2340-REDUCE-CUSTOMER-BALANCE
           OPEN EXTEND PAYMENT-TRAN-FILE
           MOVE "P"             TO TRAN-TYPE
           WRITE PAYMENT-TRAN-REC
           CLOSE PAYMENT-TRAN-FILE
           OPEN EXTEND CREDIT-MEMO-FILE
           IF NOT GOOD-CREDIT-MEMO-WRITE
              OPEN OUTPUT CREDIT-MEMO-FILE
           END-IF
           MOVE WS-TODAY-DATE        TO MEMO-DATE
           MOVE RUGORD-CUST-NUMBER   TO MEMO-CUST
           MOVE RUGORD-ORDER-NUMBER  TO MEMO-ORDER
           MOVE WS-DELTA-AMOUNT      TO MEMO-AMOUNT
           WRITE CREDIT-MEMO-RECORD FROM MEMO-LINE
           CLOSE CREDIT-MEMO-FILE
           MOVE WS-DELTA-AMOUNT TO WS-DELTA-EDIT
           DISPLAY "CREDITED " WS-DELTA-EDIT
                   " AGAINST THE CUSTOMER'S BALANCE.".
           END-PERFORM
           CLOSE CUSTOMER-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.


      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED ORDER-LINE LOAD AND ROLL-UP. SEE ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED LIST-PRICE AND PRICE-OVERRIDE PARAGRAPHS. SEE
      * LPRCPARA.CPY AND POVRPARA.CPY.
       COPY LPRCPARA.
       COPY POVRPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.
