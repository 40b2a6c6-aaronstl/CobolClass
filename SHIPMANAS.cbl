      * CHARGED WAS A GUESS. FOR EACH ORDER NEWLY MOVED TO SHIPPED
      * STATUS (NOT YET ON THE MANIFESTED-CONTROL FILE), THIS
      * PROGRAM:
      *   - FINDS THE DELIVERY ZIP: THE ORDER'S SHIP-TO LOCATION
      *     ON SHIPTO.DAT WHEN IT HAS ONE, OTHERWISE THE CUSTOMER'S
      *     OWN ZIP ON THE CUSTOMER MASTER;
      *   - DERIVES A SHIPMENT WEIGHT FROM THE ORDER'S SQUARE
      *     FOOTAGE AT THE SHOP'S POUNDS-PER-SQUARE-FOOT FACTOR;
      *   - RATES IT THROUGH THE SAME ZIPRATES/CANRATES ZONE TABLES
      *     ZipCodeAS USES (GROUND SERVICE); AND
      *   - WRITES THE DAILY MANIFEST PLUS A FREIGHT-CHARGE FILE
      *     INVOICEAS ADDS TO THE CUSTOMER'S INVOICE. THE FREIGHT-
      *     CHARGE FILE'S CONTROL TOTALS ARE RECORDED ON THE SHOP
      *     OUTPUT INVENTORY FOR INVOICEAS TO VERIFY.
      * MANIFESTED ORDERS GO ON SHIPDONE.DAT SO A RERUN CAN'T
      * CHARGE THE SAME FREIGHT TWICE.
      *
      * AN ORDER WITH SHAPE LINES ON THE ORDER-LINE FILE SHIPS BY THE
      * LINE: EACH RUN MANIFESTS THE LINES RUGSTSAS HAS MARKED
      * SHIPPED SINCE THE LAST RUN -- WHETHER THE ORDER IS NOW FULLY
      * SHIPPED ("S") OR ONLY PARTLY ("B") -- AS ONE SHIPMENT WEIGHED
      * FROM THOSE LINES' SQUARE FOOTAGE, AND SHIPDONE.DAT TAKES A
      * ROW PER LINE. ORDERS WITH NO LINES SHIP WHOLE, AS BEFORE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is sequential
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-FILE-PATH
               ASSIGN TO WS-MANIFEST-REPORT-PATH
               organization is line sequential
               file status is WS-MANIFEST-REPORT-STATUS.
             COPY ORDLNSEL.
             COPY SHPTSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY CTLHSEL.

       DATA DIVISION.
        FILE SECTION.
           05 RUGORD-TOTAL-AREA        PIC 9(08)V99.
           05 RUGORD-PROMISE-DATE      PIC 9(08).
           05 RUGORD-CONTRACT-SW       PIC X(01).
           05 FILLER                   PIC X(05).
           05 RUGORD-SHIP-TO-CODE      PIC X(04).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           05 CAN-PER-POUND-IN         PIC 9(02)V99.
           05 CAN-CARRIER-IN           PIC X(03).

      * ORDERS ALREADY MANIFESTED IN PRIOR RUNS. THE LINE NUMBER IS
      * BLANK FOR AN ORDER THAT SHIPPED WHOLE.
       FD  SHIP-DONE-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-DONE-REC.
       01  SHIP-DONE-REC.
           05 SHIPDONE-ORDER-NUMBER    PIC X(06).
           05 SHIPDONE-LINE-NUMBER     PIC X(03).

      * SHIPMENT-TRACKING FILE: ONE ROW PER MANIFESTED ORDER WITH
      * THE PROMISE THE ZONE TABLE MADE. SHIPTRKAS POSTS DELIVERY
           05 SHIPTRK-ZONE-NAME        PIC X(20).
           05 SHIPTRK-PROMISED-DAYS    PIC 9(01).
           05 SHIPTRK-DELIVERED-DATE   PIC 9(08).
      * WHERE IT WENT: THE CUSTOMER, ITS SHIP-TO CODE (BLANK FOR THE
      * BILL-TO ADDRESS) AND THE ZIP THE FREIGHT WAS RATED TO.
           05 SHIPTRK-CUST-NUMBER      PIC X(06).
           05 SHIPTRK-SHIP-TO-CODE     PIC X(04).
           05 SHIPTRK-SHIP-ZIP         PIC X(09).
      * THE WEIGHT THE SHIPMENT WAS MANIFESTED AT AND THE GROUND
      * CHARGE IT RATED TO, KEPT FOR THE FREIGHT-BILL AUDIT.
           05 SHIPTRK-RATED.
              10 SHIPTRK-WEIGHT        PIC 9(05)V99.
              10 SHIPTRK-CHARGE        PIC 9(06)V99.

      * ONE ROW PER MANIFESTED ORDER FOR INVOICEAS TO ADD TO THE
      * CUSTOMER'S INVOICE.
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD             PIC X(90).

       COPY ORDLNFD.
       COPY SHPTFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY CTLHFD.

       WORKING-STORAGE SECTION.
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-CUSTOMER-FILE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
              10 WS-CUST-ZIP            PIC X(09).
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.

      * ORDERS AND ORDER LINES ALREADY MANIFESTED.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-DONE-IDX
                             PIC X(09).
       01 WS-DONE-COUNT            PIC 9(04) VALUE 0.
       01 WS-DONE-FOUND-SW         PIC X(01) VALUE "N".
           88 ORDER-ALREADY-MANIFESTED VALUE "Y".
       01 WS-DONE-KEY.
           05 WS-DONE-KEY-ORDER     PIC X(06).
           05 WS-DONE-KEY-LINE      PIC X(03).

      * WHAT THIS SHIPMENT CARRIES: THE WHOLE ORDER'S SQUARE FOOTAGE,
      * OR THE NEWLY SHIPPED LINES' TOTAL AND HOW MANY THERE ARE.
       01 WS-SHIP-AREA             PIC 9(08)V99 VALUE 0.
       01 WS-SHIP-LINE-COUNT       PIC 9(03) VALUE 0.

       01 WS-CUR-ZIP               PIC X(09) VALUE SPACES.
       01 WS-CUR-ZIP-NUM           PIC 9(05).
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MAN-DTL-CHARGE.
           05 FILLER                 PIC X(04) VALUE " LN:".
           05 MAN-DTL-LINES          PIC ZZ9.

      * SECOND MANIFEST LINE FOR AN ORDER GOING TO A SHIP-TO
      * LOCATION RATHER THAN THE CUSTOMER'S OWN ADDRESS.
       01  MAN-SHIPTO-LINE.
           05 FILLER                 PIC X(13)
             VALUE "  DELIVER TO ".
           05 MAN-SHP-CODE           PIC X(04).
           05 FILLER                 PIC X(02) VALUE ": ".
           05 MAN-SHP-NAME           PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-SHP-CITY           PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-SHP-STATE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-SHP-ZIP            PIC X(09).
           05 FILLER                 PIC X(07) VALUE SPACES.

       01  MAN-TOTAL-LINE.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY ORDLNWS.
       COPY SHPTWS.
       COPY CTLHWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "SHIPMANAS SHIPPING MANIFEST"
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MANIFEST-SHIPPED-ORDERS
           IF WS-ORDERS-MANIFESTED > 0
              MOVE WS-FREIGHT-CHARGE-PATH TO WS-CTLH-FILE-PATH
              MOVE "FREIGHT-CHARGE-FILE" TO WS-CTLH-LOGICAL-NAME
              MOVE "SHIPMANA" TO WS-CTLH-PROGRAM-ID
              MOVE "SHIPMANAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9949-RECORD-CONTROL-HASH
           END-IF
           MOVE WS-TOTAL-CHARGES TO MAN-TOT-CHARGE
           WRITE MANIFEST-RECORD FROM MAN-TOTAL-LINE
           CLOSE MANIFEST-REPORT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-ZONE-TABLES
           PERFORM 1200-LOAD-CUSTOMER-ZIPS
           PERFORM 9962-LOAD-SHIP-TOS
           PERFORM 1300-LOAD-SHIP-DONE
           PERFORM 9980-LOAD-ORDER-LINES
      * AN ORDER WHOSE LINES DIDN'T LOAD WOULD MANIFEST AS A WHOLE
      * ORDER ON TOP OF THE LINES ALREADY CHARGED, SO THE RUN STOPS.
           IF ORDLN-TABLE-FULL
              DISPLAY "SHIPMANAS: ORDER-LINE TABLE FULL AT 5000 -- "
                      "RUN REFUSED, UNLOADED LINES WOULD BE "
                      "CHARGED TWICE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MANIFEST-REPORT
           MOVE WS-TODAY-DATE TO MAN-HDG-DATE
           WRITE MANIFEST-RECORD FROM MAN-HDG-LINE.
           MOVE "MANIFEST-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MANIFEST-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MANIFEST-REPORT-PATH
           MOVE "ORDER-LINE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-LINE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-LINE-PATH
           MOVE "SHIP-TO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TO-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH.

       1100-LOAD-ZONE-TABLES.
           OPEN INPUT ZONE-RATE-FILE
           OPEN INPUT SHIP-DONE-FILE
           IF SHIP-DONE-SUCCESSFUL
              PERFORM UNTIL END-OF-SHIP-DONE
                       OR WS-DONE-COUNT = 5000
                 READ SHIP-DONE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DONE-COUNT
                    SET WS-DONE-IDX TO WS-DONE-COUNT
                    MOVE SHIP-DONE-REC
                      TO WS-DONE-ENTRY(WS-DONE-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED. AN UNLOADED ROW WOULD LET ITS
      * FREIGHT BE CHARGED AGAIN, SO THE RUN IS REFUSED.
              IF NOT END-OF-SHIP-DONE
                 READ SHIP-DONE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "SHIPMANAS: MANIFESTED TABLE FULL AT "
                            "5000 -- RUN REFUSED, UNLOADED ROWS "
                            "WOULD ALLOW DOUBLE FREIGHT"
                    CLOSE SHIP-DONE-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-READ
              END-IF
              CLOSE SHIP-DONE-FILE
           END-IF.

                 AT END
                    CONTINUE
                 NOT AT END
                    IF RUGORD-STATUS = "S" OR RUGORD-STATUS = "B"
                       MOVE RUGORD-ORDER-NUMBER
                         TO WS-ORDLN-TALLY-ORDER
                       PERFORM 9982-TALLY-ORDER-LINES
                       IF WS-ORDLN-TALLY-LINES > 0
                          PERFORM 2200-GATHER-SHIPPED-LINES
                          IF WS-SHIP-LINE-COUNT > 0
                             PERFORM 2100-MANIFEST-ONE-ORDER
                          END-IF
                       ELSE
                          IF RUGORD-STATUS = "S"
                             MOVE RUGORD-ORDER-NUMBER
                               TO WS-DONE-KEY-ORDER
                             MOVE SPACES TO WS-DONE-KEY-LINE
                             PERFORM 2010-CHECK-ALREADY-MANIFESTED
                             IF NOT ORDER-ALREADY-MANIFESTED
                                MOVE RUGORD-TOTAL-AREA
                                  TO WS-SHIP-AREA
                                MOVE 0 TO WS-SHIP-LINE-COUNT
                                PERFORM 2100-MANIFEST-ONE-ORDER
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-READ
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                     UNTIL WS-DONE-IDX > WS-DONE-COUNT
                        OR ORDER-ALREADY-MANIFESTED
              IF WS-DONE-ENTRY(WS-DONE-IDX) = WS-DONE-KEY
                 MOVE "Y" TO WS-DONE-FOUND-SW
              END-IF
           END-PERFORM.

      * THE ORDER'S SHIPPED LINES NOT YET ON SHIPDONE.DAT, TOTALED
      * INTO THIS RUN'S SHIPMENT.
       2200-GATHER-SHIPPED-LINES.
           MOVE ZEROES TO WS-SHIP-AREA
           MOVE ZEROES TO WS-SHIP-LINE-COUNT
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = RUGORD-ORDER-NUMBER
                 AND WS-ORDLN-SHIPPED(WS-ORDLN-IDX)
                 MOVE RUGORD-ORDER-NUMBER TO WS-DONE-KEY-ORDER
                 MOVE WS-ORDLN-LINE(WS-ORDLN-IDX) TO WS-DONE-KEY-LINE
                 PERFORM 2010-CHECK-ALREADY-MANIFESTED
                 IF NOT ORDER-ALREADY-MANIFESTED
                    ADD WS-ORDLN-AREA(WS-ORDLN-IDX) TO WS-SHIP-AREA
                    ADD 1 TO WS-SHIP-LINE-COUNT
                 END-IF
              END-IF
           END-PERFORM.

       2100-MANIFEST-ONE-ORDER.
           PERFORM 2110-FIND-CUSTOMER-ZIP
           PERFORM 2120-FIND-ZONE-AND-RATE
              WRITE MANIFEST-RECORD
           ELSE
              COMPUTE WS-SHIP-WEIGHT ROUNDED =
                      WS-SHIP-AREA * WS-LBS-PER-SQFT
              COMPUTE WS-SHIP-CHARGE ROUNDED = WS-CUR-BASE
                    + (WS-CUR-PER-LB * WS-SHIP-WEIGHT)
              ADD WS-SHIP-CHARGE TO WS-TOTAL-CHARGES
              MOVE WS-CUR-ZONE-NAME    TO MAN-DTL-ZONE
              MOVE WS-SHIP-WEIGHT      TO MAN-DTL-WEIGHT
              MOVE WS-SHIP-CHARGE      TO MAN-DTL-CHARGE
              MOVE WS-SHIP-LINE-COUNT  TO MAN-DTL-LINES
              WRITE MANIFEST-RECORD FROM MAN-DETAIL-LINE
              IF SHIPTO-ON-FILE
                 MOVE RUGORD-SHIP-TO-CODE TO MAN-SHP-CODE
                 MOVE WS-SHIPTO-NAME(WS-SHIPTO-IDX) TO MAN-SHP-NAME
                 MOVE WS-SHIPTO-CITY(WS-SHIPTO-IDX) TO MAN-SHP-CITY
                 MOVE WS-SHIPTO-STATE(WS-SHIPTO-IDX)
                   TO MAN-SHP-STATE
                 MOVE WS-CUR-ZIP TO MAN-SHP-ZIP
                 WRITE MANIFEST-RECORD FROM MAN-SHIPTO-LINE
              END-IF
              PERFORM 2130-WRITE-FREIGHT-CHARGE
              PERFORM 2150-WRITE-SHIP-TRACKING
              PERFORM 2140-RECORD-ORDER-MANIFESTED
           END-IF.

      * AN ORDER BOUND TO A SHIP-TO RATES TO THAT LOCATION'S ZIP,
      * EVEN IF THE SHIP-TO HAS SINCE BEEN INACTIVATED. ONE WHOSE
      * SHIP-TO ISN'T ON FILE FALLS BACK TO THE BILL-TO ZIP.
       2110-FIND-CUSTOMER-ZIP.
           MOVE SPACES TO WS-CUR-ZIP
           MOVE "N" TO WS-SHIPTO-FOUND-SW
           IF RUGORD-SHIP-TO-CODE NOT = SPACES
              MOVE RUGORD-CUST-NUMBER  TO WS-SHIPTO-CHECK-CUST
              MOVE RUGORD-SHIP-TO-CODE TO WS-SHIPTO-CHECK-CODE
              PERFORM 9964-FIND-SHIP-TO
              IF SHIPTO-ON-FILE
                 MOVE WS-SHIPTO-ZIP(WS-SHIPTO-IDX) TO WS-CUR-ZIP
              ELSE
                 DISPLAY "SHIPMANAS: ORDER " RUGORD-ORDER-NUMBER
                         " SHIP-TO " RUGORD-SHIP-TO-CODE
                         " NOT ON FILE -- RATED TO BILL-TO ZIP"
              END-IF
           END-IF
           IF NOT SHIPTO-ON-FILE
              PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                        UNTIL WS-CUST-IDX > WS-CUST-COUNT
                 IF WS-CUST-NUMBER(WS-CUST-IDX) = RUGORD-CUST-NUMBER
                    MOVE WS-CUST-ZIP(WS-CUST-IDX) TO WS-CUR-ZIP
                 END-IF
              END-PERFORM
           END-IF.

      * A NUMERIC 5-DIGIT ZIP RATES THROUGH THE US ZONE RANGES; A
      * LEADING LETTER RATES THROUGH THE CANADIAN FSA TABLE.
           MOVE WS-CUR-ZONE-NAME    TO SHIPTRK-ZONE-NAME
           MOVE WS-CUR-GROUND-DAYS  TO SHIPTRK-PROMISED-DAYS
           MOVE ZEROES              TO SHIPTRK-DELIVERED-DATE
           MOVE RUGORD-CUST-NUMBER  TO SHIPTRK-CUST-NUMBER
           IF SHIPTO-ON-FILE
              MOVE RUGORD-SHIP-TO-CODE TO SHIPTRK-SHIP-TO-CODE
           ELSE
              MOVE SPACES TO SHIPTRK-SHIP-TO-CODE
           END-IF
           MOVE WS-CUR-ZIP          TO SHIPTRK-SHIP-ZIP
           MOVE WS-SHIP-WEIGHT      TO SHIPTRK-WEIGHT
           MOVE WS-SHIP-CHARGE      TO SHIPTRK-CHARGE
           WRITE SHIP-TRACK-REC
           CLOSE SHIP-TRACK-FILE.

      * ONE ROW FOR A WHOLE ORDER, OR ONE PER LINE THIS SHIPMENT
      * CARRIED -- THE SAME LINES 2200 GATHERED, SINCE THE TABLE OF
      * MANIFESTED ROWS ISN'T UPDATED UNTIL THE NEXT RUN.
       2140-RECORD-ORDER-MANIFESTED.
           OPEN EXTEND SHIP-DONE-FILE
           IF NOT SHIP-DONE-SUCCESSFUL
              OPEN OUTPUT SHIP-DONE-FILE
           END-IF
           MOVE RUGORD-ORDER-NUMBER TO SHIPDONE-ORDER-NUMBER
           IF WS-SHIP-LINE-COUNT = 0
              MOVE SPACES TO SHIPDONE-LINE-NUMBER
              WRITE SHIP-DONE-REC
           ELSE
              PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                        UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
                 IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = RUGORD-ORDER-NUMBER
                    AND WS-ORDLN-SHIPPED(WS-ORDLN-IDX)
                    MOVE RUGORD-ORDER-NUMBER TO WS-DONE-KEY-ORDER
                    MOVE WS-ORDLN-LINE(WS-ORDLN-IDX)
                      TO WS-DONE-KEY-LINE
                    PERFORM 2010-CHECK-ALREADY-MANIFESTED
                    IF NOT ORDER-ALREADY-MANIFESTED
                       MOVE WS-DONE-KEY-LINE TO SHIPDONE-LINE-NUMBER
                       WRITE SHIP-DONE-REC
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE SHIP-DONE-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.

       COPY RUNCTLPARA.

      * SHARED ORDER-LINE LOAD AND ROLL-UP. SEE ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED SHIP-TO MASTER PARAGRAPHS. SEE SHPTPARA.CPY.
       COPY SHPTPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.
