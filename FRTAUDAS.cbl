       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRTAUDAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * CARRIER FREIGHT-BILL AUDIT.
      *
      * SHIPMANAS RATES EVERY SHIPMENT AGAINST THE ZONE TABLES, BUT
      * THE CARRIERS' WEEKLY BILLS WERE PAID WITHOUT ANYONE HOLDING
      * THEM UP TO THE MANIFEST. THIS PROGRAM READS A CARRIER'S
      * FREIGHT INVOICE FILE (FRTBILL.DAT) AND MATCHES EACH BILLED
      * LINE, BY OUR ORDER NUMBER AND SHIP DATE, TO A MANIFESTED
      * SHIPMENT ON THE TRACKING FILE. EACH LINE COMES OUT AS ONE OF:
      *   OK  WITHIN TOLERANCE;
      *   OV  OVERBILLED -- THE BILLED AMOUNT IS PAST THE AMOUNT
      *       TOLERANCE OVER WHAT THE SHIPMENT RATES TO AT THAT
      *       CARRIER'S ZONE-TABLE RATES (OR, WHEN THE TABLES CARRY
      *       NO ROW FOR THE CARRIER, THE CHARGE THE MANIFEST RATED);
      *   WT  WEIGHT DISPUTE -- BILLED AT A WEIGHT PAST THE WEIGHT
      *       TOLERANCE OVER WHAT WE MANIFESTED;
      *   DU  BILLED TWICE -- EVERY MANIFESTED SHIPMENT FOR THE
      *       ORDER HAS ALREADY BEEN BILLED, ON THIS FILE OR AN
      *       EARLIER ONE;
      *   NM  NEVER MANIFESTED -- NO SHIPMENT ON FILE FOR THE ORDER;
      *   UR  MATCHED BUT UNRATED -- A SHIPMENT MANIFESTED BEFORE
      *       WEIGHTS WERE KEPT ON THE TRACKING FILE. CHECK BY HAND.
      * THE CLAIM IS THE EXCESS ON AN OV OR WT LINE AND THE WHOLE
      * BILLED AMOUNT ON A DU OR NM LINE. EXCEPTIONS ARE LISTED ON
      * FRTAUDIT.rpt WITH A SUMMARY OF THE CLAIM PER CARRIER FOR
      * THE REFUND FILING.
      *
      * EVERY AUDITED LINE IS KEPT ON FRTAUDHIST.DAT. THE HISTORY IS
      * WHAT LETS A LATER WEEK'S BILL BE CAUGHT BILLING A SHIPMENT
      * AGAIN, AND A CARRIER INVOICE ALREADY ON IT IS SKIPPED SO A
      * RERUN DOESN'T CLAIM THE SAME LINES TWICE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT FREIGHT-BILL-FILE
               ASSIGN TO WS-FREIGHT-BILL-PATH
               organization is line sequential
               file status is WS-FREIGHT-BILL-STATUS.
             SELECT SHIP-TRACK-FILE
               ASSIGN TO WS-SHIP-TRACK-PATH
               organization is line sequential
               file status is WS-SHIP-TRACK-STATUS.
             SELECT ZONE-RATE-FILE
               ASSIGN TO WS-ZONE-RATE-PATH
               organization is line sequential
               file status is WS-ZONE-RATE-STATUS.
             SELECT CAN-ZONE-RATE-FILE
               ASSIGN TO WS-CAN-ZONE-RATE-PATH
               organization is line sequential
               file status is WS-CAN-ZONE-RATE-STATUS.
             SELECT FREIGHT-AUDIT-HIST-FILE
               ASSIGN TO WS-FREIGHT-AUDIT-HIST-PATH
               organization is line sequential
               file status is WS-FREIGHT-AUDIT-HIST-STATUS.
             SELECT FREIGHT-AUDIT-REPORT
               ASSIGN TO WS-FREIGHT-AUDIT-RPT-PATH
               organization is line sequential
               file status is WS-FREIGHT-AUDIT-RPT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * ONE ROW PER BILLED SHIPMENT ON THE CARRIER'S INVOICE. THE
      * CARRIER CARRIES OUR ORDER NUMBER AS THE SHIPPER'S REFERENCE;
      * ITS OWN TRACKING NUMBER IS PRINTED BUT NOT MATCHED ON.
       FD  FREIGHT-BILL-FILE
           RECORDING MODE IS F
           DATA RECORD IS FREIGHT-BILL-REC.
       01  FREIGHT-BILL-REC.
           05 FRTBILL-CARRIER          PIC X(03).
           05 FRTBILL-INVOICE-NUMBER   PIC X(10).
           05 FRTBILL-INVOICE-DATE     PIC 9(08).
           05 FRTBILL-TRACKING-NUMBER  PIC X(20).
           05 FRTBILL-ORDER-NUMBER     PIC X(06).
           05 FRTBILL-SHIP-DATE        PIC 9(08).
           05 FRTBILL-WEIGHT           PIC 9(05)V99.
           05 FRTBILL-ZONE             PIC X(20).
           05 FRTBILL-AMOUNT           PIC 9(06)V99.

       FD  SHIP-TRACK-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TRACK-REC.
       01  SHIP-TRACK-REC.
           05 SHIPTRK-ORDER-NUMBER     PIC X(06).
           05 SHIPTRK-SHIP-DATE        PIC 9(08).
           05 SHIPTRK-ZONE-NAME        PIC X(20).
           05 SHIPTRK-PROMISED-DAYS    PIC 9(01).
           05 SHIPTRK-DELIVERED-DATE   PIC 9(08).
           05 SHIPTRK-CUST-NUMBER      PIC X(06).
           05 SHIPTRK-SHIP-TO-CODE     PIC X(04).
           05 SHIPTRK-SHIP-ZIP         PIC X(09).
      * BLANK ON ROWS MANIFESTED BEFORE WEIGHTS WERE KEPT.
           05 SHIPTRK-RATED.
              10 SHIPTRK-WEIGHT        PIC 9(05)V99.
              10 SHIPTRK-CHARGE        PIC 9(06)V99.

      * SAME ZONE TABLES SHIPMANAS AND ZipCodeAS LOAD; ONLY THE
      * GROUND-RATING FIELDS ARE NAMED HERE. EVERY CARRIER'S ROWS
      * ARE LOADED -- EACH BILL IS RATED AT ITS OWN CARRIER'S RATES.
       FD  ZONE-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ZONE-RATE-REC-IN.
       01  ZONE-RATE-REC-IN.
           05 ZONE-LOW-IN              PIC 9(05).
           05 ZONE-HIGH-IN             PIC 9(05).
           05 ZONE-NAME-IN             PIC X(20).
           05 ZONE-GROUND-DAYS-IN      PIC 9(01).
           05 FILLER                   PIC X(12).
           05 ZONE-BASE-RATE-IN        PIC 9(03)V99.
           05 ZONE-PER-POUND-IN        PIC 9(02)V99.
           05 ZONE-CARRIER-IN          PIC X(03).

       FD  CAN-ZONE-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAN-ZONE-REC-IN.
       01  CAN-ZONE-REC-IN.
           05 CAN-FSA-LETTER-IN        PIC X(01).
           05 CAN-ZONE-NAME-IN         PIC X(20).
           05 CAN-GROUND-DAYS-IN       PIC 9(01).
           05 FILLER                   PIC X(12).
           05 CAN-BASE-RATE-IN         PIC 9(03)V99.
           05 CAN-PER-POUND-IN         PIC 9(02)V99.
           05 CAN-CARRIER-IN           PIC X(03).

      * ONE ROW PER AUDITED BILL LINE, WITH ITS RESULT CODE.
       FD  FREIGHT-AUDIT-HIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS FREIGHT-AUDIT-HIST-REC.
       01  FREIGHT-AUDIT-HIST-REC.
           05 FRTHIST-CARRIER          PIC X(03).
           05 FRTHIST-INVOICE-NUMBER   PIC X(10).
           05 FRTHIST-ORDER-NUMBER     PIC X(06).
           05 FRTHIST-SHIP-DATE        PIC 9(08).
           05 FRTHIST-RESULT           PIC X(02).
           05 FRTHIST-BILLED           PIC 9(06)V99.
           05 FRTHIST-CLAIM            PIC 9(06)V99.
           05 FRTHIST-AUDIT-DATE       PIC 9(08).

       FD  FREIGHT-AUDIT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS FREIGHT-AUDIT-RECORD.
       01  FREIGHT-AUDIT-RECORD        PIC X(90).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-FREIGHT-BILL-PATH     PIC X(40)
           VALUE "C:\Users\Bob\FRTBILL.DAT".
       01 WS-FREIGHT-BILL-STATUS   PIC X(02).
           88 FREIGHT-BILL-SUCCESSFUL  VALUE "00".
           88 END-OF-FREIGHT-BILL      VALUE "10".
       01 WS-SHIP-TRACK-PATH       PIC X(40)
           VALUE "C:\Users\Bob\SHIPTRACK.DAT".
       01 WS-SHIP-TRACK-STATUS     PIC X(02).
           88 SHIP-TRACK-SUCCESSFUL    VALUE "00".
           88 END-OF-SHIP-TRACK        VALUE "10".
       01 WS-ZONE-RATE-PATH        PIC X(40)
           VALUE "C:\Users\Bob\ZIPRATES.DAT".
       01 WS-ZONE-RATE-STATUS      PIC X(02).
           88 ZONE-RATE-SUCCESSFUL     VALUE "00".
           88 END-OF-ZONE-RATE         VALUE "10".
       01 WS-CAN-ZONE-RATE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\CANRATES.DAT".
       01 WS-CAN-ZONE-RATE-STATUS  PIC X(02).
           88 CAN-ZONE-RATE-SUCCESSFUL VALUE "00".
           88 END-OF-CAN-ZONE-RATE     VALUE "10".
       01 WS-FREIGHT-AUDIT-HIST-PATH PIC X(40)
           VALUE "C:\Users\Bob\FRTAUDHIST.DAT".
       01 WS-FREIGHT-AUDIT-HIST-STATUS PIC X(02).
           88 FREIGHT-AUDIT-HIST-OK    VALUE "00".
           88 END-OF-FREIGHT-AUDIT-HIST VALUE "10".
       01 WS-FREIGHT-AUDIT-RPT-PATH PIC X(40)
           VALUE "C:\Users\Bob\FRTAUDIT.rpt".
       01 WS-FREIGHT-AUDIT-RPT-STATUS PIC X(02).
           88 GOOD-FREIGHT-AUDIT-WRITE VALUE "00".

      * TOLERANCES, KEYED AT THE START OF THE RUN AS 4-DIGIT
      * PERCENTS WITH TWO DECIMALS (0200 = 2.00 PERCENT).
       01 WS-AMOUNT-TOL-PCT        PIC 9(02)V99 VALUE 2.00.
       01 WS-WEIGHT-TOL-PCT        PIC 9(02)V99 VALUE 5.00.
       01 WS-PCT-IN                PIC X(04).
       01 WS-PCT-NUM REDEFINES WS-PCT-IN PIC 9(02)V99.
       01 WS-EDIT-PCT              PIC Z9.99.
       01 WS-EDIT-PCT2             PIC Z9.99.

      * US ZONE RATES, ONE ROW PER CARRIER PER ZONE. A BLANK
      * CARRIER ON THE FILE IS THE STANDARD CARRIER, "STD".
       01 WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-ZONE-IDX.
              10 WS-ZONE-CARRIER        PIC X(03).
              10 WS-ZONE-LOW            PIC 9(05).
              10 WS-ZONE-HIGH           PIC 9(05).
              10 WS-ZONE-BASE           PIC 9(03)V99.
              10 WS-ZONE-PER-LB         PIC 9(02)V99.
       01 WS-ZONE-COUNT            PIC 9(03) VALUE 0.
       01 WS-CAN-TABLE.
           05 WS-CAN-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CAN-IDX.
              10 WS-CAN-CARRIER         PIC X(03).
              10 WS-CAN-LETTER          PIC X(01).
              10 WS-CAN-BASE            PIC 9(03)V99.
              10 WS-CAN-PER-LB          PIC 9(02)V99.
       01 WS-CAN-COUNT             PIC 9(03) VALUE 0.

      * EVERY MANIFESTED SHIPMENT. A SHIPMENT IS MARKED BILLED WHEN
      * A BILL LINE -- FROM HISTORY OR FROM THIS RUN -- MATCHES IT.
       01 WS-MAN-TABLE.
           05 WS-MAN-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-MAN-IDX.
              10 WS-MAN-ORDER           PIC X(06).
              10 WS-MAN-SHIP-DATE       PIC 9(08).
              10 WS-MAN-ZONE            PIC X(20).
              10 WS-MAN-ZIP             PIC X(09).
              10 WS-MAN-WEIGHT          PIC 9(05)V99.
              10 WS-MAN-CHARGE          PIC 9(06)V99.
              10 WS-MAN-RATED-SW        PIC X(01).
                 88 WS-MAN-RATED            VALUE "Y".
              10 WS-MAN-BILLED-SW       PIC X(01).
                 88 WS-MAN-BILLED           VALUE "Y".
       01 WS-MAN-COUNT             PIC 9(04) VALUE 0.
       01 WS-MAN-FULL-SW           PIC X(01) VALUE "N".
           88 MANIFEST-TABLE-FULL      VALUE "Y".

      * CARRIER INVOICES ALREADY AUDITED, OFF THE HISTORY FILE.
       01 WS-AUDITED-TABLE.
           05 WS-AUDITED-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-AUDITED-IDX.
              10 WS-AUDITED-CARRIER     PIC X(03).
              10 WS-AUDITED-INVOICE     PIC X(10).
       01 WS-AUDITED-COUNT         PIC 9(03) VALUE 0.
       01 WS-AUDITED-FULL-SW       PIC X(01) VALUE "N".
           88 AUDITED-TABLE-FULL       VALUE "Y".
       01 WS-AUDITED-FOUND-SW      PIC X(01) VALUE "N".
           88 INVOICE-ALREADY-AUDITED  VALUE "Y".

      * PER-CARRIER TOTALS FOR THE CLAIM SUMMARY.
       01 WS-CARR-TABLE.
           05 WS-CARR-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-CARR-IDX.
              10 WS-CARR-CODE           PIC X(03).
              10 WS-CARR-LINES          PIC 9(05).
              10 WS-CARR-BILLED         PIC 9(08)V99.
              10 WS-CARR-EXCEPTIONS     PIC 9(05).
              10 WS-CARR-CLAIM          PIC 9(08)V99.
       01 WS-CARR-COUNT            PIC 9(02) VALUE 0.
       01 WS-CARR-FOUND-SW         PIC X(01) VALUE "N".
           88 CARRIER-FOUND            VALUE "Y".

      * THE BILL LINE BEING AUDITED.
       01 WS-CUR-CARRIER           PIC X(03).
       01 WS-CUR-INVOICE           PIC X(10).
       01 WS-CUR-RESULT            PIC X(02).
           88 RESULT-IS-EXCEPTION      VALUE "OV" "WT" "DU" "NM".
       01 WS-CUR-REASON            PIC X(14).
       01 WS-CUR-EXPECTED          PIC 9(06)V99.
       01 WS-CUR-ALLOWED           PIC 9(07)V99.
       01 WS-CUR-ALLOWED-WT        PIC 9(06)V99.
       01 WS-CUR-CLAIM             PIC 9(06)V99.
       01 WS-CUR-ZIP-NUM           PIC 9(05).
       01 WS-MATCH-FOUND-SW        PIC X(01) VALUE "N".
           88 SHIPMENT-MATCHED         VALUE "Y".
       01 WS-ORDER-SEEN-SW         PIC X(01) VALUE "N".
           88 ORDER-ON-MANIFEST        VALUE "Y".
       01 WS-RATE-FOUND-SW         PIC X(01) VALUE "N".
           88 CARRIER-RATE-FOUND       VALUE "Y".
       01 WS-MATCH-ORDER           PIC X(06).
       01 WS-MATCH-SHIP-DATE       PIC 9(08).
       01 WS-MATCH-PASS            PIC 9(01).

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-LINES-READ            PIC 9(06) VALUE 0.
       01 WS-LINES-SKIPPED         PIC 9(06) VALUE 0.
       01 WS-LINES-AUDITED         PIC 9(06) VALUE 0.
       01 WS-COUNT-OK              PIC 9(06) VALUE 0.
       01 WS-COUNT-OV              PIC 9(06) VALUE 0.
       01 WS-COUNT-WT              PIC 9(06) VALUE 0.
       01 WS-COUNT-DU              PIC 9(06) VALUE 0.
       01 WS-COUNT-NM              PIC 9(06) VALUE 0.
       01 WS-COUNT-UR              PIC 9(06) VALUE 0.
       01 WS-TOTAL-BILLED          PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-CLAIM           PIC 9(09)V99 VALUE 0.

       01  FRT-HDG-LINE.
           05 FILLER                 PIC X(22)
             VALUE "FREIGHT BILL AUDIT -- ".
           05 FRT-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(17)
             VALUE "   AMOUNT TOL:  ".
           05 FRT-HDG-AMT-TOL        PIC Z9.99.
           05 FILLER                 PIC X(17)
             VALUE "%   WEIGHT TOL:  ".
           05 FRT-HDG-WT-TOL         PIC Z9.99.
           05 FILLER                 PIC X(01) VALUE "%".
           05 FILLER                 PIC X(15) VALUE SPACES.

       01  FRT-COL-LINE.
           05 FILLER                 PIC X(26)
             VALUE "CAR ORDER  RESULT         ".
           05 FILLER                 PIC X(17)
             VALUE " BILL WT   OUR WT".
           05 FILLER                 PIC X(42)
             VALUE "        BILLED      EXPECTED         CLAIM".
           05 FILLER                 PIC X(05) VALUE SPACES.

       01  FRT-DETAIL-LINE.
           05 FRT-DTL-CARRIER        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FRT-DTL-ORDER          PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FRT-DTL-REASON         PIC X(14).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FRT-DTL-BILL-WT        PIC ZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FRT-DTL-OUR-WT         PIC ZZZZ9.99.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY FRT-DTL-BILLED.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY FRT-DTL-EXPECTED.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY FRT-DTL-CLAIM.
           05 FILLER                 PIC X(05) VALUE SPACES.

       01  FRT-REF-LINE.
           05 FILLER                 PIC X(12)
             VALUE "    INVOICE ".
           05 FRT-REF-INVOICE        PIC X(10).
           05 FILLER                 PIC X(11)
             VALUE "  TRACKING ".
           05 FRT-REF-TRACKING       PIC X(20).
           05 FILLER                 PIC X(07) VALUE "  ZONE ".
           05 FRT-REF-ZONE           PIC X(20).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  FRT-SUMMARY-HDG.
           05 FILLER                 PIC X(40)
             VALUE "CLAIMS BY CARRIER".
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  FRT-SUMMARY-LINE.
           05 FILLER                 PIC X(08) VALUE "CARRIER ".
           05 FRT-SUM-CARRIER        PIC X(03).
           05 FILLER                 PIC X(08) VALUE "  LINES ".
           05 FRT-SUM-LINES          PIC ZZZZ9.
           05 FILLER                 PIC X(09) VALUE "  BILLED ".
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY FRT-SUM-BILLED.
           05 FILLER                 PIC X(07) VALUE "  EXC: ".
           05 FRT-SUM-EXCEPTIONS     PIC ZZZZ9.
           05 FILLER                 PIC X(08) VALUE "  CLAIM ".
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY FRT-SUM-CLAIM.
           05 FILLER                 PIC X(09) VALUE SPACES.

       01  FRT-TOTAL-LINE.
           05 FILLER                 PIC X(26)
             VALUE "TOTAL CLAIM, ALL CARRIERS".
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY FRT-TOT-CLAIM.
           05 FILLER                 PIC X(48) VALUE SPACES.

       01  FRT-BLANK-LINE            PIC X(90) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "FRTAUDAS CARRIER FREIGHT-BILL AUDIT"
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AUDIT-FREIGHT-BILL THRU 2000-EXIT
           PERFORM 3000-PRINT-CARRIER-SUMMARY
           CLOSE FREIGHT-AUDIT-REPORT
           MOVE "FRTAUDAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-LINES-AUDITED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-TOTAL-CLAIM TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "BILL LINES READ:      " WS-LINES-READ
           DISPLAY "ALREADY AUDITED:      " WS-LINES-SKIPPED
           DISPLAY "WITHIN TOLERANCE:     " WS-COUNT-OK
           DISPLAY "OVERBILLED:           " WS-COUNT-OV
           DISPLAY "WEIGHT DISPUTES:      " WS-COUNT-WT
           DISPLAY "BILLED TWICE:         " WS-COUNT-DU
           DISPLAY "NEVER MANIFESTED:     " WS-COUNT-NM
           DISPLAY "UNRATED (BY HAND):    " WS-COUNT-UR
           MOVE WS-TOTAL-CLAIM TO FRT-TOT-CLAIM
           DISPLAY "TOTAL CLAIM:  " FRT-TOT-CLAIM
           IF WS-COUNT-OV + WS-COUNT-WT + WS-COUNT-DU
              + WS-COUNT-NM + WS-COUNT-UR > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END FRTAUDAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1050-ACCEPT-TOLERANCES
           PERFORM 1100-LOAD-ZONE-TABLES
           PERFORM 1200-LOAD-MANIFEST
           PERFORM 1300-LOAD-AUDIT-HISTORY
      * A SHIPMENT LEFT OFF THE TABLE WOULD CLAIM A GOOD BILL LINE
      * AS NEVER MANIFESTED; HISTORY LEFT OFF WOULD LET A SECOND
      * BILLING THROUGH. EITHER WAY THE RUN STOPS.
           IF MANIFEST-TABLE-FULL
              DISPLAY "FRTAUDAS: TRACKING TABLE FULL AT 1000 -- "
                      "RUN REFUSED, UNLOADED SHIPMENTS WOULD BE "
                      "CLAIMED AS NEVER MANIFESTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF AUDITED-TABLE-FULL
              DISPLAY "FRTAUDAS: AUDIT HISTORY FULL AT 500 "
                      "INVOICES -- RUN REFUSED, ARCHIVE "
                      "FRTAUDHIST.DAT FIRST"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT FREIGHT-AUDIT-REPORT
           MOVE WS-TODAY-DATE     TO FRT-HDG-DATE
           MOVE WS-AMOUNT-TOL-PCT TO FRT-HDG-AMT-TOL
           MOVE WS-WEIGHT-TOL-PCT TO FRT-HDG-WT-TOL
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-HDG-LINE
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-BLANK-LINE
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-COL-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR FRTAUDAS. THE ZONE TABLES STAY
      * WHERE SHIPMANAS READS THEM.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "FRTAUDAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "FREIGHT-BILL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-FREIGHT-BILL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-FREIGHT-BILL-PATH
           MOVE "SHIP-TRACK-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TRACK-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TRACK-PATH
           MOVE "FREIGHT-AUDIT-HIST" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-FREIGHT-AUDIT-HIST-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-FREIGHT-AUDIT-HIST-PATH
           MOVE "FREIGHT-AUDIT-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-FREIGHT-AUDIT-RPT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-FREIGHT-AUDIT-RPT-PATH.

      * BLANK KEEPS THE SHOP DEFAULTS: 2 PERCENT ON THE AMOUNT AND
      * 5 PERCENT ON THE WEIGHT.
       1050-ACCEPT-TOLERANCES.
           MOVE WS-AMOUNT-TOL-PCT TO WS-EDIT-PCT
           MOVE WS-WEIGHT-TOL-PCT TO WS-EDIT-PCT2
           DISPLAY "AMOUNT TOLERANCE PERCENT (4 DIGITS), "
                   "BLANK KEEPS: " WS-EDIT-PCT
           ACCEPT WS-PCT-IN
           IF WS-PCT-IN NOT = SPACES
              IF WS-PCT-IN IS NUMERIC
                 MOVE WS-PCT-NUM TO WS-AMOUNT-TOL-PCT
              ELSE
                 DISPLAY "  TOLERANCE MUST BE 4 DIGITS -- KEPT "
                         WS-EDIT-PCT
              END-IF
           END-IF
           DISPLAY "WEIGHT TOLERANCE PERCENT (4 DIGITS), "
                   "BLANK KEEPS: " WS-EDIT-PCT2
           ACCEPT WS-PCT-IN
           IF WS-PCT-IN NOT = SPACES
              IF WS-PCT-IN IS NUMERIC
                 MOVE WS-PCT-NUM TO WS-WEIGHT-TOL-PCT
              ELSE
                 DISPLAY "  TOLERANCE MUST BE 4 DIGITS -- KEPT "
                         WS-EDIT-PCT2
              END-IF
           END-IF.

       1100-LOAD-ZONE-TABLES.
           OPEN INPUT ZONE-RATE-FILE
           IF ZONE-RATE-SUCCESSFUL
              PERFORM UNTIL END-OF-ZONE-RATE OR WS-ZONE-COUNT = 100
                 READ ZONE-RATE-FILE INTO ZONE-RATE-REC-IN
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-ZONE-COUNT
                    SET WS-ZONE-IDX TO WS-ZONE-COUNT
                    IF ZONE-CARRIER-IN = SPACES
                       MOVE "STD" TO WS-ZONE-CARRIER(WS-ZONE-IDX)
                    ELSE
                       MOVE ZONE-CARRIER-IN
                         TO WS-ZONE-CARRIER(WS-ZONE-IDX)
                    END-IF
                    MOVE ZONE-LOW-IN  TO WS-ZONE-LOW(WS-ZONE-IDX)
                    MOVE ZONE-HIGH-IN TO WS-ZONE-HIGH(WS-ZONE-IDX)
                    IF ZONE-BASE-RATE-IN IS NUMERIC
                       MOVE ZONE-BASE-RATE-IN
                         TO WS-ZONE-BASE(WS-ZONE-IDX)
                    ELSE
                       MOVE ZEROES TO WS-ZONE-BASE(WS-ZONE-IDX)
                    END-IF
                    IF ZONE-PER-POUND-IN IS NUMERIC
                       MOVE ZONE-PER-POUND-IN
                         TO WS-ZONE-PER-LB(WS-ZONE-IDX)
                    ELSE
                       MOVE ZEROES TO WS-ZONE-PER-LB(WS-ZONE-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE ZONE-RATE-FILE
           END-IF
           OPEN INPUT CAN-ZONE-RATE-FILE
           IF CAN-ZONE-RATE-SUCCESSFUL
              PERFORM UNTIL END-OF-CAN-ZONE-RATE
                       OR WS-CAN-COUNT = 200
                 READ CAN-ZONE-RATE-FILE INTO CAN-ZONE-REC-IN
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CAN-COUNT
                    SET WS-CAN-IDX TO WS-CAN-COUNT
                    IF CAN-CARRIER-IN = SPACES
                       MOVE "STD" TO WS-CAN-CARRIER(WS-CAN-IDX)
                    ELSE
                       MOVE CAN-CARRIER-IN
                         TO WS-CAN-CARRIER(WS-CAN-IDX)
                    END-IF
                    MOVE CAN-FSA-LETTER-IN TO WS-CAN-LETTER(WS-CAN-IDX)
                    IF CAN-BASE-RATE-IN IS NUMERIC
                       MOVE CAN-BASE-RATE-IN TO WS-CAN-BASE(WS-CAN-IDX)
                    ELSE
                       MOVE ZEROES TO WS-CAN-BASE(WS-CAN-IDX)
                    END-IF
                    IF CAN-PER-POUND-IN IS NUMERIC
                       MOVE CAN-PER-POUND-IN
                         TO WS-CAN-PER-LB(WS-CAN-IDX)
                    ELSE
                       MOVE ZEROES TO WS-CAN-PER-LB(WS-CAN-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CAN-ZONE-RATE-FILE
           END-IF.

       1200-LOAD-MANIFEST.
           OPEN INPUT SHIP-TRACK-FILE
           IF SHIP-TRACK-SUCCESSFUL
              PERFORM UNTIL END-OF-SHIP-TRACK OR WS-MAN-COUNT = 1000
                 READ SHIP-TRACK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-MAN-COUNT
                    SET WS-MAN-IDX TO WS-MAN-COUNT
                    MOVE SHIPTRK-ORDER-NUMBER
                      TO WS-MAN-ORDER(WS-MAN-IDX)
                    MOVE SHIPTRK-SHIP-DATE
                      TO WS-MAN-SHIP-DATE(WS-MAN-IDX)
                    MOVE SHIPTRK-ZONE-NAME TO WS-MAN-ZONE(WS-MAN-IDX)
                    MOVE SHIPTRK-SHIP-ZIP  TO WS-MAN-ZIP(WS-MAN-IDX)
                    MOVE "N" TO WS-MAN-BILLED-SW(WS-MAN-IDX)
                    IF SHIPTRK-WEIGHT IS NUMERIC
                       AND SHIPTRK-CHARGE IS NUMERIC
                       MOVE "Y" TO WS-MAN-RATED-SW(WS-MAN-IDX)
                       MOVE SHIPTRK-WEIGHT
                         TO WS-MAN-WEIGHT(WS-MAN-IDX)
                       MOVE SHIPTRK-CHARGE
                         TO WS-MAN-CHARGE(WS-MAN-IDX)
                    ELSE
                       MOVE "N" TO WS-MAN-RATED-SW(WS-MAN-IDX)
                       MOVE ZEROES TO WS-MAN-WEIGHT(WS-MAN-IDX)
                       MOVE ZEROES TO WS-MAN-CHARGE(WS-MAN-IDX)
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-SHIP-TRACK
                 READ SHIP-TRACK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-MAN-FULL-SW
                 END-READ
              END-IF
              CLOSE SHIP-TRACK-FILE
           END-IF
           DISPLAY "SHIPMENTS ON MANIFEST: " WS-MAN-COUNT.

      * EACH HISTORY ROW THAT MATCHED A SHIPMENT MARKS THAT SHIPMENT
      * BILLED AGAIN, THE SAME WAY THE ORIGINAL RUN MATCHED IT, AND
      * EVERY CARRIER INVOICE SEEN GOES ON THE AUDITED LIST.
       1300-LOAD-AUDIT-HISTORY.
           OPEN INPUT FREIGHT-AUDIT-HIST-FILE
           IF FREIGHT-AUDIT-HIST-OK
              PERFORM UNTIL END-OF-FREIGHT-AUDIT-HIST
                        OR AUDITED-TABLE-FULL
                 READ FREIGHT-AUDIT-HIST-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1310-APPLY-HISTORY-ROW
                 END-READ
              END-PERFORM
              CLOSE FREIGHT-AUDIT-HIST-FILE
           END-IF.

       1310-APPLY-HISTORY-ROW.
           IF FRTHIST-RESULT = "OK" OR "OV" OR "WT" OR "UR"
              MOVE FRTHIST-ORDER-NUMBER TO WS-MATCH-ORDER
              MOVE FRTHIST-SHIP-DATE    TO WS-MATCH-SHIP-DATE
              PERFORM 2200-MATCH-SHIPMENT THRU 2200-EXIT
              IF SHIPMENT-MATCHED
                 MOVE "Y" TO WS-MAN-BILLED-SW(WS-MAN-IDX)
              END-IF
           END-IF
           MOVE FRTHIST-CARRIER        TO WS-CUR-CARRIER
           MOVE FRTHIST-INVOICE-NUMBER TO WS-CUR-INVOICE
           PERFORM 2010-CHECK-INVOICE-AUDITED
           IF NOT INVOICE-ALREADY-AUDITED
              IF WS-AUDITED-COUNT < 500
                 ADD 1 TO WS-AUDITED-COUNT
                 SET WS-AUDITED-IDX TO WS-AUDITED-COUNT
                 MOVE FRTHIST-CARRIER
                   TO WS-AUDITED-CARRIER(WS-AUDITED-IDX)
                 MOVE FRTHIST-INVOICE-NUMBER
                   TO WS-AUDITED-INVOICE(WS-AUDITED-IDX)
              ELSE
                 MOVE "Y" TO WS-AUDITED-FULL-SW
              END-IF
           END-IF.

       2000-AUDIT-FREIGHT-BILL.
           OPEN INPUT FREIGHT-BILL-FILE
           IF NOT FREIGHT-BILL-SUCCESSFUL
              DISPLAY "FRTAUDAS: NO FREIGHT BILL FILE -- NOTHING "
                      "TO AUDIT"
              GO TO 2000-EXIT
           END-IF
           OPEN EXTEND FREIGHT-AUDIT-HIST-FILE
           IF NOT FREIGHT-AUDIT-HIST-OK
              OPEN OUTPUT FREIGHT-AUDIT-HIST-FILE
           END-IF
           PERFORM UNTIL END-OF-FREIGHT-BILL
              READ FREIGHT-BILL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-LINES-READ
                 PERFORM 2100-AUDIT-ONE-LINE THRU 2100-EXIT
              END-READ
           END-PERFORM
           CLOSE FREIGHT-AUDIT-HIST-FILE
           CLOSE FREIGHT-BILL-FILE.
       2000-EXIT.
           EXIT.

       2010-CHECK-INVOICE-AUDITED.
           MOVE "N" TO WS-AUDITED-FOUND-SW
           PERFORM VARYING WS-AUDITED-IDX FROM 1 BY 1
                     UNTIL WS-AUDITED-IDX > WS-AUDITED-COUNT
                        OR INVOICE-ALREADY-AUDITED
              IF WS-AUDITED-CARRIER(WS-AUDITED-IDX) = WS-CUR-CARRIER
                 AND WS-AUDITED-INVOICE(WS-AUDITED-IDX)
                     = WS-CUR-INVOICE
                 MOVE "Y" TO WS-AUDITED-FOUND-SW
              END-IF
           END-PERFORM.

       2100-AUDIT-ONE-LINE.
           IF FRTBILL-CARRIER = SPACES
              MOVE "STD" TO WS-CUR-CARRIER
           ELSE
              MOVE FRTBILL-CARRIER TO WS-CUR-CARRIER
           END-IF
           MOVE FRTBILL-INVOICE-NUMBER TO WS-CUR-INVOICE
           PERFORM 2010-CHECK-INVOICE-AUDITED
           IF INVOICE-ALREADY-AUDITED
              ADD 1 TO WS-LINES-SKIPPED
              GO TO 2100-EXIT
           END-IF
           IF FRTBILL-WEIGHT NOT NUMERIC
              MOVE ZEROES TO FRTBILL-WEIGHT
           END-IF
           IF FRTBILL-AMOUNT NOT NUMERIC
              MOVE ZEROES TO FRTBILL-AMOUNT
           END-IF
           IF FRTBILL-SHIP-DATE NOT NUMERIC
              MOVE ZEROES TO FRTBILL-SHIP-DATE
           END-IF
           MOVE ZEROES TO WS-CUR-EXPECTED
           MOVE ZEROES TO WS-CUR-CLAIM
           MOVE FRTBILL-ORDER-NUMBER TO WS-MATCH-ORDER
           MOVE FRTBILL-SHIP-DATE    TO WS-MATCH-SHIP-DATE
           PERFORM 2200-MATCH-SHIPMENT THRU 2200-EXIT
           EVALUATE TRUE
              WHEN SHIPMENT-MATCHED
                 MOVE "Y" TO WS-MAN-BILLED-SW(WS-MAN-IDX)
                 PERFORM 2300-CHECK-BILLED-AMOUNT THRU 2300-EXIT
              WHEN ORDER-ON-MANIFEST
                 MOVE "DU" TO WS-CUR-RESULT
                 MOVE "BILLED TWICE" TO WS-CUR-REASON
                 MOVE FRTBILL-AMOUNT TO WS-CUR-CLAIM
              WHEN OTHER
                 MOVE "NM" TO WS-CUR-RESULT
                 MOVE "NOT MANIFESTED" TO WS-CUR-REASON
                 MOVE FRTBILL-AMOUNT TO WS-CUR-CLAIM
           END-EVALUATE
           PERFORM 2400-TALLY-LINE
           IF WS-CUR-RESULT NOT = "OK"
              PERFORM 2500-PRINT-EXCEPTION
           END-IF
           PERFORM 2600-WRITE-HISTORY-ROW.
       2100-EXIT.
           EXIT.

      * FINDS AN UNBILLED SHIPMENT FOR THE ORDER: FIRST ONE SHIPPED
      * ON THE BILLED SHIP DATE, THEN -- WHEN THE CARRIER'S DATE
      * DOESN'T LINE UP WITH OURS -- ANY UNBILLED SHIPMENT FOR THE
      * ORDER. LEAVES WS-MAN-IDX ON THE MATCH, AND NOTES WHETHER THE
      * ORDER WAS MANIFESTED AT ALL.
       2200-MATCH-SHIPMENT.
           MOVE "N" TO WS-MATCH-FOUND-SW
           MOVE "N" TO WS-ORDER-SEEN-SW
           IF WS-MATCH-ORDER = SPACES
              GO TO 2200-EXIT
           END-IF
           PERFORM VARYING WS-MATCH-PASS FROM 1 BY 1
                     UNTIL WS-MATCH-PASS > 2 OR SHIPMENT-MATCHED
              PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                        UNTIL WS-MAN-IDX > WS-MAN-COUNT
                           OR SHIPMENT-MATCHED
                 IF WS-MAN-ORDER(WS-MAN-IDX) = WS-MATCH-ORDER
                    MOVE "Y" TO WS-ORDER-SEEN-SW
                    IF NOT WS-MAN-BILLED(WS-MAN-IDX)
                       AND (WS-MATCH-PASS = 2
                        OR WS-MAN-SHIP-DATE(WS-MAN-IDX)
                           = WS-MATCH-SHIP-DATE)
                       MOVE "Y" TO WS-MATCH-FOUND-SW
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF SHIPMENT-MATCHED
              SET WS-MAN-IDX DOWN BY 1
           END-IF.
       2200-EXIT.
           EXIT.

      * THE EXPECTED CHARGE IS THE MANIFESTED WEIGHT RATED AT THE
      * BILLING CARRIER'S OWN ZONE RATES FOR THE DELIVERY ZIP; WHEN
      * THE TABLES HAVE NO ROW FOR THAT CARRIER AND DESTINATION, IT
      * IS THE GROUND CHARGE THE MANIFEST RATED.
       2300-CHECK-BILLED-AMOUNT.
           IF NOT WS-MAN-RATED(WS-MAN-IDX)
              MOVE "UR" TO WS-CUR-RESULT
              MOVE "UNRATED-CHECK" TO WS-CUR-REASON
              GO TO 2300-EXIT
           END-IF
           PERFORM 2310-RATE-AT-CARRIER
           IF NOT CARRIER-RATE-FOUND
              MOVE WS-MAN-CHARGE(WS-MAN-IDX) TO WS-CUR-EXPECTED
           END-IF
           COMPUTE WS-CUR-ALLOWED ROUNDED = WS-CUR-EXPECTED
                 + (WS-CUR-EXPECTED * WS-AMOUNT-TOL-PCT / 100)
           COMPUTE WS-CUR-ALLOWED-WT ROUNDED =
                   WS-MAN-WEIGHT(WS-MAN-IDX)
                 + (WS-MAN-WEIGHT(WS-MAN-IDX) * WS-WEIGHT-TOL-PCT / 100)
           IF FRTBILL-AMOUNT > WS-CUR-EXPECTED
              COMPUTE WS-CUR-CLAIM = FRTBILL-AMOUNT - WS-CUR-EXPECTED
           END-IF
           EVALUATE TRUE
              WHEN FRTBILL-WEIGHT > WS-CUR-ALLOWED-WT
                 MOVE "WT" TO WS-CUR-RESULT
                 MOVE "WEIGHT DISPUTE" TO WS-CUR-REASON
              WHEN FRTBILL-AMOUNT > WS-CUR-ALLOWED
                 MOVE "OV" TO WS-CUR-RESULT
                 MOVE "OVERBILLED" TO WS-CUR-REASON
              WHEN OTHER
                 MOVE "OK" TO WS-CUR-RESULT
                 MOVE SPACES TO WS-CUR-REASON
                 MOVE ZEROES TO WS-CUR-CLAIM
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      * A NUMERIC 5-DIGIT ZIP RATES THROUGH THE US ZONE RANGES; A
      * LEADING LETTER RATES THROUGH THE CANADIAN FSA TABLE.
       2310-RATE-AT-CARRIER.
           MOVE "N" TO WS-RATE-FOUND-SW
           IF WS-MAN-ZIP(WS-MAN-IDX)(1:5) IS NUMERIC
              MOVE WS-MAN-ZIP(WS-MAN-IDX)(1:5) TO WS-CUR-ZIP-NUM
              PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                        UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
                           OR CARRIER-RATE-FOUND
                 IF WS-ZONE-CARRIER(WS-ZONE-IDX) = WS-CUR-CARRIER
                    AND WS-CUR-ZIP-NUM >= WS-ZONE-LOW(WS-ZONE-IDX)
                    AND WS-CUR-ZIP-NUM <= WS-ZONE-HIGH(WS-ZONE-IDX)
                    MOVE "Y" TO WS-RATE-FOUND-SW
                    COMPUTE WS-CUR-EXPECTED ROUNDED =
                            WS-ZONE-BASE(WS-ZONE-IDX)
                          + (WS-ZONE-PER-LB(WS-ZONE-IDX)
                             * WS-MAN-WEIGHT(WS-MAN-IDX))
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                        UNTIL WS-CAN-IDX > WS-CAN-COUNT
                           OR CARRIER-RATE-FOUND
                 IF WS-CAN-CARRIER(WS-CAN-IDX) = WS-CUR-CARRIER
                    AND WS-CAN-LETTER(WS-CAN-IDX)
                        = WS-MAN-ZIP(WS-MAN-IDX)(1:1)
                    MOVE "Y" TO WS-RATE-FOUND-SW
                    COMPUTE WS-CUR-EXPECTED ROUNDED =
                            WS-CAN-BASE(WS-CAN-IDX)
                          + (WS-CAN-PER-LB(WS-CAN-IDX)
                             * WS-MAN-WEIGHT(WS-MAN-IDX))
                 END-IF
              END-PERFORM
           END-IF.

       2400-TALLY-LINE.
           ADD 1 TO WS-LINES-AUDITED
           ADD FRTBILL-AMOUNT TO WS-TOTAL-BILLED
           ADD WS-CUR-CLAIM   TO WS-TOTAL-CLAIM
           EVALUATE WS-CUR-RESULT
              WHEN "OK" ADD 1 TO WS-COUNT-OK
              WHEN "OV" ADD 1 TO WS-COUNT-OV
              WHEN "WT" ADD 1 TO WS-COUNT-WT
              WHEN "DU" ADD 1 TO WS-COUNT-DU
              WHEN "NM" ADD 1 TO WS-COUNT-NM
              WHEN "UR" ADD 1 TO WS-COUNT-UR
           END-EVALUATE
           MOVE "N" TO WS-CARR-FOUND-SW
           PERFORM VARYING WS-CARR-IDX FROM 1 BY 1
                     UNTIL WS-CARR-IDX > WS-CARR-COUNT
                        OR CARRIER-FOUND
              IF WS-CARR-CODE(WS-CARR-IDX) = WS-CUR-CARRIER
                 MOVE "Y" TO WS-CARR-FOUND-SW
              END-IF
           END-PERFORM
           IF CARRIER-FOUND
              SET WS-CARR-IDX DOWN BY 1
           ELSE
              IF WS-CARR-COUNT < 20
                 ADD 1 TO WS-CARR-COUNT
                 SET WS-CARR-IDX TO WS-CARR-COUNT
                 MOVE WS-CUR-CARRIER TO WS-CARR-CODE(WS-CARR-IDX)
                 MOVE ZEROES TO WS-CARR-LINES(WS-CARR-IDX)
                 MOVE ZEROES TO WS-CARR-BILLED(WS-CARR-IDX)
                 MOVE ZEROES TO WS-CARR-EXCEPTIONS(WS-CARR-IDX)
                 MOVE ZEROES TO WS-CARR-CLAIM(WS-CARR-IDX)
                 MOVE "Y" TO WS-CARR-FOUND-SW
              ELSE
                 DISPLAY "FRTAUDAS: MORE THAN 20 CARRIERS -- "
                         WS-CUR-CARRIER " LEFT OFF THE SUMMARY"
              END-IF
           END-IF
           IF CARRIER-FOUND
              ADD 1 TO WS-CARR-LINES(WS-CARR-IDX)
              ADD FRTBILL-AMOUNT TO WS-CARR-BILLED(WS-CARR-IDX)
              ADD WS-CUR-CLAIM TO WS-CARR-CLAIM(WS-CARR-IDX)
              IF RESULT-IS-EXCEPTION
                 ADD 1 TO WS-CARR-EXCEPTIONS(WS-CARR-IDX)
              END-IF
           END-IF.

       2500-PRINT-EXCEPTION.
           MOVE WS-CUR-CARRIER       TO FRT-DTL-CARRIER
           MOVE FRTBILL-ORDER-NUMBER TO FRT-DTL-ORDER
           MOVE WS-CUR-REASON        TO FRT-DTL-REASON
           MOVE FRTBILL-WEIGHT       TO FRT-DTL-BILL-WT
           MOVE FRTBILL-AMOUNT       TO FRT-DTL-BILLED
           IF SHIPMENT-MATCHED
              MOVE WS-MAN-WEIGHT(WS-MAN-IDX) TO FRT-DTL-OUR-WT
           ELSE
              MOVE ZEROES TO FRT-DTL-OUR-WT
           END-IF
           MOVE WS-CUR-EXPECTED      TO FRT-DTL-EXPECTED
           MOVE WS-CUR-CLAIM         TO FRT-DTL-CLAIM
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-DETAIL-LINE
           MOVE FRTBILL-INVOICE-NUMBER  TO FRT-REF-INVOICE
           MOVE FRTBILL-TRACKING-NUMBER TO FRT-REF-TRACKING
           MOVE FRTBILL-ZONE            TO FRT-REF-ZONE
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-REF-LINE.

       2600-WRITE-HISTORY-ROW.
           MOVE WS-CUR-CARRIER         TO FRTHIST-CARRIER
           MOVE FRTBILL-INVOICE-NUMBER TO FRTHIST-INVOICE-NUMBER
           MOVE FRTBILL-ORDER-NUMBER   TO FRTHIST-ORDER-NUMBER
           IF SHIPMENT-MATCHED
              MOVE WS-MAN-SHIP-DATE(WS-MAN-IDX) TO FRTHIST-SHIP-DATE
           ELSE
              MOVE FRTBILL-SHIP-DATE TO FRTHIST-SHIP-DATE
           END-IF
           MOVE WS-CUR-RESULT          TO FRTHIST-RESULT
           MOVE FRTBILL-AMOUNT         TO FRTHIST-BILLED
           MOVE WS-CUR-CLAIM           TO FRTHIST-CLAIM
           MOVE WS-TODAY-DATE          TO FRTHIST-AUDIT-DATE
           WRITE FREIGHT-AUDIT-HIST-REC
           IF NOT FREIGHT-AUDIT-HIST-OK
              MOVE "FRTAUDAS"                TO WS-IOERR-PROGRAM-ID
              MOVE "FREIGHT-AUDIT-HIST-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-FREIGHT-AUDIT-HIST-STATUS
                TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       3000-PRINT-CARRIER-SUMMARY.
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-BLANK-LINE
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-SUMMARY-HDG
           PERFORM VARYING WS-CARR-IDX FROM 1 BY 1
                     UNTIL WS-CARR-IDX > WS-CARR-COUNT
              MOVE WS-CARR-CODE(WS-CARR-IDX)   TO FRT-SUM-CARRIER
              MOVE WS-CARR-LINES(WS-CARR-IDX)  TO FRT-SUM-LINES
              MOVE WS-CARR-BILLED(WS-CARR-IDX) TO FRT-SUM-BILLED
              MOVE WS-CARR-EXCEPTIONS(WS-CARR-IDX)
                TO FRT-SUM-EXCEPTIONS
              MOVE WS-CARR-CLAIM(WS-CARR-IDX)  TO FRT-SUM-CLAIM
              WRITE FREIGHT-AUDIT-RECORD FROM FRT-SUMMARY-LINE
           END-PERFORM
           MOVE WS-TOTAL-CLAIM TO FRT-TOT-CLAIM
           WRITE FREIGHT-AUDIT-RECORD FROM FRT-TOTAL-LINE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
