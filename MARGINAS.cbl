       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MARGINAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MONTHLY ORDER AND CUSTOMER GROSS-MARGIN REPORT.
      *
      * WE KNEW WHAT WE CHARGED FOR AN ORDER BUT NOT WHAT IT COST
      * US. FOR A NAMED MONTH THIS PROGRAM SETS EACH ORDER'S PRICE
      * (RUGORD-TOTAL-PRICE) AGAINST:
      *   - MATERIAL: EACH SHAPE LINE'S SQUARE FOOTAGE TIMES ITS
      *     MATERIAL'S WASTE FACTOR TIMES THE MATERIAL'S STANDARD
      *     COST PER SQUARE FOOT. THE COST ON THE STOCK MASTER
      *     (MAINTAINED IN MATSTKAS) IS USED; A MATERIAL WITH NONE
      *     THERE FALLS BACK TO THE MATERIAL MASTER'S. AN ORDER
      *     WITH NO SHAPE LINES IS COSTED ON ITS TOTAL AREA AT THE
      *     AVERAGE MATERIAL RATE AND MARKED "E" (ESTIMATED);
      *   - FREIGHT: WHAT SHIPMANAS CHARGED FOR IT ON THE
      *     FREIGHT-CHARGE FILE; AND
      *   - LABOR: ITS TOTAL AREA TIMES PRODCOSTAS'S LABOR COST PER
      *     SQUARE FOOT FOR THE WEEK OF THE ORDER (OR THE LATEST
      *     WEEK BEFORE IT). NO FIGURE AT ALL MARKS IT "L".
      * ORDERS AND CUSTOMERS WHOSE MARGIN FALLS BELOW THE THRESHOLD
      * (DEFAULT 20 PERCENT) ARE FLAGGED, AND THE CONTRACT PRICES ON
      * FILE FOR EVERY FLAGGED CUSTOMER ARE LISTED BESIDE THE
      * STANDARD COST PER SQUARE FOOT SO SALES CAN SEE WHICH DEALS
      * LOSE MONEY. CONTRACT-PRICED ORDERS ARE MARKED "C".
      * CANCELED, CREDITED AND HELD ORDERS ARE LEFT OUT.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is sequential
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT MATERIAL-MASTER-FILE
               ASSIGN TO WS-MATERIAL-MASTER-PATH
               organization is line sequential
               file status is WS-MATERIAL-MASTER-STATUS.
             SELECT MATL-STOCK-FILE
               ASSIGN TO WS-MATL-STOCK-PATH
               organization is line sequential
               file status is WS-MATL-STOCK-STATUS.
             SELECT FREIGHT-CHARGE-FILE
               ASSIGN TO WS-FREIGHT-CHARGE-PATH
               organization is line sequential
               file status is WS-FREIGHT-CHARGE-STATUS.
             SELECT LABOR-COST-FILE
               ASSIGN TO WS-LABOR-COST-PATH
               organization is line sequential
               file status is WS-LABOR-COST-STATUS.
             SELECT CUST-PRICE-FILE
               ASSIGN TO WS-CUST-PRICE-PATH
               organization is line sequential
               file status is WS-CUST-PRICE-STATUS.
             SELECT MARGIN-REPORT
               ASSIGN TO WS-MARGIN-REPORT-PATH
               organization is line sequential
               file status is WS-MARGIN-REPORT-STATUS.
             COPY ORDLNSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       FD  RUG-ORDER-MASTER
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER      PIC X(06).
           05 RUGORD-CUST-NUMBER       PIC X(06).
           05 RUGORD-TOTAL-PRICE       PIC 9(08)V99.
           05 RUGORD-TOTAL-TAX         PIC 9(08)V99.
           05 RUGORD-STATUS            PIC X(01).
           05 RUGORD-ORDER-DATE        PIC 9(08).
           05 RUGORD-TOTAL-AREA        PIC 9(08)V99.
           05 RUGORD-PROMISE-DATE      PIC 9(08).
           05 RUGORD-CONTRACT-SW       PIC X(01).
           05 RUGORD-SALES-REP         PIC X(03).
           05 RUGORD-SHIP-STATE        PIC X(02).
           05 RUGORD-SHIP-TO-CODE      PIC X(04).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

      * SAME MATERIAL MASTER MATHSHPS READS.
       FD  MATERIAL-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC-IN.
       01  MATERIAL-MASTER-REC-IN.
           05 MATL-SHAPE-TYPE-IN       PIC X(10).
           05 MATL-CODE-IN             PIC X(06).
           05 MATL-WASTE-FACTOR-IN     PIC 9(01)V99.
           05 MATL-ROLL-WIDTH-IN       PIC 9(03).
           05 MATL-STD-COST-IN         PIC 9(03)V9(04).

      * SAME STOCK MASTER MATSTKAS MAINTAINS.
       FD  MATL-STOCK-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATL-STOCK-REC.
       01  MATL-STOCK-REC.
           05 MSTK-MATL-CODE           PIC X(06).
           05 MSTK-ON-HAND             PIC 9(09)V99.
           05 MSTK-ON-ORDER            PIC 9(09)V99.
           05 MSTK-REORDER-POINT       PIC 9(09)V99.
           05 MSTK-REORDER-QTY         PIC 9(09)V99.
           05 MSTK-STD-COST            PIC 9(03)V9(04).
           05 MSTK-LEAD-DAYS           PIC 9(03).

      * ONE ROW PER MANIFESTED ORDER (OR SHIPPED LINE), WRITTEN BY
      * SHIPMANAS.
       FD  FREIGHT-CHARGE-FILE
           RECORDING MODE IS F
           DATA RECORD IS FREIGHT-CHARGE-REC.
       01  FREIGHT-CHARGE-REC.
           05 FRTCHG-ORDER-NUMBER      PIC X(06).
           05 FRTCHG-CUST-NUMBER       PIC X(06).
           05 FRTCHG-CHARGE            PIC 9(06)V99.

      * PRODCOSTAS'S WEEKLY LABOR COST PER SQUARE FOOT.
       FD  LABOR-COST-FILE
           RECORDING MODE IS F
           DATA RECORD IS LABOR-COST-REC.
       01  LABOR-COST-REC.
           05 LABCST-WEEK              PIC 9(07).
           05 LABCST-WEEK-START        PIC 9(08).
           05 LABCST-COST-PER-SQFT     PIC 9(05)V99.

      * SAME CONTRACT PRICE FILE MATHSHPS PRICES FROM. METHOD "D"
      * IS A PERCENT OFF LIST; ANYTHING ELSE A FIXED PRICE PER
      * SQUARE FOOT.
       FD  CUST-PRICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUST-PRICE-REC-IN.
       01  CUST-PRICE-REC-IN.
           05 CPRICE-CUST-NUMBER-IN    PIC X(06).
           05 CPRICE-SHAPE-TYPE-IN     PIC X(10).
           05 CPRICE-METHOD-IN         PIC X(01).
           05 CPRICE-SQFT-PRICE-IN     PIC 9(03)V99.
           05 CPRICE-PCT-OFF-IN        PIC 9(02)V99.

       FD  MARGIN-REPORT
           RECORDING MODE IS F
           DATA RECORD IS MARGIN-RECORD.
       01  MARGIN-RECORD               PIC X(132).

           COPY ORDLNFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
      * "02" IS A DUPLICATE ALTERNATE (CUSTOMER) KEY -- EXPECTED.
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-MATERIAL-MASTER-PATH  PIC X(40)
           VALUE "C:\Users\bob\MATLMAST.DAT".
       01 WS-MATERIAL-MASTER-STATUS PIC X(02).
           88 MATERIAL-MASTER-SUCCESSFUL VALUE "00".
           88 END-OF-MATERIAL-MASTER   VALUE "10".
       01 WS-MATL-STOCK-PATH       PIC X(40)
           VALUE "C:\Users\bob\MATLSTOCK.DAT".
       01 WS-MATL-STOCK-STATUS     PIC X(02).
           88 MATL-STOCK-SUCCESSFUL    VALUE "00".
           88 END-OF-MATL-STOCK        VALUE "10".
       01 WS-FREIGHT-CHARGE-PATH   PIC X(40)
           VALUE "C:\Users\Bob\FRTCHG.DAT".
       01 WS-FREIGHT-CHARGE-STATUS PIC X(02).
           88 FREIGHT-CHARGE-SUCCESSFUL VALUE "00".
           88 END-OF-FREIGHT-CHARGES   VALUE "10".
       01 WS-LABOR-COST-PATH       PIC X(40)
           VALUE "C:\Users\Bob\LABORSF.DAT".
       01 WS-LABOR-COST-STATUS     PIC X(02).
           88 LABOR-COST-SUCCESSFUL    VALUE "00".
           88 END-OF-LABOR-COSTS       VALUE "10".
       01 WS-CUST-PRICE-PATH       PIC X(40)
           VALUE "C:\Users\bob\CUSTPRICE.DAT".
       01 WS-CUST-PRICE-STATUS     PIC X(02).
           88 CUST-PRICE-SUCCESSFUL    VALUE "00".
           88 END-OF-CUST-PRICES       VALUE "10".
       01 WS-MARGIN-REPORT-PATH    PIC X(40)
           VALUE "C:\Users\bob\MARGIN.rpt".
       01 WS-MARGIN-REPORT-STATUS  PIC X(02).
           88 GOOD-MARGIN-WRITE        VALUE "00".

       01 WS-MONTH-IN              PIC X(06).
       01 WS-THRESHOLD-IN          PIC X(02).
       01 WS-THRESHOLD-PCT         PIC 9(02) VALUE 20.

      * SHAPE TYPE TO MATERIAL, WITH THE WASTE FACTOR AND THE
      * STANDARD COST THE ORDER IS COSTED AT.
       01 WS-MATL-TABLE.
           05 WS-MATL-ENTRY OCCURS 10 TIMES
                             INDEXED BY WS-MATL-IDX.
              10 WS-MATL-SHAPE-TYPE     PIC X(10).
              10 WS-MATL-CODE           PIC X(06).
              10 WS-MATL-WASTE-FACTOR   PIC 9(01)V99.
              10 WS-MATL-STD-COST       PIC 9(03)V9(04).
       01 WS-MATL-COUNT            PIC 9(02) VALUE 0.
       01 WS-MATL-FOUND-SW         PIC X(01) VALUE "N".
           88 MATERIAL-FOUND           VALUE "Y".
      * AVERAGE WASTE-ADJUSTED MATERIAL COST PER SQUARE FOOT, FOR
      * ORDERS WITH NO SHAPE LINES.
       01 WS-AVG-MATL-RATE         PIC 9(05)V9(04) VALUE 0.
       01 WS-RATE-SUM              PIC 9(07)V9(04) VALUE 0.
       01 WS-RATE-COUNT            PIC 9(02) VALUE 0.

       01 WS-STOCK-TABLE.
           05 WS-STOCK-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-STOCK-IDX.
              10 WS-STK-MATL            PIC X(06).
              10 WS-STK-STD-COST        PIC 9(03)V9(04).
       01 WS-STOCK-COUNT           PIC 9(02) VALUE 0.

       01 WS-LABOR-TABLE.
           05 WS-LABOR-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-LABOR-IDX.
              10 WS-LAB-WEEK            PIC 9(07).
              10 WS-LAB-COST            PIC 9(05)V99.
       01 WS-LABOR-COUNT           PIC 9(03) VALUE 0.
       01 WS-LABOR-BEST-WEEK       PIC 9(07).
       01 WS-LABOR-RATE            PIC 9(05)V99.
       01 WS-ORDER-WEEK            PIC 9(07).
      * AVERAGE LABOR PER SQUARE FOOT OVER THE MONTH'S ORDERS, SHOWN
      * BESIDE THE CONTRACT PRICES.
       01 WS-MONTH-LABOR-RATE      PIC 9(05)V9(04) VALUE 0.
       01 WS-MONTH-LABOR-DOLLARS   PIC 9(09)V99 VALUE 0.
       01 WS-MONTH-AREA            PIC 9(09)V99 VALUE 0.

      * THE MONTH'S ORDERS, COSTED.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-ORDER-IDX.
              10 WS-ORD-ORDER-NUMBER    PIC X(06).
              10 WS-ORD-CUST-NUMBER     PIC X(06).
              10 WS-ORD-PRICE           PIC 9(08)V99.
              10 WS-ORD-MATERIAL        PIC 9(08)V99.
              10 WS-ORD-FREIGHT         PIC 9(08)V99.
              10 WS-ORD-LABOR           PIC 9(08)V99.
              10 WS-ORD-MARGIN          PIC S9(08)V99.
              10 WS-ORD-MARGIN-PCT      PIC S9(03)V9.
              10 WS-ORD-CONTRACT-SW     PIC X(01).
              10 WS-ORD-EST-SW          PIC X(01).
              10 WS-ORD-NO-LABOR-SW     PIC X(01).
              10 WS-ORD-LOW-SW          PIC X(01).
       01 WS-ORDER-COUNT           PIC 9(03) VALUE 0.
       01 WS-ORDERS-READ           PIC 9(05) VALUE 0.

      * PER-CUSTOMER ROLL-UP OF THE MONTH'S ORDERS.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-CUST-IDX.
              10 WS-CUS-NUMBER          PIC X(06).
              10 WS-CUS-ORDERS          PIC 9(03).
              10 WS-CUS-PRICE           PIC 9(09)V99.
              10 WS-CUS-COST            PIC 9(09)V99.
              10 WS-CUS-MARGIN          PIC S9(09)V99.
              10 WS-CUS-MARGIN-PCT      PIC S9(03)V9.
              10 WS-CUS-LOW-SW          PIC X(01).
                  88 CUSTOMER-FLAGGED       VALUE "Y".
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".

       01 WS-LINE-MATERIAL         PIC 9(08)V99.
       01 WS-LINES-COSTED          PIC 9(03).
       01 WS-TOTAL-COST            PIC 9(09)V99.
       01 WS-STD-COST-PER-SQFT     PIC 9(05)V9(04).
       01 WS-ORDERS-FLAGGED        PIC 9(03) VALUE 0.
       01 WS-CUSTOMERS-FLAGGED     PIC 9(03) VALUE 0.
       01 WS-CONTRACTS-LISTED      PIC 9(03) VALUE 0.
       01 WS-MONTH-PRICE           PIC 9(09)V99 VALUE 0.

       01  MGN-HDG-LINE.
           05 FILLER                 PIC X(33)
             VALUE "ORDER GROSS-MARGIN REPORT, MONTH ".
           05 MGN-HDG-MONTH          PIC X(06).
           05 FILLER                 PIC X(24)
             VALUE "   FLAGGED BELOW MARGIN ".
           05 MGN-HDG-THRESHOLD      PIC Z9.
           05 FILLER                 PIC X(01) VALUE "%".
           05 FILLER                 PIC X(66) VALUE SPACES.

       01  MGN-SECTION-LINE.
           05 MGN-SECTION-TITLE      PIC X(60).
           05 FILLER                 PIC X(72) VALUE SPACES.

       01  MGN-ORDER-HDG.
           05 FILLER                 PIC X(16)
             VALUE "ORDER  CUSTOMER".
           05 FILLER                 PIC X(15) VALUE "          PRICE".
           05 FILLER                 PIC X(15) VALUE "       MATERIAL".
           05 FILLER                 PIC X(15) VALUE "        FREIGHT".
           05 FILLER                 PIC X(15) VALUE "          LABOR".
           05 FILLER                 PIC X(16) VALUE "         MARGIN".
           05 FILLER                 PIC X(08) VALUE "    PCT".
           05 FILLER                 PIC X(32) VALUE "  FLAGS".

       01  MGN-ORDER-LINE.
           05 MGN-ORD-NUMBER         PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MGN-ORD-CUST           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MGN-ORD-PRICE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MGN-ORD-MATERIAL.
           05 FILLER                 PIC X(01) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MGN-ORD-FREIGHT.
           05 FILLER                 PIC X(01) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MGN-ORD-LABOR.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MGN-ORD-MARGIN         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MGN-ORD-PCT            PIC ---9.9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MGN-ORD-LOW            PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MGN-ORD-CONTRACT       PIC X(01).
           05 MGN-ORD-EST            PIC X(01).
           05 MGN-ORD-NO-LABOR       PIC X(01).
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  MGN-CUST-HDG.
           05 FILLER                 PIC X(16)
             VALUE "CUSTOMER ORDERS".
           05 FILLER                 PIC X(15) VALUE "          PRICE".
           05 FILLER                 PIC X(15) VALUE "     TOTAL COST".
           05 FILLER                 PIC X(16) VALUE "         MARGIN".
           05 FILLER                 PIC X(08) VALUE "    PCT".
           05 FILLER                 PIC X(62) VALUE "  FLAGS".

       01  MGN-CUST-LINE.
           05 MGN-CUS-NUMBER         PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 MGN-CUS-ORDERS         PIC ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MGN-CUS-PRICE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MGN-CUS-COST.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MGN-CUS-MARGIN         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MGN-CUS-PCT            PIC ---9.9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MGN-CUS-LOW            PIC X(04).
           05 FILLER                 PIC X(57) VALUE SPACES.

       01  MGN-CONTRACT-LINE.
           05 MGN-CPR-CUST           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MGN-CPR-SHAPE          PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MGN-CPR-TERMS          PIC X(24).
           05 FILLER                 PIC X(16)
             VALUE "  STD COST/SQFT ".
           05 MGN-CPR-STD-COST       PIC ZZ,ZZ9.9999.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MGN-CPR-FLAG           PIC X(20).
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  WS-CPR-PRICE-EDIT       PIC ZZ9.99.
       01  WS-CPR-PCT-EDIT         PIC Z9.99.

       01  MGN-LEGEND-LINE.
           05 FILLER                 PIC X(55) VALUE
             "FLAGS: LOW = UNDER THRESHOLD  C = CONTRACT PRICED  E = ".
           05 FILLER                 PIC X(77) VALUE
             "MATERIAL ESTIMATED (NO SHAPE LINES)  L = NO LABOR FIGURE".

       01  MGN-BLANK-LINE            PIC X(132) VALUE SPACES.

           COPY ORDLNWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "MARGINAS ORDER GROSS-MARGIN REPORT"
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COST-THE-MONTH
           PERFORM 2500-ADD-FREIGHT
           PERFORM 2600-FIGURE-MARGINS
           PERFORM 3000-WRITE-ORDER-SECTION
           PERFORM 3100-WRITE-CUSTOMER-SECTION
           PERFORM 3200-WRITE-CONTRACT-SECTION
           CLOSE MARGIN-REPORT
           MOVE "MARGINAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-ORDERS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-ORDER-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-MONTH-PRICE TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "ORDERS IN MONTH:    " WS-ORDER-COUNT
           DISPLAY "ORDERS FLAGGED:     " WS-ORDERS-FLAGGED
           DISPLAY "CUSTOMERS FLAGGED:  " WS-CUSTOMERS-FLAGGED
           DISPLAY "END MARGINAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           DISPLAY "ENTER MONTH TO REPORT (YYYYMM): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN IS NOT NUMERIC
              DISPLAY "MARGINAS: MONTH MUST BE YYYYMM -- RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "MARGIN THRESHOLD PERCENT (2 DIGITS), BLANK FOR "
                   WS-THRESHOLD-PCT ": "
           ACCEPT WS-THRESHOLD-IN
           IF WS-THRESHOLD-IN IS NUMERIC
              MOVE WS-THRESHOLD-IN TO WS-THRESHOLD-PCT
           END-IF
           PERFORM 1100-LOAD-MATERIAL-MASTER
           PERFORM 1200-LOAD-STOCK-COSTS
           PERFORM 1300-RESOLVE-MATERIAL-COSTS
           PERFORM 1400-LOAD-LABOR-COSTS
           PERFORM 9980-LOAD-ORDER-LINES
           IF ORDLN-TABLE-FULL
              DISPLAY "MARGINAS: ORDER-LINE TABLE FULL AT 5000 -- "
                      "LATER ORDERS COST AS ESTIMATES"
           END-IF
           OPEN OUTPUT MARGIN-REPORT
           MOVE WS-MONTH-IN TO MGN-HDG-MONTH
           MOVE WS-THRESHOLD-PCT TO MGN-HDG-THRESHOLD
           WRITE MARGIN-RECORD FROM MGN-HDG-LINE
           WRITE MARGIN-RECORD FROM MGN-LEGEND-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR MARGINAS, IF ANYTHING.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "MARGINAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "RUG-ORDER-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RUG-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RUG-ORDER-PATH
           MOVE "ORDER-LINE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-LINE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-LINE-PATH
           MOVE "MATERIAL-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MATERIAL-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MATERIAL-MASTER-PATH
           MOVE "MATL-STOCK-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MATL-STOCK-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MATL-STOCK-PATH
           MOVE "FREIGHT-CHARGE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-FREIGHT-CHARGE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-FREIGHT-CHARGE-PATH
           MOVE "LABOR-COST-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LABOR-COST-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LABOR-COST-PATH
           MOVE "CUST-PRICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUST-PRICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUST-PRICE-PATH
           MOVE "MARGIN-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MARGIN-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MARGIN-REPORT-PATH.

       1100-LOAD-MATERIAL-MASTER.
           OPEN INPUT MATERIAL-MASTER-FILE
           IF MATERIAL-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-MATERIAL-MASTER
                       OR WS-MATL-COUNT = 10
                 READ MATERIAL-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-MATL-COUNT
                    SET WS-MATL-IDX TO WS-MATL-COUNT
                    MOVE MATL-SHAPE-TYPE-IN
                      TO WS-MATL-SHAPE-TYPE(WS-MATL-IDX)
                    MOVE MATL-CODE-IN TO WS-MATL-CODE(WS-MATL-IDX)
                    IF MATL-WASTE-FACTOR-IN IS NUMERIC
                       AND MATL-WASTE-FACTOR-IN > 0
                       MOVE MATL-WASTE-FACTOR-IN
                         TO WS-MATL-WASTE-FACTOR(WS-MATL-IDX)
                    ELSE
                       MOVE 1 TO WS-MATL-WASTE-FACTOR(WS-MATL-IDX)
                    END-IF
                    IF MATL-STD-COST-IN IS NUMERIC
                       MOVE MATL-STD-COST-IN
                         TO WS-MATL-STD-COST(WS-MATL-IDX)
                    ELSE
                       MOVE ZEROES TO WS-MATL-STD-COST(WS-MATL-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE MATERIAL-MASTER-FILE
           ELSE
              DISPLAY "MARGINAS: NO MATERIAL MASTER -- MATERIAL "
                      "COST REPORTS AS ZERO"
           END-IF.

       1200-LOAD-STOCK-COSTS.
           OPEN INPUT MATL-STOCK-FILE
           IF MATL-STOCK-SUCCESSFUL
              PERFORM UNTIL END-OF-MATL-STOCK
                       OR WS-STOCK-COUNT = 50
                 READ MATL-STOCK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-STOCK-COUNT
                    SET WS-STOCK-IDX TO WS-STOCK-COUNT
                    MOVE MSTK-MATL-CODE TO WS-STK-MATL(WS-STOCK-IDX)
                    IF MSTK-STD-COST IS NUMERIC
                       MOVE MSTK-STD-COST
                         TO WS-STK-STD-COST(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-STD-COST(WS-STOCK-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE MATL-STOCK-FILE
           END-IF.

      * THE STOCK MASTER'S COST, WHERE IT HAS ONE, REPLACES THE
      * MATERIAL MASTER'S. THE AVERAGE RATE FOR LINELESS ORDERS IS
      * TAKEN OVER THE MATERIALS THAT HAVE A COST.
       1300-RESOLVE-MATERIAL-COSTS.
           PERFORM VARYING WS-MATL-IDX FROM 1 BY 1
                     UNTIL WS-MATL-IDX > WS-MATL-COUNT
              PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                        UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                 IF WS-STK-MATL(WS-STOCK-IDX) =
                    WS-MATL-CODE(WS-MATL-IDX)
                    AND WS-STK-STD-COST(WS-STOCK-IDX) > 0
                    MOVE WS-STK-STD-COST(WS-STOCK-IDX)
                      TO WS-MATL-STD-COST(WS-MATL-IDX)
                 END-IF
              END-PERFORM
              IF WS-MATL-STD-COST(WS-MATL-IDX) > 0
                 COMPUTE WS-RATE-SUM = WS-RATE-SUM
                       + WS-MATL-WASTE-FACTOR(WS-MATL-IDX)
                       * WS-MATL-STD-COST(WS-MATL-IDX)
                 ADD 1 TO WS-RATE-COUNT
              END-IF
           END-PERFORM
           IF WS-RATE-COUNT > 0
              COMPUTE WS-AVG-MATL-RATE ROUNDED =
                      WS-RATE-SUM / WS-RATE-COUNT
           END-IF.

       1400-LOAD-LABOR-COSTS.
           OPEN INPUT LABOR-COST-FILE
           IF LABOR-COST-SUCCESSFUL
              PERFORM UNTIL END-OF-LABOR-COSTS
                       OR WS-LABOR-COUNT = 200
                 READ LABOR-COST-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LABCST-WEEK IS NUMERIC
                       AND LABCST-COST-PER-SQFT IS NUMERIC
                       ADD 1 TO WS-LABOR-COUNT
                       SET WS-LABOR-IDX TO WS-LABOR-COUNT
                       MOVE LABCST-WEEK TO WS-LAB-WEEK(WS-LABOR-IDX)
                       MOVE LABCST-COST-PER-SQFT
                         TO WS-LAB-COST(WS-LABOR-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE LABOR-COST-FILE
           ELSE
              DISPLAY "MARGINAS: NO LABOR-COST FILE (RUN PRODCOSTAS "
                      "FIRST) -- LABOR REPORTS AS ZERO"
           END-IF.

      ******************************************************************
      * ONE PASS OF THE ORDER MASTER: EVERY ORDER DATED IN THE MONTH
      * THAT WASN'T CANCELED, CREDITED OR HELD IS COSTED FOR
      * MATERIAL AND LABOR AND ROLLED INTO ITS CUSTOMER.
      ******************************************************************
       2000-COST-THE-MONTH.
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              PERFORM UNTIL END-OF-RUG-ORDERS
                 READ RUG-ORDER-MASTER
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-ORDERS-READ
                    IF RUGORD-ORDER-DATE IS NUMERIC
                       AND RUGORD-ORDER-DATE(1:6) = WS-MONTH-IN
                       AND RUGORD-STATUS NOT = "X"
                       AND RUGORD-STATUS NOT = "R"
                       AND RUGORD-STATUS NOT = "H"
                       PERFORM 2100-COST-ONE-ORDER
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE RUG-ORDER-MASTER
           ELSE
              DISPLAY "MARGINAS: NO RUG-ORDER MASTER -- NOTHING TO "
                      "REPORT"
           END-IF.

       2100-COST-ONE-ORDER.
           IF WS-ORDER-COUNT = 500
              DISPLAY "MARGINAS: ORDER TABLE FULL AT 500 -- ORDER "
                      RUGORD-ORDER-NUMBER " NOT REPORTED"
           ELSE
              ADD 1 TO WS-ORDER-COUNT
              SET WS-ORDER-IDX TO WS-ORDER-COUNT
              MOVE RUGORD-ORDER-NUMBER
                TO WS-ORD-ORDER-NUMBER(WS-ORDER-IDX)
              MOVE RUGORD-CUST-NUMBER
                TO WS-ORD-CUST-NUMBER(WS-ORDER-IDX)
              MOVE RUGORD-TOTAL-PRICE TO WS-ORD-PRICE(WS-ORDER-IDX)
              MOVE ZEROES TO WS-ORD-MATERIAL(WS-ORDER-IDX)
                             WS-ORD-FREIGHT(WS-ORDER-IDX)
                             WS-ORD-LABOR(WS-ORDER-IDX)
              MOVE SPACE TO WS-ORD-CONTRACT-SW(WS-ORDER-IDX)
                            WS-ORD-EST-SW(WS-ORDER-IDX)
                            WS-ORD-NO-LABOR-SW(WS-ORDER-IDX)
                            WS-ORD-LOW-SW(WS-ORDER-IDX)
              IF RUGORD-CONTRACT-SW = "Y"
                 MOVE "C" TO WS-ORD-CONTRACT-SW(WS-ORDER-IDX)
              END-IF
              ADD RUGORD-TOTAL-PRICE TO WS-MONTH-PRICE
              PERFORM 2110-COST-MATERIAL
              PERFORM 2120-COST-LABOR
           END-IF.

      * EACH LIVE SHAPE LINE AT ITS OWN MATERIAL; CANCELED LINES
      * WERE NEVER CUT. A SHAPE WITH NO MATERIAL ROW COSTS NOTHING.
       2110-COST-MATERIAL.
           MOVE 0 TO WS-LINES-COSTED
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = RUGORD-ORDER-NUMBER
                 ADD 1 TO WS-LINES-COSTED
                 IF NOT WS-ORDLN-CANCELED(WS-ORDLN-IDX)
                    PERFORM 2115-COST-ONE-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LINES-COSTED = 0
              COMPUTE WS-ORD-MATERIAL(WS-ORDER-IDX) ROUNDED =
                      RUGORD-TOTAL-AREA * WS-AVG-MATL-RATE
              MOVE "E" TO WS-ORD-EST-SW(WS-ORDER-IDX)
           END-IF.

       2115-COST-ONE-LINE.
           MOVE "N" TO WS-MATL-FOUND-SW
           PERFORM VARYING WS-MATL-IDX FROM 1 BY 1
                     UNTIL WS-MATL-IDX > WS-MATL-COUNT
                        OR MATERIAL-FOUND
              IF WS-MATL-SHAPE-TYPE(WS-MATL-IDX) =
                 WS-ORDLN-SHAPE(WS-ORDLN-IDX)
                 MOVE "Y" TO WS-MATL-FOUND-SW
                 COMPUTE WS-LINE-MATERIAL ROUNDED =
                         WS-ORDLN-AREA(WS-ORDLN-IDX)
                       * WS-MATL-WASTE-FACTOR(WS-MATL-IDX)
                       * WS-MATL-STD-COST(WS-MATL-IDX)
                 ADD WS-LINE-MATERIAL TO WS-ORD-MATERIAL(WS-ORDER-IDX)
              END-IF
           END-PERFORM.

      * THE WEEK OF THE ORDER DATE, OR THE LATEST WEEK BEFORE IT
      * THAT PRODCOSTAS HAS A FIGURE FOR.
       2120-COST-LABOR.
           COMPUTE WS-ORDER-WEEK =
              FUNCTION INTEGER-OF-DATE(RUGORD-ORDER-DATE) / 7
           MOVE 0 TO WS-LABOR-BEST-WEEK
           MOVE 0 TO WS-LABOR-RATE
           PERFORM VARYING WS-LABOR-IDX FROM 1 BY 1
                     UNTIL WS-LABOR-IDX > WS-LABOR-COUNT
              IF WS-LAB-WEEK(WS-LABOR-IDX) <= WS-ORDER-WEEK
                 AND WS-LAB-WEEK(WS-LABOR-IDX) > WS-LABOR-BEST-WEEK
                 MOVE WS-LAB-WEEK(WS-LABOR-IDX) TO WS-LABOR-BEST-WEEK
                 MOVE WS-LAB-COST(WS-LABOR-IDX) TO WS-LABOR-RATE
              END-IF
           END-PERFORM
           IF WS-LABOR-BEST-WEEK = 0
              MOVE "L" TO WS-ORD-NO-LABOR-SW(WS-ORDER-IDX)
           ELSE
              COMPUTE WS-ORD-LABOR(WS-ORDER-IDX) ROUNDED =
                      RUGORD-TOTAL-AREA * WS-LABOR-RATE
              ADD WS-ORD-LABOR(WS-ORDER-IDX) TO WS-MONTH-LABOR-DOLLARS
              ADD RUGORD-TOTAL-AREA TO WS-MONTH-AREA
           END-IF.

      * EVERY FREIGHT ROW FOR A MONTH'S ORDER ADDS TO IT -- AN ORDER
      * SHIPPED IN PIECES HAS ONE ROW PER SHIPMENT.
       2500-ADD-FREIGHT.
           OPEN INPUT FREIGHT-CHARGE-FILE
           IF FREIGHT-CHARGE-SUCCESSFUL
              PERFORM UNTIL END-OF-FREIGHT-CHARGES
                 READ FREIGHT-CHARGE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FRTCHG-CHARGE IS NUMERIC
                       PERFORM 2510-POST-ONE-FREIGHT-ROW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FREIGHT-CHARGE-FILE
           END-IF.

       2510-POST-ONE-FREIGHT-ROW.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                     UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
              IF WS-ORD-ORDER-NUMBER(WS-ORDER-IDX) =
                 FRTCHG-ORDER-NUMBER
                 ADD FRTCHG-CHARGE TO WS-ORD-FREIGHT(WS-ORDER-IDX)
              END-IF
           END-PERFORM.

      * MARGIN AND PERCENT PER ORDER, ROLLED UP BY CUSTOMER. A ZERO-
      * PRICE ORDER IS FLAGGED WHENEVER IT COSTS ANYTHING.
       2600-FIGURE-MARGINS.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                     UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
              COMPUTE WS-TOTAL-COST = WS-ORD-MATERIAL(WS-ORDER-IDX)
                                    + WS-ORD-FREIGHT(WS-ORDER-IDX)
                                    + WS-ORD-LABOR(WS-ORDER-IDX)
              COMPUTE WS-ORD-MARGIN(WS-ORDER-IDX) =
                      WS-ORD-PRICE(WS-ORDER-IDX) - WS-TOTAL-COST
              IF WS-ORD-PRICE(WS-ORDER-IDX) > 0
                 COMPUTE WS-ORD-MARGIN-PCT(WS-ORDER-IDX) ROUNDED =
                         WS-ORD-MARGIN(WS-ORDER-IDX) * 100
                       / WS-ORD-PRICE(WS-ORDER-IDX)
                    ON SIZE ERROR
                       MOVE -999.9 TO WS-ORD-MARGIN-PCT(WS-ORDER-IDX)
                 END-COMPUTE
              ELSE
                 MOVE ZEROES TO WS-ORD-MARGIN-PCT(WS-ORDER-IDX)
              END-IF
              IF WS-ORD-MARGIN-PCT(WS-ORDER-IDX) < WS-THRESHOLD-PCT
                 AND (WS-ORD-PRICE(WS-ORDER-IDX) > 0
                      OR WS-TOTAL-COST > 0)
                 MOVE "Y" TO WS-ORD-LOW-SW(WS-ORDER-IDX)
                 ADD 1 TO WS-ORDERS-FLAGGED
              END-IF
              PERFORM 2610-ROLL-INTO-CUSTOMER
           END-PERFORM
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
              PERFORM 2620-FLAG-ONE-CUSTOMER
           END-PERFORM
           IF WS-MONTH-AREA > 0
              COMPUTE WS-MONTH-LABOR-RATE ROUNDED =
                      WS-MONTH-LABOR-DOLLARS / WS-MONTH-AREA
           END-IF.

       2610-ROLL-INTO-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
                        OR CUSTOMER-FOUND
              IF WS-CUS-NUMBER(WS-CUST-IDX) =
                 WS-ORD-CUST-NUMBER(WS-ORDER-IDX)
                 MOVE "Y" TO WS-CUST-FOUND-SW
              END-IF
           END-PERFORM
           IF CUSTOMER-FOUND
              SET WS-CUST-IDX DOWN BY 1
           ELSE
              IF WS-CUST-COUNT < 300
                 ADD 1 TO WS-CUST-COUNT
                 SET WS-CUST-IDX TO WS-CUST-COUNT
                 MOVE WS-ORD-CUST-NUMBER(WS-ORDER-IDX)
                   TO WS-CUS-NUMBER(WS-CUST-IDX)
                 MOVE ZEROES TO WS-CUS-ORDERS(WS-CUST-IDX)
                                WS-CUS-PRICE(WS-CUST-IDX)
                                WS-CUS-COST(WS-CUST-IDX)
                 MOVE "N" TO WS-CUS-LOW-SW(WS-CUST-IDX)
                 MOVE "Y" TO WS-CUST-FOUND-SW
              ELSE
                 DISPLAY "MARGINAS: CUSTOMER TABLE FULL AT 300 -- "
                         WS-ORD-CUST-NUMBER(WS-ORDER-IDX)
                         " NOT ROLLED UP"
              END-IF
           END-IF
           IF CUSTOMER-FOUND
              ADD 1 TO WS-CUS-ORDERS(WS-CUST-IDX)
              ADD WS-ORD-PRICE(WS-ORDER-IDX)
                TO WS-CUS-PRICE(WS-CUST-IDX)
              ADD WS-TOTAL-COST TO WS-CUS-COST(WS-CUST-IDX)
      * A LOSING CONTRACT ORDER PUTS THE CUSTOMER'S CONTRACT PRICES
      * ON THE LIST EVEN WHEN THE REST OF THE MONTH CARRIES IT.
              IF WS-ORD-LOW-SW(WS-ORDER-IDX) = "Y"
                 AND WS-ORD-CONTRACT-SW(WS-ORDER-IDX) = "C"
                 MOVE "Y" TO WS-CUS-LOW-SW(WS-CUST-IDX)
              END-IF
           END-IF.

       2620-FLAG-ONE-CUSTOMER.
           COMPUTE WS-CUS-MARGIN(WS-CUST-IDX) =
                   WS-CUS-PRICE(WS-CUST-IDX) - WS-CUS-COST(WS-CUST-IDX)
           IF WS-CUS-PRICE(WS-CUST-IDX) > 0
              COMPUTE WS-CUS-MARGIN-PCT(WS-CUST-IDX) ROUNDED =
                      WS-CUS-MARGIN(WS-CUST-IDX) * 100
                    / WS-CUS-PRICE(WS-CUST-IDX)
                 ON SIZE ERROR
                    MOVE -999.9 TO WS-CUS-MARGIN-PCT(WS-CUST-IDX)
              END-COMPUTE
           ELSE
              MOVE ZEROES TO WS-CUS-MARGIN-PCT(WS-CUST-IDX)
           END-IF
           IF WS-CUS-MARGIN-PCT(WS-CUST-IDX) < WS-THRESHOLD-PCT
              AND (WS-CUS-PRICE(WS-CUST-IDX) > 0
                   OR WS-CUS-COST(WS-CUST-IDX) > 0)
              MOVE "Y" TO WS-CUS-LOW-SW(WS-CUST-IDX)
           END-IF
           IF CUSTOMER-FLAGGED(WS-CUST-IDX)
              ADD 1 TO WS-CUSTOMERS-FLAGGED
           END-IF.

      ******************************************************************
      * THE REPORT: ORDERS, THEN CUSTOMERS, THEN THE CONTRACT PRICES
      * BEHIND EVERY FLAGGED CUSTOMER.
      ******************************************************************
       3000-WRITE-ORDER-SECTION.
           WRITE MARGIN-RECORD FROM MGN-BLANK-LINE
           MOVE "MARGIN BY ORDER" TO MGN-SECTION-TITLE
           WRITE MARGIN-RECORD FROM MGN-SECTION-LINE
           WRITE MARGIN-RECORD FROM MGN-ORDER-HDG
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                     UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
              MOVE WS-ORD-ORDER-NUMBER(WS-ORDER-IDX) TO MGN-ORD-NUMBER
              MOVE WS-ORD-CUST-NUMBER(WS-ORDER-IDX)  TO MGN-ORD-CUST
              MOVE WS-ORD-PRICE(WS-ORDER-IDX)    TO MGN-ORD-PRICE
              MOVE WS-ORD-MATERIAL(WS-ORDER-IDX) TO MGN-ORD-MATERIAL
              MOVE WS-ORD-FREIGHT(WS-ORDER-IDX)  TO MGN-ORD-FREIGHT
              MOVE WS-ORD-LABOR(WS-ORDER-IDX)    TO MGN-ORD-LABOR
              MOVE WS-ORD-MARGIN(WS-ORDER-IDX)   TO MGN-ORD-MARGIN
              MOVE WS-ORD-MARGIN-PCT(WS-ORDER-IDX) TO MGN-ORD-PCT
              IF WS-ORD-LOW-SW(WS-ORDER-IDX) = "Y"
                 MOVE "LOW " TO MGN-ORD-LOW
              ELSE
                 MOVE SPACES TO MGN-ORD-LOW
              END-IF
              MOVE WS-ORD-CONTRACT-SW(WS-ORDER-IDX)
                TO MGN-ORD-CONTRACT
              MOVE WS-ORD-EST-SW(WS-ORDER-IDX) TO MGN-ORD-EST
              MOVE WS-ORD-NO-LABOR-SW(WS-ORDER-IDX)
                TO MGN-ORD-NO-LABOR
              WRITE MARGIN-RECORD FROM MGN-ORDER-LINE
           END-PERFORM.

       3100-WRITE-CUSTOMER-SECTION.
           WRITE MARGIN-RECORD FROM MGN-BLANK-LINE
           MOVE "MARGIN BY CUSTOMER" TO MGN-SECTION-TITLE
           WRITE MARGIN-RECORD FROM MGN-SECTION-LINE
           WRITE MARGIN-RECORD FROM MGN-CUST-HDG
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
              MOVE WS-CUS-NUMBER(WS-CUST-IDX)  TO MGN-CUS-NUMBER
              MOVE WS-CUS-ORDERS(WS-CUST-IDX)  TO MGN-CUS-ORDERS
              MOVE WS-CUS-PRICE(WS-CUST-IDX)   TO MGN-CUS-PRICE
              MOVE WS-CUS-COST(WS-CUST-IDX)    TO MGN-CUS-COST
              MOVE WS-CUS-MARGIN(WS-CUST-IDX)  TO MGN-CUS-MARGIN
              MOVE WS-CUS-MARGIN-PCT(WS-CUST-IDX) TO MGN-CUS-PCT
              IF CUSTOMER-FLAGGED(WS-CUST-IDX)
                 MOVE "LOW " TO MGN-CUS-LOW
              ELSE
                 MOVE SPACES TO MGN-CUS-LOW
              END-IF
              WRITE MARGIN-RECORD FROM MGN-CUST-LINE
           END-PERFORM.

      * EVERY CONTRACT PRICE ON FILE FOR A FLAGGED CUSTOMER, WITH
      * THE SHAPE'S STANDARD COST PER SQUARE FOOT (WASTE-ADJUSTED
      * MATERIAL PLUS THE MONTH'S AVERAGE LABOR). A FIXED PRICE PER
      * SQUARE FOOT UNDER THAT COST IS MARKED.
       3200-WRITE-CONTRACT-SECTION.
           WRITE MARGIN-RECORD FROM MGN-BLANK-LINE
           MOVE "CONTRACT PRICES ON FILE FOR FLAGGED CUSTOMERS"
             TO MGN-SECTION-TITLE
           WRITE MARGIN-RECORD FROM MGN-SECTION-LINE
           OPEN INPUT CUST-PRICE-FILE
           IF CUST-PRICE-SUCCESSFUL
              PERFORM UNTIL END-OF-CUST-PRICES
                 READ CUST-PRICE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 3210-CHECK-ONE-CONTRACT-PRICE
                 END-READ
              END-PERFORM
              CLOSE CUST-PRICE-FILE
           END-IF
           IF WS-CONTRACTS-LISTED = 0
              MOVE "  (NONE)" TO MGN-SECTION-TITLE
              WRITE MARGIN-RECORD FROM MGN-SECTION-LINE
           END-IF.

       3210-CHECK-ONE-CONTRACT-PRICE.
           MOVE "N" TO WS-CUST-FOUND-SW
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
                        OR CUSTOMER-FOUND
              IF WS-CUS-NUMBER(WS-CUST-IDX) = CPRICE-CUST-NUMBER-IN
                 AND CUSTOMER-FLAGGED(WS-CUST-IDX)
                 MOVE "Y" TO WS-CUST-FOUND-SW
              END-IF
           END-PERFORM
           IF CUSTOMER-FOUND
              PERFORM 3220-WRITE-CONTRACT-LINE
           END-IF.

       3220-WRITE-CONTRACT-LINE.
           MOVE WS-MONTH-LABOR-RATE TO WS-STD-COST-PER-SQFT
           MOVE "N" TO WS-MATL-FOUND-SW
           PERFORM VARYING WS-MATL-IDX FROM 1 BY 1
                     UNTIL WS-MATL-IDX > WS-MATL-COUNT
                        OR MATERIAL-FOUND
              IF WS-MATL-SHAPE-TYPE(WS-MATL-IDX) =
                 CPRICE-SHAPE-TYPE-IN
                 MOVE "Y" TO WS-MATL-FOUND-SW
                 COMPUTE WS-STD-COST-PER-SQFT ROUNDED =
                         WS-MONTH-LABOR-RATE
                       + WS-MATL-WASTE-FACTOR(WS-MATL-IDX)
                       * WS-MATL-STD-COST(WS-MATL-IDX)
              END-IF
           END-PERFORM
           MOVE CPRICE-CUST-NUMBER-IN TO MGN-CPR-CUST
           MOVE CPRICE-SHAPE-TYPE-IN  TO MGN-CPR-SHAPE
           MOVE SPACES TO MGN-CPR-TERMS
           MOVE SPACES TO MGN-CPR-FLAG
           IF CPRICE-METHOD-IN = "D"
              MOVE CPRICE-PCT-OFF-IN TO WS-CPR-PCT-EDIT
              STRING WS-CPR-PCT-EDIT      DELIMITED BY SIZE
                     " PCT OFF LIST"      DELIMITED BY SIZE
                INTO MGN-CPR-TERMS
              END-STRING
           ELSE
              MOVE CPRICE-SQFT-PRICE-IN TO WS-CPR-PRICE-EDIT
              STRING "$"                  DELIMITED BY SIZE
                     WS-CPR-PRICE-EDIT    DELIMITED BY SIZE
                     " PER SQ FT"         DELIMITED BY SIZE
                INTO MGN-CPR-TERMS
              END-STRING
              IF CPRICE-SQFT-PRICE-IN < WS-STD-COST-PER-SQFT
                 MOVE "*** BELOW COST ***" TO MGN-CPR-FLAG
              END-IF
           END-IF
           MOVE WS-STD-COST-PER-SQFT TO MGN-CPR-STD-COST
           WRITE MARGIN-RECORD FROM MGN-CONTRACT-LINE
           ADD 1 TO WS-CONTRACTS-LISTED.

      * SHARED ORDER-LINE LOAD/WRITE/TALLY PARAGRAPHS. SEE
      * ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
