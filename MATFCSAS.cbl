       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MATFCSAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MATERIAL RUN-OUT FORECAST.
      *
      * MATSTKAS FLAGS A REORDER OFF A FIXED REORDER POINT, WHICH
      * KNOWS NOTHING OF THE BACKLOG OR THE SEASON -- THE SPRING
      * HOTEL SEASON ALONE TRIPLES CIRCLE-RUG DEMAND. THIS BATCH
      * STEP FORECASTS, FOR EVERY MATERIAL ON THE STOCK MASTER:
      *   - THE BACKLOG: THE SHAPE LINES STILL TO SHIP ON EVERY
      *     PRICED ("P") OR CUT ("C") ORDER ON THE RUG-ORDER MASTER,
      *     TURNED INTO MATERIAL FOOTAGE THROUGH THE MATERIAL
      *     MASTER'S SHAPE-TO-MATERIAL MAP AND WASTE FACTORS;
      *   - THE DAILY USAGE: THE FOOTAGE PRODUCED (PRODUCTION-
      *     HISTORY FILE) OVER THE SAME 90 DAYS LAST YEAR, SO THE
      *     SEASON IS IN THE FIGURE -- OR OVER THE LAST 90 DAYS
      *     WHEN HISTORY DOES NOT GO BACK A YEAR -- SPLIT ACROSS THE
      *     MATERIALS BY THE SHAPES CUT AND SHIPPED IN THAT WINDOW
      *     ON THE ORDER-LINE FILE, WITH THEIR WASTE;
      *   - THE RUN-OUT DATE: WHEN ON-HAND PLUS ON-ORDER, LESS THE
      *     BACKLOG, IS USED UP AT THAT RATE; AND
      *   - A RECOMMENDED ORDER: ENOUGH TO COVER THE BACKLOG AND THE
      *     VENDOR'S LEAD TIME (FROM THE STOCK MASTER) PLUS 90 DAYS
      *     OF USAGE, NEVER LESS THAN THE MATERIAL'S REORDER
      *     QUANTITY, TO BE PLACED BY THE RUN-OUT DATE LESS THE
      *     LEAD TIME.
      * A MATERIAL WITH NO LEAD TIME ON FILE IS FORECAST AT 30 DAYS
      * AND MARKED. BACKLOG ON ORDERS PRICED BEFORE THE ORDER-LINE
      * FILE (NO SHAPE LINES) CAN'T BE TIED TO A MATERIAL AND IS
      * SHOWN AS ONE TOTAL AT THE FOOT OF THE REPORT.
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
             SELECT PROD-HISTORY-FILE
               ASSIGN TO WS-PROD-HISTORY-PATH
               organization is line sequential
               file status is WS-PROD-HISTORY-STATUS.
             SELECT FORECAST-REPORT
               ASSIGN TO WS-FORECAST-REPORT-PATH
               organization is line sequential
               file status is WS-FORECAST-REPORT-STATUS.
             COPY ORDLNSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       FD  RUG-ORDER-MASTER
           RECORDING MODE IS F
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
           05 FILLER                   PIC X(21).

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

      * ONE ROW PER MATHSHPS RUN: THE RUN DATE AND THE FOOTAGE AND
      * PIECES IT PRODUCED.
       FD  PROD-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS PROD-HISTORY-REC.
       01  PROD-HISTORY-REC.
           05  PRODHIST-RUN-DATE        PIC 9(08).
           05  PRODHIST-AREA            PIC 9(08)V99.
           05  PRODHIST-PIECES          PIC 9(07).

       FD  FORECAST-REPORT
           RECORDING MODE IS F
           DATA RECORD IS FORECAST-RECORD.
       01  FORECAST-RECORD             PIC X(132).

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
       01 WS-PROD-HISTORY-PATH     PIC X(40)
           VALUE "C:\Users\bob\PRODHIST.DAT".
       01 WS-PROD-HISTORY-STATUS   PIC X(02).
           88 PROD-HISTORY-SUCCESSFUL  VALUE "00".
           88 END-OF-PROD-HISTORY      VALUE "10".
       01 WS-FORECAST-REPORT-PATH  PIC X(40)
           VALUE "C:\Users\bob\MATFCST.rpt".
       01 WS-FORECAST-REPORT-STATUS PIC X(02).
           88 GOOD-FORECAST-WRITE      VALUE "00".

      * SHAPE TYPE TO MATERIAL, WITH THE WASTE FACTOR.
       01 WS-MATL-TABLE.
           05 WS-MATL-ENTRY OCCURS 10 TIMES
                             INDEXED BY WS-MATL-IDX.
              10 WS-MATL-SHAPE-TYPE     PIC X(10).
              10 WS-MATL-CODE           PIC X(06).
              10 WS-MATL-WASTE-FACTOR   PIC 9(01)V99.
       01 WS-MATL-COUNT            PIC 9(02) VALUE 0.
       01 WS-MATL-FOUND-SW         PIC X(01) VALUE "N".
           88 MATERIAL-FOUND           VALUE "Y".

      * ONE ROW PER MATERIAL ON THE STOCK MASTER, WITH WHAT THE
      * FORECAST BUILDS UP FOR IT. THE MIX FIGURES ARE WASTE-
      * ADJUSTED FOOTAGE CUT OR SHIPPED IN EACH USAGE WINDOW.
       01 WS-STOCK-TABLE.
           05 WS-STOCK-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-STOCK-IDX.
              10 WS-STK-MATL            PIC X(06).
              10 WS-STK-ON-HAND         PIC 9(09)V99.
              10 WS-STK-ON-ORDER        PIC 9(09)V99.
              10 WS-STK-REORDER-QTY     PIC 9(09)V99.
              10 WS-STK-LEAD-DAYS       PIC 9(03).
              10 WS-STK-BACKLOG         PIC 9(09)V99.
              10 WS-STK-SEASON-MIX      PIC 9(09)V99.
              10 WS-STK-TRAIL-MIX       PIC 9(09)V99.
       01 WS-STOCK-COUNT           PIC 9(02) VALUE 0.
       01 WS-STOCK-FOUND-SW        PIC X(01) VALUE "N".
           88 STOCK-FOUND              VALUE "Y".

      * USAGE WINDOWS: THE COMING 90 DAYS AS THEY RAN LAST YEAR,
      * AND THE 90 DAYS JUST ENDED.
       01 WS-WINDOW-DAYS           PIC 9(03) VALUE 90.
       01 WS-COVER-DAYS            PIC 9(03) VALUE 90.
       01 WS-DEFAULT-LEAD-DAYS     PIC 9(03) VALUE 30.
       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-WORK-INT              PIC 9(08).
       01 WS-SEASON-FROM           PIC 9(08).
       01 WS-SEASON-TO             PIC 9(08).
       01 WS-TRAIL-FROM            PIC 9(08).
       01 WS-TRAIL-TO              PIC 9(08).
       01 WS-WINDOW-FROM           PIC 9(08).
       01 WS-WINDOW-TO             PIC 9(08).
       01 WS-EARLIEST-RUN          PIC 9(08) VALUE 99999999.
       01 WS-SEASON-PRODUCED       PIC 9(09)V99 VALUE 0.
       01 WS-TRAIL-PRODUCED        PIC 9(09)V99 VALUE 0.
       01 WS-SEASON-MIX-RAW        PIC 9(09)V99 VALUE 0.
       01 WS-TRAIL-MIX-RAW         PIC 9(09)V99 VALUE 0.
       01 WS-WINDOW-PRODUCED       PIC 9(09)V99 VALUE 0.
       01 WS-WINDOW-MIX-RAW        PIC 9(09)V99 VALUE 0.
       01 WS-SEASONAL-SW           PIC X(01) VALUE "N".
           88 USE-SEASONAL-WINDOW      VALUE "Y".

      * ONE MATERIAL'S FORECAST.
       01 WS-LINE-MATL-AREA        PIC 9(09)V99.
       01 WS-MATL-MIX              PIC 9(09)V99.
       01 WS-DAILY-USAGE           PIC 9(07)V9(04).
       01 WS-AVAILABLE             PIC S9(10)V99.
       01 WS-RUN-OUT-DAYS          PIC 9(05).
       01 WS-RUN-OUT-INT           PIC 9(08).
       01 WS-RUN-OUT-DATE          PIC 9(08).
       01 WS-ORDER-BY-INT          PIC 9(08).
       01 WS-ORDER-BY-DATE         PIC 9(08).
       01 WS-LEAD-DAYS             PIC 9(03).
       01 WS-RECOMMEND-QTY         PIC S9(10)V99.

       01 WS-ORDERS-READ           PIC 9(06) VALUE 0.
       01 WS-BACKLOG-ORDERS        PIC 9(06) VALUE 0.
       01 WS-BACKLOG-TOTAL         PIC 9(09)V99 VALUE 0.
       01 WS-UNASSIGNED-BACKLOG    PIC 9(09)V99 VALUE 0.
       01 WS-ORDER-LINES-FOUND     PIC 9(03).
       01 WS-ORDERS-TO-PLACE       PIC 9(03) VALUE 0.

       01  FCS-HDG-LINE.
           05 FILLER                 PIC X(32)
             VALUE "MATERIAL RUN-OUT FORECAST AS OF ".
           05 FCS-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(92) VALUE SPACES.

       01  FCS-BASIS-LINE.
           05 FCS-BASIS-TEXT         PIC X(40).
           05 FCS-BASIS-FROM         PIC 9(08).
           05 FILLER                 PIC X(04) VALUE " TO ".
           05 FCS-BASIS-TO           PIC 9(08).
           05 FILLER                 PIC X(18)
             VALUE "  SQ FT PRODUCED: ".
           05 FCS-BASIS-PRODUCED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  FCS-COL-LINE.
           05 FILLER                 PIC X(44) VALUE
             "MATL        ON HAND    ON ORDER     BACKLOG ".
           05 FILLER                 PIC X(47) VALUE
             "  USE/DAY  RUN OUT   LEAD  ORDER BY     REC QTY".
           05 FILLER                 PIC X(41) VALUE
             "  NOTE".

       01  FCS-DETAIL-LINE.
           05 FCS-DTL-MATL           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-DTL-ON-HAND        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-DTL-ON-ORDER       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-DTL-BACKLOG        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-DTL-USAGE          PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-DTL-RUN-OUT        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-DTL-LEAD           PIC ZZ9.
           05 FCS-DTL-LEAD-FLAG      PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-DTL-ORDER-BY       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-DTL-RECOMMEND      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-DTL-NOTE           PIC X(30).
           05 FILLER                 PIC X(08) VALUE SPACES.

       01  FCS-TOTAL-LINE.
           05 FCS-TOT-LABEL          PIC X(50).
           05 FCS-TOT-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(68) VALUE SPACES.

       01  FCS-LEGEND-LINE.
           05 FILLER                 PIC X(66) VALUE
             "* = NO LEAD TIME ON THE STOCK MASTER -- 30 DAYS ASSUMED".
           05 FILLER                 PIC X(66) VALUE SPACES.

       01  FCS-BLANK-LINE            PIC X(132) VALUE SPACES.

       COPY ORDLNWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "MATFCSAS MATERIAL RUN-OUT FORECAST"
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BACKLOG
           PERFORM 3000-WRITE-FORECAST
           CLOSE FORECAST-REPORT
           MOVE "MATFCSAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-ORDERS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-STOCK-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-BACKLOG-TOTAL TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "ORDERS ON BACKLOG:     " WS-BACKLOG-ORDERS
           DISPLAY "MATERIALS FORECAST:    " WS-STOCK-COUNT
           DISPLAY "ORDERS TO PLACE NOW:   " WS-ORDERS-TO-PLACE
           DISPLAY "FORECAST WRITTEN TO " WS-FORECAST-REPORT-PATH
           DISPLAY "END MATFCSAS"
           GOBACK.

       1000-INITIALIZE.
           MOVE "MATFCSAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-WORK-INT = WS-TODAY-INT - 365
           COMPUTE WS-SEASON-FROM =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           COMPUTE WS-WORK-INT = WS-TODAY-INT - 365
                               + WS-WINDOW-DAYS - 1
           COMPUTE WS-SEASON-TO =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-WINDOW-DAYS
           COMPUTE WS-TRAIL-FROM =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           COMPUTE WS-WORK-INT = WS-TODAY-INT - 1
           COMPUTE WS-TRAIL-TO =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           PERFORM 1100-LOAD-MATERIAL-MASTER
           PERFORM 1200-LOAD-STOCK-MASTER
           PERFORM 1300-SUM-PRODUCTION-HISTORY
           PERFORM 9980-LOAD-ORDER-LINES
           IF ORDLN-TABLE-FULL
              DISPLAY "MATFCSAS: ORDER-LINE TABLE FULL AT 5000 -- "
                      "LATER LINES LEFT OUT OF THE FORECAST"
           END-IF
           PERFORM 1400-SUM-USAGE-MIX
           OPEN OUTPUT FORECAST-REPORT
           MOVE WS-TODAY-DATE TO FCS-HDG-DATE
           WRITE FORECAST-RECORD FROM FCS-HDG-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR MATFCSAS. THE ORDER MASTER,
      * MATERIAL MASTER AND HISTORY ENTRIES SHOULD MATCH MATHSHPS'S
      * OWN, AND THE STOCK MASTER ENTRY MATSTKAS'S.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "MATFCSAS" TO WS-RUNCTL-PROGRAM-ID
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
           MOVE "PROD-HISTORY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PROD-HISTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PROD-HISTORY-PATH
           MOVE "FORECAST-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-FORECAST-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-FORECAST-REPORT-PATH.

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
                 END-READ
              END-PERFORM
              CLOSE MATERIAL-MASTER-FILE
           ELSE
              DISPLAY "MATFCSAS: NO MATERIAL MASTER -- NO BACKLOG OR "
                      "USAGE CAN BE TIED TO A MATERIAL"
           END-IF.

       1200-LOAD-STOCK-MASTER.
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
                    MOVE MSTK-ON-HAND TO WS-STK-ON-HAND(WS-STOCK-IDX)
                    MOVE MSTK-ON-ORDER
                      TO WS-STK-ON-ORDER(WS-STOCK-IDX)
                    MOVE MSTK-REORDER-QTY
                      TO WS-STK-REORDER-QTY(WS-STOCK-IDX)
                    IF MSTK-LEAD-DAYS IS NUMERIC
                       MOVE MSTK-LEAD-DAYS
                         TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    END-IF
                    MOVE ZEROES TO WS-STK-BACKLOG(WS-STOCK-IDX)
                                   WS-STK-SEASON-MIX(WS-STOCK-IDX)
                                   WS-STK-TRAIL-MIX(WS-STOCK-IDX)
                 END-READ
              END-PERFORM
              CLOSE MATL-STOCK-FILE
           ELSE
              DISPLAY "MATFCSAS: NO STOCK MASTER -- NOTHING TO "
                      "FORECAST"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * FOOTAGE PRODUCED IN EACH WINDOW, AND HOW FAR BACK THE
      * HISTORY GOES. A YEAR OF HISTORY MEANS THE SEASONAL WINDOW
      * CAN BE TRUSTED.
       1300-SUM-PRODUCTION-HISTORY.
           OPEN INPUT PROD-HISTORY-FILE
           IF PROD-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-PROD-HISTORY
                 READ PROD-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRODHIST-RUN-DATE IS NUMERIC
                       AND PRODHIST-RUN-DATE > 0
                       PERFORM 1310-ADD-HISTORY-RUN
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PROD-HISTORY-FILE
           ELSE
              DISPLAY "MATFCSAS: NO PRODUCTION HISTORY -- BACKLOG "
                      "ONLY, NO USAGE RATE"
           END-IF
           IF WS-EARLIEST-RUN NOT > WS-SEASON-FROM
              MOVE "Y" TO WS-SEASONAL-SW
              MOVE WS-SEASON-FROM TO WS-WINDOW-FROM
              MOVE WS-SEASON-TO TO WS-WINDOW-TO
              MOVE WS-SEASON-PRODUCED TO WS-WINDOW-PRODUCED
           ELSE
              MOVE WS-TRAIL-FROM TO WS-WINDOW-FROM
              MOVE WS-TRAIL-TO TO WS-WINDOW-TO
              MOVE WS-TRAIL-PRODUCED TO WS-WINDOW-PRODUCED
           END-IF.

       1310-ADD-HISTORY-RUN.
           IF PRODHIST-RUN-DATE < WS-EARLIEST-RUN
              MOVE PRODHIST-RUN-DATE TO WS-EARLIEST-RUN
           END-IF
           IF PRODHIST-RUN-DATE NOT < WS-SEASON-FROM
              AND PRODHIST-RUN-DATE NOT > WS-SEASON-TO
              ADD PRODHIST-AREA TO WS-SEASON-PRODUCED
           END-IF
           IF PRODHIST-RUN-DATE NOT < WS-TRAIL-FROM
              AND PRODHIST-RUN-DATE NOT > WS-TRAIL-TO
              ADD PRODHIST-AREA TO WS-TRAIL-PRODUCED
           END-IF.

      * THE MATERIAL MIX: EVERY LINE CUT OR SHIPPED IN EACH WINDOW,
      * BY THE MATERIAL ITS SHAPE IS CUT FROM, WITH THE WASTE.
       1400-SUM-USAGE-MIX.
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-STATUS(WS-ORDLN-IDX) = "C"
                 OR WS-ORDLN-SHIPPED(WS-ORDLN-IDX)
                 PERFORM 1410-MAP-LINE-TO-STOCK
                 IF STOCK-FOUND
                    IF WS-ORDLN-DATE(WS-ORDLN-IDX)
                       NOT < WS-SEASON-FROM
                       AND WS-ORDLN-DATE(WS-ORDLN-IDX)
                       NOT > WS-SEASON-TO
                       ADD WS-LINE-MATL-AREA
                         TO WS-STK-SEASON-MIX(WS-STOCK-IDX)
                       ADD WS-ORDLN-AREA(WS-ORDLN-IDX)
                         TO WS-SEASON-MIX-RAW
                    END-IF
                    IF WS-ORDLN-DATE(WS-ORDLN-IDX)
                       NOT < WS-TRAIL-FROM
                       AND WS-ORDLN-DATE(WS-ORDLN-IDX)
                       NOT > WS-TRAIL-TO
                       ADD WS-LINE-MATL-AREA
                         TO WS-STK-TRAIL-MIX(WS-STOCK-IDX)
                       ADD WS-ORDLN-AREA(WS-ORDLN-IDX)
                         TO WS-TRAIL-MIX-RAW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF USE-SEASONAL-WINDOW
              MOVE WS-SEASON-MIX-RAW TO WS-WINDOW-MIX-RAW
           ELSE
              MOVE WS-TRAIL-MIX-RAW TO WS-WINDOW-MIX-RAW
           END-IF.

      * THE CURRENT LINE'S SHAPE TO ITS MATERIAL ON THE STOCK
      * MASTER. LEAVES WS-STOCK-IDX ON THE MATERIAL AND THE LINE'S
      * WASTE-ADJUSTED FOOTAGE IN WS-LINE-MATL-AREA.
       1410-MAP-LINE-TO-STOCK.
           MOVE "N" TO WS-STOCK-FOUND-SW
           MOVE "N" TO WS-MATL-FOUND-SW
           PERFORM VARYING WS-MATL-IDX FROM 1 BY 1
                     UNTIL WS-MATL-IDX > WS-MATL-COUNT
                        OR MATERIAL-FOUND
              IF WS-MATL-SHAPE-TYPE(WS-MATL-IDX) =
                 WS-ORDLN-SHAPE(WS-ORDLN-IDX)
                 MOVE "Y" TO WS-MATL-FOUND-SW
              END-IF
           END-PERFORM
           IF MATERIAL-FOUND
              SET WS-MATL-IDX DOWN BY 1
              COMPUTE WS-LINE-MATL-AREA ROUNDED =
                 WS-ORDLN-AREA(WS-ORDLN-IDX)
                 * WS-MATL-WASTE-FACTOR(WS-MATL-IDX)
              PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                        UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                           OR STOCK-FOUND
                 IF WS-STK-MATL(WS-STOCK-IDX) =
                    WS-MATL-CODE(WS-MATL-IDX)
                    MOVE "Y" TO WS-STOCK-FOUND-SW
                 END-IF
              END-PERFORM
              IF STOCK-FOUND
                 SET WS-STOCK-IDX DOWN BY 1
              END-IF
           END-IF.

      * THE BACKLOG: EVERY LINE NOT YET SHIPPED OR CANCELED ON A
      * PRICED OR CUT ORDER. AN ORDER WITH NO LINES GOES INTO THE
      * UNASSIGNED TOTAL ON ITS WHOLE FOOTAGE.
       2000-LOAD-BACKLOG.
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              PERFORM UNTIL END-OF-RUG-ORDERS
                 READ RUG-ORDER-MASTER
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-ORDERS-READ
                    IF RUGORD-STATUS = "P" OR RUGORD-STATUS = "C"
                       ADD 1 TO WS-BACKLOG-ORDERS
                       PERFORM 2010-ADD-ORDER-BACKLOG
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE RUG-ORDER-MASTER
           ELSE
              DISPLAY "MATFCSAS: NO RUG-ORDER MASTER -- NO BACKLOG"
           END-IF.

       2010-ADD-ORDER-BACKLOG.
           MOVE 0 TO WS-ORDER-LINES-FOUND
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = RUGORD-ORDER-NUMBER
                 ADD 1 TO WS-ORDER-LINES-FOUND
                 IF WS-ORDLN-OPEN(WS-ORDLN-IDX)
                    PERFORM 1410-MAP-LINE-TO-STOCK
                    IF STOCK-FOUND
                       ADD WS-LINE-MATL-AREA
                         TO WS-STK-BACKLOG(WS-STOCK-IDX)
                       ADD WS-LINE-MATL-AREA TO WS-BACKLOG-TOTAL
                    ELSE
                       ADD WS-ORDLN-AREA(WS-ORDLN-IDX)
                         TO WS-UNASSIGNED-BACKLOG
                       ADD WS-ORDLN-AREA(WS-ORDLN-IDX)
                         TO WS-BACKLOG-TOTAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ORDER-LINES-FOUND = 0
              AND RUGORD-TOTAL-AREA IS NUMERIC
              ADD RUGORD-TOTAL-AREA TO WS-UNASSIGNED-BACKLOG
              ADD RUGORD-TOTAL-AREA TO WS-BACKLOG-TOTAL
           END-IF.

       3000-WRITE-FORECAST.
           IF USE-SEASONAL-WINDOW
              MOVE "USAGE FROM THE SAME 90 DAYS LAST YEAR: "
                TO FCS-BASIS-TEXT
           ELSE
              MOVE "USAGE FROM THE LAST 90 DAYS (NO YEAR): "
                TO FCS-BASIS-TEXT
           END-IF
           MOVE WS-WINDOW-FROM TO FCS-BASIS-FROM
           MOVE WS-WINDOW-TO TO FCS-BASIS-TO
           MOVE WS-WINDOW-PRODUCED TO FCS-BASIS-PRODUCED
           WRITE FORECAST-RECORD FROM FCS-BASIS-LINE
           WRITE FORECAST-RECORD FROM FCS-LEGEND-LINE
           WRITE FORECAST-RECORD FROM FCS-BLANK-LINE
           WRITE FORECAST-RECORD FROM FCS-COL-LINE
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                     UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
              PERFORM 3100-FORECAST-ONE-MATERIAL
              WRITE FORECAST-RECORD FROM FCS-DETAIL-LINE
           END-PERFORM
           WRITE FORECAST-RECORD FROM FCS-BLANK-LINE
           MOVE "BACKLOG ON PRICED AND CUT ORDERS (SQ FT):"
             TO FCS-TOT-LABEL
           MOVE WS-BACKLOG-TOTAL TO FCS-TOT-VALUE
           WRITE FORECAST-RECORD FROM FCS-TOTAL-LINE
           MOVE "  OF WHICH NOT TIED TO A MATERIAL (SQ FT):"
             TO FCS-TOT-LABEL
           MOVE WS-UNASSIGNED-BACKLOG TO FCS-TOT-VALUE
           WRITE FORECAST-RECORD FROM FCS-TOTAL-LINE.

      * DAILY USAGE IS THE WINDOW'S PRODUCTION, SHARED OUT BY THE
      * MATERIAL'S PART OF THE MIX, OVER THE DAYS IN THE WINDOW.
       3100-FORECAST-ONE-MATERIAL.
           MOVE SPACES TO FCS-DTL-NOTE
           MOVE SPACE TO FCS-DTL-LEAD-FLAG
           IF USE-SEASONAL-WINDOW
              MOVE WS-STK-SEASON-MIX(WS-STOCK-IDX) TO WS-MATL-MIX
           ELSE
              MOVE WS-STK-TRAIL-MIX(WS-STOCK-IDX) TO WS-MATL-MIX
           END-IF
           IF WS-WINDOW-MIX-RAW > 0
              COMPUTE WS-DAILY-USAGE ROUNDED =
                 WS-WINDOW-PRODUCED * WS-MATL-MIX
                 / WS-WINDOW-MIX-RAW / WS-WINDOW-DAYS
           ELSE
              MOVE 0 TO WS-DAILY-USAGE
           END-IF
           IF WS-STK-LEAD-DAYS(WS-STOCK-IDX) > 0
              MOVE WS-STK-LEAD-DAYS(WS-STOCK-IDX) TO WS-LEAD-DAYS
           ELSE
              MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
              MOVE "*" TO FCS-DTL-LEAD-FLAG
           END-IF
           COMPUTE WS-AVAILABLE = WS-STK-ON-HAND(WS-STOCK-IDX)
                                + WS-STK-ON-ORDER(WS-STOCK-IDX)
                                - WS-STK-BACKLOG(WS-STOCK-IDX)
           COMPUTE WS-RECOMMEND-QTY ROUNDED =
              WS-DAILY-USAGE * (WS-LEAD-DAYS + WS-COVER-DAYS)
              - WS-AVAILABLE + 0.99
           IF WS-RECOMMEND-QTY < 1
              MOVE 0 TO WS-RECOMMEND-QTY
           ELSE
              IF WS-RECOMMEND-QTY < WS-STK-REORDER-QTY(WS-STOCK-IDX)
                 MOVE WS-STK-REORDER-QTY(WS-STOCK-IDX)
                   TO WS-RECOMMEND-QTY
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-AVAILABLE NOT > 0
                 MOVE WS-TODAY-DATE TO WS-RUN-OUT-DATE
                 MOVE WS-RUN-OUT-DATE TO FCS-DTL-RUN-OUT
                 MOVE WS-TODAY-DATE TO FCS-DTL-ORDER-BY
                 MOVE "BACKLOG EXCEEDS STOCK" TO FCS-DTL-NOTE
                 ADD 1 TO WS-ORDERS-TO-PLACE
              WHEN WS-DAILY-USAGE = 0
                 MOVE "NONE" TO FCS-DTL-RUN-OUT
                 MOVE "--" TO FCS-DTL-ORDER-BY
                 MOVE "NO USAGE IN WINDOW" TO FCS-DTL-NOTE
              WHEN OTHER
                 PERFORM 3110-FIGURE-RUN-OUT
           END-EVALUATE
           MOVE WS-STK-MATL(WS-STOCK-IDX) TO FCS-DTL-MATL
           MOVE WS-STK-ON-HAND(WS-STOCK-IDX) TO FCS-DTL-ON-HAND
           MOVE WS-STK-ON-ORDER(WS-STOCK-IDX) TO FCS-DTL-ON-ORDER
           MOVE WS-STK-BACKLOG(WS-STOCK-IDX) TO FCS-DTL-BACKLOG
           MOVE WS-DAILY-USAGE TO FCS-DTL-USAGE
           MOVE WS-LEAD-DAYS TO FCS-DTL-LEAD
           MOVE WS-RECOMMEND-QTY TO FCS-DTL-RECOMMEND.

      * DAYS OF STOCK LEFT AFTER THE BACKLOG AT THE DAILY RATE,
      * HELD TO TEN YEARS. THE ORDER MUST GO OUT A LEAD TIME AHEAD
      * OF THE RUN-OUT; ONE ALREADY LATE IS DUE TODAY.
       3110-FIGURE-RUN-OUT.
           COMPUTE WS-RUN-OUT-DAYS = WS-AVAILABLE / WS-DAILY-USAGE
              ON SIZE ERROR
                 MOVE 3650 TO WS-RUN-OUT-DAYS
           END-COMPUTE
           IF WS-RUN-OUT-DAYS > 3650
              MOVE 3650 TO WS-RUN-OUT-DAYS
           END-IF
           COMPUTE WS-RUN-OUT-INT = WS-TODAY-INT + WS-RUN-OUT-DAYS
           COMPUTE WS-RUN-OUT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-RUN-OUT-INT)
           MOVE WS-RUN-OUT-DATE TO FCS-DTL-RUN-OUT
           IF WS-RUN-OUT-DAYS > WS-LEAD-DAYS
              COMPUTE WS-ORDER-BY-INT = WS-RUN-OUT-INT - WS-LEAD-DAYS
              COMPUTE WS-ORDER-BY-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-ORDER-BY-INT)
              MOVE WS-ORDER-BY-DATE TO FCS-DTL-ORDER-BY
           ELSE
              MOVE WS-TODAY-DATE TO FCS-DTL-ORDER-BY
              MOVE "ORDER NOW -- INSIDE LEAD TIME" TO FCS-DTL-NOTE
              ADD 1 TO WS-ORDERS-TO-PLACE
           END-IF.

      * SHARED ORDER-LINE LOAD, REWRITE AND ROLL-UP. SEE
      * ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
