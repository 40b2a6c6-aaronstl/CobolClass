      *   - SQUARE FEET PRODUCED; AND
      *   - COST PER SQUARE FOOT, WITH A TREND COLUMN AGAINST THE
      *     AVERAGE OF THE PRIOR FOUR WEEKS.
      * EACH WEEK'S LABOR COST PER SQUARE FOOT IS ALSO SAVED TO THE
      * LABOR-COST FILE, WHICH THE MONTHLY MARGIN REPORT (MARGINAS)
      * COSTS AN ORDER'S LABOR FROM.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WS-PRODCOST-REPORT-PATH
               organization is line sequential
               file status is WS-PRODCOST-REPORT-STATUS.
             SELECT LABOR-COST-FILE
               ASSIGN TO WS-LABOR-COST-PATH
               organization is line sequential
               file status is WS-LABOR-COST-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

           DATA RECORD IS PRODCOST-RECORD.
       01  PRODCOST-RECORD              PIC X(100).

      * ONE ROW PER WEEK THAT HAD BOTH LABOR AND FOOTAGE: THE WEEK
      * NUMBER (DAY NUMBER DIVIDED BY SEVEN), THE DATE IT STARTS,
      * AND ITS LABOR COST PER SQUARE FOOT. REWRITTEN EACH RUN.
       FD  LABOR-COST-FILE
           RECORDING MODE IS F
           DATA RECORD IS LABOR-COST-REC.
       01  LABOR-COST-REC.
           05  LABCST-WEEK              PIC 9(07).
           05  LABCST-WEEK-START        PIC 9(08).
           05  LABCST-COST-PER-SQFT     PIC 9(05)V99.

       COPY IOERRFD.
       COPY RUNCTLFD.

           VALUE "C:\Users\Bob\PRODCOST.rpt".
       01 WS-PRODCOST-REPORT-STATUS PIC X(02).
           88 GOOD-PRODCOST-WRITE      VALUE "00".
       01 WS-LABOR-COST-PATH       PIC X(40)
           VALUE "C:\Users\Bob\LABORSF.DAT".
       01 WS-LABOR-COST-STATUS     PIC X(02).
           88 GOOD-LABOR-COST-WRITE    VALUE "00".

      * ONE BUCKET PER CALENDAR WEEK SEEN ON EITHER FILE.
       01 WS-WEEK-TABLE.
           MOVE "PRODCOST-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PRODCOST-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PRODCOST-REPORT-PATH
           MOVE "LABOR-COST-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LABOR-COST-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LABOR-COST-PATH.

       2000-LOAD-LABOR-WEEKS.
           OPEN INPUT GL-CONTROL-FILE
      * FOUR-WEEK AVERAGE IS ALWAYS THE FOUR JUST PRINTED.
       4000-WRITE-WEEKLY-REPORT.
           OPEN OUTPUT PRODCOST-REPORT
                       LABOR-COST-FILE
           WRITE PRODCOST-RECORD FROM PC-HDG-LINE
           PERFORM 4010-PICK-NEXT-WEEK
           PERFORM UNTIL WS-WEEK-PICK = 0
              PERFORM 4020-PRINT-ONE-WEEK
              PERFORM 4010-PICK-NEXT-WEEK
           END-PERFORM
           CLOSE PRODCOST-REPORT
                 LABOR-COST-FILE.

       4010-PICK-NEXT-WEEK.
           MOVE 0 TO WS-WEEK-PICK
           MOVE WS-THIS-COST              TO PC-DTL-COST
           MOVE WS-TREND-PCT              TO PC-DTL-TREND
           WRITE PRODCOST-RECORD FROM PC-DETAIL-LINE
           IF WS-THIS-COST > 0
              PERFORM 4040-SAVE-LABOR-COST
           END-IF
           PERFORM 4030-ROLL-PRIOR-COSTS.

      * KEEPS THE LAST FOUR PRINTED COSTS, OLDEST DROPPING OFF.
              END-IF
           END-IF.

       4040-SAVE-LABOR-COST.
           MOVE WS-WK-WEEK(WS-WEEK-PICK) TO LABCST-WEEK
           COMPUTE LABCST-WEEK-START = FUNCTION DATE-OF-INTEGER
              (WS-WK-WEEK(WS-WEEK-PICK) * 7)
           MOVE WS-THIS-COST TO LABCST-COST-PER-SQFT
           WRITE LABOR-COST-REC
           IF NOT GOOD-LABOR-COST-WRITE
              MOVE "PRODCOSTAS"      TO WS-IOERR-PROGRAM-ID
              MOVE "LABOR-COST-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-LABOR-COST-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

