       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEFRPTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MONTHLY QUALITY REPORT -- REMAKES AND SCRAP.
      *
      * FOR A NAMED MONTH THIS PROGRAM TOTALS THE DEFECTS THE FLOOR
      * KEYED IN DEFENTAS (DEFECT.DAT) THREE WAYS -- BY DEFECT
      * REASON CODE, BY MATERIAL AND BY SHAPE TYPE -- WITH THE
      * NUMBER OF REMAKES AND THE FOOTAGE SCRAPPED IN EACH, AND SETS
      * THE SCRAP AGAINST THE FOOTAGE PRODUCED THAT MONTH FROM THE
      * PRODUCTION-HISTORY FILE MATHSHPS WRITES ON EVERY RUN. THE
      * REMAKE RATE IS THE SCRAPPED FOOTAGE AS A PERCENTAGE OF THE
      * FOOTAGE PRODUCED. PRODUCTION HISTORY CARRIES ONE TOTAL PER
      * RUN WITH NO MATERIAL OR SHAPE BREAKDOWN, SO EVERY ROW'S RATE
      * IS FIGURED ON THE MONTH'S WHOLE PRODUCTION, AND THE ROWS OF
      * EACH SECTION ADD UP TO THE MONTH'S OVERALL RATE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY DEFSEL.
             SELECT PROD-HISTORY-FILE
               ASSIGN TO WS-PROD-HISTORY-PATH
               organization is line sequential
               file status is WS-PROD-HISTORY-STATUS.
             SELECT QUALITY-REPORT
               ASSIGN TO WS-QUALITY-REPORT-PATH
               organization is line sequential
               file status is WS-QUALITY-REPORT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY DEFFD.

      * ONE ROW PER MATHSHPS RUN: THE RUN DATE AND THE FOOTAGE AND
      * PIECES IT PRODUCED.
       FD  PROD-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS PROD-HISTORY-REC.
       01  PROD-HISTORY-REC.
           05  PRODHIST-RUN-DATE        PIC 9(08).
           05  PRODHIST-AREA            PIC 9(08)V99.
           05  PRODHIST-PIECES          PIC 9(07).

       FD  QUALITY-REPORT
           RECORDING MODE IS F
           DATA RECORD IS QUALITY-RECORD.
       01  QUALITY-RECORD              PIC X(80).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-PROD-HISTORY-PATH     PIC X(40)
           VALUE "C:\Users\bob\PRODHIST.DAT".
       01 WS-PROD-HISTORY-STATUS   PIC X(02).
           88 PROD-HISTORY-SUCCESSFUL  VALUE "00".
           88 END-OF-PROD-HISTORY      VALUE "10".
       01 WS-QUALITY-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\bob\DEFQUAL.rpt".
       01 WS-QUALITY-REPORT-STATUS PIC X(02).
           88 GOOD-QUALITY-WRITE       VALUE "00".

       01 WS-MONTH-IN              PIC X(06).
       01 WS-DEF-MONTH             PIC X(06).

      * THE MONTH'S TOTALS.
       01 WS-MONTH-PRODUCED        PIC 9(09)V99 VALUE 0.
       01 WS-MONTH-PIECES          PIC 9(09) VALUE 0.
       01 WS-MONTH-REMAKES         PIC 9(05) VALUE 0.
       01 WS-MONTH-SCRAP           PIC 9(09)V99 VALUE 0.
       01 WS-DEFECTS-READ          PIC 9(06) VALUE 0.
       01 WS-REMAKE-RATE           PIC 9(03)V99 VALUE 0.
       01 WS-RATE-SCRAP            PIC 9(09)V99 VALUE 0.

      * PER-REASON TOTALS, IN STEP WITH WS-DEFECT-REASON-TABLE.
       01 WS-RSN-TOTALS.
           05 WS-RSN-TOTAL OCCURS 7 TIMES.
              10 WS-RSN-COUNT           PIC 9(05).
              10 WS-RSN-SCRAP           PIC 9(09)V99.

       01 WS-DQM-TABLE.
           05 WS-DQM-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-DQM-IDX.
              10 WS-DQM-MATL            PIC X(06).
              10 WS-DQM-COUNT           PIC 9(05).
              10 WS-DQM-SCRAP           PIC 9(09)V99.
       01 WS-DQM-COUNT-USED        PIC 9(02) VALUE 0.

       01 WS-DQS-TABLE.
           05 WS-DQS-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-DQS-IDX.
              10 WS-DQS-SHAPE           PIC X(10).
              10 WS-DQS-COUNT           PIC 9(05).
              10 WS-DQS-SCRAP           PIC 9(09)V99.
       01 WS-DQS-COUNT-USED        PIC 9(02) VALUE 0.
       01 WS-ROW-FOUND-SW          PIC X(01) VALUE "N".
           88 ROW-FOUND                VALUE "Y".

       01  DQR-HDG-LINE.
           05 FILLER                 PIC X(30)
             VALUE "MONTHLY QUALITY REPORT, MONTH ".
           05 DQR-HDG-MONTH          PIC X(06).
           05 FILLER                 PIC X(44) VALUE SPACES.

       01  DQR-SUMMARY-LINE.
           05 DQR-SUM-LABEL          PIC X(30).
           05 DQR-SUM-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(36) VALUE SPACES.

       01  DQR-COUNT-LINE.
           05 DQR-CNT-LABEL          PIC X(30).
           05 DQR-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  DQR-SECTION-LINE.
           05 DQR-SECTION-TITLE      PIC X(40).
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  DQR-COL-LINE.
           05 FILLER                 PIC X(40) VALUE
             "                                  REMAKE".
           05 FILLER                 PIC X(40) VALUE
             "S     SCRAP SQ FT  REMAKE RATE".

       01  DQR-DETAIL-LINE.
           05 DQR-DTL-KEY            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DQR-DTL-DESC           PIC X(22).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DQR-DTL-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DQR-DTL-SCRAP          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 DQR-DTL-RATE           PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE "%".
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  DQR-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY DEFWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "DEFRPTAS MONTHLY QUALITY REPORT"
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUM-PRODUCTION
           PERFORM 2100-TOTAL-DEFECTS
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 3100-WRITE-REASON-SECTION
           PERFORM 3200-WRITE-MATERIAL-SECTION
           PERFORM 3300-WRITE-SHAPE-SECTION
           CLOSE QUALITY-REPORT
           MOVE "DEFRPTAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-DEFECTS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-MONTH-REMAKES TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-MONTH-SCRAP TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "SQ FT PRODUCED:   " WS-MONTH-PRODUCED
           DISPLAY "REMAKES IN MONTH: " WS-MONTH-REMAKES
           DISPLAY "SQ FT SCRAPPED:   " WS-MONTH-SCRAP
           DISPLAY "REPORT WRITTEN TO " WS-QUALITY-REPORT-PATH
           DISPLAY "END DEFRPTAS"
           GOBACK.

       1000-INITIALIZE.
           MOVE "DEFRPTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           DISPLAY "ENTER MONTH TO REPORT (YYYYMM): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN IS NOT NUMERIC
              DISPLAY "DEFRPTAS: MONTH MUST BE YYYYMM -- RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > WS-DEFECT-REASON-COUNT
              MOVE 0 TO WS-RSN-COUNT(WS-REASON-IDX)
              MOVE 0 TO WS-RSN-SCRAP(WS-REASON-IDX)
           END-PERFORM
           OPEN OUTPUT QUALITY-REPORT
           MOVE WS-MONTH-IN TO DQR-HDG-MONTH
           WRITE QUALITY-RECORD FROM DQR-HDG-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR DEFRPTAS. THE DEFECT AND
      * PRODUCTION-HISTORY ENTRIES SHOULD MATCH DEFENTAS'S AND
      * MATHSHPS'S.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "DEFRPTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "DEFECT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEFECT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEFECT-PATH
           MOVE "PROD-HISTORY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PROD-HISTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PROD-HISTORY-PATH
           MOVE "QUALITY-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-QUALITY-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-QUALITY-REPORT-PATH.

      * THE FOOTAGE EVERY RUN DATED IN THE MONTH PRODUCED.
       2000-SUM-PRODUCTION.
           OPEN INPUT PROD-HISTORY-FILE
           IF PROD-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-PROD-HISTORY
                 READ PROD-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRODHIST-RUN-DATE IS NUMERIC
                       AND PRODHIST-RUN-DATE(1:6) = WS-MONTH-IN
                       ADD PRODHIST-AREA TO WS-MONTH-PRODUCED
                       ADD PRODHIST-PIECES TO WS-MONTH-PIECES
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PROD-HISTORY-FILE
           ELSE
              DISPLAY "DEFRPTAS: NO PRODUCTION HISTORY -- REMAKE "
                      "RATES CAN'T BE FIGURED"
           END-IF.

      * EVERY DEFECT KEYED IN THE MONTH, INTO ALL THREE GROUPINGS.
       2100-TOTAL-DEFECTS.
           OPEN INPUT DEFECT-FILE
           IF DEFECT-SUCCESSFUL
              PERFORM UNTIL END-OF-DEFECTS
                 READ DEFECT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DEFECTS-READ
                    MOVE DEF-DATE(1:6) TO WS-DEF-MONTH
                    IF WS-DEF-MONTH = WS-MONTH-IN
                       PERFORM 2110-ADD-DEFECT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE DEFECT-FILE
           ELSE
              DISPLAY "DEFRPTAS: NO DEFECTS ON FILE"
           END-IF.

       2110-ADD-DEFECT.
           ADD 1 TO WS-MONTH-REMAKES
           ADD DEF-SCRAP-AREA TO WS-MONTH-SCRAP
           SET WS-REASON-IDX TO 1
           SEARCH WS-DEFECT-REASON
              AT END
                 DISPLAY "DEFRPTAS: UNKNOWN REASON " DEF-REASON-CODE
                         " ON ORDER " DEF-ORDER-NUMBER
                         " -- COUNTED UNDER OT"
                 SET WS-REASON-IDX TO WS-DEFECT-REASON-COUNT
              WHEN WS-REASON-CODE(WS-REASON-IDX) = DEF-REASON-CODE
                 CONTINUE
           END-SEARCH
           ADD 1 TO WS-RSN-COUNT(WS-REASON-IDX)
           ADD DEF-SCRAP-AREA TO WS-RSN-SCRAP(WS-REASON-IDX)
           PERFORM 2120-ADD-TO-MATERIAL
           PERFORM 2130-ADD-TO-SHAPE.

       2120-ADD-TO-MATERIAL.
           MOVE "N" TO WS-ROW-FOUND-SW
           PERFORM VARYING WS-DQM-IDX FROM 1 BY 1
                     UNTIL WS-DQM-IDX > WS-DQM-COUNT-USED
                        OR ROW-FOUND
              IF WS-DQM-MATL(WS-DQM-IDX) = DEF-MATL-CODE
                 MOVE "Y" TO WS-ROW-FOUND-SW
              END-IF
           END-PERFORM
           IF ROW-FOUND
              SET WS-DQM-IDX DOWN BY 1
           ELSE
              IF WS-DQM-COUNT-USED < 50
                 ADD 1 TO WS-DQM-COUNT-USED
                 SET WS-DQM-IDX TO WS-DQM-COUNT-USED
                 MOVE DEF-MATL-CODE TO WS-DQM-MATL(WS-DQM-IDX)
                 MOVE 0 TO WS-DQM-COUNT(WS-DQM-IDX)
                 MOVE 0 TO WS-DQM-SCRAP(WS-DQM-IDX)
                 MOVE "Y" TO WS-ROW-FOUND-SW
              ELSE
                 DISPLAY "DEFRPTAS: MATERIAL TABLE FULL AT 50 -- "
                         DEF-MATL-CODE " LEFT OFF THE MATERIAL "
                         "SECTION"
              END-IF
           END-IF
           IF ROW-FOUND
              ADD 1 TO WS-DQM-COUNT(WS-DQM-IDX)
              ADD DEF-SCRAP-AREA TO WS-DQM-SCRAP(WS-DQM-IDX)
           END-IF.

       2130-ADD-TO-SHAPE.
           MOVE "N" TO WS-ROW-FOUND-SW
           PERFORM VARYING WS-DQS-IDX FROM 1 BY 1
                     UNTIL WS-DQS-IDX > WS-DQS-COUNT-USED
                        OR ROW-FOUND
              IF WS-DQS-SHAPE(WS-DQS-IDX) = DEF-SHAPE-TYPE
                 MOVE "Y" TO WS-ROW-FOUND-SW
              END-IF
           END-PERFORM
           IF ROW-FOUND
              SET WS-DQS-IDX DOWN BY 1
           ELSE
              IF WS-DQS-COUNT-USED < 20
                 ADD 1 TO WS-DQS-COUNT-USED
                 SET WS-DQS-IDX TO WS-DQS-COUNT-USED
                 MOVE DEF-SHAPE-TYPE TO WS-DQS-SHAPE(WS-DQS-IDX)
                 MOVE 0 TO WS-DQS-COUNT(WS-DQS-IDX)
                 MOVE 0 TO WS-DQS-SCRAP(WS-DQS-IDX)
                 MOVE "Y" TO WS-ROW-FOUND-SW
              ELSE
                 DISPLAY "DEFRPTAS: SHAPE TABLE FULL AT 20 -- "
                         DEF-SHAPE-TYPE " LEFT OFF THE SHAPE SECTION"
              END-IF
           END-IF
           IF ROW-FOUND
              ADD 1 TO WS-DQS-COUNT(WS-DQS-IDX)
              ADD DEF-SCRAP-AREA TO WS-DQS-SCRAP(WS-DQS-IDX)
           END-IF.

       3000-WRITE-SUMMARY.
           WRITE QUALITY-RECORD FROM DQR-BLANK-LINE
           MOVE "SQ FT PRODUCED:" TO DQR-SUM-LABEL
           MOVE WS-MONTH-PRODUCED TO DQR-SUM-VALUE
           WRITE QUALITY-RECORD FROM DQR-SUMMARY-LINE
           MOVE "PIECES PRODUCED:" TO DQR-CNT-LABEL
           MOVE WS-MONTH-PIECES TO DQR-CNT-VALUE
           WRITE QUALITY-RECORD FROM DQR-COUNT-LINE
           MOVE "REMAKES:" TO DQR-CNT-LABEL
           MOVE WS-MONTH-REMAKES TO DQR-CNT-VALUE
           WRITE QUALITY-RECORD FROM DQR-COUNT-LINE
           MOVE "SQ FT SCRAPPED:" TO DQR-SUM-LABEL
           MOVE WS-MONTH-SCRAP TO DQR-SUM-VALUE
           WRITE QUALITY-RECORD FROM DQR-SUMMARY-LINE
           MOVE WS-MONTH-SCRAP TO WS-RATE-SCRAP
           PERFORM 3900-FIGURE-RATE
           MOVE "REMAKE RATE (PCT OF FOOTAGE):" TO DQR-SUM-LABEL
           MOVE WS-REMAKE-RATE TO DQR-SUM-VALUE
           WRITE QUALITY-RECORD FROM DQR-SUMMARY-LINE.

       3100-WRITE-REASON-SECTION.
           MOVE "BY DEFECT REASON" TO DQR-SECTION-TITLE
           PERFORM 3800-WRITE-SECTION-HEAD
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > WS-DEFECT-REASON-COUNT
              IF WS-RSN-COUNT(WS-REASON-IDX) > 0
                 MOVE WS-REASON-CODE(WS-REASON-IDX) TO DQR-DTL-KEY
                 MOVE WS-REASON-TEXT(WS-REASON-IDX) TO DQR-DTL-DESC
                 MOVE WS-RSN-COUNT(WS-REASON-IDX) TO DQR-DTL-COUNT
                 MOVE WS-RSN-SCRAP(WS-REASON-IDX) TO DQR-DTL-SCRAP
                 MOVE WS-RSN-SCRAP(WS-REASON-IDX) TO WS-RATE-SCRAP
                 PERFORM 3900-FIGURE-RATE
                 MOVE WS-REMAKE-RATE TO DQR-DTL-RATE
                 WRITE QUALITY-RECORD FROM DQR-DETAIL-LINE
              END-IF
           END-PERFORM.

       3200-WRITE-MATERIAL-SECTION.
           MOVE "BY MATERIAL" TO DQR-SECTION-TITLE
           PERFORM 3800-WRITE-SECTION-HEAD
           PERFORM VARYING WS-DQM-IDX FROM 1 BY 1
                     UNTIL WS-DQM-IDX > WS-DQM-COUNT-USED
              MOVE WS-DQM-MATL(WS-DQM-IDX) TO DQR-DTL-KEY
              MOVE SPACES TO DQR-DTL-DESC
              MOVE WS-DQM-COUNT(WS-DQM-IDX) TO DQR-DTL-COUNT
              MOVE WS-DQM-SCRAP(WS-DQM-IDX) TO DQR-DTL-SCRAP
              MOVE WS-DQM-SCRAP(WS-DQM-IDX) TO WS-RATE-SCRAP
              PERFORM 3900-FIGURE-RATE
              MOVE WS-REMAKE-RATE TO DQR-DTL-RATE
              WRITE QUALITY-RECORD FROM DQR-DETAIL-LINE
           END-PERFORM.

       3300-WRITE-SHAPE-SECTION.
           MOVE "BY SHAPE TYPE" TO DQR-SECTION-TITLE
           PERFORM 3800-WRITE-SECTION-HEAD
           PERFORM VARYING WS-DQS-IDX FROM 1 BY 1
                     UNTIL WS-DQS-IDX > WS-DQS-COUNT-USED
              MOVE WS-DQS-SHAPE(WS-DQS-IDX) TO DQR-DTL-KEY
              MOVE SPACES TO DQR-DTL-DESC
              MOVE WS-DQS-COUNT(WS-DQS-IDX) TO DQR-DTL-COUNT
              MOVE WS-DQS-SCRAP(WS-DQS-IDX) TO DQR-DTL-SCRAP
              MOVE WS-DQS-SCRAP(WS-DQS-IDX) TO WS-RATE-SCRAP
              PERFORM 3900-FIGURE-RATE
              MOVE WS-REMAKE-RATE TO DQR-DTL-RATE
              WRITE QUALITY-RECORD FROM DQR-DETAIL-LINE
           END-PERFORM.

       3800-WRITE-SECTION-HEAD.
           WRITE QUALITY-RECORD FROM DQR-BLANK-LINE
           WRITE QUALITY-RECORD FROM DQR-SECTION-LINE
           WRITE QUALITY-RECORD FROM DQR-COL-LINE.

      * WS-RATE-SCRAP AS A PERCENTAGE OF THE MONTH'S PRODUCTION. A
      * MONTH WITH NO PRODUCTION ON FILE SHOWS NO RATE.
       3900-FIGURE-RATE.
           IF WS-MONTH-PRODUCED > 0
              COMPUTE WS-REMAKE-RATE ROUNDED =
                 WS-RATE-SCRAP * 100 / WS-MONTH-PRODUCED
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-REMAKE-RATE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-REMAKE-RATE
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
