       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WELRPTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * WELLNESS SCREENING STATISTICS BY DEPARTMENT.
      *
      * THE BENEFITS BROKER GETS AGGREGATE FIGURES FROM THE ANNUAL
      * WELLNESS SCREENING, NEVER ONE PERSON'S. THIS REPORT JOINS THE
      * RESULTS ASGN06AS WRITES TO ASGN06RESULTS.DAT TO THE EMPLOYEE
      * MASTER ON EMPLOYEE NUMBER AND SHOWS, FOR EACH DEPARTMENT AND
      * FOR THE SHOP:
      *   - HEADCOUNT (EVERY EMPLOYEE NOT TERMINATED), PARTICIPANTS
      *     (THOSE WITH A SCORED SCREENING) AND PARTICIPATION RATE;
      *   - THE SHARE OF PARTICIPANTS IN EACH BMI CATEGORY, ON THE
      *     SAME CUT-OFFS ASGN06AS USES, AND THE AVERAGE BMI;
      *   - THE INCENTIVE CREDITS EARNED, TOTALED FROM WELLCRED.DAT.
      * ASGN06AS APPENDS EVERY RUN TO THE RESULTS FILE, SO AN
      * EMPLOYEE SCREENED TWICE COUNTS ONCE, ON THEIR LATEST RESULT.
      * ROWS WITH NO EMPLOYEE NUMBER (TERMINAL INTERVIEWS) AND ROWS
      * SKIPPED FOR NO HEIGHT ARE NOT SCREENINGS AND ARE PASSED OVER.
      *
      * A DEPARTMENT WITH FEWER THAN 5 PARTICIPANTS IS SUPPRESSED SO
      * NO ONE CAN BE PICKED OUT. WHEN THE SUPPRESSED DEPARTMENTS
      * TOGETHER STILL HAVE FEWER THAN 5, THE NEXT SMALLEST ONES ARE
      * SUPPRESSED WITH THEM UNTIL THEY DO -- OTHERWISE THE SHOP
      * LINE LESS THE DEPARTMENTS SHOWN WOULD GIVE THE SMALL ONES
      * AWAY. THE SUPPRESSED DEPARTMENTS ARE SHOWN ONLY AS ONE
      * COMBINED LINE. CREDITS FOR A SUPPRESSED DEPARTMENT ARE
      * WITHHELD TOO, AS THEY WOULD GIVE ITS PARTICIPANT COUNT.
      *
      * THE REPORT IS ROUTED THROUGH DISTRIB.DAT ("WELLNESS-STATS").
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT WELLNESS-RESULTS-FILE
               ASSIGN TO WS-WELLNESS-RESULTS-PATH
               organization is line sequential
               file status is WS-WELLNESS-RESULTS-STATUS.
             SELECT WELLNESS-CREDIT-FILE
               ASSIGN TO WS-WELLNESS-CREDIT-PATH
               organization is line sequential
               file status is WS-WELLNESS-CREDIT-STATUS.
             SELECT WELLNESS-STATS-REPORT
               ASSIGN TO WS-WELLNESS-STATS-PATH
               organization is line sequential
               file status is WS-WELLNESS-STATS-STATUS.
             COPY DEPTSEL.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * THE LEADING FIELDS OF THE MASTER EMPMNTAS MAINTAINS.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  EMP-DEPT-IN              PIC X(04).
           05  EMP-HIRE-DATE-IN         PIC X(08).
           05  EMP-STATUS-IN            PIC X(01).
               88 EMP-TERMINATED            VALUE "T".
           05  FILLER                   PIC X(77).

      * ONE LINE PER SCREENING AS ASGN06AS STRINGS IT TOGETHER:
      * EMP=NNNNNN,AGE=NNN,WEIGHT=NNNN,HEIGHT=NNN,BMI=Z9.99
       FD  WELLNESS-RESULTS-FILE
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-RESULT-REC.
       01  WELLNESS-RESULT-REC.
           05  RES-EMP-TAG              PIC X(04).
           05  RES-EMP-NUMBER           PIC X(06).
           05  RES-AGE-TAG              PIC X(05).
           05  RES-AGE                  PIC X(03).
           05  RES-WEIGHT-TAG           PIC X(08).
           05  RES-WEIGHT               PIC X(04).
           05  RES-HEIGHT-TAG           PIC X(08).
           05  RES-HEIGHT               PIC X(03).
           05  RES-BMI-TAG              PIC X(05).
           05  RES-BMI-WHOLE            PIC X(02).
           05  RES-BMI-POINT            PIC X(01).
           05  RES-BMI-FRACTION         PIC X(02).
           05  FILLER                   PIC X(49).

      * SAME LAYOUT ASGN06AS WRITES AND CALCPYAS PAYS FROM.
       FD  WELLNESS-CREDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-CREDIT-REC.
       01  WELLNESS-CREDIT-REC.
           05  CREDIT-EMP-NUMBER        PIC X(06).
           05  CREDIT-PROGRAM-DATE      PIC 9(08).
           05  CREDIT-AMOUNT            PIC 9(04)V99.

       FD  WELLNESS-STATS-REPORT
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-STATS-RECORD.
       01  WELLNESS-STATS-RECORD        PIC X(132).

       COPY DEPTFD.
       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".
       01 WS-WELLNESS-RESULTS-PATH PIC X(40)
           VALUE "C:\Users\Bob\ASGN06RESULTS.DAT".
       01 WS-WELLNESS-RESULTS-STATUS PIC X(02).
           88 WELLNESS-RESULTS-SUCCESSFUL VALUE "00".
           88 END-OF-WELLNESS-RESULTS  VALUE "10".
       01 WS-WELLNESS-CREDIT-PATH  PIC X(40)
           VALUE "C:\Users\Bob\WELLCRED.DAT".
       01 WS-WELLNESS-CREDIT-STATUS PIC X(02).
           88 WELLNESS-CREDIT-SUCCESSFUL VALUE "00".
           88 END-OF-WELLNESS-CREDIT   VALUE "10".
       01 WS-WELLNESS-STATS-PATH   PIC X(40)
           VALUE "C:\Users\Bob\WELLSTAT.rpt".
       01 WS-WELLNESS-STATS-STATUS PIC X(02).
           88 GOOD-WELLNESS-STATS-WRITE VALUE "00".

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

      * FEWEST PARTICIPANTS A LINE MAY SHOW FIGURES FOR.
       01 WS-MIN-PARTICIPANTS      PIC 9(05) VALUE 5.

      * EVERY EMPLOYEE ON THE MASTER, WITH THEIR LATEST SCREENING
      * AND THE CREDITS ON FILE FOR THEM.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-DEPT            PIC X(04).
              10 WS-EMP-STATUS          PIC X(01).
              10 WS-EMP-SCREENED-SW     PIC X(01).
              10 WS-EMP-BMI             PIC 9(02)V99.
              10 WS-EMP-CREDITS         PIC 9(05)V99.
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-SUB               PIC 9(04).
       01 WS-EMP-FOUND-SW          PIC X(01).
           88 EMPLOYEE-FOUND            VALUE "Y".
       01 WS-FIND-EMP              PIC X(06).

      * ONE LINE PER DEPARTMENT: EVERY DEPARTMENT ON THE MASTER, IN
      * MASTER ORDER, THEN ANY OTHER CODE AN EMPLOYEE CARRIES.
       01 WS-WEL-TABLE.
           05 WS-WEL-ENTRY OCCURS 250 TIMES.
              10 WS-WEL-DEPT            PIC X(04).
              10 WS-WEL-NAME            PIC X(30).
              10 WS-WEL-ON-MASTER       PIC X(01).
              10 WS-WEL-SUPPRESS-SW     PIC X(01).
              10 WS-WEL-COUNTS.
                 15 WS-WEL-HEADCOUNT    PIC 9(05).
                 15 WS-WEL-PARTICIPANTS PIC 9(05).
                 15 WS-WEL-UNDER        PIC 9(05).
                 15 WS-WEL-NORMAL       PIC 9(05).
                 15 WS-WEL-OVER         PIC 9(05).
                 15 WS-WEL-OBESE        PIC 9(05).
                 15 WS-WEL-BMI-TOTAL    PIC 9(07)V99.
                 15 WS-WEL-CREDITS      PIC 9(07)V99.
       01 WS-WEL-COUNT             PIC 9(03) VALUE 0.
       01 WS-WEL-SUB               PIC 9(03).
       01 WS-WEL-FOUND-SW          PIC X(01).
           88 WEL-DEPT-FOUND            VALUE "Y".
       01 WS-FIND-DEPT             PIC X(04).

      * THE COMBINED SUPPRESSED LINE AND THE SHOP LINE, SAME SHAPE
      * AS ONE DEPARTMENT'S COUNTS.
       01 WS-SUP-COUNTS.
           05 WS-SUP-HEADCOUNT        PIC 9(05).
           05 WS-SUP-PARTICIPANTS     PIC 9(05).
           05 WS-SUP-UNDER            PIC 9(05).
           05 WS-SUP-NORMAL           PIC 9(05).
           05 WS-SUP-OVER             PIC 9(05).
           05 WS-SUP-OBESE            PIC 9(05).
           05 WS-SUP-BMI-TOTAL        PIC 9(07)V99.
           05 WS-SUP-CREDITS          PIC 9(07)V99.
       01 WS-SHOP-COUNTS.
           05 WS-SHOP-HEADCOUNT       PIC 9(05).
           05 WS-SHOP-PARTICIPANTS    PIC 9(05).
           05 WS-SHOP-UNDER           PIC 9(05).
           05 WS-SHOP-NORMAL          PIC 9(05).
           05 WS-SHOP-OVER            PIC 9(05).
           05 WS-SHOP-OBESE           PIC 9(05).
           05 WS-SHOP-BMI-TOTAL       PIC 9(07)V99.
           05 WS-SHOP-CREDITS         PIC 9(07)V99.
      * THE LINE BEING PRINTED.
       01 WS-LINE-COUNTS.
           05 WS-LINE-HEADCOUNT       PIC 9(05).
           05 WS-LINE-PARTICIPANTS    PIC 9(05).
           05 WS-LINE-UNDER           PIC 9(05).
           05 WS-LINE-NORMAL          PIC 9(05).
           05 WS-LINE-OVER            PIC 9(05).
           05 WS-LINE-OBESE           PIC 9(05).
           05 WS-LINE-BMI-TOTAL       PIC 9(07)V99.
           05 WS-LINE-CREDITS         PIC 9(07)V99.

      * SECONDARY SUPPRESSION WORK FIELDS.
       01 WS-SMALLEST-SUB          PIC 9(03).
       01 WS-SMALLEST-PARTICIPANTS PIC 9(05).
       01 WS-SUP-DEPT-COUNT        PIC 9(03) VALUE 0.

      * THE BMI OFF A RESULT LINE, " 7.25" READ AS 07.25.
       01 WS-BMI-DIGITS.
           05 WS-BMI-DIGITS-WHOLE     PIC X(02).
           05 WS-BMI-DIGITS-FRACTION  PIC X(02).
       01 WS-BMI-VALUE REDEFINES WS-BMI-DIGITS
                                   PIC 9(02)V99.

       01 WS-RESULT-ROWS-READ      PIC 9(06) VALUE 0.
       01 WS-SCREENINGS-USED       PIC 9(06) VALUE 0.
       01 WS-RESULTS-NOT-ON-MASTER PIC 9(05) VALUE 0.
       01 WS-CREDIT-ROWS-READ      PIC 9(06) VALUE 0.
       01 WS-CREDITS-ON-FILE       PIC 9(07)V99 VALUE 0.
      * CREDITS FOR NUMBERS NOT ON THE MASTER OR FOR EMPLOYEES SINCE
      * TERMINATED -- IN THE FILE TOTAL, ON NO DEPARTMENT'S LINE.
       01 WS-CREDITS-NOT-COUNTED   PIC 9(07)V99 VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT   PIC 9(03) VALUE 0.

       01 WS-PCT                   PIC 9(03)V9.
       01 WS-PCT-BASE              PIC 9(05).
       01 WS-PCT-COUNT             PIC 9(05).
       01 WS-AVG-BMI               PIC 9(02)V99.

       01  WS-HDG-LINE-1.
           05 FILLER                 PIC X(44)
             VALUE "WELLNESS SCREENING STATISTICS BY DEPARTMENT".
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(66) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05 FILLER                 PIC X(50)
             VALUE "DEPT  DEPARTMENT NAME       HEADCOUNT  PARTICIPANT".
           05 FILLER                 PIC X(50)
             VALUE "S  PART %  UNDER %  NORMAL %  OVER %  OBESE %  AVG".
           05 FILLER                 PIC X(32)
             VALUE " BMI        CREDITS".

       01  WS-DETAIL-LINE.
           05 WS-DTL-DEPT            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DTL-NAME            PIC X(20).
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 WS-DTL-HEADCOUNT       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 WS-DTL-FIGURES.
              10 WS-DTL-PARTICIPANTS PIC ZZ,ZZ9.
              10 FILLER              PIC X(03) VALUE SPACES.
              10 WS-DTL-PART-PCT     PIC ZZ9.9.
              10 FILLER              PIC X(04) VALUE SPACES.
              10 WS-DTL-UNDER-PCT    PIC ZZ9.9.
              10 FILLER              PIC X(05) VALUE SPACES.
              10 WS-DTL-NORMAL-PCT   PIC ZZ9.9.
              10 FILLER              PIC X(03) VALUE SPACES.
              10 WS-DTL-OVER-PCT     PIC ZZ9.9.
              10 FILLER              PIC X(04) VALUE SPACES.
              10 WS-DTL-OBESE-PCT    PIC ZZ9.9.
              10 FILLER              PIC X(04) VALUE SPACES.
              10 WS-DTL-AVG-BMI      PIC Z9.99.
              10 FILLER              PIC X(02) VALUE SPACES.
              10 WS-DTL-CREDITS      PIC $$,$$$,$$9.99.
           05 WS-DTL-SUPPRESSED REDEFINES WS-DTL-FIGURES
                                     PIC X(74).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DTL-FLAG            PIC X(04).
           05 FILLER                 PIC X(07) VALUE SPACES.

       01  WS-NOTE-LINE.
           05 WS-NOTE-TEXT           PIC X(100).
           05 WS-NOTE-AMOUNT         PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(19) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       COPY DEPTWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "WELRPTAS WELLNESS SCREENING STATISTICS"
           MOVE "WELRPTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-READ-RESULTS THRU 2000-EXIT
           PERFORM 3000-READ-CREDITS THRU 3000-EXIT
           PERFORM 4000-TALLY-EMPLOYEE
             VARYING WS-EMP-SUB FROM 1 BY 1
             UNTIL WS-EMP-SUB > WS-EMP-COUNT
           PERFORM 4500-APPLY-SUPPRESSION
           PERFORM 5000-WRITE-REPORT
           MOVE "WELLNESS-STATS"       TO WS-DISTRIB-REPORT-NAME
           MOVE WS-WELLNESS-STATS-PATH TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "WELRPTAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RESULT-ROWS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-WEL-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-CREDITS-ON-FILE TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "REPORT WRITTEN TO " WS-WELLNESS-STATS-PATH
           DISPLAY "SCREENINGS USED:       " WS-SCREENINGS-USED
           DISPLAY "DEPARTMENTS SUPPRESSED: " WS-SUP-DEPT-COUNT
           IF WS-RESULTS-NOT-ON-MASTER > 0
              DISPLAY "WELRPTAS: " WS-RESULTS-NOT-ON-MASTER
                      " SCREENING ROWS CARRY AN EMPLOYEE NUMBER NOT "
                      "ON THE EMPLOYEE MASTER"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END WELRPTAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 9960-LOAD-DEPT-MASTER
           PERFORM 1100-SEED-FROM-MASTER
             VARYING WS-DEPTMAST-IDX FROM 1 BY 1
             UNTIL WS-DEPTMAST-IDX > WS-DEPTMAST-COUNT
           OPEN INPUT EMP-MASTER-FILE
           IF NOT EMP-MASTER-SUCCESSFUL
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WELRPTAS: NO EMPLOYEE MASTER -- NO HEADCOUNT "
                      "TO REPORT AGAINST, RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
              GO TO 1000-EXIT
           END-IF
           PERFORM UNTIL END-OF-EMP-MASTER
                      OR WS-EMP-COUNT = 999
              READ EMP-MASTER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-EMP-COUNT
                 INITIALIZE WS-EMP-ENTRY(WS-EMP-COUNT)
                 MOVE EMP-NUMBER-IN TO WS-EMP-NUMBER(WS-EMP-COUNT)
                 MOVE EMP-DEPT-IN   TO WS-EMP-DEPT(WS-EMP-COUNT)
                 MOVE EMP-STATUS-IN TO WS-EMP-STATUS(WS-EMP-COUNT)
                 MOVE "N" TO WS-EMP-SCREENED-SW(WS-EMP-COUNT)
              END-READ
           END-PERFORM
      * ONE PROBE READ TELLS A MASTER THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED -- A SHORT HEADCOUNT WOULD
      * OVERSTATE EVERY PARTICIPATION RATE.
           IF NOT END-OF-EMP-MASTER
              READ EMP-MASTER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 DISPLAY "WELRPTAS: EMPLOYEE TABLE FULL AT 999 -- "
                         "RUN ENDED"
                 MOVE "Y" TO WS-REFUSED-SW
              END-READ
           END-IF
           CLOSE EMP-MASTER-FILE.
       1000-EXIT.
           EXIT.

       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "WELRPTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "DEPT-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPT-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPT-MASTER-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "WELLNESS-FILE-OUT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-WELLNESS-RESULTS-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-WELLNESS-RESULTS-PATH
           MOVE "WELLNESS-CREDIT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-WELLNESS-CREDIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-WELLNESS-CREDIT-PATH
           MOVE "WELLNESS-STATS-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-WELLNESS-STATS-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-WELLNESS-STATS-PATH.

       1100-SEED-FROM-MASTER.
           IF WS-WEL-COUNT < 250
              ADD 1 TO WS-WEL-COUNT
              INITIALIZE WS-WEL-ENTRY(WS-WEL-COUNT)
              MOVE WS-DEPTMAST-CODE(WS-DEPTMAST-IDX)
                TO WS-WEL-DEPT(WS-WEL-COUNT)
              MOVE WS-DEPTMAST-NAME(WS-DEPTMAST-IDX)
                TO WS-WEL-NAME(WS-WEL-COUNT)
              MOVE "Y" TO WS-WEL-ON-MASTER(WS-WEL-COUNT)
              MOVE "N" TO WS-WEL-SUPPRESS-SW(WS-WEL-COUNT)
           END-IF.

      * LEAVES WS-WEL-SUB ON THE LINE FOR WS-FIND-DEPT, ADDING ONE
      * IF THE CODE IS NOT ON THE MASTER. A FULL TABLE FALLS BACK
      * ON THE LAST LINE.
       1200-FIND-WEL-LINE.
           MOVE "N" TO WS-WEL-FOUND-SW
           PERFORM VARYING WS-WEL-SUB FROM 1 BY 1
                     UNTIL WS-WEL-SUB > WS-WEL-COUNT
                        OR WEL-DEPT-FOUND
              IF WS-WEL-DEPT(WS-WEL-SUB) = WS-FIND-DEPT
                 MOVE "Y" TO WS-WEL-FOUND-SW
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WEL-DEPT-FOUND
                 SUBTRACT 1 FROM WS-WEL-SUB
              WHEN WS-WEL-COUNT < 250
                 ADD 1 TO WS-WEL-COUNT
                 MOVE WS-WEL-COUNT TO WS-WEL-SUB
                 INITIALIZE WS-WEL-ENTRY(WS-WEL-SUB)
                 MOVE WS-FIND-DEPT TO WS-WEL-DEPT(WS-WEL-SUB)
                 MOVE "NOT ON DEPARTMENT MASTER"
                   TO WS-WEL-NAME(WS-WEL-SUB)
                 MOVE "N" TO WS-WEL-ON-MASTER(WS-WEL-SUB)
                 MOVE "N" TO WS-WEL-SUPPRESS-SW(WS-WEL-SUB)
              WHEN OTHER
                 MOVE WS-WEL-COUNT TO WS-WEL-SUB
           END-EVALUATE.

      * LEAVES WS-EMP-SUB ON THE EMPLOYEE FOR WS-FIND-EMP.
       1300-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                     UNTIL WS-EMP-SUB > WS-EMP-COUNT
                        OR EMPLOYEE-FOUND
              IF WS-EMP-NUMBER(WS-EMP-SUB) = WS-FIND-EMP
                 MOVE "Y" TO WS-EMP-FOUND-SW
              END-IF
           END-PERFORM
           IF EMPLOYEE-FOUND
              SUBTRACT 1 FROM WS-EMP-SUB
           END-IF.

      * EVERY SCORED SCREENING, IN FILE ORDER, SO A LATER RUN'S
      * RESULT REPLACES AN EARLIER ONE FOR THE SAME EMPLOYEE.
       2000-READ-RESULTS.
           OPEN INPUT WELLNESS-RESULTS-FILE
           IF NOT WELLNESS-RESULTS-SUCCESSFUL
              MOVE "WELLNESS-FILE-OUT" TO WS-IOERR-FILE-NAME
              MOVE WS-WELLNESS-RESULTS-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WELRPTAS: NO SCREENING RESULTS FILE -- "
                      "PARTICIPATION WILL SHOW ZERO"
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-WELLNESS-RESULTS
              READ WELLNESS-RESULTS-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-RESULT-ROWS-READ
                 IF RES-EMP-TAG = "EMP="
                    AND RES-BMI-TAG = ",BMI="
                    AND RES-BMI-POINT = "."
                    PERFORM 2010-TAKE-SCREENING
                 END-IF
              END-READ
           END-PERFORM
           CLOSE WELLNESS-RESULTS-FILE.
       2000-EXIT.
           EXIT.

       2010-TAKE-SCREENING.
           MOVE RES-BMI-WHOLE TO WS-BMI-DIGITS-WHOLE
           MOVE RES-BMI-FRACTION TO WS-BMI-DIGITS-FRACTION
           INSPECT WS-BMI-DIGITS-WHOLE REPLACING LEADING SPACE BY "0"
           IF WS-BMI-DIGITS IS NUMERIC
              MOVE RES-EMP-NUMBER TO WS-FIND-EMP
              PERFORM 1300-FIND-EMPLOYEE
              IF EMPLOYEE-FOUND
                 MOVE "Y" TO WS-EMP-SCREENED-SW(WS-EMP-SUB)
                 MOVE WS-BMI-VALUE TO WS-EMP-BMI(WS-EMP-SUB)
                 ADD 1 TO WS-SCREENINGS-USED
              ELSE
                 ADD 1 TO WS-RESULTS-NOT-ON-MASTER
              END-IF
           END-IF.

       3000-READ-CREDITS.
           OPEN INPUT WELLNESS-CREDIT-FILE
           IF NOT WELLNESS-CREDIT-SUCCESSFUL
              MOVE "WELLNESS-CREDIT-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-WELLNESS-CREDIT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WELRPTAS: NO WELLNESS CREDIT FILE -- CREDITS "
                      "WILL SHOW ZERO"
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL END-OF-WELLNESS-CREDIT
              READ WELLNESS-CREDIT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CREDIT-ROWS-READ
                 IF CREDIT-AMOUNT IS NUMERIC
                    ADD CREDIT-AMOUNT TO WS-CREDITS-ON-FILE
                    MOVE CREDIT-EMP-NUMBER TO WS-FIND-EMP
                    PERFORM 1300-FIND-EMPLOYEE
                    IF EMPLOYEE-FOUND
                       ADD CREDIT-AMOUNT TO WS-EMP-CREDITS(WS-EMP-SUB)
                    ELSE
                       ADD CREDIT-AMOUNT TO WS-CREDITS-NOT-COUNTED
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE WELLNESS-CREDIT-FILE.
       3000-EXIT.
           EXIT.

      * A TERMINATED EMPLOYEE IS NOT IN THE HEADCOUNT, SO NEITHER
      * THEIR SCREENING NOR THEIR CREDITS ARE ON A DEPARTMENT LINE.
       4000-TALLY-EMPLOYEE.
           IF WS-EMP-STATUS(WS-EMP-SUB) = "T"
              ADD WS-EMP-CREDITS(WS-EMP-SUB) TO WS-CREDITS-NOT-COUNTED
           ELSE
              MOVE WS-EMP-DEPT(WS-EMP-SUB) TO WS-FIND-DEPT
              PERFORM 1200-FIND-WEL-LINE
              ADD 1 TO WS-WEL-HEADCOUNT(WS-WEL-SUB)
              ADD WS-EMP-CREDITS(WS-EMP-SUB)
                TO WS-WEL-CREDITS(WS-WEL-SUB)
              IF WS-EMP-SCREENED-SW(WS-EMP-SUB) = "Y"
                 ADD 1 TO WS-WEL-PARTICIPANTS(WS-WEL-SUB)
                 ADD WS-EMP-BMI(WS-EMP-SUB)
                   TO WS-WEL-BMI-TOTAL(WS-WEL-SUB)
                 EVALUATE TRUE
                    WHEN WS-EMP-BMI(WS-EMP-SUB) < 18.5
                       ADD 1 TO WS-WEL-UNDER(WS-WEL-SUB)
                    WHEN WS-EMP-BMI(WS-EMP-SUB) < 25
                       ADD 1 TO WS-WEL-NORMAL(WS-WEL-SUB)
                    WHEN WS-EMP-BMI(WS-EMP-SUB) < 30
                       ADD 1 TO WS-WEL-OVER(WS-WEL-SUB)
                    WHEN OTHER
                       ADD 1 TO WS-WEL-OBESE(WS-WEL-SUB)
                 END-EVALUATE
              END-IF
           END-IF.

      * FIRST EVERY DEPARTMENT WITH STAFF AND FEWER THAN THE MINIMUM
      * PARTICIPANTS; THEN, WHILE THE SUPPRESSED ONES TOGETHER ARE
      * STILL UNDER THE MINIMUM, THE SMALLEST DEPARTMENT LEFT.
       4500-APPLY-SUPPRESSION.
           INITIALIZE WS-SUP-COUNTS
           PERFORM VARYING WS-WEL-SUB FROM 1 BY 1
                     UNTIL WS-WEL-SUB > WS-WEL-COUNT
              IF WS-WEL-HEADCOUNT(WS-WEL-SUB) > 0
                 AND WS-WEL-PARTICIPANTS(WS-WEL-SUB)
                       < WS-MIN-PARTICIPANTS
                 PERFORM 4510-SUPPRESS-DEPARTMENT
              END-IF
           END-PERFORM
           MOVE 1 TO WS-SMALLEST-SUB
           PERFORM UNTIL WS-SUP-PARTICIPANTS = 0
                      OR WS-SUP-PARTICIPANTS NOT < WS-MIN-PARTICIPANTS
                      OR WS-SMALLEST-SUB = 0
              PERFORM 4520-FIND-SMALLEST-SHOWN
              IF WS-SMALLEST-SUB > 0
                 MOVE WS-SMALLEST-SUB TO WS-WEL-SUB
                 PERFORM 4510-SUPPRESS-DEPARTMENT
              END-IF
           END-PERFORM.

       4510-SUPPRESS-DEPARTMENT.
           MOVE "Y" TO WS-WEL-SUPPRESS-SW(WS-WEL-SUB)
           ADD 1 TO WS-SUP-DEPT-COUNT
           ADD WS-WEL-HEADCOUNT(WS-WEL-SUB)    TO WS-SUP-HEADCOUNT
           ADD WS-WEL-PARTICIPANTS(WS-WEL-SUB) TO WS-SUP-PARTICIPANTS
           ADD WS-WEL-UNDER(WS-WEL-SUB)        TO WS-SUP-UNDER
           ADD WS-WEL-NORMAL(WS-WEL-SUB)       TO WS-SUP-NORMAL
           ADD WS-WEL-OVER(WS-WEL-SUB)         TO WS-SUP-OVER
           ADD WS-WEL-OBESE(WS-WEL-SUB)        TO WS-SUP-OBESE
           ADD WS-WEL-BMI-TOTAL(WS-WEL-SUB)    TO WS-SUP-BMI-TOTAL
           ADD WS-WEL-CREDITS(WS-WEL-SUB)      TO WS-SUP-CREDITS.

      * LEAVES WS-SMALLEST-SUB ON THE SHOWN DEPARTMENT WITH THE
      * FEWEST PARTICIPANTS, OR ZERO WHEN NONE IS LEFT.
       4520-FIND-SMALLEST-SHOWN.
           MOVE 0 TO WS-SMALLEST-SUB
           MOVE 99999 TO WS-SMALLEST-PARTICIPANTS
           PERFORM VARYING WS-WEL-SUB FROM 1 BY 1
                     UNTIL WS-WEL-SUB > WS-WEL-COUNT
              IF WS-WEL-HEADCOUNT(WS-WEL-SUB) > 0
                 AND WS-WEL-SUPPRESS-SW(WS-WEL-SUB) = "N"
                 AND WS-WEL-PARTICIPANTS(WS-WEL-SUB)
                       < WS-SMALLEST-PARTICIPANTS
                 MOVE WS-WEL-SUB TO WS-SMALLEST-SUB
                 MOVE WS-WEL-PARTICIPANTS(WS-WEL-SUB)
                   TO WS-SMALLEST-PARTICIPANTS
              END-IF
           END-PERFORM.

       5000-WRITE-REPORT.
           OPEN OUTPUT WELLNESS-STATS-REPORT
           INITIALIZE WS-SHOP-COUNTS
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE WELLNESS-STATS-RECORD FROM WS-HDG-LINE-1
           WRITE WELLNESS-STATS-RECORD FROM WS-BLANK-LINE
           WRITE WELLNESS-STATS-RECORD FROM WS-HDG-LINE-2
           PERFORM 5100-WRITE-DEPT-LINE
             VARYING WS-WEL-SUB FROM 1 BY 1
             UNTIL WS-WEL-SUB > WS-WEL-COUNT
           WRITE WELLNESS-STATS-RECORD FROM WS-BLANK-LINE
           IF WS-SUP-DEPT-COUNT > 0
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE "SUPPRESSED DEPTS" TO WS-DTL-NAME
              MOVE WS-SUP-COUNTS TO WS-LINE-COUNTS
              PERFORM 5200-EDIT-FIGURES
              WRITE WELLNESS-STATS-RECORD FROM WS-DETAIL-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "SHOP-WIDE" TO WS-DTL-NAME
           MOVE WS-SHOP-COUNTS TO WS-LINE-COUNTS
           PERFORM 5200-EDIT-FIGURES
           WRITE WELLNESS-STATS-RECORD FROM WS-DETAIL-LINE
           WRITE WELLNESS-STATS-RECORD FROM WS-BLANK-LINE
           MOVE "CREDITS ON FILE FOR EMPLOYEES TERMINATED OR NOT ON TH
      -         "E EMPLOYEE MASTER:" TO WS-NOTE-TEXT
           MOVE WS-CREDITS-NOT-COUNTED TO WS-NOTE-AMOUNT
           WRITE WELLNESS-STATS-RECORD FROM WS-NOTE-LINE
           MOVE "TOTAL INCENTIVE CREDITS ON FILE:" TO WS-NOTE-TEXT
           MOVE WS-CREDITS-ON-FILE TO WS-NOTE-AMOUNT
           WRITE WELLNESS-STATS-RECORD FROM WS-NOTE-LINE
           WRITE WELLNESS-STATS-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-NOTE-LINE
           MOVE "HEADCOUNT = EMPLOYEES NOT TERMINATED. BMI % ARE OF PAR
      -         "TICIPANTS: UNDER 18.5/18.5-24.9/25-29.9/30+."
             TO WS-NOTE-TEXT
           WRITE WELLNESS-STATS-RECORD FROM WS-NOTE-LINE
           MOVE "DEPTS UNDER 5 PARTICIPANTS, OR SUPPRESSED TO SHIELD ON
      -         "E, ARE SHOWN ONLY IN THE COMBINED LINE."
             TO WS-NOTE-TEXT
           WRITE WELLNESS-STATS-RECORD FROM WS-NOTE-LINE
           IF WS-NOT-ON-MASTER-COUNT > 0
              MOVE "**** = DEPARTMENT CODE CARRIED BY EMPLOYEES BUT NOT
      -            "ON THE DEPARTMENT MASTER." TO WS-NOTE-TEXT
              WRITE WELLNESS-STATS-RECORD FROM WS-NOTE-LINE
           END-IF
           CLOSE WELLNESS-STATS-REPORT.

      * A DEPARTMENT WITH NO ONE ON STAFF HAS NOTHING TO SHOW AND IS
      * LEFT OFF. EVERY OTHER ONE ADDS INTO THE SHOP LINE.
       5100-WRITE-DEPT-LINE.
           IF WS-WEL-HEADCOUNT(WS-WEL-SUB) > 0
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE WS-WEL-DEPT(WS-WEL-SUB) TO WS-DTL-DEPT
              MOVE WS-WEL-NAME(WS-WEL-SUB) TO WS-DTL-NAME
              MOVE WS-WEL-COUNTS(WS-WEL-SUB) TO WS-LINE-COUNTS
              IF WS-WEL-SUPPRESS-SW(WS-WEL-SUB) = "Y"
                 MOVE WS-LINE-HEADCOUNT TO WS-DTL-HEADCOUNT
                 MOVE "SUPPRESSED -- IN THE COMBINED LINE BELOW"
                   TO WS-DTL-SUPPRESSED
              ELSE
                 PERFORM 5200-EDIT-FIGURES
              END-IF
              IF WS-WEL-ON-MASTER(WS-WEL-SUB) = "N"
                 MOVE "****" TO WS-DTL-FLAG
                 ADD 1 TO WS-NOT-ON-MASTER-COUNT
              END-IF
              WRITE WELLNESS-STATS-RECORD FROM WS-DETAIL-LINE
              ADD WS-LINE-HEADCOUNT    TO WS-SHOP-HEADCOUNT
              ADD WS-LINE-PARTICIPANTS TO WS-SHOP-PARTICIPANTS
              ADD WS-LINE-UNDER        TO WS-SHOP-UNDER
              ADD WS-LINE-NORMAL       TO WS-SHOP-NORMAL
              ADD WS-LINE-OVER         TO WS-SHOP-OVER
              ADD WS-LINE-OBESE        TO WS-SHOP-OBESE
              ADD WS-LINE-BMI-TOTAL    TO WS-SHOP-BMI-TOTAL
              ADD WS-LINE-CREDITS      TO WS-SHOP-CREDITS
           END-IF.

      * EDITS WS-LINE-COUNTS INTO THE DETAIL LINE. A LINE UNDER THE
      * MINIMUM -- ONLY EVER THE SHOP LINE OF A VERY SMALL SHOP --
      * SHOWS THE HEADCOUNT AND NOTHING ELSE.
       5200-EDIT-FIGURES.
           MOVE WS-LINE-HEADCOUNT TO WS-DTL-HEADCOUNT
           IF WS-LINE-PARTICIPANTS < WS-MIN-PARTICIPANTS
              MOVE "SUPPRESSED -- FEWER THAN 5 PARTICIPANTS"
                TO WS-DTL-SUPPRESSED
           ELSE
              MOVE WS-LINE-PARTICIPANTS TO WS-DTL-PARTICIPANTS
              MOVE WS-LINE-HEADCOUNT TO WS-PCT-BASE
              MOVE WS-LINE-PARTICIPANTS TO WS-PCT-COUNT
              PERFORM 5210-FIGURE-PERCENT
              MOVE WS-PCT TO WS-DTL-PART-PCT
              MOVE WS-LINE-PARTICIPANTS TO WS-PCT-BASE
              MOVE WS-LINE-UNDER TO WS-PCT-COUNT
              PERFORM 5210-FIGURE-PERCENT
              MOVE WS-PCT TO WS-DTL-UNDER-PCT
              MOVE WS-LINE-NORMAL TO WS-PCT-COUNT
              PERFORM 5210-FIGURE-PERCENT
              MOVE WS-PCT TO WS-DTL-NORMAL-PCT
              MOVE WS-LINE-OVER TO WS-PCT-COUNT
              PERFORM 5210-FIGURE-PERCENT
              MOVE WS-PCT TO WS-DTL-OVER-PCT
              MOVE WS-LINE-OBESE TO WS-PCT-COUNT
              PERFORM 5210-FIGURE-PERCENT
              MOVE WS-PCT TO WS-DTL-OBESE-PCT
              COMPUTE WS-AVG-BMI ROUNDED =
                      WS-LINE-BMI-TOTAL / WS-LINE-PARTICIPANTS
              MOVE WS-AVG-BMI TO WS-DTL-AVG-BMI
              MOVE WS-LINE-CREDITS TO WS-DTL-CREDITS
           END-IF.

      * WS-PCT-COUNT AS A PERCENT OF WS-PCT-BASE.
       5210-FIGURE-PERCENT.
           IF WS-PCT-BASE = 0
              MOVE 0 TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      WS-PCT-COUNT * 100 / WS-PCT-BASE
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-PCT
              END-COMPUTE
           END-IF.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED DEPARTMENT MASTER PARAGRAPHS. SEE DEPTPARA.CPY.
       COPY DEPTPARA.
