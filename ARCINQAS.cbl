       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARCINQAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * REPORT ARCHIVE INQUIRY AND REPRINT.
      *
      * DISTRIBPARA USED TO COPY A REPORT TO ITS DESTINATION AND
      * THAT WAS THE END OF IT; WHEN AN AUDITOR ASKED FOR MARCH'S
      * PAYROLL REGISTER WE RERAN PROGRAMS AGAINST OLD FILES AND
      * HOPED. 9926-ARCHIVE-REPORT NOW CAPTURES EVERY DISTRIBUTED
      * REPORT TO AN ARCHIVE FILE AND INDEXES IT ON RPTARCIX.DAT
      * (REPORT NAME, PRODUCING PROGRAM, RUN DATE AND TIME,
      * ENVIRONMENT, PAGE AND LINE COUNTS, ARCHIVE FILE).
      *
      * THIS SCREEN SITS BEHIND THE SHARED OPERATOR SIGN-ON. KEY A
      * REPORT NAME (OR THE LEADING PART OF ONE, OR * FOR EVERY
      * REPORT) AND A RUN-DATE RANGE, PICK A ROW OFF THE LIST, AND
      * THE ARCHIVED COPY IS REPRINTED LINE FOR LINE TO THE REPRINT
      * FILE UNDER A BANNER NAMING WHAT IT IS. EVERY REPRINT IS
      * LOGGED ON THE AUDIT LOG: READ = LINES ON THE INDEX ROW,
      * WRITTEN = LINES REPRINTED, TOTAL = THE REPORT'S RUN DATE.
      *
      * THE ARCHIVE IS PRUNED BY RETMGRAS UNDER THE RETENTION
      * POLICY; AN ARCHIVE FILE ALREADY GONE IS SAID SO HERE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY DISTRIBSEL.
             SELECT REPRINT-FILE
               ASSIGN TO WS-REPRINT-PATH
               organization is line sequential
               file status is WS-REPRINT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY DISTRIBFD.

       FD  REPRINT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REPRINT-REC.
       01  REPRINT-REC                 PIC X(160).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       01 WS-REPRINT-PATH          PIC X(40)
           VALUE "C:\Users\Bob\RPTREPRT.rpt".
       01 WS-REPRINT-STATUS        PIC X(02).
           88 REPRINT-SUCCESSFUL       VALUE "00".

       COPY DISTRIBWS.

      * THE WHOLE ARCHIVE INDEX, LOADED ONCE. IT IS ONLY READ HERE.
       01 WS-IX-TABLE.
           05 WS-IX-ENTRY OCCURS 2000 TIMES.
              10 WS-IX-REPORT-NAME      PIC X(20).
              10 WS-IX-PROGRAM-ID       PIC X(12).
              10 WS-IX-RUN-DATE         PIC 9(08).
              10 WS-IX-RUN-TIME         PIC 9(08).
              10 WS-IX-ENVIRONMENT      PIC X(04).
              10 WS-IX-PAGE-COUNT       PIC 9(05).
              10 WS-IX-LINE-COUNT       PIC 9(07).
              10 WS-IX-ARCHIVE-PATH     PIC X(40).
              10 WS-IX-LISTED-SW        PIC X(01).
                 88 IX-ROW-LISTED           VALUE "Y".
       01 WS-IX-COUNT              PIC 9(04) VALUE 0.
       01 WS-IX-SUB                PIC 9(04).

       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 OPERATOR-DONE            VALUE "Y".
       01 WS-NAME-IN               PIC X(20).
           88 ALL-REPORTS              VALUE "*".
       01 WS-NAME-LEN              PIC 9(02).
       01 WS-FROM-DATE-IN          PIC X(08).
       01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE-IN
                                   PIC 9(08).
       01 WS-TO-DATE-IN            PIC X(08).
       01 WS-TO-DATE-NUM REDEFINES WS-TO-DATE-IN
                                   PIC 9(08).
       01 WS-FROM-DATE             PIC 9(08).
       01 WS-TO-DATE               PIC 9(08).
       01 WS-ROW-IN                PIC X(04).
       01 WS-ROW-NUM REDEFINES WS-ROW-IN
                                   PIC 9(04).
       01 WS-MATCH-COUNT           PIC 9(04).
       01 WS-REPRINT-LINES         PIC 9(07).

       01 WS-LIST-LINE.
           05 WS-LIST-ROW              PIC ZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LIST-REPORT-NAME      PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIST-PROGRAM-ID       PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIST-RUN-DATE         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIST-RUN-TIME         PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LIST-ENVIRONMENT      PIC X(04).
           05 FILLER                   PIC X(04) VALUE " PG:".
           05 WS-LIST-PAGES            PIC ZZZZ9.

       01 WS-BANNER-LINE.
           05 FILLER                   PIC X(14)
             VALUE "*** REPRINT OF".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BANNER-REPORT-NAME    PIC X(20).
           05 FILLER                   PIC X(04) VALUE " BY ".
           05 WS-BANNER-PROGRAM-ID     PIC X(12).
           05 FILLER                   PIC X(05) VALUE " RUN ".
           05 WS-BANNER-RUN-DATE       PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BANNER-RUN-TIME       PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-BANNER-ENVIRONMENT    PIC X(04).
           05 FILLER                   PIC X(15)
             VALUE " REPRINTED BY ".
           05 WS-BANNER-OPERATOR       PIC X(08).
           05 FILLER                   PIC X(04) VALUE " ***".
           05 FILLER                   PIC X(57) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "ARCINQAS REPORT ARCHIVE INQUIRY"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "ARCINQAS"     TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-ARCHIVE-INDEX
           IF WS-IX-COUNT = 0
              DISPLAY "ARCINQAS: NO REPORTS ON THE ARCHIVE INDEX"
              MOVE "Y" TO WS-QUIT-SW
           END-IF
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-ONE-INQUIRY
           END-PERFORM
           DISPLAY "END ARCINQAS"
           GOBACK.

      * OVERRIDES THE COMPILED-IN REPRINT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR ARCINQAS, IF ANYTHING.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "ARCINQAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "REPRINT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REPRINT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REPRINT-PATH.

       1100-LOAD-ARCHIVE-INDEX.
           OPEN INPUT DISTRIB-INDEX-FILE
           IF DISTRIB-INDEX-FILE-OK
              PERFORM UNTIL END-OF-DISTRIB-INDEX-FILE
                       OR WS-IX-COUNT = 2000
                 READ DISTRIB-INDEX-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-IX-COUNT
                    MOVE DISTRIB-IX-REPORT-NAME
                      TO WS-IX-REPORT-NAME(WS-IX-COUNT)
                    MOVE DISTRIB-IX-PROGRAM-ID
                      TO WS-IX-PROGRAM-ID(WS-IX-COUNT)
                    MOVE DISTRIB-IX-RUN-DATE
                      TO WS-IX-RUN-DATE(WS-IX-COUNT)
                    MOVE DISTRIB-IX-RUN-TIME
                      TO WS-IX-RUN-TIME(WS-IX-COUNT)
                    MOVE DISTRIB-IX-ENVIRONMENT
                      TO WS-IX-ENVIRONMENT(WS-IX-COUNT)
                    MOVE DISTRIB-IX-PAGE-COUNT
                      TO WS-IX-PAGE-COUNT(WS-IX-COUNT)
                    MOVE DISTRIB-IX-LINE-COUNT
                      TO WS-IX-LINE-COUNT(WS-IX-COUNT)
                    MOVE DISTRIB-IX-ARCHIVE-PATH
                      TO WS-IX-ARCHIVE-PATH(WS-IX-COUNT)
                 END-READ
              END-PERFORM
              DISPLAY "REPORTS ON THE ARCHIVE INDEX: " WS-IX-COUNT
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED. NOTHING IS REWRITTEN HERE, SO
      * A FULL TABLE ONLY MEANS THE NEWEST ROWS CAN'T BE SEEN.
              IF NOT END-OF-DISTRIB-INDEX-FILE
                 READ DISTRIB-INDEX-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "ARCINQAS: INDEX TABLE FULL AT 2000 -- "
                            "LATER REPORTS NOT SHOWN, RUN RETMGRAS"
                 END-READ
              END-IF
              CLOSE DISTRIB-INDEX-FILE
           END-IF.

       2000-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "REPORT NAME OR LEADING PART (* = ALL, BLANK TO "
                   "EXIT): "
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN = SPACES
              MOVE "Y" TO WS-QUIT-SW
           ELSE
              PERFORM 2100-ACCEPT-DATE-RANGE
              PERFORM 2200-LIST-MATCHES
              IF WS-MATCH-COUNT > 0
                 PERFORM 2300-CHOOSE-REPRINT
              END-IF
           END-IF.

      * A BLANK FROM-DATE REACHES BACK TO THE START OF THE ARCHIVE,
      * A BLANK TO-DATE UP TO TODAY AND BEYOND.
       2100-ACCEPT-DATE-RANGE.
           MOVE 0 TO WS-NAME-LEN
           INSPECT WS-NAME-IN TALLYING WS-NAME-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           DISPLAY "RUN DATE FROM (YYYYMMDD, BLANK = EARLIEST): "
           ACCEPT WS-FROM-DATE-IN
           IF WS-FROM-DATE-IN IS NUMERIC
              MOVE WS-FROM-DATE-NUM TO WS-FROM-DATE
           ELSE
              MOVE ZEROES TO WS-FROM-DATE
           END-IF
           DISPLAY "RUN DATE TO   (YYYYMMDD, BLANK = LATEST): "
           ACCEPT WS-TO-DATE-IN
           IF WS-TO-DATE-IN IS NUMERIC
              MOVE WS-TO-DATE-NUM TO WS-TO-DATE
           ELSE
              MOVE 99999999 TO WS-TO-DATE
           END-IF.

       2200-LIST-MATCHES.
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-IX-SUB FROM 1 BY 1
                     UNTIL WS-IX-SUB > WS-IX-COUNT
              MOVE "N" TO WS-IX-LISTED-SW(WS-IX-SUB)
              IF (ALL-REPORTS
                  OR WS-IX-REPORT-NAME(WS-IX-SUB)(1:WS-NAME-LEN)
                     = WS-NAME-IN(1:WS-NAME-LEN))
                 AND WS-IX-RUN-DATE(WS-IX-SUB) NOT < WS-FROM-DATE
                 AND WS-IX-RUN-DATE(WS-IX-SUB) NOT > WS-TO-DATE
                 MOVE "Y" TO WS-IX-LISTED-SW(WS-IX-SUB)
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE WS-IX-SUB TO WS-LIST-ROW
                 MOVE WS-IX-REPORT-NAME(WS-IX-SUB)
                   TO WS-LIST-REPORT-NAME
                 MOVE WS-IX-PROGRAM-ID(WS-IX-SUB)
                   TO WS-LIST-PROGRAM-ID
                 MOVE WS-IX-RUN-DATE(WS-IX-SUB) TO WS-LIST-RUN-DATE
                 MOVE WS-IX-RUN-TIME(WS-IX-SUB)(1:6)
                   TO WS-LIST-RUN-TIME
                 MOVE WS-IX-ENVIRONMENT(WS-IX-SUB)
                   TO WS-LIST-ENVIRONMENT
                 MOVE WS-IX-PAGE-COUNT(WS-IX-SUB) TO WS-LIST-PAGES
                 DISPLAY WS-LIST-LINE
              END-IF
           END-PERFORM
           DISPLAY "ARCHIVED REPORTS FOUND: " WS-MATCH-COUNT.

      * ONLY A ROW ON THE LIST JUST SHOWN CAN BE REPRINTED.
       2300-CHOOSE-REPRINT.
           DISPLAY "ROW TO REPRINT (BLANK = NONE): "
           ACCEPT WS-ROW-IN
           IF WS-ROW-IN NOT = SPACES
              IF WS-ROW-IN IS NUMERIC
                 AND WS-ROW-NUM > 0
                 AND WS-ROW-NUM NOT > WS-IX-COUNT
                 IF IX-ROW-LISTED(WS-ROW-NUM)
                    MOVE WS-ROW-NUM TO WS-IX-SUB
                    PERFORM 2400-REPRINT-REPORT
                 ELSE
                    DISPLAY "ROW " WS-ROW-IN " IS NOT ON THE LIST."
                 END-IF
              ELSE
                 DISPLAY "ROW " WS-ROW-IN " IS NOT ON THE LIST."
              END-IF
           END-IF.

       2400-REPRINT-REPORT.
           MOVE WS-IX-ARCHIVE-PATH(WS-IX-SUB)
             TO WS-DISTRIB-ARCHIVE-PATH
           OPEN INPUT DISTRIB-ARCHIVE-FILE
           IF NOT DISTRIB-ARCHIVE-FILE-OK
              DISPLAY "ARCHIVE FILE " WS-DISTRIB-ARCHIVE-PATH
              DISPLAY "   IS NO LONGER ON DISK -- NOTHING REPRINTED."
              MOVE "DISTRIB-ARCHIVE" TO WS-IOERR-FILE-NAME
              MOVE WS-DISTRIB-ARCHIVE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           ELSE
              OPEN OUTPUT REPRINT-FILE
              IF NOT REPRINT-SUCCESSFUL
                 MOVE "REPRINT-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-REPRINT-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
                 DISPLAY "CANNOT OPEN THE REPRINT FILE -- NOTHING "
                         "REPRINTED."
                 CLOSE DISTRIB-ARCHIVE-FILE
              ELSE
                 PERFORM 2410-COPY-ARCHIVE-TO-REPRINT
              END-IF
           END-IF.

       2410-COPY-ARCHIVE-TO-REPRINT.
           MOVE WS-IX-REPORT-NAME(WS-IX-SUB) TO WS-BANNER-REPORT-NAME
           MOVE WS-IX-PROGRAM-ID(WS-IX-SUB)  TO WS-BANNER-PROGRAM-ID
           MOVE WS-IX-RUN-DATE(WS-IX-SUB)    TO WS-BANNER-RUN-DATE
           MOVE WS-IX-RUN-TIME(WS-IX-SUB)(1:6)
             TO WS-BANNER-RUN-TIME
           MOVE WS-IX-ENVIRONMENT(WS-IX-SUB) TO WS-BANNER-ENVIRONMENT
           MOVE WS-OPERATOR-ID               TO WS-BANNER-OPERATOR
           WRITE REPRINT-REC FROM WS-BANNER-LINE
           MOVE 0 TO WS-REPRINT-LINES
           PERFORM UNTIL END-OF-DISTRIB-ARCHIVE-FILE
              READ DISTRIB-ARCHIVE-FILE INTO REPRINT-REC
              AT END
                 CONTINUE
              NOT AT END
                 WRITE REPRINT-REC
                 ADD 1 TO WS-REPRINT-LINES
              END-READ
           END-PERFORM
           CLOSE DISTRIB-ARCHIVE-FILE
                 REPRINT-FILE
           IF WS-REPRINT-LINES NOT = WS-IX-LINE-COUNT(WS-IX-SUB)
              DISPLAY "** WARNING: " WS-REPRINT-LINES
                      " LINES REPRINTED, THE INDEX RECORDED "
                      WS-IX-LINE-COUNT(WS-IX-SUB)
           END-IF
           MOVE "ARCINQAS"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-IX-LINE-COUNT(WS-IX-SUB)
             TO WS-AUDIT-RECORDS-READ
           MOVE WS-REPRINT-LINES TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-IX-RUN-DATE(WS-IX-SUB) TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY WS-IX-REPORT-NAME(WS-IX-SUB) " OF "
                   WS-IX-RUN-DATE(WS-IX-SUB) " REPRINTED TO "
                   WS-REPRINT-PATH.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED RUN-CONTROL PATH LOOKUP PARAGRAPH. SEE RUNCTLPARA.CPY.
       COPY RUNCTLPARA.

      * SHARED OPERATOR AUDIT TRAIL PARAGRAPH. SEE AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
