      * REPORT IS LEFT WHERE IT WAS WRITTEN, THE SAME AS TODAY. AS
      * WITH EVERY OTHER CALLER OF 9900-LOG-IO-ERROR, WS-IOERR-
      * PROGRAM-ID MUST ALREADY BE SET BEFORE PERFORMING THIS.
      * ROUTED OR NOT, EVERY REPORT PASSED HERE IS ALSO CAPTURED TO
      * THE REPORT ARCHIVE AND INDEXED (9926-ARCHIVE-REPORT), SO IT
      * CAN BE FOUND AND REPRINTED LATER (ARCINQAS). WS-IOERR-
      * PROGRAM-ID IS RECORDED AS THE PRODUCING PROGRAM.
      ******************************************************************
       9940-DISTRIBUTE-REPORT.
           PERFORM 9941-LOOKUP-DISTRIB-ROUTE
           IF DISTRIB-ROUTE-FOUND
              PERFORM 9942-COPY-REPORT-TO-DEST
           END-IF
           PERFORM 9926-ARCHIVE-REPORT.

      * SEARCHES DISTRIB.DAT FOR WS-DISTRIB-REPORT-NAME. LEAVES THE
      * MATCHING DESTINATION IN WS-DISTRIB-DEST-PATH WHEN FOUND.
                       DISTRIB-DEST-FILE
              END-IF
           END-IF.

      * COPIES WS-DISTRIB-SOURCE-PATH INTO A NEW ARCHIVE FILE,
      * COUNTING LINES AND PAGE EJECTS AS IT GOES, THEN APPENDS THE
      * INDEX ROW FOR IT. LIKE THE DISTRIBUTION COPY, A FAILURE IS
      * LOGGED AND THE RUN CARRIES ON -- THE REPORT ITSELF IS STILL
      * WHERE IT WAS WRITTEN.
       9926-ARCHIVE-REPORT.
           IF NOT RUNCTL-ENV-LOADED
              PERFORM 9925-LOAD-RUN-ENVIRONMENT
           END-IF
           ACCEPT WS-DISTRIB-ARC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DISTRIB-ARC-TIME FROM TIME
           MOVE "N" TO WS-DISTRIB-ARC-FREE-SW
           PERFORM 9927-TRY-ARCHIVE-NAME
             UNTIL DISTRIB-ARC-NAME-FREE
           OPEN INPUT DISTRIB-SOURCE-FILE
           IF NOT DISTRIB-SOURCE-FILE-OK
              MOVE "DISTRIB-SOURCE"  TO WS-IOERR-FILE-NAME
              MOVE WS-DISTRIB-SOURCE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           ELSE
              OPEN OUTPUT DISTRIB-ARCHIVE-FILE
              IF NOT DISTRIB-ARCHIVE-FILE-OK
                 MOVE "DISTRIB-ARCHIVE" TO WS-IOERR-FILE-NAME
                 MOVE WS-DISTRIB-ARCHIVE-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
                 CLOSE DISTRIB-SOURCE-FILE
              ELSE
                 MOVE 0   TO WS-DISTRIB-ARC-LINES
                             WS-DISTRIB-ARC-FEEDS
                 MOVE "N" TO WS-DISTRIB-ARC-TOP-SW
                 PERFORM UNTIL END-OF-DISTRIB-SOURCE-FILE
                    READ DISTRIB-SOURCE-FILE INTO DISTRIB-ARCHIVE-REC
                    AT END
                       CONTINUE
                    NOT AT END
                       WRITE DISTRIB-ARCHIVE-REC
                       ADD 1 TO WS-DISTRIB-ARC-LINES
                       IF DISTRIB-ARCHIVE-REC(1:1) = X"0C"
                          ADD 1 TO WS-DISTRIB-ARC-FEEDS
                          IF WS-DISTRIB-ARC-LINES = 1
                             MOVE "Y" TO WS-DISTRIB-ARC-TOP-SW
                          END-IF
                       END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DISTRIB-SOURCE-FILE
                       DISTRIB-ARCHIVE-FILE
                 PERFORM 9928-COUNT-ARCHIVE-PAGES
                 PERFORM 9929-WRITE-ARCHIVE-INDEX
              END-IF
           END-IF.

      * BUILDS THE ARCHIVE NAME FROM THE STAMP. A NAME ALREADY
      * TAKEN (TWO REPORTS IN THE SAME HUNDREDTH OF A SECOND) MOVES
      * THE STAMP ON ONE AND TRIES AGAIN.
       9927-TRY-ARCHIVE-NAME.
           MOVE SPACES TO WS-DISTRIB-ARCHIVE-PATH
           STRING WS-DISTRIB-ARCHIVE-PREFIX DELIMITED BY SPACE
                  WS-DISTRIB-ARC-STAMP      DELIMITED BY SIZE
                  ".rpt"                    DELIMITED BY SIZE
             INTO WS-DISTRIB-ARCHIVE-PATH
           END-STRING
           OPEN INPUT DISTRIB-ARCHIVE-FILE
           IF DISTRIB-ARCHIVE-FILE-OK
              CLOSE DISTRIB-ARCHIVE-FILE
              ADD 1 TO WS-DISTRIB-ARC-STAMP-NUM
           ELSE
              MOVE "Y" TO WS-DISTRIB-ARC-FREE-SW
           END-IF.

      * A REPORT THAT EJECTS PAGES HAS ONE PAGE PER EJECT, PLUS THE
      * FIRST PAGE WHEN IT DOESN'T OPEN WITH ONE. A REPORT THAT
      * NEVER EJECTS IS COUNTED AT WS-DISTRIB-LINES-PER-PAGE.
       9928-COUNT-ARCHIVE-PAGES.
           IF WS-DISTRIB-ARC-FEEDS > 0
              MOVE WS-DISTRIB-ARC-FEEDS TO WS-DISTRIB-ARC-PAGES
              IF NOT DISTRIB-ARC-STARTS-ON-FEED
                 ADD 1 TO WS-DISTRIB-ARC-PAGES
              END-IF
           ELSE
              COMPUTE WS-DISTRIB-ARC-PAGES =
                 (WS-DISTRIB-ARC-LINES + WS-DISTRIB-LINES-PER-PAGE
                  - 1) / WS-DISTRIB-LINES-PER-PAGE
           END-IF.

       9929-WRITE-ARCHIVE-INDEX.
           MOVE WS-DISTRIB-REPORT-NAME  TO DISTRIB-IX-REPORT-NAME
           MOVE WS-IOERR-PROGRAM-ID     TO DISTRIB-IX-PROGRAM-ID
           MOVE WS-DISTRIB-ARC-DATE     TO DISTRIB-IX-RUN-DATE
           MOVE WS-DISTRIB-ARC-TIME     TO DISTRIB-IX-RUN-TIME
           MOVE WS-RUNCTL-ENVIRONMENT   TO DISTRIB-IX-ENVIRONMENT
           MOVE WS-DISTRIB-ARC-PAGES    TO DISTRIB-IX-PAGE-COUNT
           MOVE WS-DISTRIB-ARC-LINES    TO DISTRIB-IX-LINE-COUNT
           MOVE WS-DISTRIB-ARCHIVE-PATH TO DISTRIB-IX-ARCHIVE-PATH
           OPEN EXTEND DISTRIB-INDEX-FILE
           IF NOT DISTRIB-INDEX-FILE-OK
              OPEN OUTPUT DISTRIB-INDEX-FILE
           END-IF
           IF DISTRIB-INDEX-FILE-OK
              WRITE DISTRIB-INDEX-REC
              CLOSE DISTRIB-INDEX-FILE
           ELSE
              MOVE "DISTRIB-INDEX" TO WS-IOERR-FILE-NAME
              MOVE WS-DISTRIB-INDEX-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.
