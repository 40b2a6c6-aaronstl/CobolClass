      * DISPOSITION REPORT OF EVERYTHING KEPT AND REMOVED, AND
      * REWRITES THE INVENTORY WITH ONLY THE SURVIVORS -- A LOGGED,
      * REPEATABLE BATCH-WINDOW STEP INSTEAD OF A NERVOUS ANNUAL
      * PURGE. A FILE MATCHING NO POLICY ROW IS ALWAYS KEPT, AND SO
      * IS A STANDING FILE ("S" ENTRY) THE INVENTORY ONLY CARRIES
      * CONTROL TOTALS FOR. EVERY ROW'S CONTROL TOTALS ARE WRITTEN
      * BACK AS THEY WERE READ.
      *
      * THE SAME POLICY GOVERNS THE REPORT ARCHIVE (SEE
      * DISTRIBPARA.CPY). EACH ROW ON THE ARCHIVE INDEX IS MATCHED
      * FIRST ON ITS REPORT NAME, SO ONE REPORT CAN BE KEPT LONGER
      * THAN THE REST (A POLICY ROW OF "PAYROLL-REGISTER"), THEN ON
      * ITS ARCHIVE FILE NAME (ONE ROW OF "C:\Users\Bob\RPTARC_"
      * COVERS THE WHOLE ARCHIVE). AN ARCHIVED REPORT PAST POLICY IS
      * DELETED AND DROPPED FROM THE INDEX; ONE MATCHING NO POLICY
      * ROW IS KEPT.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPOSITION-STATUS.

           COPY DISTRIBSEL.

       DATA DIVISION.
       FILE SECTION.

       01  OUTPUT-INVENTORY-REC.
           05 OUTINV-FILE-NAME    PIC X(40).
           05 OUTINV-CREATED-DATE PIC 9(08).
           05 OUTINV-ENTRY-TYPE   PIC X(01).
           05 OUTINV-CONTROLS     PIC X(62).

       FD  DISPOSITION-REPORT
           RECORDING MODE IS F
           DATA RECORD IS DISPOSITION-RECORD.
       01  DISPOSITION-RECORD     PIC X(80).

       COPY DISTRIBFD.

       WORKING-STORAGE SECTION.

       01  WS-POLICY-STATUS       PIC X(02).
              10 WS-INV-FILE-NAME    PIC X(40).
              10 WS-INV-CREATED     PIC 9(08).
              10 WS-INV-KEEP-SW     PIC X(01).
              10 WS-INV-ENTRY-TYPE  PIC X(01).
                 88 INV-ROW-STANDING-FILE  VALUE "S".
              10 WS-INV-CONTROLS    PIC X(62).
       01  WS-INV-COUNT           PIC 9(03) VALUE 0.
       01  WS-INV-SUB             PIC 9(03).

       01  WS-DELETE-NAME         PIC X(40).
       01  WS-DELETE-RC           PIC S9(09) COMP-5 VALUE 0.

      * THE REPORT ARCHIVE INDEX, REWRITTEN WITH ONLY THE SURVIVORS.
       01  WS-ARC-TABLE.
           05 WS-ARC-ENTRY OCCURS 2000 TIMES.
              10 WS-ARC-INDEX-ROW    PIC X(104).
              10 WS-ARC-KEEP-SW      PIC X(01).
       01  WS-ARC-COUNT           PIC 9(04) VALUE 0.
       01  WS-ARC-SUB             PIC 9(04).
       01  WS-ARC-LOADED-SW       PIC X(01) VALUE "N".
           88 ARCHIVE-INDEX-LOADED    VALUE "Y".
       01  WS-ARC-KEPT-COUNT      PIC 9(04) VALUE 0.
       01  WS-ARC-REMOVED-COUNT   PIC 9(04) VALUE 0.

       COPY DISTRIBWS.

       01  DISP-HEADING-LINE.
           05 FILLER              PIC X(32)
             VALUE "OUTPUT RETENTION DISPOSITION AT ".
           PERFORM 2000-DISPOSE-ONE-FILE
             VARYING WS-INV-SUB FROM 1 BY 1
             UNTIL WS-INV-SUB > WS-INV-COUNT
           PERFORM 1200-LOAD-ARCHIVE-INDEX
           PERFORM 2100-DISPOSE-ONE-ARCHIVE
             VARYING WS-ARC-SUB FROM 1 BY 1
             UNTIL WS-ARC-SUB > WS-ARC-COUNT
           CLOSE DISPOSITION-REPORT
           PERFORM 3000-REWRITE-INVENTORY
           IF ARCHIVE-INDEX-LOADED
              PERFORM 3100-REWRITE-ARCHIVE-INDEX
           END-IF
           DISPLAY "OUTPUTS KEPT:    " WS-KEPT-COUNT
           DISPLAY "OUTPUTS REMOVED: " WS-REMOVED-COUNT
           DISPLAY "ARCHIVED REPORTS KEPT:    " WS-ARC-KEPT-COUNT
           DISPLAY "ARCHIVED REPORTS REMOVED: " WS-ARC-REMOVED-COUNT
           DISPLAY "END RETMGRAS"
           GOBACK.

                         TO WS-INV-CREATED(WS-INV-COUNT)
                    END-IF
                    MOVE "Y" TO WS-INV-KEEP-SW(WS-INV-COUNT)
                    MOVE OUTINV-ENTRY-TYPE
                      TO WS-INV-ENTRY-TYPE(WS-INV-COUNT)
                    MOVE OUTINV-CONTROLS
                      TO WS-INV-CONTROLS(WS-INV-COUNT)
                 END-READ
              END-PERFORM
              DISPLAY "OUTPUTS ON INVENTORY: " WS-INV-COUNT
           END-IF
           IF POLICY-ROW-FOUND
              AND WS-AGE-DAYS > WS-POLICY-KEEP-DAYS(WS-POLICY-SUB)
              AND NOT INV-ROW-STANDING-FILE(WS-INV-SUB)
              MOVE WS-INV-FILE-NAME(WS-INV-SUB) TO WS-DELETE-NAME
              CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                 RETURNING WS-DELETE-RC
           END-IF
           WRITE DISPOSITION-RECORD FROM DISP-DETAIL-LINE.

      * A TRUNCATED LOAD LEAVES THE WHOLE ARCHIVE ALONE RATHER THAN
      * REWRITE AN INDEX MISSING ITS LATER ROWS.
       1200-LOAD-ARCHIVE-INDEX.
           OPEN INPUT DISTRIB-INDEX-FILE
           IF DISTRIB-INDEX-FILE-OK
              PERFORM UNTIL END-OF-DISTRIB-INDEX-FILE
                       OR WS-ARC-COUNT = 2000
                 READ DISTRIB-INDEX-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-ARC-COUNT
                    MOVE DISTRIB-INDEX-REC
                      TO WS-ARC-INDEX-ROW(WS-ARC-COUNT)
                    MOVE "Y" TO WS-ARC-KEEP-SW(WS-ARC-COUNT)
                 END-READ
              END-PERFORM
              MOVE "Y" TO WS-ARC-LOADED-SW
              IF NOT END-OF-DISTRIB-INDEX-FILE
                 READ DISTRIB-INDEX-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "RETMGRAS: ARCHIVE INDEX TABLE FULL AT "
                            "2000 -- ARCHIVE LEFT UNTOUCHED"
                    MOVE "N" TO WS-ARC-LOADED-SW
                    MOVE 0 TO WS-ARC-COUNT
                    MOVE 4 TO RETURN-CODE
                 END-READ
              END-IF
              CLOSE DISTRIB-INDEX-FILE
              DISPLAY "REPORTS ON THE ARCHIVE INDEX: " WS-ARC-COUNT
           END-IF.

      * THE ARCHIVE COUNTERPART OF 2000-DISPOSE-ONE-FILE: AGE FROM
      * THE RUN DATE, POLICY BY REPORT NAME FIRST, THEN BY ARCHIVE
      * FILE NAME.
       2100-DISPOSE-ONE-ARCHIVE.
           MOVE WS-ARC-INDEX-ROW(WS-ARC-SUB) TO DISTRIB-INDEX-REC
           MOVE "N" TO WS-POLICY-FOUND-SW
           IF DISTRIB-IX-RUN-DATE IS NUMERIC
              COMPUTE WS-CREATED-INT = FUNCTION INTEGER-OF-DATE
                 (DISTRIB-IX-RUN-DATE)
           ELSE
              MOVE WS-TODAY-INT TO WS-CREATED-INT
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CREATED-INT
           PERFORM VARYING WS-POLICY-SUB FROM 1 BY 1
                     UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
                        OR POLICY-ROW-FOUND
              IF WS-POLICY-LENGTH(WS-POLICY-SUB) > 0
                 AND WS-POLICY-LENGTH(WS-POLICY-SUB) NOT > 20
                 AND DISTRIB-IX-REPORT-NAME
                     (1:WS-POLICY-LENGTH(WS-POLICY-SUB)) =
                     WS-POLICY-PATTERN(WS-POLICY-SUB)
                     (1:WS-POLICY-LENGTH(WS-POLICY-SUB))
                 MOVE "Y" TO WS-POLICY-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT POLICY-ROW-FOUND
              PERFORM VARYING WS-POLICY-SUB FROM 1 BY 1
                        UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
                           OR POLICY-ROW-FOUND
                 IF WS-POLICY-LENGTH(WS-POLICY-SUB) > 0
                    AND DISTRIB-IX-ARCHIVE-PATH
                        (1:WS-POLICY-LENGTH(WS-POLICY-SUB)) =
                        WS-POLICY-PATTERN(WS-POLICY-SUB)
                        (1:WS-POLICY-LENGTH(WS-POLICY-SUB))
                    MOVE "Y" TO WS-POLICY-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF
           MOVE DISTRIB-IX-ARCHIVE-PATH TO DISP-FILE-NAME
           MOVE WS-AGE-DAYS TO DISP-AGE-DAYS
           IF POLICY-ROW-FOUND
              SUBTRACT 1 FROM WS-POLICY-SUB
           END-IF
           IF POLICY-ROW-FOUND
              AND WS-AGE-DAYS > WS-POLICY-KEEP-DAYS(WS-POLICY-SUB)
              MOVE DISTRIB-IX-ARCHIVE-PATH TO WS-DELETE-NAME
              CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                 RETURNING WS-DELETE-RC
              IF WS-DELETE-RC = 0
                 MOVE "REMOVED " TO DISP-ACTION
                 MOVE "N" TO WS-ARC-KEEP-SW(WS-ARC-SUB)
                 ADD 1 TO WS-ARC-REMOVED-COUNT
              ELSE
                 MOVE "DELFAIL " TO DISP-ACTION
                 ADD 1 TO WS-ARC-KEPT-COUNT
              END-IF
           ELSE
              MOVE "KEPT    " TO DISP-ACTION
              ADD 1 TO WS-ARC-KEPT-COUNT
           END-IF
           WRITE DISPOSITION-RECORD FROM DISP-DETAIL-LINE.

       3000-REWRITE-INVENTORY.
           OPEN OUTPUT OUTPUT-INVENTORY-FILE
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   TO OUTINV-FILE-NAME
                 MOVE WS-INV-CREATED(WS-INV-SUB)
                   TO OUTINV-CREATED-DATE
                 MOVE WS-INV-ENTRY-TYPE(WS-INV-SUB)
                   TO OUTINV-ENTRY-TYPE
                 MOVE WS-INV-CONTROLS(WS-INV-SUB)
                   TO OUTINV-CONTROLS
                 WRITE OUTPUT-INVENTORY-REC
              END-IF
           END-PERFORM
           CLOSE OUTPUT-INVENTORY-FILE.

       3100-REWRITE-ARCHIVE-INDEX.
           OPEN OUTPUT DISTRIB-INDEX-FILE
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                     UNTIL WS-ARC-SUB > WS-ARC-COUNT
              IF WS-ARC-KEEP-SW(WS-ARC-SUB) = "Y"
                 MOVE WS-ARC-INDEX-ROW(WS-ARC-SUB)
                   TO DISTRIB-INDEX-REC
                 WRITE DISTRIB-INDEX-REC
              END-IF
           END-PERFORM
           CLOSE DISTRIB-INDEX-FILE.
