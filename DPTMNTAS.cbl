       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPTMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * DEPARTMENT MASTER AND LABOR BUDGET MAINTENANCE.
      *
      * A DEPARTMENT WAS NEVER MORE THAN THE FOUR LETTERS ON THE
      * EMPLOYEE MASTER -- NO NAME, NO MANAGER, NO COST CENTER AND
      * NOTHING TO BUDGET AGAINST. THIS MENU-DRIVEN SCREEN (IN THE
      * STYLE OF CUSTMNTAS) KEEPS TWO FILES:
      *   - DEPTMAST.DAT, ONE ROW PER DEPARTMENT. EMPMNTAS AND
      *     CALCPYAS REFUSE A DEPARTMENT CODE THAT IS NOT ON IT.
      *     DEACTIVATING KEEPS THE ROW (STATUS "I") FOR HISTORY BUT
      *     IS REFUSED WHILE AN ACTIVE EMPLOYEE IS STILL ASSIGNED;
      *   - LABORBUD.DAT, THE LABOR BUDGET BY DEPARTMENT AND MONTH
      *     (HOURS AND GROSS DOLLARS). KEYING A MONTH A SECOND TIME
      *     REPLACES IT. LABVARAS REPORTS THE MONTH'S ACTUALS
      *     AGAINST IT.
      * DEPARTMENTS ARE SHARED BY EVERY COMPANY, SO AN OPERATOR MAY
      * ONLY CHANGE, DEACTIVATE, LIST OR BUDGET A DEPARTMENT WHEN
      * THEY ARE AUTHORIZED FOR THE COMPANY OF EVERY EMPLOYEE
      * ASSIGNED TO IT.
      * EVERY CHANGE TO EITHER FILE IS WRITTEN AS A BEFORE/AFTER
      * IMAGE, STAMPED WITH THE OPERATOR'S ID AND THE TIME, TO
      * DEPTMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEPTSEL.

           SELECT LABOR-BUDGET-FILE
             ASSIGN TO WS-LABOR-BUDGET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LABOR-BUDGET-STATUS.

           SELECT EMP-MASTER-FILE
             ASSIGN TO WS-EMP-MASTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\DEPTMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY DEPTFD.

      * ONE ROW PER DEPARTMENT AND MONTH. SAME LAYOUT LABVARAS READS.
       FD  LABOR-BUDGET-FILE
           RECORDING MODE IS F
           DATA RECORD IS LABOR-BUDGET-REC.
       01  LABOR-BUDGET-REC          PIC X(30).

      * SAME LAYOUT CALCPYAS AND EMPMNTAS LOAD. ONLY THE DEPARTMENT,
      * STATUS AND COMPANY ARE NEEDED, FOR THE DEACTIVATION AND
      * COMPANY CHECKS.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC.
       01  EMP-MASTER-REC.
           05 FILLER                 PIC X(26).
           05 EMPM-DEPT              PIC X(04).
           05 FILLER                 PIC X(08).
           05 EMPM-STATUS            PIC X(01).
           05 FILLER                 PIC X(75).
           05 EMPM-COMPANY           PIC X(02).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(100).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-LABOR-BUDGET-PATH      PIC X(40)
           VALUE "C:\Users\Bob\LABORBUD.DAT".
       01  WS-LABOR-BUDGET-STATUS    PIC X(02).
           88 LABOR-BUDGET-OK            VALUE "00".
           88 END-OF-LABOR-BUDGET        VALUE "10".
       01  WS-EMP-MASTER-PATH        PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01  WS-EMP-MASTER-STATUS      PIC X(02).
           88 EMP-MASTER-OK              VALUE "00".
           88 END-OF-EMP-MASTER          VALUE "10".
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

      * BOTH FILES HELD IN MEMORY WHILE THE OPERATOR WORKS, EACH
      * REWRITTEN ON EXIT ONLY IF IT CHANGED.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-DEPT-IDX
                             PIC X(61).
       01  WS-DEPT-COUNT             PIC 9(03) VALUE 0.
       01  WS-DEPT-FOUND-SW          PIC X(01) VALUE "N".
           88 DEPARTMENT-FOUND           VALUE "Y".
           88 DEPARTMENT-REFUSED         VALUE "R".
       01  WS-DEPT-CHANGED-SW        PIC X(01) VALUE "N".
           88 DEPT-CHANGES-MADE          VALUE "Y".

       01  WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 2400 TIMES
                               INDEXED BY WS-BUDGET-IDX
                               PIC X(30).
       01  WS-BUDGET-COUNT           PIC 9(04) VALUE 0.
       01  WS-BUDGET-FOUND-SW        PIC X(01) VALUE "N".
           88 BUDGET-FOUND               VALUE "Y".
       01  WS-BUDGET-CHANGED-SW      PIC X(01) VALUE "N".
           88 BUDGET-CHANGES-MADE        VALUE "Y".

      * WORK RECORDS, SAME SHAPE AS THE FILES.
       01  WS-WORK-DEPT.
           05 WRK-DEPT-CODE          PIC X(04).
           05 WRK-DEPT-NAME          PIC X(30).
           05 WRK-DEPT-MANAGER       PIC X(20).
           05 WRK-DEPT-COST-CENTER   PIC X(06).
           05 WRK-DEPT-STATUS        PIC X(01).
               88 WRK-DEPT-STATUS-VALID  VALUES "A" "I".

       01  WS-WORK-BUDGET.
           05 WRK-BUD-DEPT           PIC X(04).
           05 WRK-BUD-MONTH          PIC 9(06).
           05 WRK-BUD-HOURS          PIC 9(07)V99.
           05 WRK-BUD-GROSS          PIC 9(09)V99.

       01  WS-BEFORE-IMAGE           PIC X(61).
       01  WS-AFTER-IMAGE            PIC X(61).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-DEPT-CODE-IN           PIC X(04).
       01  WS-MONTH-IN               PIC X(06).
       01  WS-MONTH-NUM REDEFINES WS-MONTH-IN
                                     PIC 9(06).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-IN.
           05 WS-MONTH-YEAR-PART     PIC 9(04).
           05 WS-MONTH-MONTH-PART    PIC 9(02).
       01  WS-HOURS-IN               PIC X(09).
       01  WS-HOURS-NUM REDEFINES WS-HOURS-IN
                                     PIC 9(07)V99.
       01  WS-GROSS-IN               PIC X(11).
       01  WS-GROSS-NUM REDEFINES WS-GROSS-IN
                                     PIC 9(09)V99.
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-ACTIVE-ASSIGNED        PIC 9(03) VALUE 0.
       01  WS-EDIT-HOURS             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BUDGETS-LISTED         PIC 9(04) VALUE 0.

       01  WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE          PIC 9(08).
           05 WS-AUDIT-TIME          PIC 9(08).

       01  MAINT-AUDIT-LINE.
           05 AUD-ACTION             PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-OPERATOR           PIC X(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-DATE               PIC 9(08).
           05 AUD-TIME               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE-TAG          PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE              PIC X(61).
           05 FILLER                 PIC X(03) VALUE SPACES.

       COPY DEPTWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "DPTMNTAS DEPARTMENT MASTER AND LABOR BUDGET "
                   "MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "DPTMNTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-DEPT-MASTER
           PERFORM 1200-LOAD-LABOR-BUDGET
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF DEPT-CHANGES-MADE
              PERFORM 3000-REWRITE-DEPT-MASTER
              DISPLAY "DPTMNTAS: DEPARTMENT MASTER UPDATED"
           END-IF
           IF BUDGET-CHANGES-MADE
              PERFORM 3100-REWRITE-LABOR-BUDGET
              DISPLAY "DPTMNTAS: LABOR BUDGET UPDATED"
           END-IF
           IF NOT DEPT-CHANGES-MADE AND NOT BUDGET-CHANGES-MADE
              DISPLAY "DPTMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE DEPARTMENT MASTER AND EMPLOYEE MASTER ARE THE SAME FILES
      * EMPMNTAS AND CALCPYAS USE, SO ANY OVERRIDE HERE SHOULD MATCH
      * THEIR OWN ENTRIES.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "DPTMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "DEPT-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPT-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPT-MASTER-PATH
           MOVE "LABOR-BUDGET-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LABOR-BUDGET-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LABOR-BUDGET-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH.

       1100-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           IF DEPT-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-DEPT-MASTER
                       OR WS-DEPT-COUNT = 200
                 READ DEPT-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DEPT-COUNT
                    SET WS-DEPT-IDX TO WS-DEPT-COUNT
                    MOVE DEPT-MASTER-REC-IN
                      TO WS-DEPT-ENTRY(WS-DEPT-IDX)
                 END-READ
              END-PERFORM
              DISPLAY "DEPARTMENTS LOADED: " WS-DEPT-COUNT
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-DEPT-MASTER
                 READ DEPT-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "DPTMNTAS: DEPARTMENT TABLE FULL AT 200 "
                            "-- MAINTENANCE REFUSED, A REWRITE "
                            "WOULD DROP THE UNLOADED DEPARTMENTS"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE DEPT-MASTER-FILE
           ELSE
              DISPLAY "NO DEPARTMENT MASTER YET -- STARTING EMPTY"
           END-IF.

       1200-LOAD-LABOR-BUDGET.
           OPEN INPUT LABOR-BUDGET-FILE
           IF LABOR-BUDGET-OK
              PERFORM UNTIL END-OF-LABOR-BUDGET
                       OR WS-BUDGET-COUNT = 2400
                 READ LABOR-BUDGET-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-BUDGET-COUNT
                    SET WS-BUDGET-IDX TO WS-BUDGET-COUNT
                    MOVE LABOR-BUDGET-REC
                      TO WS-BUDGET-ENTRY(WS-BUDGET-IDX)
                 END-READ
              END-PERFORM
              DISPLAY "BUDGET ROWS LOADED: " WS-BUDGET-COUNT
              IF NOT END-OF-LABOR-BUDGET
                 READ LABOR-BUDGET-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "DPTMNTAS: BUDGET TABLE FULL AT 2400 "
                            "-- MAINTENANCE REFUSED, A REWRITE "
                            "WOULD DROP THE UNLOADED MONTHS"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE LABOR-BUDGET-FILE
           ELSE
              DISPLAY "NO LABOR BUDGET YET -- STARTING EMPTY"
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A DEPARTMENT"
           DISPLAY "C - CHANGE A DEPARTMENT"
           DISPLAY "D - DEACTIVATE A DEPARTMENT"
           DISPLAY "L - LIST A DEPARTMENT"
           DISPLAY "B - ENTER A MONTH'S LABOR BUDGET"
           DISPLAY "V - VIEW A DEPARTMENT'S LABOR BUDGETS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-DEPARTMENT
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-DEPARTMENT
              WHEN WS-MENU-CHOICE = "D" OR WS-MENU-CHOICE = "d"
                 PERFORM 2300-DEACTIVATE-DEPARTMENT
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-DEPARTMENT
              WHEN WS-MENU-CHOICE = "B" OR WS-MENU-CHOICE = "b"
                 PERFORM 2500-ENTER-BUDGET
              WHEN WS-MENU-CHOICE = "V" OR WS-MENU-CHOICE = "v"
                 PERFORM 2600-VIEW-BUDGETS
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS THE ENTERED DEPARTMENT CODE. LEAVES WS-DEPT-IDX ON THE
      * MATCH, OR DEPARTMENT-REFUSED WHEN AN EMPLOYEE ASSIGNED TO IT
      * IS IN A COMPANY THE OPERATOR IS NOT AUTHORIZED FOR.
       2010-FIND-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           DISPLAY "ENTER DEPARTMENT CODE: "
           ACCEPT WS-DEPT-CODE-IN
           PERFORM 2015-SCAN-DEPARTMENTS
           IF DEPARTMENT-FOUND
              PERFORM 2320-CHECK-DEPT-COMPANIES
              IF NOT OPERATOR-COMPANY-OK
                 MOVE "R" TO WS-DEPT-FOUND-SW
                 DISPLAY "DEPARTMENT HAS EMPLOYEES IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
              END-IF
           END-IF.

       2015-SCAN-DEPARTMENTS.
           MOVE "N" TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                        OR DEPARTMENT-FOUND
              IF WS-DEPT-ENTRY(WS-DEPT-IDX)(1:4) = WS-DEPT-CODE-IN
                 MOVE "Y" TO WS-DEPT-FOUND-SW
              END-IF
           END-PERFORM
           IF DEPARTMENT-FOUND
              SET WS-DEPT-IDX DOWN BY 1
           END-IF.

      * PROMPTS EVERY FIELD OF WS-WORK-DEPT: A NAME IS REQUIRED, THE
      * MANAGER AND COST CENTER ARE FREE TEXT, STATUS A OR I.
       2020-ACCEPT-DEPT-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "DEPARTMENT NAME (30): "
           ACCEPT WRK-DEPT-NAME
           IF WRK-DEPT-NAME = SPACES
              DISPLAY "  NAME IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "MANAGER (20): "
           ACCEPT WRK-DEPT-MANAGER
           DISPLAY "COST CENTER (6): "
           ACCEPT WRK-DEPT-COST-CENTER
           IF WRK-DEPT-COST-CENTER = SPACES
              DISPLAY "  COST CENTER IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "STATUS (A=ACTIVE, I=INACTIVE): "
           ACCEPT WRK-DEPT-STATUS
           IF NOT WRK-DEPT-STATUS-VALID
              DISPLAY "  STATUS MUST BE A OR I."
              MOVE "N" TO WS-VALID-SW
           END-IF.

       2100-ADD-DEPARTMENT.
           DISPLAY "ENTER NEW DEPARTMENT CODE: "
           ACCEPT WS-DEPT-CODE-IN
           PERFORM 2015-SCAN-DEPARTMENTS
           EVALUATE TRUE
              WHEN WS-DEPT-CODE-IN = SPACES
                 DISPLAY "DEPARTMENT CODE IS REQUIRED -- NOT ADDED."
              WHEN DEPARTMENT-FOUND
                 DISPLAY "DEPARTMENT ALREADY ON FILE -- NOT ADDED."
              WHEN WS-DEPT-COUNT = 200
                 DISPLAY "DEPARTMENT TABLE FULL -- NOT ADDED."
              WHEN OTHER
                 MOVE SPACES TO WS-WORK-DEPT
                 MOVE WS-DEPT-CODE-IN TO WRK-DEPT-CODE
                 PERFORM 2020-ACCEPT-DEPT-FIELDS
                 IF ENTRY-IS-VALID
                    ADD 1 TO WS-DEPT-COUNT
                    SET WS-DEPT-IDX TO WS-DEPT-COUNT
                    MOVE WS-WORK-DEPT TO WS-DEPT-ENTRY(WS-DEPT-IDX)
                    MOVE "Y" TO WS-DEPT-CHANGED-SW
                    MOVE "ADD " TO AUD-ACTION
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-DEPT TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "DEPARTMENT ADDED."
                 ELSE
                    DISPLAY "DEPARTMENT NOT ADDED."
                 END-IF
           END-EVALUATE.

       2200-CHANGE-DEPARTMENT.
           PERFORM 2010-FIND-DEPARTMENT
           IF DEPARTMENT-FOUND
              MOVE WS-DEPT-ENTRY(WS-DEPT-IDX) TO WS-BEFORE-IMAGE
              MOVE WS-DEPT-ENTRY(WS-DEPT-IDX) TO WS-WORK-DEPT
              PERFORM 2020-ACCEPT-DEPT-FIELDS
              IF ENTRY-IS-VALID AND WRK-DEPT-STATUS = "I"
                 AND WS-BEFORE-IMAGE(61:1) NOT = "I"
                 PERFORM 2310-COUNT-ACTIVE-ASSIGNED
                 IF WS-ACTIVE-ASSIGNED > 0
                    DISPLAY "  " WS-ACTIVE-ASSIGNED " ACTIVE EMPLOYEES "
                            "ARE STILL IN THIS DEPARTMENT."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
              END-IF
              IF ENTRY-IS-VALID
                 MOVE WS-WORK-DEPT TO WS-DEPT-ENTRY(WS-DEPT-IDX)
                 MOVE "Y" TO WS-DEPT-CHANGED-SW
                 MOVE "CHG " TO AUD-ACTION
                 MOVE WS-WORK-DEPT TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "DEPARTMENT CHANGED."
              ELSE
                 DISPLAY "DEPARTMENT NOT CHANGED."
              END-IF
           ELSE
              IF NOT DEPARTMENT-REFUSED
                 DISPLAY "DEPARTMENT NOT ON FILE."
              END-IF
           END-IF.

      * KEEPS THE ROW FOR HISTORY BUT MARKS IT INACTIVE, WHICH
      * EMPMNTAS TREATS AS CLOSED TO NEW EMPLOYEES. REFUSED WHILE
      * ANYONE ACTIVE IS STILL ASSIGNED TO IT.
       2300-DEACTIVATE-DEPARTMENT.
           PERFORM 2010-FIND-DEPARTMENT
           IF DEPARTMENT-FOUND
              PERFORM 2310-COUNT-ACTIVE-ASSIGNED
              IF WS-ACTIVE-ASSIGNED > 0
                 DISPLAY WS-ACTIVE-ASSIGNED " ACTIVE EMPLOYEES ARE "
                         "STILL IN THIS DEPARTMENT -- NOT DEACTIVATED."
              ELSE
                 MOVE WS-DEPT-ENTRY(WS-DEPT-IDX) TO WS-BEFORE-IMAGE
                 MOVE WS-DEPT-ENTRY(WS-DEPT-IDX) TO WS-WORK-DEPT
                 MOVE "I" TO WRK-DEPT-STATUS
                 MOVE WS-WORK-DEPT TO WS-DEPT-ENTRY(WS-DEPT-IDX)
                 MOVE "Y" TO WS-DEPT-CHANGED-SW
                 MOVE "DEAC" TO AUD-ACTION
                 MOVE WS-WORK-DEPT TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "DEPARTMENT DEACTIVATED."
              END-IF
           ELSE
              IF NOT DEPARTMENT-REFUSED
                 DISPLAY "DEPARTMENT NOT ON FILE."
              END-IF
           END-IF.

       2310-COUNT-ACTIVE-ASSIGNED.
           MOVE 0 TO WS-ACTIVE-ASSIGNED
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-OK
              PERFORM UNTIL END-OF-EMP-MASTER
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF EMPM-DEPT = WS-DEPT-CODE-IN
                       AND EMPM-STATUS = "A"
                       ADD 1 TO WS-ACTIVE-ASSIGNED
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           END-IF.

      * LEAVES OPERATOR-COMPANY-OK OFF FOR THE FIRST EMPLOYEE OF THE
      * DEPARTMENT WHOSE COMPANY THE OPERATOR IS NOT AUTHORIZED FOR.
       2320-CHECK-DEPT-COMPANIES.
           MOVE "Y" TO WS-SIGNON-COMPANY-SW
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-OK
              PERFORM UNTIL END-OF-EMP-MASTER
                         OR NOT OPERATOR-COMPANY-OK
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF EMPM-DEPT = WS-DEPT-CODE-IN
                       MOVE EMPM-COMPANY TO WS-SIGNON-CHECK-COMPANY
                       PERFORM 9935-CHECK-OPERATOR-COMPANY
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           END-IF.

       2400-LIST-DEPARTMENT.
           PERFORM 2010-FIND-DEPARTMENT
           IF DEPARTMENT-FOUND
              MOVE WS-DEPT-ENTRY(WS-DEPT-IDX) TO WS-WORK-DEPT
              DISPLAY "CODE:        " WRK-DEPT-CODE
              DISPLAY "NAME:        " WRK-DEPT-NAME
              DISPLAY "MANAGER:     " WRK-DEPT-MANAGER
              DISPLAY "COST CENTER: " WRK-DEPT-COST-CENTER
              DISPLAY "STATUS:      " WRK-DEPT-STATUS
           ELSE
              IF NOT DEPARTMENT-REFUSED
                 DISPLAY "DEPARTMENT NOT ON FILE."
              END-IF
           END-IF.

      * ONE MONTH'S BUDGET FOR ONE DEPARTMENT ON THE MASTER. A MONTH
      * ALREADY ON FILE IS SHOWN AND REPLACED.
       2500-ENTER-BUDGET.
           PERFORM 2010-FIND-DEPARTMENT
           EVALUATE TRUE
              WHEN DEPARTMENT-REFUSED
                 CONTINUE
              WHEN NOT DEPARTMENT-FOUND
                 DISPLAY "DEPARTMENT NOT ON FILE -- ADD IT FIRST."
              WHEN OTHER
                 PERFORM 2505-ENTER-ONE-BUDGET
           END-EVALUATE.

       2505-ENTER-ONE-BUDGET.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "BUDGET MONTH (YYYYMM): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN IS NOT NUMERIC
              DISPLAY "  MONTH MUST BE YYYYMM."
              MOVE "N" TO WS-VALID-SW
           ELSE
              IF WS-MONTH-MONTH-PART < 1
                 OR WS-MONTH-MONTH-PART > 12
                 DISPLAY "  MONTH MUST BE 01 THROUGH 12."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              PERFORM 2510-FIND-BUDGET-MONTH
              IF BUDGET-FOUND
                 MOVE WS-BUDGET-ENTRY(WS-BUDGET-IDX)
                   TO WS-WORK-BUDGET
                 MOVE WRK-BUD-HOURS TO WS-EDIT-HOURS
                 MOVE WRK-BUD-GROSS TO WS-EDIT-GROSS
                 DISPLAY "  NOW ON FILE: HOURS " WS-EDIT-HOURS
                         "  GROSS " WS-EDIT-GROSS
              END-IF
              PERFORM 2520-ACCEPT-BUDGET-AMOUNTS
           END-IF
           EVALUATE TRUE
              WHEN NOT ENTRY-IS-VALID
                 DISPLAY "BUDGET NOT SAVED."
              WHEN BUDGET-FOUND
                 MOVE WS-BUDGET-ENTRY(WS-BUDGET-IDX)
                   TO WS-BEFORE-IMAGE
                 MOVE WS-WORK-BUDGET
                   TO WS-BUDGET-ENTRY(WS-BUDGET-IDX)
                 MOVE "Y" TO WS-BUDGET-CHANGED-SW
                 MOVE "BCHG" TO AUD-ACTION
                 MOVE WS-WORK-BUDGET TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "BUDGET REPLACED."
              WHEN WS-BUDGET-COUNT = 2400
                 DISPLAY "BUDGET TABLE FULL -- NOT SAVED."
              WHEN OTHER
                 ADD 1 TO WS-BUDGET-COUNT
                 SET WS-BUDGET-IDX TO WS-BUDGET-COUNT
                 MOVE WS-WORK-BUDGET
                   TO WS-BUDGET-ENTRY(WS-BUDGET-IDX)
                 MOVE "Y" TO WS-BUDGET-CHANGED-SW
                 MOVE "BADD" TO AUD-ACTION
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE WS-WORK-BUDGET TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "BUDGET ADDED."
           END-EVALUATE.

       2510-FIND-BUDGET-MONTH.
           MOVE "N" TO WS-BUDGET-FOUND-SW
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                     UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
                        OR BUDGET-FOUND
              IF WS-BUDGET-ENTRY(WS-BUDGET-IDX)(1:4) = WS-DEPT-CODE-IN
                 AND WS-BUDGET-ENTRY(WS-BUDGET-IDX)(5:6) = WS-MONTH-IN
                 MOVE "Y" TO WS-BUDGET-FOUND-SW
              END-IF
           END-PERFORM
           IF BUDGET-FOUND
              SET WS-BUDGET-IDX DOWN BY 1
           END-IF.

       2520-ACCEPT-BUDGET-AMOUNTS.
           MOVE WS-DEPT-CODE-IN TO WRK-BUD-DEPT
           MOVE WS-MONTH-NUM    TO WRK-BUD-MONTH
           DISPLAY "BUDGET HOURS (9 DIGITS, 000120000 = 1200.00): "
           ACCEPT WS-HOURS-IN
           IF WS-HOURS-IN IS NUMERIC
              MOVE WS-HOURS-NUM TO WRK-BUD-HOURS
           ELSE
              DISPLAY "  HOURS MUST BE 9 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "BUDGET GROSS (11 DIGITS, 00001850000 = 18500.00): "
           ACCEPT WS-GROSS-IN
           IF WS-GROSS-IN IS NUMERIC
              MOVE WS-GROSS-NUM TO WRK-BUD-GROSS
           ELSE
              DISPLAY "  GROSS MUST BE 11 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF.

       2600-VIEW-BUDGETS.
           PERFORM 2010-FIND-DEPARTMENT
           IF NOT DEPARTMENT-FOUND
              IF NOT DEPARTMENT-REFUSED
                 DISPLAY "DEPARTMENT NOT ON FILE."
              END-IF
           ELSE
              MOVE 0 TO WS-BUDGETS-LISTED
              DISPLAY "MONTH          HOURS           GROSS"
              PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                        UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
                 IF WS-BUDGET-ENTRY(WS-BUDGET-IDX)(1:4)
                    = WS-DEPT-CODE-IN
                    MOVE WS-BUDGET-ENTRY(WS-BUDGET-IDX)
                      TO WS-WORK-BUDGET
                    MOVE WRK-BUD-HOURS TO WS-EDIT-HOURS
                    MOVE WRK-BUD-GROSS TO WS-EDIT-GROSS
                    DISPLAY WRK-BUD-MONTH " " WS-EDIT-HOURS " "
                            WS-EDIT-GROSS
                    ADD 1 TO WS-BUDGETS-LISTED
                 END-IF
              END-PERFORM
              IF WS-BUDGETS-LISTED = 0
                 DISPLAY "NO BUDGETS ON FILE FOR THIS DEPARTMENT."
              END-IF
           END-IF.

      * ONE BEFORE LINE AND ONE AFTER LINE PER CHANGE, STAMPED WITH
      * WHO AND WHEN. THE ACTION CODE TELLS A DEPARTMENT IMAGE FROM
      * A BUDGET IMAGE ("B" PREFIX).
       2900-WRITE-AUDIT-IMAGES.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-DATE  TO AUD-DATE
           MOVE WS-AUDIT-TIME  TO AUD-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
              OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE "OLD " TO AUD-IMAGE-TAG
           MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           MOVE "NEW " TO AUD-IMAGE-TAG
           MOVE WS-AFTER-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-FILE.

       3000-REWRITE-DEPT-MASTER.
           OPEN OUTPUT DEPT-MASTER-FILE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
              MOVE WS-DEPT-ENTRY(WS-DEPT-IDX) TO DEPT-MASTER-REC-IN
              WRITE DEPT-MASTER-REC-IN
              IF NOT DEPT-MASTER-SUCCESSFUL
                 MOVE "DEPT-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-DEPT-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

       3100-REWRITE-LABOR-BUDGET.
           OPEN OUTPUT LABOR-BUDGET-FILE
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                     UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
              MOVE WS-BUDGET-ENTRY(WS-BUDGET-IDX) TO LABOR-BUDGET-REC
              WRITE LABOR-BUDGET-REC
              IF NOT LABOR-BUDGET-OK
                 MOVE "LABOR-BUDGET-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-LABOR-BUDGET-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE LABOR-BUDGET-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
