       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OTAMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * OVERTIME AUTHORIZATION ENTRY.
      *
      * SUPERVISORS KEY THE OVERTIME THEY HAVE APPROVED DURING THE
      * WEEK -- EMPLOYEE, WORKWEEK-ENDING DATE AND APPROVED OVERTIME
      * HOURS -- AND TIMECLKAS CHECKS EACH EMPLOYEE'S PUNCHED WEEK
      * AGAINST IT ON PAYROLL NIGHT. AUTHORIZATIONS ARE APPENDED TO
      * OTAUTH.DAT UNDER THE SIGNED-ON OPERATOR; NOTHING IS CHANGED
      * IN PLACE. A LATER ENTRY FOR THE SAME EMPLOYEE AND WEEK
      * REPLACES THE EARLIER ONE, SO RAISING AN APPROVAL IS DONE BY
      * KEYING THE NEW TOTAL AND WITHDRAWING ONE BY KEYING ZERO.
      * A SUPERVISOR MAY ONLY AUTHORIZE, AND ONLY SEES LISTED, THE
      * EMPLOYEES OF COMPANIES THEY ARE AUTHORIZED FOR.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT OT-AUTH-FILE
               ASSIGN TO WS-OT-AUTH-PATH
               organization is line sequential
               file status is WS-OT-AUTH-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       DATA DIVISION.
        FILE SECTION.

      * ONLY THE LEADING FIELDS OF THE EMPLOYEE MASTER AND THE
      * COMPANY ARE NEEDED.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  EMP-DEPT-IN              PIC X(04).
           05  EMP-HIRE-DATE-IN         PIC 9(08).
           05  EMP-STATUS-IN            PIC X(01).
           05  FILLER                   PIC X(75).
           05  EMP-COMPANY-IN           PIC X(02).

      * SAME LAYOUT TIMECLKAS READS.
       FD  OT-AUTH-FILE
           RECORDING MODE IS F
           DATA RECORD IS OT-AUTH-REC.
       01  OT-AUTH-REC.
           05  OTA-EMP-NUMBER           PIC X(06).
           05  OTA-WEEK-END-DATE        PIC 9(08).
           05  OTA-APPROVED-HOURS       PIC 9(02)V99.
           05  OTA-OPERATOR             PIC X(08).
           05  OTA-ENTRY-DATE           PIC 9(08).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-EMP-MASTER         VALUE "10".
       01 WS-OT-AUTH-PATH          PIC X(40)
           VALUE "C:\Users\Bob\OTAUTH.DAT".
       01 WS-OT-AUTH-STATUS        PIC X(02).
           88 OT-AUTH-SUCCESSFUL        VALUE "00".
           88 END-OF-OT-AUTH            VALUE "10".

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-DEPT            PIC X(04).
              10 WS-EMP-STATUS          PIC X(01).
              10 WS-EMP-COMPANY         PIC X(02).
       01 WS-EMP-ENTRY-COUNT       PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMP-ENTRY-FOUND           VALUE "Y".

      * AUTHORIZATIONS ALREADY ON FILE, ONE ENTRY PER EMPLOYEE AND
      * WEEK, THE LATEST KEYED WINNING. KEPT CURRENT AS NEW ONES ARE
      * RECORDED SO THE LIST SHOWS WHAT TIMECLKAS WILL SEE.
       01 WS-OTA-TABLE.
           05 WS-OTA-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-OTA-IDX.
              10 WS-OTA-EMP-NUMBER      PIC X(06).
              10 WS-OTA-WEEK-END        PIC 9(08).
              10 WS-OTA-HOURS           PIC 9(02)V99.
              10 WS-OTA-OPERATOR        PIC X(08).
       01 WS-OTA-COUNT             PIC 9(04) VALUE 0.
       01 WS-OTA-FULL-SW           PIC X(01) VALUE "N".
           88 OTA-TABLE-FULL            VALUE "Y".
       01 WS-OTA-HOLD-IDX          PIC 9(04) VALUE 0.
       01 WS-OPERATOR-HOLD         PIC X(08).

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 SUPERVISOR-DONE           VALUE "Y".
       01 WS-CONFIRM-SW            PIC X(01).
           88 ENTRY-CONFIRMED           VALUES "Y" "y".
       01 WS-AUTHS-RECORDED        PIC 9(03) VALUE 0.
       01 WS-AUTHS-LISTED          PIC 9(04) VALUE 0.
       01 WS-TODAY-DATE            PIC 9(08).

      * AUTHORIZATION ENTRY FIELDS.
       01 WS-EMP-NUMBER-IN         PIC X(06).
       01 WS-WEEK-END-IN           PIC X(08).
       01 WS-WEEK-END-NUM REDEFINES WS-WEEK-END-IN
                                    PIC 9(08).
       01 WS-HOURS-IN              PIC X(04).
       01 WS-HOURS-NUM REDEFINES WS-HOURS-IN
                                    PIC 9(02)V99.
       01 WS-HOURS-EDIT            PIC Z9.99.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "OTAMNTAS OVERTIME AUTHORIZATION ENTRY"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-EMP-MASTER
           PERFORM 1200-LOAD-AUTHORIZATIONS
           PERFORM UNTIL SUPERVISOR-DONE
              PERFORM 2000-PROMPT-SUPERVISOR
           END-PERFORM
           IF WS-AUTHS-RECORDED > 0
              DISPLAY "OTAMNTAS: " WS-AUTHS-RECORDED
                      " AUTHORIZATION(S) RECORDED"
           ELSE
              DISPLAY "OTAMNTAS: NO AUTHORIZATIONS RECORDED"
           END-IF
           GOBACK.

      * OVERRIDES THE COMPILED-IN PATHS WITH WHATEVER RUNCTL.DAT HAS
      * ON FILE FOR OTAMNTAS, IF ANYTHING. OT-AUTH-FILE SHOULD MATCH
      * TIMECLKAS'S OWN ENTRY.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "OTAMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "OT-AUTH-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OT-AUTH-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OT-AUTH-PATH.

       1100-LOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-EMP-MASTER
                       OR WS-EMP-ENTRY-COUNT = 999
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-EMP-ENTRY-COUNT
                    SET WS-EMP-IDX TO WS-EMP-ENTRY-COUNT
                    MOVE EMP-NUMBER-IN TO WS-EMP-NUMBER(WS-EMP-IDX)
                    MOVE EMP-NAME-IN   TO WS-EMP-NAME(WS-EMP-IDX)
                    MOVE EMP-DEPT-IN   TO WS-EMP-DEPT(WS-EMP-IDX)
                    MOVE EMP-STATUS-IN TO WS-EMP-STATUS(WS-EMP-IDX)
                    MOVE EMP-COMPANY-IN
                      TO WS-EMP-COMPANY(WS-EMP-IDX)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "OTAMNTAS"        TO WS-IOERR-PROGRAM-ID
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "NO EMPLOYEE MASTER -- NOTHING CAN BE KEYED"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

      * READS THE AUTHORIZATIONS ALREADY KEYED, IF ANY. A MISSING
      * FILE JUST MEANS NOTHING HAS BEEN APPROVED YET.
       1200-LOAD-AUTHORIZATIONS.
           OPEN INPUT OT-AUTH-FILE
           IF OT-AUTH-SUCCESSFUL
              PERFORM UNTIL END-OF-OT-AUTH
                 READ OT-AUTH-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OTA-EMP-NUMBER    TO WS-EMP-NUMBER-IN
                    MOVE OTA-WEEK-END-DATE TO WS-WEEK-END-NUM
                    MOVE OTA-APPROVED-HOURS TO WS-HOURS-NUM
                    MOVE OTA-OPERATOR      TO WS-OPERATOR-HOLD
                    PERFORM 2110-POST-TO-TABLE
                 END-READ
              END-PERFORM
              CLOSE OT-AUTH-FILE
              IF OTA-TABLE-FULL
                 DISPLAY "OTAMNTAS: AUTHORIZATION TABLE FULL AT 2000 "
                         "-- LIST IS INCOMPLETE"
              END-IF
           END-IF.

       2000-PROMPT-SUPERVISOR.
           DISPLAY " "
           DISPLAY "A - AUTHORIZE OVERTIME FOR AN EMPLOYEE"
           DISPLAY "L - LIST AUTHORIZATIONS FOR A WEEK"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-AUTHORIZE-OVERTIME
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2200-LIST-WEEK
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * TAKES THE EMPLOYEE, WEEK-ENDING DATE AND APPROVED HOURS AND
      * APPENDS THE AUTHORIZATION ONCE THE SUPERVISOR CONFIRMS IT.
       2100-AUTHORIZE-OVERTIME.
           DISPLAY "EMPLOYEE NUMBER: "
           ACCEPT WS-EMP-NUMBER-IN
           PERFORM 2010-FIND-EMPLOYEE
           IF EMP-ENTRY-FOUND
              MOVE WS-EMP-COMPANY(WS-EMP-IDX)
                TO WS-SIGNON-CHECK-COMPANY
              PERFORM 9935-CHECK-OPERATOR-COMPANY
           END-IF
           EVALUATE TRUE
              WHEN NOT EMP-ENTRY-FOUND
                 DISPLAY "EMPLOYEE " WS-EMP-NUMBER-IN " NOT ON MASTER."
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "EMPLOYEE IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
              WHEN WS-EMP-STATUS(WS-EMP-IDX) = "I"
                OR WS-EMP-STATUS(WS-EMP-IDX) = "T"
                 DISPLAY "EMPLOYEE " WS-EMP-NUMBER-IN
                         " IS NOT ACTIVE."
              WHEN OTHER
                 DISPLAY WS-EMP-NAME(WS-EMP-IDX) "  DEPT "
                         WS-EMP-DEPT(WS-EMP-IDX)
                 PERFORM 2120-ACCEPT-AUTH-FIELDS
                 IF WS-WEEK-END-IN IS NUMERIC
                    AND WS-HOURS-IN IS NUMERIC
                    MOVE WS-HOURS-NUM TO WS-HOURS-EDIT
                    DISPLAY "APPROVE " WS-HOURS-EDIT
                            " OVERTIME HOURS FOR WEEK ENDING "
                            WS-WEEK-END-IN "? (Y/N): "
                    ACCEPT WS-CONFIRM-SW
                    IF ENTRY-CONFIRMED
                       PERFORM 2130-WRITE-AUTHORIZATION
                    ELSE
                       DISPLAY "AUTHORIZATION NOT RECORDED."
                    END-IF
                 END-IF
           END-EVALUATE.

       2010-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           SET WS-EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-EMP-IDX > WS-EMP-ENTRY-COUNT
                 CONTINUE
              WHEN WS-EMP-NUMBER(WS-EMP-IDX) = WS-EMP-NUMBER-IN
                 MOVE "Y" TO WS-EMP-FOUND-SW
           END-SEARCH.

      * REPLACES THE TABLE ENTRY FOR THE EMPLOYEE AND WEEK, OR ADDS
      * ONE, WITH THE HOURS IN WS-HOURS-NUM.
       2110-POST-TO-TABLE.
           MOVE 0 TO WS-OTA-HOLD-IDX
           PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
                     UNTIL WS-OTA-IDX > WS-OTA-COUNT
              IF WS-OTA-EMP-NUMBER(WS-OTA-IDX) = WS-EMP-NUMBER-IN
                 AND WS-OTA-WEEK-END(WS-OTA-IDX) = WS-WEEK-END-NUM
                 SET WS-OTA-HOLD-IDX TO WS-OTA-IDX
              END-IF
           END-PERFORM
           IF WS-OTA-HOLD-IDX = 0
              IF WS-OTA-COUNT < 2000
                 ADD 1 TO WS-OTA-COUNT
                 MOVE WS-OTA-COUNT TO WS-OTA-HOLD-IDX
              ELSE
                 MOVE "Y" TO WS-OTA-FULL-SW
              END-IF
           END-IF
           IF WS-OTA-HOLD-IDX > 0
              SET WS-OTA-IDX TO WS-OTA-HOLD-IDX
              MOVE WS-EMP-NUMBER-IN TO WS-OTA-EMP-NUMBER(WS-OTA-IDX)
              MOVE WS-WEEK-END-NUM  TO WS-OTA-WEEK-END(WS-OTA-IDX)
              MOVE WS-HOURS-NUM     TO WS-OTA-HOURS(WS-OTA-IDX)
              MOVE WS-OPERATOR-HOLD TO WS-OTA-OPERATOR(WS-OTA-IDX)
           END-IF.

      * THE WEEK-ENDING DATE IS THE LAST DAY OF THE WORKWEEK THE
      * OVERTIME FALLS IN. APPROVAL MAY BE KEYED AHEAD OF THE WORK,
      * BUT NO FURTHER OUT THAN NEXT WEEK.
       2120-ACCEPT-AUTH-FIELDS.
           MOVE SPACES TO WS-HOURS-IN
           DISPLAY "WEEK-ENDING DATE (YYYYMMDD): "
           ACCEPT WS-WEEK-END-IN
           IF WS-WEEK-END-IN IS NOT NUMERIC
              DISPLAY "WEEK-ENDING DATE MUST BE YYYYMMDD."
           ELSE
              IF FUNCTION INTEGER-OF-DATE(WS-WEEK-END-NUM) >
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 13
                 DISPLAY "WEEK-ENDING DATE IS TOO FAR AHEAD."
                 MOVE SPACES TO WS-WEEK-END-IN
              ELSE
                 PERFORM 2125-SHOW-CURRENT-APPROVAL
                 DISPLAY "APPROVED OVERTIME HOURS (4 DIGITS, "
                         "0800 = 8.00, 0000 WITHDRAWS): "
                 ACCEPT WS-HOURS-IN
                 IF WS-HOURS-IN IS NOT NUMERIC
                    DISPLAY "HOURS MUST BE A 4-DIGIT NUMBER."
                 END-IF
              END-IF
           END-IF.

       2125-SHOW-CURRENT-APPROVAL.
           PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
                     UNTIL WS-OTA-IDX > WS-OTA-COUNT
              IF WS-OTA-EMP-NUMBER(WS-OTA-IDX) = WS-EMP-NUMBER-IN
                 AND WS-OTA-WEEK-END(WS-OTA-IDX) = WS-WEEK-END-NUM
                 MOVE WS-OTA-HOURS(WS-OTA-IDX) TO WS-HOURS-EDIT
                 DISPLAY "CURRENTLY APPROVED: " WS-HOURS-EDIT
                         " BY " WS-OTA-OPERATOR(WS-OTA-IDX)
                         " -- NEW ENTRY REPLACES IT"
              END-IF
           END-PERFORM.

       2130-WRITE-AUTHORIZATION.
           OPEN EXTEND OT-AUTH-FILE
           IF NOT OT-AUTH-SUCCESSFUL
              OPEN OUTPUT OT-AUTH-FILE
           END-IF
           MOVE WS-EMP-NUMBER-IN TO OTA-EMP-NUMBER
           MOVE WS-WEEK-END-NUM  TO OTA-WEEK-END-DATE
           MOVE WS-HOURS-NUM     TO OTA-APPROVED-HOURS
           MOVE WS-OPERATOR-ID   TO OTA-OPERATOR
           MOVE WS-TODAY-DATE    TO OTA-ENTRY-DATE
           WRITE OT-AUTH-REC
           IF NOT OT-AUTH-SUCCESSFUL
              MOVE "OTAMNTAS"        TO WS-IOERR-PROGRAM-ID
              MOVE "OT-AUTH-FILE"    TO WS-IOERR-FILE-NAME
              MOVE WS-OT-AUTH-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "AUTHORIZATION COULD NOT BE RECORDED."
           ELSE
              ADD 1 TO WS-AUTHS-RECORDED
              MOVE WS-OPERATOR-ID TO WS-OPERATOR-HOLD
              PERFORM 2110-POST-TO-TABLE
              DISPLAY "AUTHORIZATION RECORDED."
           END-IF
           CLOSE OT-AUTH-FILE.

       2200-LIST-WEEK.
           MOVE 0 TO WS-AUTHS-LISTED
           DISPLAY "WEEK-ENDING DATE (YYYYMMDD): "
           ACCEPT WS-WEEK-END-IN
           IF WS-WEEK-END-IN IS NOT NUMERIC
              DISPLAY "WEEK-ENDING DATE MUST BE YYYYMMDD."
           ELSE
              DISPLAY "EMP NO NAME                 DEPT  HOURS  "
                      "APPROVED BY"
              PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
                        UNTIL WS-OTA-IDX > WS-OTA-COUNT
                 IF WS-OTA-WEEK-END(WS-OTA-IDX) = WS-WEEK-END-NUM
                    AND WS-OTA-HOURS(WS-OTA-IDX) > 0
                    PERFORM 2210-LIST-ONE-AUTH
                 END-IF
              END-PERFORM
              IF WS-AUTHS-LISTED = 0
                 DISPLAY "NO OVERTIME AUTHORIZED FOR THAT WEEK."
              END-IF
           END-IF.

      * AN EMPLOYEE OF A COMPANY THE OPERATOR IS NOT AUTHORIZED FOR
      * IS LEFT OFF THE LIST.
       2210-LIST-ONE-AUTH.
           MOVE WS-OTA-EMP-NUMBER(WS-OTA-IDX) TO WS-EMP-NUMBER-IN
           PERFORM 2010-FIND-EMPLOYEE
           IF EMP-ENTRY-FOUND
              MOVE WS-EMP-COMPANY(WS-EMP-IDX)
                TO WS-SIGNON-CHECK-COMPANY
           ELSE
              MOVE SPACES TO WS-SIGNON-CHECK-COMPANY
           END-IF
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF OPERATOR-COMPANY-OK
              ADD 1 TO WS-AUTHS-LISTED
              MOVE WS-OTA-HOURS(WS-OTA-IDX) TO WS-HOURS-EDIT
              IF EMP-ENTRY-FOUND
                 DISPLAY WS-OTA-EMP-NUMBER(WS-OTA-IDX) " "
                         WS-EMP-NAME(WS-EMP-IDX) " "
                         WS-EMP-DEPT(WS-EMP-IDX) "  "
                         WS-HOURS-EDIT "  "
                         WS-OTA-OPERATOR(WS-OTA-IDX)
              ELSE
                 DISPLAY WS-OTA-EMP-NUMBER(WS-OTA-IDX) " "
                         "(NOT ON MASTER)     " " "
                         "    " "  "
                         WS-HOURS-EDIT "  "
                         WS-OTA-OPERATOR(WS-OTA-IDX)
              END-IF
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
