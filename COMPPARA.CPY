      ******************************************************************
      * LOADS THE COMPANY MASTER INTO WS-COMPMAST-TABLE. A MISSING OR
      * EMPTY COMPANY.DAT LEAVES COMPMAST-IN-USE OFF: THE SHOP IS
      * STILL ONE COMPANY, AND ONLY COMPANY 01 PASSES 9932.
      ******************************************************************
       9931-LOAD-COMPANY-MASTER.
           MOVE 0 TO WS-COMPMAST-COUNT
           MOVE "N" TO WS-COMPMAST-IN-USE-SW
           OPEN INPUT COMPANY-MASTER-FILE
           IF COMPANY-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-COMPANY-MASTER
                       OR WS-COMPMAST-COUNT = 50
                 READ COMPANY-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-COMPMAST-COUNT
                    SET WS-COMPMAST-IDX TO WS-COMPMAST-COUNT
                    MOVE COMP-CODE-IN
                      TO WS-COMPMAST-CODE(WS-COMPMAST-IDX)
                    MOVE COMP-NAME-IN
                      TO WS-COMPMAST-NAME(WS-COMPMAST-IDX)
                    MOVE COMP-FEIN-IN
                      TO WS-COMPMAST-FEIN(WS-COMPMAST-IDX)
                    MOVE COMP-STATE-ID-IN
                      TO WS-COMPMAST-STATE-ID(WS-COMPMAST-IDX)
                    MOVE COMP-BANK-ROUTING-IN
                      TO WS-COMPMAST-ROUTING(WS-COMPMAST-IDX)
                    MOVE COMP-BANK-ACCOUNT-IN
                      TO WS-COMPMAST-ACCOUNT(WS-COMPMAST-IDX)
                    IF COMP-FIRST-CHECK-IN IS NUMERIC
                       MOVE COMP-FIRST-CHECK-IN
                         TO WS-COMPMAST-FIRST-CHK(WS-COMPMAST-IDX)
                    ELSE
                       MOVE 0
                         TO WS-COMPMAST-FIRST-CHK(WS-COMPMAST-IDX)
                    END-IF
                    MOVE COMP-STATUS-IN
                      TO WS-COMPMAST-STATUS(WS-COMPMAST-IDX)
                 END-READ
              END-PERFORM
              CLOSE COMPANY-MASTER-FILE
              IF WS-COMPMAST-COUNT > 0
                 MOVE "Y" TO WS-COMPMAST-IN-USE-SW
              END-IF
           END-IF.

      ******************************************************************
      * CHECKS THE CODE IN WS-COMPMAST-CHECK-CODE (BLANK MEANS 01)
      * AGAINST THE LOADED TABLE. CALLING PROGRAM TESTS
      * COMPMAST-CODE-ON-FILE AFTER THE PERFORM, AND
      * COMPMAST-CODE-INACTIVE IF IT CARES; WS-COMPMAST-IDX IS LEFT
      * ON THE MATCHING ROW. WITH NO MASTER ON FILE ONLY COMPANY 01
      * IS ON FILE.
      ******************************************************************
       9932-CHECK-COMPANY-ON-FILE.
           MOVE SPACES TO WS-COMPMAST-FOUND-STATUS
           IF WS-COMPMAST-CHECK-CODE = SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO WS-COMPMAST-CHECK-CODE
           END-IF
           IF NOT COMPMAST-IN-USE
              IF WS-COMPMAST-CHECK-CODE = WS-DEFAULT-COMPANY-CODE
                 SET COMPMAST-CODE-ON-FILE TO TRUE
              ELSE
                 SET COMPMAST-CODE-NOT-ON-FILE TO TRUE
              END-IF
           ELSE
              SET COMPMAST-CODE-NOT-ON-FILE TO TRUE
              PERFORM VARYING WS-COMPMAST-IDX FROM 1 BY 1
                        UNTIL WS-COMPMAST-IDX > WS-COMPMAST-COUNT
                           OR COMPMAST-CODE-ON-FILE
                 IF WS-COMPMAST-CODE(WS-COMPMAST-IDX)
                    = WS-COMPMAST-CHECK-CODE
                    SET COMPMAST-CODE-ON-FILE TO TRUE
                    MOVE WS-COMPMAST-STATUS(WS-COMPMAST-IDX)
                      TO WS-COMPMAST-FOUND-STATUS
                 END-IF
              END-PERFORM
              IF COMPMAST-CODE-ON-FILE
                 SET WS-COMPMAST-IDX DOWN BY 1
              END-IF
           END-IF.

      ******************************************************************
      * READS WHICH COMPANY THIS RUN IS FOR FROM RUNCOMP.DAT (NO FILE
      * OR A BLANK ROW MEANS 01), LOADS THE COMPANY MASTER AND LEAVES
      * THE COMPANY'S NAME, IDS, BANK ACCOUNT AND FIRST CHECK NUMBER
      * IN THE WS-RUN-COMPANY- FIELDS. A CODE NOT ON THE MASTER, OR
      * INACTIVE THERE, SETS RUN-COMPANY-REFUSED; THE CALLING PROGRAM
      * DECIDES WHAT TO DO ABOUT IT.
      ******************************************************************
       9933-LOAD-RUN-COMPANY.
           MOVE WS-DEFAULT-COMPANY-CODE TO WS-RUN-COMPANY-CODE
           OPEN INPUT RUN-COMPANY-FILE
           IF RUN-COMPANY-SUCCESSFUL
              READ RUN-COMPANY-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RUN-COMPANY-CODE-IN NOT = SPACES
                    MOVE RUN-COMPANY-CODE-IN TO WS-RUN-COMPANY-CODE
                 END-IF
              END-READ
              CLOSE RUN-COMPANY-FILE
           END-IF
           PERFORM 9931-LOAD-COMPANY-MASTER
           PERFORM 9937-SET-RUN-COMPANY.

      ******************************************************************
      * VALIDATES WS-RUN-COMPANY-CODE AGAINST THE LOADED MASTER AND
      * FILLS IN THE REST OF THE WS-RUN-COMPANY- FIELDS. PERFORMED BY
      * 9933, AND BY A SCREEN THAT LETS THE OPERATOR PICK A COMPANY.
      ******************************************************************
       9937-SET-RUN-COMPANY.
           SET RUN-COMPANY-VALID TO TRUE
           MOVE SPACES TO WS-RUN-COMPANY-NAME
                          WS-RUN-COMPANY-FEIN
                          WS-RUN-COMPANY-STATE-ID
                          WS-RUN-COMPANY-ROUTING
                          WS-RUN-COMPANY-ACCOUNT
           MOVE 0 TO WS-RUN-COMPANY-FIRST-CHK
           MOVE WS-RUN-COMPANY-CODE TO WS-COMPMAST-CHECK-CODE
           PERFORM 9932-CHECK-COMPANY-ON-FILE
           MOVE WS-COMPMAST-CHECK-CODE TO WS-RUN-COMPANY-CODE
           EVALUATE TRUE
              WHEN COMPMAST-CODE-NOT-ON-FILE
                 DISPLAY "COMPANY " WS-RUN-COMPANY-CODE
                         " IS NOT ON THE COMPANY MASTER"
                 SET RUN-COMPANY-REFUSED TO TRUE
              WHEN COMPMAST-CODE-INACTIVE
                 DISPLAY "COMPANY " WS-RUN-COMPANY-CODE
                         " IS INACTIVE ON THE COMPANY MASTER"
                 SET RUN-COMPANY-REFUSED TO TRUE
              WHEN COMPMAST-IN-USE
                 MOVE WS-COMPMAST-NAME(WS-COMPMAST-IDX)
                   TO WS-RUN-COMPANY-NAME
                 MOVE WS-COMPMAST-FEIN(WS-COMPMAST-IDX)
                   TO WS-RUN-COMPANY-FEIN
                 MOVE WS-COMPMAST-STATE-ID(WS-COMPMAST-IDX)
                   TO WS-RUN-COMPANY-STATE-ID
                 MOVE WS-COMPMAST-ROUTING(WS-COMPMAST-IDX)
                   TO WS-RUN-COMPANY-ROUTING
                 MOVE WS-COMPMAST-ACCOUNT(WS-COMPMAST-IDX)
                   TO WS-RUN-COMPANY-ACCOUNT
                 MOVE WS-COMPMAST-FIRST-CHK(WS-COMPMAST-IDX)
                   TO WS-RUN-COMPANY-FIRST-CHK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * RECORDS WS-RUN-COMPANY-CODE IN RUNCOMP.DAT AS THE COMPANY THE
      * NEXT PAYROLL OR RECEIVABLES RUN IS FOR.
      ******************************************************************
       9934-WRITE-RUN-COMPANY.
           OPEN OUTPUT RUN-COMPANY-FILE
           MOVE WS-RUN-COMPANY-CODE TO RUN-COMPANY-CODE-IN
           WRITE RUN-COMPANY-REC-IN
           CLOSE RUN-COMPANY-FILE.

      ******************************************************************
      * GIVES AN OUTPUT FILE ITS OWN NAME PER COMPANY: THE PATH IN
      * WS-COMPANY-FILE-PATH HAS "_" AND THE RUN COMPANY'S CODE
      * INSERTED AHEAD OF ITS EXTENSION (PAYROLL.RPT BECOMES
      * PAYROLL_02.RPT). COMPANY 01 KEEPS THE NAMES IT HAS ALWAYS
      * HAD, SO NOTHING DOWNSTREAM OF THE ORIGINAL BUSINESS MOVES. A
      * PATH WITH NO ROOM LEFT FOR THE THREE CHARACTERS IS LEFT
      * ALONE AND COMPANY-PATH-TOO-LONG IS SET -- THE CALLING
      * PROGRAM MUST REFUSE THE RUN RATHER THAN WRITE OVER ANOTHER
      * COMPANY'S FILE.
      ******************************************************************
       9936-BUILD-COMPANY-PATH.
           SET COMPANY-PATH-OK TO TRUE
           IF WS-RUN-COMPANY-CODE NOT = WS-DEFAULT-COMPANY-CODE
              AND WS-COMPANY-FILE-PATH NOT = SPACES
              MOVE 0 TO WS-COMPANY-PATH-LEN
                        WS-COMPANY-PATH-DOT
              PERFORM VARYING WS-COMPANY-PATH-POS FROM 1 BY 1
                        UNTIL WS-COMPANY-PATH-POS > 40
                 IF WS-COMPANY-FILE-PATH(WS-COMPANY-PATH-POS:1)
                    NOT = SPACE
                    MOVE WS-COMPANY-PATH-POS TO WS-COMPANY-PATH-LEN
                 END-IF
                 IF WS-COMPANY-FILE-PATH(WS-COMPANY-PATH-POS:1) = "."
                    MOVE WS-COMPANY-PATH-POS TO WS-COMPANY-PATH-DOT
                 END-IF
                 IF WS-COMPANY-FILE-PATH(WS-COMPANY-PATH-POS:1) = "\"
                    MOVE 0 TO WS-COMPANY-PATH-DOT
                 END-IF
              END-PERFORM
              IF WS-COMPANY-PATH-LEN > 37
                 DISPLAY "NO ROOM FOR THE COMPANY CODE IN "
                         WS-COMPANY-FILE-PATH
                 SET COMPANY-PATH-TOO-LONG TO TRUE
              ELSE
                 IF WS-COMPANY-PATH-DOT = 0
                    COMPUTE WS-COMPANY-PATH-DOT =
                            WS-COMPANY-PATH-LEN + 1
                 END-IF
                 COMPUTE WS-COMPANY-PATH-TAIL =
                         WS-COMPANY-PATH-LEN - WS-COMPANY-PATH-DOT + 1
                 MOVE WS-COMPANY-FILE-PATH TO WS-COMPANY-PATH-WORK
                 MOVE SPACES TO WS-COMPANY-FILE-PATH
                 IF WS-COMPANY-PATH-TAIL = 0
                    STRING WS-COMPANY-PATH-WORK
                              (1:WS-COMPANY-PATH-DOT - 1)
                                              DELIMITED BY SIZE
                           "_"                DELIMITED BY SIZE
                           WS-RUN-COMPANY-CODE DELIMITED BY SIZE
                           INTO WS-COMPANY-FILE-PATH
                    END-STRING
                 ELSE
                    STRING WS-COMPANY-PATH-WORK
                              (1:WS-COMPANY-PATH-DOT - 1)
                                              DELIMITED BY SIZE
                           "_"                DELIMITED BY SIZE
                           WS-RUN-COMPANY-CODE DELIMITED BY SIZE
                           WS-COMPANY-PATH-WORK
                              (WS-COMPANY-PATH-DOT:
                               WS-COMPANY-PATH-TAIL)
                                              DELIMITED BY SIZE
                           INTO WS-COMPANY-FILE-PATH
                    END-STRING
                 END-IF
              END-IF
           END-IF.
