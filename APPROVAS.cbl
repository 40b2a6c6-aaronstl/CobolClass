      * SIGNS ON HERE (PAYROLL ROLE REQUIRED) TO APPROVE OR REJECT
      * THEM. THE REVIEWER MUST NOT BE THE OPERATOR WHO MADE THE
      * REQUEST -- THAT REFUSAL IS THE WHOLE POINT. ON APPROVAL:
      *   - A CHECK VOID, REISSUE OR ESCHEATMENT (ESCHEATAS QUEUES
      *     THE LAST) IS EXECUTED HERE, AGAINST THE SAME REGISTER
      *     AND CHECK-NUMBER CONTROL CALCPYAS WRITES, AND THE ENTRY
      *     IS MARKED "X" EXECUTED. THE REWRITTEN REGISTER'S CONTROL
      *     TOTALS ARE RECORDED AGAIN ON THE SHOP OUTPUT INVENTORY;
      *   - A PAYROLL RUN REVERSAL IS ONLY MARKED "A" APPROVED --
      *     PAYREVAS EXECUTES AND CONSUMES IT ON ITS NEXT RUN;
      *   - A MASS PAY-RATE INCREASE IS LIKEWISE ONLY MARKED "A" --
      *     RATEUPAS APPLIES AND CONSUMES IT ON ITS NEXT RUN.
      *   - A PHYSICAL INVENTORY COUNT IS LIKEWISE ONLY MARKED
      *     "A" -- PHYINVAS POSTS ITS STOCK ADJUSTMENTS AND CONSUMES
      *     IT.
      * A STANDING REPORT OF PENDING, APPROVED, REJECTED AND
      * EXECUTED REQUESTS GOES TO APPRQUEUE.rpt ON DEMAND.
      *
      * CHECKS ARE VOIDED, REISSUED AND ESCHEATED ONE COMPANY AT A
      * TIME -- THE COMPANY SELECTED FOR THE RUN (RUNCOMP.DAT). A
      * REISSUE TAKES ITS NUMBER FROM THAT COMPANY'S OWN CHECK-NUMBER
      * CONTROL, AND A QUEUED CHECK OF ANOTHER COMPANY IS LEFT
      * PENDING UNTIL A REVIEWER WORKS THAT COMPANY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY CTLHSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.
           05  CHKREG-EMP-NUMBER        PIC X(06).
           05  CHKREG-NET-AMOUNT        PIC 9(07)V99.
           05  CHKREG-STATUS            PIC X(01).
           05  CHKREG-COMPANY           PIC X(02).

       FD  CHECK-CONTROL-FILE
           RECORDING MODE IS F
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY CTLHFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-CHECK-REGISTER-PATH   PIC X(40)
              10 WS-CHKREG-EMP-NUMBER   PIC X(06).
              10 WS-CHKREG-NET-AMOUNT   PIC 9(07)V99.
              10 WS-CHKREG-STATUS       PIC X(01).
              10 WS-CHKREG-COMPANY      PIC X(02).
       01 WS-CHKREG-COUNT          PIC 9(04) VALUE 0.
       01 WS-CHKREG-FOUND-SW       PIC X(01) VALUE "N".
           88 CHECK-FOUND               VALUE "Y".
       01 WS-CHANGES-MADE-SW       PIC X(01) VALUE "N".
           88 CHANGES-MADE              VALUE "Y".
       01 WS-POSPAY-LOADED-SW      PIC X(01) VALUE "Y".
           88 POSPAY-PROGRAM-LOADED     VALUE "Y".
       01 WS-NEXT-CHECK-NUMBER     PIC 9(08) VALUE 1.
       01 WS-CHECK-NUMBER-WORK     PIC X(08).
       01 WS-CHECK-NUMBER-NUM REDEFINES WS-CHECK-NUMBER-WORK
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY CTLHWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              GOBACK
           END-IF
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "APPROVAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-CHECK-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-COMPANY-FILE-PATH TO WS-CHECK-CONTROL-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME
           PERFORM 1100-LOAD-APPROVAL-QUEUE
           PERFORM 1200-LOAD-REGISTER
           PERFORM 1300-LOAD-CHECK-CONTROL
              PERFORM 3100-REWRITE-REGISTER
              PERFORM 3200-WRITE-CHECK-CONTROL
              DISPLAY "APPROVAS: REGISTER UPDATED"
      * A VOID OR REISSUE ISN'T SAFE UNTIL THE BANK KNOWS ABOUT IT,
      * SO THE POSITIVE-PAY FILE GOES OUT RIGHT AWAY.
              MOVE "Y" TO WS-POSPAY-LOADED-SW
              CALL "POSPAYAS"
                 ON EXCEPTION
                    DISPLAY "APPROVAS: UNABLE TO LOAD POSPAYAS -- "
                            "RUN IT BY HAND TO NOTIFY THE BANK"
                    MOVE "N" TO WS-POSPAY-LOADED-SW
              END-CALL
              IF POSPAY-PROGRAM-LOADED
                 CANCEL "POSPAYAS"
              END-IF
           END-IF
           MOVE "APPROVAS"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-APPR-COUNT      TO WS-AUDIT-RECORDS-READ
           MOVE WS-CHECK-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CHECK-CONTROL-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH
           MOVE "APPROVAL-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-APPROVAL-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-APPROVAL-REPORT-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH.

       1100-LOAD-APPROVAL-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE
                      TO WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
                    MOVE CHKREG-STATUS
                      TO WS-CHKREG-STATUS(WS-CHKREG-IDX)
                    MOVE CHKREG-COMPANY
                      TO WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
                    END-IF
              END-READ
              CLOSE CHECK-CONTROL-FILE
           ELSE
      * A COMPANY WITH NO CHECKS CUT YET STARTS AT THE FIRST CHECK
      * NUMBER ON ITS COMPANY MASTER ROW.
              IF WS-RUN-COMPANY-FIRST-CHK > 0
                 MOVE WS-RUN-COMPANY-FIRST-CHK TO WS-NEXT-CHECK-NUMBER
              END-IF
           END-IF.

       2000-PROMPT-REVIEWER.
                 PERFORM 2220-EXECUTE-VOID
              WHEN "REISSUE "
                 PERFORM 2230-EXECUTE-REISSUE
              WHEN "ESCHEAT "
                 PERFORM 2225-EXECUTE-ESCHEAT
              WHEN "REVERSAL"
      * THE REVERSAL ITSELF RUNS IN PAYREVAS; APPROVAL ALONE IS
      * RECORDED HERE AND PAYREVAS CONSUMES IT.
                 ADD 1 TO WS-APPROVED-COUNT
                 DISPLAY "REVERSAL APPROVED -- RUN PAYREVAS TO "
                         "EXECUTE IT."
              WHEN "RATEINCR"
      * THE HELD RATE BATCH IS APPLIED BY RATEUPAS, WHICH CONSUMES
      * THE APPROVAL THE SAME WAY.
                 MOVE "A" TO WS-APR-STATUS(WS-APPR-SUB)
                 MOVE WS-OPERATOR-ID
                   TO WS-APR-REVIEWER(WS-APPR-SUB)
                 MOVE WS-DECIDE-DATE
                   TO WS-APR-DECIDED-DATE(WS-APPR-SUB)
                 MOVE "Y" TO WS-QUEUE-CHANGED-SW
                 ADD 1 TO WS-APPROVED-COUNT
                 DISPLAY "RATE INCREASE APPROVED -- RUN RATEUPAS TO "
                         "APPLY IT."
              WHEN "INVCOUNT"
      * THE COUNT ADJUSTMENTS ARE POSTED BY PHYINVAS, WHICH
      * CONSUMES THE APPROVAL THE SAME WAY.
                 MOVE "A" TO WS-APR-STATUS(WS-APPR-SUB)
                 MOVE WS-OPERATOR-ID
                   TO WS-APR-REVIEWER(WS-APPR-SUB)
                 MOVE WS-DECIDE-DATE
                   TO WS-APR-DECIDED-DATE(WS-APPR-SUB)
                 MOVE "Y" TO WS-QUEUE-CHANGED-SW
                 ADD 1 TO WS-APPROVED-COUNT
                 DISPLAY "PHYSICAL COUNT APPROVED -- RUN PHYINVAS TO "
                         "POST IT."
              WHEN OTHER
                 DISPLAY "UNKNOWN ACTION ON QUEUE: "
                         WS-APR-ACTION(WS-APPR-SUB)
              END-IF
           END-IF.

      * AN UNCASHED CHECK TURNED OVER TO THE STATE AS UNCLAIMED
      * PROPERTY. ESCHEATAS QUEUED IT AND REPORTS IT TO THE STATE
      * ON ITS NEXT RUN.
       2225-EXECUTE-ESCHEAT.
           MOVE WS-APR-KEY(WS-APPR-SUB)(1:8) TO WS-CHECK-NUMBER-WORK
           PERFORM 2240-FIND-CHECK
           IF CHECK-FOUND
              IF WS-CHKREG-STATUS(WS-CHKREG-IDX) = "I"
                 MOVE "E" TO WS-CHKREG-STATUS(WS-CHKREG-IDX)
                 MOVE "Y" TO WS-CHANGES-MADE-SW
                 PERFORM 2250-MARK-EXECUTED
                 DISPLAY "CHECK ESCHEATED."
              ELSE
                 DISPLAY "CHECK IS NO LONGER IN ISSUED STATUS -- "
                         "NOT ESCHEATED, REQUEST LEFT PENDING."
              END-IF
           END-IF.

      * MARKS THE ORIGINAL "R" AND CUTS A FRESH RECORD FOR THE SAME
      * EMPLOYEE AND AMOUNT UNDER THE NEXT CHECK NUMBER.
       2230-EXECUTE-REISSUE.
                   TO WS-CHKREG-EMP-NUMBER(WS-CHKREG-COUNT)
                 MOVE WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
                   TO WS-CHKREG-NET-AMOUNT(WS-CHKREG-COUNT)
                 MOVE WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                   TO WS-CHKREG-COMPANY(WS-CHKREG-COUNT)
                 MOVE WS-NEXT-CHECK-NUMBER
                   TO WS-CHKREG-CHECK-NUMBER(WS-CHKREG-COUNT)
                 MOVE "I" TO WS-CHKREG-STATUS(WS-CHKREG-COUNT)
           END-IF.

      * FINDS THE QUEUED CHECK NUMBER IN THE REGISTER TABLE. LEAVES
      * WS-CHKREG-IDX ON THE MATCH WHEN CHECK-FOUND. A CHECK OF A
      * COMPANY OTHER THAN THE RUN COMPANY IS TREATED AS NOT FOUND,
      * SO ITS REQUEST STAYS PENDING.
       2240-FIND-CHECK.
           MOVE "N" TO WS-CHKREG-FOUND-SW
           IF WS-CHECK-NUMBER-WORK IS NOT NUMERIC
              END-PERFORM
              IF CHECK-FOUND
                 SET WS-CHKREG-IDX DOWN BY 1
                 MOVE WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                   TO WS-COMPMAST-CHECK-CODE
                 IF WS-COMPMAST-CHECK-CODE = SPACES
                    MOVE WS-DEFAULT-COMPANY-CODE
                      TO WS-COMPMAST-CHECK-CODE
                 END-IF
                 IF WS-COMPMAST-CHECK-CODE NOT = WS-RUN-COMPANY-CODE
                    DISPLAY "CHECK " WS-CHECK-NUMBER-WORK
                            " BELONGS TO COMPANY "
                            WS-COMPMAST-CHECK-CODE
                            " -- REQUEST LEFT PENDING."
                    MOVE "N" TO WS-CHKREG-FOUND-SW
                 END-IF
              ELSE
                 DISPLAY "CHECK NOT ON REGISTER: "
                         WS-CHECK-NUMBER-WORK
                TO CHKREG-NET-AMOUNT
              MOVE WS-CHKREG-STATUS(WS-CHKREG-IDX)
                TO CHKREG-STATUS
              MOVE WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                TO CHKREG-COMPANY
              WRITE CHECK-REGISTER-REC
              IF NOT CHECK-REGISTER-SUCCESSFUL
                 MOVE "APPROVAS"            TO WS-IOERR-PROGRAM-ID
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           MOVE WS-CHECK-REGISTER-PATH TO WS-CTLH-FILE-PATH
           MOVE "CHECK-REGISTER-FILE" TO WS-CTLH-LOGICAL-NAME
           MOVE "APPROVAS" TO WS-CTLH-PROGRAM-ID
           MOVE "APPROVAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 9949-RECORD-CONTROL-HASH.

       3200-WRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.

      * SHARED COMPANY MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
