      * AN ALIGNMENT TEST OPTION PRINTS ONE X-FILLED TEST PATTERN
      * FIRST SO THE OPERATOR STOPS BURNING CHECK STOCK LINING THE
      * PRINTER UP.
      * NOTHING IS PRINTED FROM A REGISTER OR PAYROLL2_ FILE THAT NO
      * LONGER MATCHES THE CONTROL TOTALS ITS PRODUCER LEFT ON THE
      * SHOP OUTPUT INVENTORY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               file status is WS-CHECK-PRINT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY CTLHSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY CTLHFD.

       WORKING-STORAGE SECTION.
       01 WS-CHECK-REGISTER-PATH   PIC X(40)
       01 WS-RULE-LINE             PIC X(78) VALUE ALL "=".
       01 WS-STUB-RULE-LINE        PIC X(78) VALUE ALL "-".
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       01 WS-INPUT-REFUSED-SW      PIC X(01) VALUE "N".
           88 INPUT-FILE-REFUSED       VALUE "Y".

       01  CHECK-TITLE-LINE.
           05 FILLER                 PIC X(40)
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
       COPY CTLHWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1020-VERIFY-CONTROL-TOTALS
           IF INPUT-FILE-REFUSED
              DISPLAY "CHKPRTAS: NO CHECKS PRINTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "PAY DATE TO PRINT (MMDDYY, BLANK = EVERY ISSUED "
                   "CHECK): "
           ACCEPT WS-PAY-DATE-IN
           MOVE "CHECK-PRINT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CHECK-PRINT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CHECK-PRINT-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH.

      * THE REGISTER AND THE PAYROLL2_ DETAIL MUST STILL MATCH THE
      * CONTROL TOTALS RECORDED WHEN THEY WERE LAST WRITTEN. A
      * MISMATCH IS ALREADY DISPLAYED AND LOGGED BY
      * 9958-VERIFY-CONTROL-HASH.
       1020-VERIFY-CONTROL-TOTALS.
           MOVE "CHKPRTAS" TO WS-IOERR-PROGRAM-ID
           MOVE "CHKPRTAS" TO WS-CTLH-PROGRAM-ID
           MOVE "CHECK-REGISTER-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-CHECK-REGISTER-PATH TO WS-CTLH-FILE-PATH
           MOVE "CHECK-REGISTER-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF
           MOVE "PAYROLL-OUT-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-PAYROLL-OUT-PATH TO WS-CTLH-FILE-PATH
           MOVE "PAYROLL-OUT" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF.

       1100-LOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER-FILE

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.
