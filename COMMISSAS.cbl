      * CONTRACT RATE ON CONTRACT-PRICED BUSINESS -- PRINTING
      * PER-SALESPERSON STATEMENTS AND AN OFFICE SUMMARY THAT TIES
      * TO THE MONTH'S INVOICED TOTAL.
      *
      * A REP WHO IS ALSO ON THE PAYROLL CARRIES AN EMPLOYEE NUMBER
      * ON THE SALESPERSON FILE. THEIR MONTH'S COMMISSION GOES OUT
      * ON THE COMMISSION EARNINGS FILE FOR CALCPYAS TO PAY AS ITS
      * OWN EARNINGS LINE -- A MONTH ALREADY ON PAYROLL'S PAID-
      * CONTROL FILE IS NEVER SENT AGAIN. A REP WITH NO EMPLOYEE
      * NUMBER IS AN OUTSIDE REP: THEIR COMMISSION IS LISTED AS A
      * 1099 VENDOR PAYMENT AND WRITTEN TO THE VENDOR PAYMENT FILE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is sequential
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT INVOICED-CONTROL-FILE
               ASSIGN TO WS-INV-CONTROL-PATH
               ASSIGN TO WS-COMMISSION-RPT-PATH
               organization is line sequential
               file status is WS-COMMISSION-RPT-STATUS.
             SELECT COMMISSION-PAY-FILE
               ASSIGN TO WS-COMM-PAY-PATH
               organization is line sequential
               file status is WS-COMM-PAY-STATUS.
             SELECT COMMISSION-PAID-FILE
               ASSIGN TO WS-COMM-PAID-PATH
               organization is line sequential
               file status is WS-COMM-PAID-STATUS.
             SELECT COMMISSION-VENDOR-FILE
               ASSIGN TO WS-COMM-VENDOR-PATH
               organization is line sequential
               file status is WS-COMM-VENDOR-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
           05 RUGORD-PROMISE-DATE      PIC 9(08).
           05 RUGORD-CONTRACT-SW       PIC X(01).
           05 RUGORD-SALES-REP         PIC X(03).
           05 FILLER                   PIC X(17).

       FD  INVOICED-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICED-CONTROL-REC.
       01  INVOICED-CONTROL-REC.
           05 INVDONE-ORDER-NUMBER     PIC X(06).
           05 INVDONE-LINE-NUMBER      PIC X(03).

      * ONE ROW PER SALESPERSON: CODE, NAME, STANDARD COMMISSION
      * RATE, THE LOWER RATE PAID ON CONTRACT-PRICED BUSINESS, AND
      * THE REP'S EMPLOYEE NUMBER WHEN THEY ARE ON THE PAYROLL
      * (BLANK FOR AN OUTSIDE REP PAID AS A 1099 VENDOR).
       FD  SALES-REP-FILE
           RECORDING MODE IS F
           DATA RECORD IS SALES-REP-REC-IN.
           05 SREP-NAME-IN             PIC X(20).
           05 SREP-RATE-IN             PIC V9(04).
           05 SREP-CONTRACT-RATE-IN    PIC V9(04).
           05 SREP-EMP-NUMBER-IN       PIC X(06).

       FD  COMMISSION-REPORT
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-RECORD.
       01  COMMISSION-RECORD           PIC X(90).

      * COMMISSION EARNINGS FOR CALCPYAS: ONE ROW PER EMPLOYEE REP
      * PER MONTH. UNPAID ROWS FROM OTHER MONTHS ARE CARRIED
      * FORWARD WHEN THE FILE IS REWRITTEN; THE MONTH BEING RUN IS
      * REPLACED, SO A RE-RUN NEVER DOUBLES IT.
       FD  COMMISSION-PAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-PAY-REC.
       01  COMMISSION-PAY-REC.
           05 CPAY-EMP-NUMBER          PIC X(06).
           05 CPAY-MONTH               PIC 9(06).
           05 CPAY-REP-CODE            PIC X(03).
           05 CPAY-AMOUNT              PIC 9(07)V99.

      * PAYROLL'S PAID-CONTROL FILE (EMPLOYEE PLUS MONTH), WRITTEN
      * BY CALCPYAS AS EACH COMMISSION IS PAID. READ ONLY HERE.
       FD  COMMISSION-PAID-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-PAID-REC.
       01  COMMISSION-PAID-REC.
           05 CPAID-EMP-NUMBER         PIC X(06).
           05 CPAID-MONTH              PIC 9(06).

      * THE MONTH'S 1099 VENDOR PAYMENTS TO OUTSIDE REPS.
       FD  COMMISSION-VENDOR-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-VENDOR-REC.
       01  COMMISSION-VENDOR-REC.
           05 CVEND-REP-CODE           PIC X(03).
           05 CVEND-REP-NAME           PIC X(20).
           05 CVEND-MONTH              PIC 9(06).
           05 CVEND-AMOUNT             PIC 9(07)V99.

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-INV-CONTROL-PATH      PIC X(40)
           VALUE "C:\Users\Bob\INVDONE.DAT".
           VALUE "C:\Users\bob\COMMISSION.rpt".
       01 WS-COMMISSION-RPT-STATUS PIC X(02).
           88 GOOD-COMMISSION-WRITE    VALUE "00".
       01 WS-COMM-PAY-PATH         PIC X(40)
           VALUE "C:\Users\bob\COMMPAY.DAT".
       01 WS-COMM-PAY-STATUS       PIC X(02).
           88 COMM-PAY-SUCCESSFUL      VALUE "00".
           88 END-OF-COMM-PAY          VALUE "10".
       01 WS-COMM-PAID-PATH        PIC X(40)
           VALUE "C:\Users\bob\COMMPAID.DAT".
       01 WS-COMM-PAID-STATUS      PIC X(02).
           88 COMM-PAID-SUCCESSFUL     VALUE "00".
           88 END-OF-COMM-PAID         VALUE "10".
       01 WS-COMM-VENDOR-PATH      PIC X(40)
           VALUE "C:\Users\bob\COMM1099.DAT".
       01 WS-COMM-VENDOR-STATUS    PIC X(02).
           88 COMM-VENDOR-SUCCESSFUL   VALUE "00".

       01 WS-MONTH-IN              PIC X(06).

                            INDEXED BY WS-REP-IDX.
              10 WS-REP-CODE            PIC X(03).
              10 WS-REP-NAME            PIC X(20).
              10 WS-REP-EMP-NUMBER      PIC X(06).
              10 WS-REP-RATE            PIC V9(04).
              10 WS-REP-CONTRACT-RATE   PIC V9(04).
              10 WS-REP-ORDERS          PIC 9(04).
              10 WS-DTL-CONTRACT-SW     PIC X(01).
       01 WS-DETAIL-COUNT          PIC 9(03) VALUE 0.

      * OTHER MONTHS' UNPAID COMMISSION EARNINGS ROWS, CARRIED
      * FORWARD WHEN THE EARNINGS FILE IS REWRITTEN.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-KEEP-IDX
                             PIC X(24).
       01 WS-KEEP-COUNT            PIC 9(04) VALUE 0.
       01 WS-KEEP-FULL-SW          PIC X(01) VALUE "N".
           88 KEEP-TABLE-FULL          VALUE "Y".

      * EMPLOYEE/MONTH COMMISSIONS PAYROLL HAS ALREADY PAID.
       01 WS-CPAID-TABLE.
           05 WS-CPAID-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-CPAID-IDX.
              10 WS-CPAID-EMP-NUMBER    PIC X(06).
              10 WS-CPAID-MONTH         PIC 9(06).
       01 WS-CPAID-COUNT           PIC 9(04) VALUE 0.
       01 WS-CPAID-FOUND-SW        PIC X(01) VALUE "N".
           88 COMMISSION-ALREADY-PAID  VALUE "Y".

       01 WS-PAY-ROWS-WRITTEN      PIC 9(04) VALUE 0.
       01 WS-VENDOR-ROWS-WRITTEN   PIC 9(04) VALUE 0.
       01 WS-MONTH-1099-TOT        PIC 9(09)V99 VALUE 0.

       01 WS-THIS-COMMISSION       PIC 9(06)V99 VALUE 0.
       01 WS-MONTH-INVOICED-TOTAL  PIC 9(09)V99 VALUE 0.
       01 WS-MONTH-COMMISSION-TOT  PIC 9(09)V99 VALUE 0.
           05 COMM-REP-CODE          PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 COMM-REP-NAME          PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 COMM-REP-PAID-BY       PIC X(58).

       01  COMM-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
                MONEY-EDIT-NAME BY COMM-TOT-AMOUNT.
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  COMM-1099-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 COMM-1099-CODE         PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 COMM-1099-NAME         PIC X(20).
           05 FILLER                 PIC X(03) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY COMM-1099-AMOUNT.
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  COMM-BLANK-LINE           PIC X(90) VALUE SPACES.

       COPY IOERRWS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-COMMISSIONS
           PERFORM 3000-WRITE-STATEMENTS
           PERFORM 3100-WRITE-1099-SECTION
           CLOSE COMMISSION-REPORT
           PERFORM 4000-WRITE-COMMISSION-PAY
           PERFORM 4100-WRITE-VENDOR-PAYMENTS
           MOVE "COMMISSAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-DETAIL-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-DETAIL-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-MONTH-COMMISSION-TOT TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "ORDERS COMMISSIONED: " WS-DETAIL-COUNT
           DISPLAY "PAYROLL COMMISSIONS: " WS-PAY-ROWS-WRITTEN
           DISPLAY "1099 VENDOR PAYMENTS:" WS-VENDOR-ROWS-WRITTEN
           DISPLAY "END COMMISSAS"
           GOBACK.

           END-IF
           PERFORM 1100-LOAD-SALES-REPS
           PERFORM 1200-LOAD-INVOICED-CONTROL
           PERFORM 1300-LOAD-COMMISSION-PAY
           OPEN OUTPUT COMMISSION-REPORT
           MOVE WS-MONTH-IN TO COMM-HDG-MONTH
           WRITE COMMISSION-RECORD FROM COMM-HDG-LINE.
           MOVE "COMMISSION-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMMISSION-RPT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMMISSION-RPT-PATH
           MOVE "COMMISSION-PAY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMM-PAY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMM-PAY-PATH
           MOVE "COMMISSION-PAID-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMM-PAID-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMM-PAID-PATH
           MOVE "COMMISSION-1099-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMM-VENDOR-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMM-VENDOR-PATH.

       1100-LOAD-SALES-REPS.
           OPEN INPUT SALES-REP-FILE
                    MOVE SREP-RATE-IN TO WS-REP-RATE(WS-REP-COUNT)
                    MOVE SREP-CONTRACT-RATE-IN
                      TO WS-REP-CONTRACT-RATE(WS-REP-COUNT)
                    MOVE SREP-EMP-NUMBER-IN
                      TO WS-REP-EMP-NUMBER(WS-REP-COUNT)
                    MOVE ZEROES TO WS-REP-ORDERS(WS-REP-COUNT)
                                   WS-REP-SALES(WS-REP-COUNT)
                                   WS-REP-COMMISSION(WS-REP-COUNT)
              CLOSE INVOICED-CONTROL-FILE
           END-IF.

      * LOADS PAYROLL'S PAID-CONTROL FILE, THEN THE CURRENT
      * EARNINGS FILE: A ROW FOR THE MONTH BEING RUN IS DROPPED (IT
      * IS REBUILT BELOW) AND SO IS ANY ROW PAYROLL HAS ALREADY
      * PAID. WHATEVER IS LEFT IS OTHER MONTHS' UNPAID COMMISSION,
      * CARRIED FORWARD UNTOUCHED.
       1300-LOAD-COMMISSION-PAY.
           OPEN INPUT COMMISSION-PAID-FILE
           IF COMM-PAID-SUCCESSFUL
              PERFORM UNTIL END-OF-COMM-PAID
                       OR WS-CPAID-COUNT = 2000
                 READ COMMISSION-PAID-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CPAID-COUNT
                    MOVE CPAID-EMP-NUMBER
                      TO WS-CPAID-EMP-NUMBER(WS-CPAID-COUNT)
                    MOVE CPAID-MONTH
                      TO WS-CPAID-MONTH(WS-CPAID-COUNT)
                 END-READ
              END-PERFORM
              CLOSE COMMISSION-PAID-FILE
           END-IF
           OPEN INPUT COMMISSION-PAY-FILE
           IF COMM-PAY-SUCCESSFUL
              PERFORM UNTIL END-OF-COMM-PAY
                       OR KEEP-TABLE-FULL
                 READ COMMISSION-PAY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1310-CHECK-COMMISSION-PAID
                    IF CPAY-MONTH NOT = WS-MONTH-IN
                       AND NOT COMMISSION-ALREADY-PAID
                       IF WS-KEEP-COUNT = 1000
                          MOVE "Y" TO WS-KEEP-FULL-SW
                       ELSE
                          ADD 1 TO WS-KEEP-COUNT
                          SET WS-KEEP-IDX TO WS-KEEP-COUNT
                          MOVE COMMISSION-PAY-REC
                            TO WS-KEEP-ENTRY(WS-KEEP-IDX)
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMISSION-PAY-FILE
           END-IF.

      * IS THE EMPLOYEE/MONTH IN CPAY-EMP-NUMBER AND CPAY-MONTH
      * ALREADY ON PAYROLL'S PAID-CONTROL FILE?
       1310-CHECK-COMMISSION-PAID.
           MOVE "N" TO WS-CPAID-FOUND-SW
           PERFORM VARYING WS-CPAID-IDX FROM 1 BY 1
                     UNTIL WS-CPAID-IDX > WS-CPAID-COUNT
                        OR COMMISSION-ALREADY-PAID
              IF WS-CPAID-EMP-NUMBER(WS-CPAID-IDX) = CPAY-EMP-NUMBER
                 AND WS-CPAID-MONTH(WS-CPAID-IDX) = CPAY-MONTH
                 MOVE "Y" TO WS-CPAID-FOUND-SW
              END-IF
           END-PERFORM.

       2000-ACCUMULATE-COMMISSIONS.
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
           WRITE COMMISSION-RECORD FROM COMM-BLANK-LINE
           MOVE WS-REP-CODE(WS-REP-IDX) TO COMM-REP-CODE
           MOVE WS-REP-NAME(WS-REP-IDX) TO COMM-REP-NAME
           IF WS-REP-EMP-NUMBER(WS-REP-IDX) = SPACES
              MOVE "PAID AS 1099 VENDOR" TO COMM-REP-PAID-BY
           ELSE
              MOVE WS-REP-EMP-NUMBER(WS-REP-IDX) TO CPAY-EMP-NUMBER
              MOVE WS-MONTH-IN TO CPAY-MONTH
              PERFORM 1310-CHECK-COMMISSION-PAID
              IF COMMISSION-ALREADY-PAID
                 STRING "ALREADY PAID THROUGH PAYROLL, EMPLOYEE "
                        DELIMITED BY SIZE
                        WS-REP-EMP-NUMBER(WS-REP-IDX)
                        DELIMITED BY SIZE
                        INTO COMM-REP-PAID-BY
              ELSE
                 STRING "PAID THROUGH PAYROLL, EMPLOYEE "
                        DELIMITED BY SIZE
                        WS-REP-EMP-NUMBER(WS-REP-IDX)
                        DELIMITED BY SIZE
                        INTO COMM-REP-PAID-BY
              END-IF
           END-IF
           WRITE COMMISSION-RECORD FROM COMM-REP-LINE
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                     UNTIL WS-DTL-IDX > WS-DETAIL-COUNT
           MOVE WS-REP-COMMISSION(WS-REP-IDX) TO COMM-TOT-AMOUNT
           WRITE COMMISSION-RECORD FROM COMM-TOTAL-LINE.

      * OUTSIDE REPS -- NO EMPLOYEE NUMBER ON THE SALESPERSON FILE --
      * ARE LISTED FOR ACCOUNTS PAYABLE AS 1099 VENDOR PAYMENTS.
       3100-WRITE-1099-SECTION.
           WRITE COMMISSION-RECORD FROM COMM-BLANK-LINE
           MOVE "1099 VENDOR PAYMENTS:         " TO COMM-TOT-LABEL
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                     UNTIL WS-REP-IDX > WS-REP-COUNT
              IF WS-REP-EMP-NUMBER(WS-REP-IDX) = SPACES
                 AND WS-REP-COMMISSION(WS-REP-IDX) > 0
                 ADD WS-REP-COMMISSION(WS-REP-IDX) TO WS-MONTH-1099-TOT
              END-IF
           END-PERFORM
           MOVE WS-MONTH-1099-TOT TO COMM-TOT-AMOUNT
           WRITE COMMISSION-RECORD FROM COMM-TOTAL-LINE
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                     UNTIL WS-REP-IDX > WS-REP-COUNT
              IF WS-REP-EMP-NUMBER(WS-REP-IDX) = SPACES
                 AND WS-REP-COMMISSION(WS-REP-IDX) > 0
                 MOVE WS-REP-CODE(WS-REP-IDX) TO COMM-1099-CODE
                 MOVE WS-REP-NAME(WS-REP-IDX) TO COMM-1099-NAME
                 MOVE WS-REP-COMMISSION(WS-REP-IDX)
                   TO COMM-1099-AMOUNT
                 WRITE COMMISSION-RECORD FROM COMM-1099-LINE
              END-IF
           END-PERFORM.

      * REWRITES THE COMMISSION EARNINGS FILE: OTHER MONTHS' UNPAID
      * ROWS FIRST, THEN ONE ROW PER EMPLOYEE REP WITH COMMISSION
      * THIS MONTH THAT PAYROLL HAS NOT ALREADY PAID. IF THE CARRY-
      * FORWARD TABLE OVERFLOWED THE FILE IS LEFT AS IT WAS RATHER
      * THAN LOSE UNPAID ROWS.
       4000-WRITE-COMMISSION-PAY.
           IF KEEP-TABLE-FULL
              DISPLAY "COMMISSAS: MORE THAN 1000 UNPAID COMMISSION "
                      "ROWS ON FILE -- EARNINGS FILE NOT REWRITTEN"
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT COMMISSION-PAY-FILE
              IF NOT COMM-PAY-SUCCESSFUL
                 MOVE "COMMISSAS" TO WS-IOERR-PROGRAM-ID
                 MOVE "COMMPAY.DAT" TO WS-IOERR-FILE-NAME
                 MOVE WS-COMM-PAY-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                           UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                    WRITE COMMISSION-PAY-REC
                     FROM WS-KEEP-ENTRY(WS-KEEP-IDX)
                 END-PERFORM
                 PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                           UNTIL WS-REP-IDX > WS-REP-COUNT
                    IF WS-REP-EMP-NUMBER(WS-REP-IDX) NOT = SPACES
                       AND WS-REP-COMMISSION(WS-REP-IDX) > 0
                       MOVE WS-REP-EMP-NUMBER(WS-REP-IDX)
                         TO CPAY-EMP-NUMBER
                       MOVE WS-MONTH-IN TO CPAY-MONTH
                       PERFORM 1310-CHECK-COMMISSION-PAID
                       IF NOT COMMISSION-ALREADY-PAID
                          MOVE WS-REP-CODE(WS-REP-IDX)
                            TO CPAY-REP-CODE
                          MOVE WS-REP-COMMISSION(WS-REP-IDX)
                            TO CPAY-AMOUNT
                          WRITE COMMISSION-PAY-REC
                          ADD 1 TO WS-PAY-ROWS-WRITTEN
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE COMMISSION-PAY-FILE
              END-IF
           END-IF.

      * THE MONTH'S 1099 VENDOR PAYMENT FILE, REPLACED EACH RUN.
       4100-WRITE-VENDOR-PAYMENTS.
           OPEN OUTPUT COMMISSION-VENDOR-FILE
           IF NOT COMM-VENDOR-SUCCESSFUL
              MOVE "COMMISSAS" TO WS-IOERR-PROGRAM-ID
              MOVE "COMM1099.DAT" TO WS-IOERR-FILE-NAME
              MOVE WS-COMM-VENDOR-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                        UNTIL WS-REP-IDX > WS-REP-COUNT
                 IF WS-REP-EMP-NUMBER(WS-REP-IDX) = SPACES
                    AND WS-REP-COMMISSION(WS-REP-IDX) > 0
                    MOVE WS-REP-CODE(WS-REP-IDX) TO CVEND-REP-CODE
                    MOVE WS-REP-NAME(WS-REP-IDX) TO CVEND-REP-NAME
                    MOVE WS-MONTH-IN TO CVEND-MONTH
                    MOVE WS-REP-COMMISSION(WS-REP-IDX)
                      TO CVEND-AMOUNT
                    WRITE COMMISSION-VENDOR-REC
                    ADD 1 TO WS-VENDOR-ROWS-WRITTEN
                 END-IF
              END-PERFORM
              CLOSE COMMISSION-VENDOR-FILE
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

