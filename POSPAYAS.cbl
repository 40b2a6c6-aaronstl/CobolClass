       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POSPAYAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * POSITIVE-PAY ISSUED-CHECK FILE FOR THE BANK.
      *
      * BANKRECAS ONLY SEES A FORGED OR ALTERED CHECK AFTER IT HAS
      * CLEARED. WITH POSITIVE PAY THE BANK HOLDS A LIST OF EVERY
      * CHECK WE ISSUED AND REFUSES ANYTHING THAT DOESN'T MATCH IT.
      * THIS PROGRAM READS PAYCHKREG.DAT AND WRITES POSPAY.DAT IN
      * THE BANK'S FIXED LAYOUT:
      *   - "H" HEADER: OUR ACCOUNT, FILE SEQUENCE NUMBER, DATE;
      *   - "D" DETAIL: CHECK NUMBER, AMOUNT, ISSUE DATE, PAYEE
      *     NAME, AND A "V" FOR A CHECK THE BANK MUST NOW REFUSE;
      *   - "T" TRAILER: ISSUE AND VOID COUNTS AND DOLLARS, THE
      *     DETAIL RECORD COUNT AND THE SEQUENCE NUMBER AGAIN.
      * ONLY WHAT THE BANK HASN'T ALREADY BEEN SENT GOES ON A FILE:
      * EVERY CHECK AND ACTION SENT IS APPENDED TO POSPAYHST.DAT
      * WITH THE SEQUENCE NUMBER IT WENT OUT UNDER. THE LAST
      * SEQUENCE NUMBER USED IS KEPT ON POSPAYCTL.DAT, AND A RUN
      * WITH NOTHING NEW CONSUMES NO NUMBER, SO THE BANK SEES AN
      * UNBROKEN SERIES AND A GAP MEANS A FILE WENT MISSING.
      * CALCPYAS CALLS THIS AT THE END OF EVERY COMMITTED RUN AND
      * APPROVAS AFTER EVERY VOID, REISSUE OR ESCHEATMENT IT
      * EXECUTES; IT CAN ALSO BE RUN ON ITS OWN TO CATCH UP. THE
      * LISTING, POSPAY.rpt, IS ROUTED THROUGH DISTRIB.DAT AS
      * "POSPAY-LISTING".
      *
      * EACH COMPANY BANKS ON ITS OWN ACCOUNT, SO A RUN SENDS ONLY
      * THE CHECKS OF THE COMPANY SELECTED FOR IT (RUNCOMP.DAT),
      * UNDER THAT COMPANY'S ACCOUNT OFF THE COMPANY MASTER, WITH ITS
      * OWN FILE, LISTING, HISTORY AND SEQUENCE NUMBERS. COMPANY 01
      * KEEPS THE ORIGINAL FILE NAMES AND, WITH NO ACCOUNT ON ITS
      * COMPANY ROW, THE RUNCTL.DAT BANK-ACCOUNT ENTRY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT CHECK-REGISTER-FILE
               ASSIGN TO WS-CHECK-REGISTER-PATH
               organization is line sequential
               file status is WS-CHECK-REGISTER-STATUS.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT POSPAY-HISTORY-FILE
               ASSIGN TO WS-POSPAY-HISTORY-PATH
               organization is line sequential
               file status is WS-POSPAY-HISTORY-STATUS.
             SELECT POSPAY-CONTROL-FILE
               ASSIGN TO WS-POSPAY-CONTROL-PATH
               organization is line sequential
               file status is WS-POSPAY-CONTROL-STATUS.
             SELECT POSPAY-FILE
               ASSIGN TO WS-POSPAY-PATH
               organization is line sequential
               file status is WS-POSPAY-STATUS.
             SELECT POSPAY-LISTING
               ASSIGN TO WS-POSPAY-LISTING-PATH
               organization is line sequential
               file status is WS-POSPAY-LISTING-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY DISTRIBSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

       FD  CHECK-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHECK-REGISTER-REC.
       01  CHECK-REGISTER-REC.
           05  CHKREG-CHECK-NUMBER      PIC 9(08).
           05  CHKREG-PAY-DATE          PIC X(06).
           05  CHKREG-EMP-NUMBER        PIC X(06).
           05  CHKREG-NET-AMOUNT        PIC 9(07)V99.
           05  CHKREG-STATUS            PIC X(01).
           05  CHKREG-COMPANY           PIC X(02).

      * ONLY THE EMPLOYEE NUMBER AND NAME ARE PICKED UP FOR THE
      * PAYEE LINE; THE REST OF EMPMNTAS'S LAYOUT RIDES IN FILLER.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  FILLER                   PIC X(62).

      * ONE ROW PER CHECK PER ACTION SENT TO THE BANK. ACTION "I"
      * ISSUED, "V" VOID.
       FD  POSPAY-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS POSPAY-HISTORY-REC.
       01  POSPAY-HISTORY-REC.
           05  PPH-CHECK-NUMBER         PIC 9(08).
           05  PPH-ACTION               PIC X(01).
           05  PPH-FILE-SEQUENCE        PIC 9(06).
           05  PPH-SENT-DATE            PIC 9(08).

       FD  POSPAY-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS POSPAY-CONTROL-REC.
       01  POSPAY-CONTROL-REC.
           05  PPC-LAST-SEQUENCE        PIC 9(06).

      * THE BANK'S POSITIVE-PAY LAYOUT. ALL THREE RECORD TYPES ARE
      * 80 BYTES; THE FIRST BYTE SAYS WHICH ONE IT IS.
       FD  POSPAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS POSPAY-HEADER-REC.
       01  POSPAY-HEADER-REC.
           05  PPF-HDR-TYPE             PIC X(01).
           05  PPF-HDR-ACCOUNT          PIC X(17).
           05  PPF-HDR-SEQUENCE         PIC 9(06).
           05  PPF-HDR-CREATE-DATE      PIC 9(08).
           05  PPF-HDR-CREATE-TIME      PIC 9(06).
           05  FILLER                   PIC X(42).
       01  POSPAY-DETAIL-REC.
           05  PPF-DTL-TYPE             PIC X(01).
           05  PPF-DTL-ACCOUNT          PIC X(17).
           05  PPF-DTL-CHECK-NUMBER     PIC 9(08).
           05  PPF-DTL-AMOUNT           PIC 9(08)V99.
           05  PPF-DTL-ISSUE-DATE       PIC 9(08).
           05  PPF-DTL-PAYEE-NAME       PIC X(20).
           05  PPF-DTL-VOID-FLAG        PIC X(01).
           05  FILLER                   PIC X(15).
       01  POSPAY-TRAILER-REC.
           05  PPF-TRL-TYPE             PIC X(01).
           05  PPF-TRL-SEQUENCE         PIC 9(06).
           05  PPF-TRL-DETAIL-COUNT     PIC 9(06).
           05  PPF-TRL-ISSUE-COUNT      PIC 9(06).
           05  PPF-TRL-ISSUE-TOTAL      PIC 9(11)V99.
           05  PPF-TRL-VOID-COUNT       PIC 9(06).
           05  PPF-TRL-VOID-TOTAL       PIC 9(11)V99.
           05  FILLER                   PIC X(29).

       FD  POSPAY-LISTING
           RECORDING MODE IS F
           DATA RECORD IS POSPAY-LISTING-RECORD.
       01  POSPAY-LISTING-RECORD        PIC X(80).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY DISTRIBFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-CHECK-REGISTER-PATH   PIC X(40)
           VALUE "C:\Users\Bob\PAYCHKREG.DAT".
       01 WS-CHECK-REGISTER-STATUS PIC X(02).
           88 CHECK-REGISTER-SUCCESSFUL VALUE "00".
           88 END-OF-CHECK-REGISTER     VALUE "10".
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-EMP-MASTER         VALUE "10".
       01 WS-POSPAY-HISTORY-PATH   PIC X(40)
           VALUE "C:\Users\Bob\POSPAYHST.DAT".
       01 WS-POSPAY-HISTORY-STATUS PIC X(02).
           88 POSPAY-HISTORY-SUCCESSFUL VALUE "00".
           88 END-OF-POSPAY-HISTORY     VALUE "10".
       01 WS-POSPAY-CONTROL-PATH   PIC X(40)
           VALUE "C:\Users\Bob\POSPAYCTL.DAT".
       01 WS-POSPAY-CONTROL-STATUS PIC X(02).
           88 POSPAY-CONTROL-SUCCESSFUL VALUE "00".
       01 WS-POSPAY-PATH           PIC X(40)
           VALUE "C:\Users\Bob\POSPAY.DAT".
       01 WS-POSPAY-STATUS         PIC X(02).
           88 POSPAY-SUCCESSFUL         VALUE "00".
       01 WS-POSPAY-LISTING-PATH   PIC X(40)
           VALUE "C:\Users\Bob\POSPAY.rpt".
       01 WS-POSPAY-LISTING-STATUS PIC X(02).
           88 GOOD-POSPAY-LISTING-WRITE VALUE "00".

      * OUR ACCOUNT NUMBER AT THE BANK, AS THE BANK WANTS IT ON
      * EVERY HEADER AND DETAIL. RUNCTL.DAT'S BANK-ACCOUNT ENTRY
      * FOR POSPAYAS SUPPLIES IT.
       01 WS-BANK-ACCOUNT          PIC X(17) VALUE SPACES.

      * THE WHOLE REGISTER, LOADED THE WAY BANKRECAS LOADS IT.
       01 WS-CHKREG-TABLE.
           05 WS-CHKREG-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CHKREG-IDX.
              10 WS-CHKREG-CHECK-NUMBER PIC 9(08).
              10 WS-CHKREG-PAY-DATE     PIC X(06).
              10 WS-CHKREG-EMP-NUMBER   PIC X(06).
              10 WS-CHKREG-NET-AMOUNT   PIC 9(07)V99.
              10 WS-CHKREG-STATUS       PIC X(01).
              10 WS-CHKREG-COMPANY      PIC X(02).
       01 WS-CHKREG-COUNT          PIC 9(04) VALUE 0.

      * EMPLOYEE NUMBER/NAME PAIRS FOR THE PAYEE LINE.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMP-FOUND                 VALUE "Y".

      * EVERYTHING ALREADY SENT TO THE BANK.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 10000 TIMES
                             INDEXED BY WS-HIST-IDX.
              10 WS-HIST-CHECK-NUMBER   PIC 9(08).
              10 WS-HIST-ACTION         PIC X(01).
       01 WS-HIST-COUNT            PIC 9(05) VALUE 0.
       01 WS-HIST-FOUND-SW         PIC X(01) VALUE "N".
           88 ALREADY-SENT              VALUE "Y".
       01 WS-SEND-ACTION           PIC X(01).

      * WHAT THIS RUN SENDS, HELD UNTIL THE COUNT IS KNOWN SO A RUN
      * WITH NOTHING NEW WRITES NO FILE AND USES NO SEQUENCE NUMBER.
       01 WS-SEND-TABLE.
           05 WS-SEND-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-SEND-IDX.
              10 WS-SEND-CHKREG-SUB     PIC 9(04).
              10 WS-SEND-ENTRY-ACTION   PIC X(01).
       01 WS-SEND-COUNT            PIC 9(04) VALUE 0.

       01 WS-LAST-SEQUENCE         PIC 9(06) VALUE 0.
       01 WS-FILE-SEQUENCE         PIC 9(06) VALUE 0.
       01 WS-ISSUE-COUNT           PIC 9(06) VALUE 0.
       01 WS-ISSUE-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-VOID-COUNT            PIC 9(06) VALUE 0.
       01 WS-VOID-TOTAL            PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-SW             PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-TIME            PIC 9(08).
      * A REGISTER PAY DATE (MMDDYY) REBUILT AS YYYYMMDD FOR THE
      * BANK, THE SAME WAY BANKRECAS REBUILDS IT FOR AGING.
       01 WS-ISSUE-DATE.
           05 WS-ISSUE-CC           PIC 9(02) VALUE 20.
           05 WS-ISSUE-YY           PIC 9(02).
           05 WS-ISSUE-MM           PIC 9(02).
           05 WS-ISSUE-DD           PIC 9(02).
       01 WS-ISSUE-DATE-NUM REDEFINES WS-ISSUE-DATE
                                    PIC 9(08).

       01  PP-HDG-LINE.
           05 FILLER                 PIC X(27)
             VALUE "POSITIVE-PAY ISSUE FILE NO.".
           05 PP-HDG-SEQUENCE        PIC ZZZZZ9.
           05 FILLER                 PIC X(09) VALUE "  RUN OF ".
           05 PP-HDG-DATE            PIC 9(08).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  PP-DETAIL-LINE.
           05 FILLER                 PIC X(07) VALUE "CHECK: ".
           05 PP-DTL-CHECK-NUMBER    PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PP-DTL-ISSUE-DATE      PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PP-DTL-PAYEE-NAME      PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY PP-DTL-AMOUNT.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PP-DTL-NOTE            PIC X(06).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  PP-TOTAL-LINE.
           05 PP-TOT-LABEL           PIC X(20).
           05 PP-TOT-COUNT           PIC ZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY PP-TOT-AMOUNT.
           05 FILLER                 PIC X(38) VALUE SPACES.

       01  PP-BLANK-LINE             PIC X(80) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY DISTRIBWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "POSPAYAS POSITIVE-PAY ISSUE FILE"
           MOVE "POSPAYAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-SELECT-CHECKS-TO-SEND
           IF WS-SEND-COUNT = 0
              DISPLAY "POSPAYAS: NOTHING NEW SINCE FILE NO. "
                      WS-LAST-SEQUENCE " -- NO FILE WRITTEN"
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-FILE-SEQUENCE = WS-LAST-SEQUENCE + 1
           PERFORM 3000-WRITE-POSPAY-FILE
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 4000-APPEND-HISTORY
           PERFORM 4100-WRITE-POSPAY-CONTROL
           MOVE "POSPAYAS" TO WS-IOERR-PROGRAM-ID
           MOVE "POSPAY-LISTING"       TO WS-DISTRIB-REPORT-NAME
           MOVE WS-POSPAY-LISTING-PATH TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "POSPAYAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-CHKREG-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-SEND-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-ISSUE-TOTAL TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "POSITIVE-PAY FILE NO.: " WS-FILE-SEQUENCE
           DISPLAY "ISSUED CHECKS SENT:   " WS-ISSUE-COUNT
           DISPLAY "VOIDED CHECKS SENT:   " WS-VOID-COUNT
           DISPLAY "END POSPAYAS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1020-SET-RUN-COMPANY
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           IF NOT RUN-REFUSED
              PERFORM 1100-LOAD-REGISTER
           END-IF
           IF NOT RUN-REFUSED
              PERFORM 1200-LOAD-EMPLOYEES
              PERFORM 1300-LOAD-HISTORY
           END-IF
           IF NOT RUN-REFUSED
              PERFORM 1400-LOAD-POSPAY-CONTROL
           END-IF.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR POSPAYAS, IF ANYTHING. THE
      * REGISTER ENTRY SHOULD MATCH CALCPYAS'S AND APPROVAS'S OWN.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "POSPAYAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "CHECK-REGISTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CHECK-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CHECK-REGISTER-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "POSPAY-HISTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-POSPAY-HISTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-POSPAY-HISTORY-PATH
           MOVE "POSPAY-CONTROL" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-POSPAY-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-POSPAY-CONTROL-PATH
           MOVE "POSPAY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-POSPAY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-POSPAY-PATH
           MOVE "POSPAY-LISTING" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-POSPAY-LISTING-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-POSPAY-LISTING-PATH
           MOVE "BANK-ACCOUNT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:17) TO WS-BANK-ACCOUNT
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY THIS FILE IS FOR, ITS BANK ACCOUNT, AND ITS OWN
      * NAMES FOR THE FILE, LISTING, HISTORY AND SEQUENCE CONTROL.
       1020-SET-RUN-COMPANY.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "POSPAYAS: RUN REFUSED"
              MOVE "Y" TO WS-REJECT-SW
           END-IF
           IF WS-RUN-COMPANY-ACCOUNT NOT = SPACES
              MOVE WS-RUN-COMPANY-ACCOUNT TO WS-BANK-ACCOUNT
           ELSE
              IF WS-RUN-COMPANY-CODE NOT = WS-DEFAULT-COMPANY-CODE
                 DISPLAY "POSPAYAS: NO BANK ACCOUNT ON THE COMPANY "
                         "MASTER FOR COMPANY " WS-RUN-COMPANY-CODE
                         " -- RUN REFUSED"
                 MOVE "Y" TO WS-REJECT-SW
              END-IF
           END-IF
           MOVE WS-POSPAY-HISTORY-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-POSPAY-HISTORY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE "Y" TO WS-REJECT-SW
           END-IF
           MOVE WS-POSPAY-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-POSPAY-CONTROL-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE "Y" TO WS-REJECT-SW
           END-IF
           MOVE WS-POSPAY-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-POSPAY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE "Y" TO WS-REJECT-SW
           END-IF
           MOVE WS-POSPAY-LISTING-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-POSPAY-LISTING-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE "Y" TO WS-REJECT-SW
           END-IF.

       1100-LOAD-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF CHECK-REGISTER-SUCCESSFUL
              PERFORM UNTIL END-OF-CHECK-REGISTER
                       OR WS-CHKREG-COUNT = 5000
                 READ CHECK-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CHKREG-COUNT
                    SET WS-CHKREG-IDX TO WS-CHKREG-COUNT
                    MOVE CHKREG-CHECK-NUMBER
                      TO WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
                    MOVE CHKREG-PAY-DATE
                      TO WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)
                    MOVE CHKREG-EMP-NUMBER
                      TO WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX)
                    MOVE CHKREG-NET-AMOUNT
                      TO WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
                    MOVE CHKREG-STATUS
                      TO WS-CHKREG-STATUS(WS-CHKREG-IDX)
                    MOVE CHKREG-COMPANY
                      TO WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                    IF CHKREG-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE
                         TO WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED. A CHECK LEFT OFF THE TABLE
      * WOULD NEVER REACH THE BANK, SO THE RUN STOPS.
              IF NOT END-OF-CHECK-REGISTER
                 READ CHECK-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "POSPAYAS: REGISTER TABLE FULL AT 5000 "
                            "-- RUN REFUSED, UNLOADED CHECKS WOULD "
                            "NEVER BE SENT"
                    MOVE "Y" TO WS-REJECT-SW
                 END-READ
              END-IF
              CLOSE CHECK-REGISTER-FILE
           ELSE
              MOVE "CHECK-REGISTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-CHECK-REGISTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "POSPAYAS: NO CHECK REGISTER ON FILE -- "
                      "NOTHING TO SEND"
              MOVE "Y" TO WS-REJECT-SW
           END-IF.

      * A MISSING MASTER ONLY COSTS THE PAYEE NAMES; THE BANK
      * MATCHES ON CHECK NUMBER AND AMOUNT.
       1200-LOAD-EMPLOYEES.
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-EMP-MASTER
                       OR WS-EMP-COUNT = 999
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-EMP-COUNT
                    SET WS-EMP-IDX TO WS-EMP-COUNT
                    MOVE EMP-NUMBER-IN TO WS-EMP-NUMBER(WS-EMP-IDX)
                    MOVE EMP-NAME-IN   TO WS-EMP-NAME(WS-EMP-IDX)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * NO HISTORY FILE YET SIMPLY MEANS NOTHING HAS BEEN SENT.
       1300-LOAD-HISTORY.
           OPEN INPUT POSPAY-HISTORY-FILE
           IF POSPAY-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-POSPAY-HISTORY
                       OR WS-HIST-COUNT = 10000
                 READ POSPAY-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-HIST-COUNT
                    SET WS-HIST-IDX TO WS-HIST-COUNT
                    MOVE PPH-CHECK-NUMBER
                      TO WS-HIST-CHECK-NUMBER(WS-HIST-IDX)
                    MOVE PPH-ACTION TO WS-HIST-ACTION(WS-HIST-IDX)
                 END-READ
              END-PERFORM
              IF NOT END-OF-POSPAY-HISTORY
                 READ POSPAY-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "POSPAYAS: HISTORY TABLE FULL AT 10000 "
                            "-- RUN REFUSED, CHECKS ALREADY SENT "
                            "WOULD GO AGAIN"
                    MOVE "Y" TO WS-REJECT-SW
                 END-READ
              END-IF
              CLOSE POSPAY-HISTORY-FILE
           END-IF.

       1400-LOAD-POSPAY-CONTROL.
           OPEN INPUT POSPAY-CONTROL-FILE
           IF POSPAY-CONTROL-SUCCESSFUL
              READ POSPAY-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PPC-LAST-SEQUENCE IS NUMERIC
                       MOVE PPC-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                    END-IF
              END-READ
              CLOSE POSPAY-CONTROL-FILE
           END-IF.

      * AN ISSUED CHECK GOES AS AN ISSUE ONCE. A VOIDED CHECK, THE
      * ORIGINAL OF A REISSUE, OR A CHECK ESCHEATED TO THE STATE
      * GOES AS A VOID ONCE SO THE BANK REFUSES IT. CLEARED CHECKS
      * ARE THE BANK'S OWN NEWS. ANOTHER COMPANY'S CHECKS GO ON THAT
      * COMPANY'S OWN FILE.
       2000-SELECT-CHECKS-TO-SEND.
           PERFORM VARYING WS-CHKREG-IDX FROM 1 BY 1
                     UNTIL WS-CHKREG-IDX > WS-CHKREG-COUNT
              IF WS-CHKREG-COMPANY(WS-CHKREG-IDX) = WS-RUN-COMPANY-CODE
                 EVALUATE WS-CHKREG-STATUS(WS-CHKREG-IDX)
                    WHEN "I"
                       MOVE "I" TO WS-SEND-ACTION
                       PERFORM 2010-QUEUE-IF-NOT-SENT
                    WHEN "V"
                    WHEN "R"
                    WHEN "E"
                       MOVE "V" TO WS-SEND-ACTION
                       PERFORM 2010-QUEUE-IF-NOT-SENT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

       2010-QUEUE-IF-NOT-SENT.
           MOVE "N" TO WS-HIST-FOUND-SW
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                     UNTIL WS-HIST-IDX > WS-HIST-COUNT
                        OR ALREADY-SENT
              IF WS-HIST-CHECK-NUMBER(WS-HIST-IDX) =
                 WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
                 AND WS-HIST-ACTION(WS-HIST-IDX) = WS-SEND-ACTION
                 MOVE "Y" TO WS-HIST-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT ALREADY-SENT
              ADD 1 TO WS-SEND-COUNT
              SET WS-SEND-IDX TO WS-SEND-COUNT
              SET WS-SEND-CHKREG-SUB(WS-SEND-IDX) TO WS-CHKREG-IDX
              MOVE WS-SEND-ACTION
                TO WS-SEND-ENTRY-ACTION(WS-SEND-IDX)
           END-IF.

       3000-WRITE-POSPAY-FILE.
           OPEN OUTPUT POSPAY-FILE
           IF NOT POSPAY-SUCCESSFUL
              MOVE "POSPAY-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-POSPAY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "POSPAYAS: CANNOT OPEN THE POSITIVE-PAY FILE "
                      "-- NOTHING SENT, SEQUENCE NOT USED"
              MOVE "Y" TO WS-REJECT-SW
           ELSE
              OPEN OUTPUT POSPAY-LISTING
              MOVE WS-FILE-SEQUENCE TO PP-HDG-SEQUENCE
              MOVE WS-TODAY-DATE TO PP-HDG-DATE
              WRITE POSPAY-LISTING-RECORD FROM PP-HDG-LINE
              WRITE POSPAY-LISTING-RECORD FROM PP-BLANK-LINE
              MOVE SPACES TO POSPAY-HEADER-REC
              MOVE "H" TO PPF-HDR-TYPE
              MOVE WS-BANK-ACCOUNT TO PPF-HDR-ACCOUNT
              MOVE WS-FILE-SEQUENCE TO PPF-HDR-SEQUENCE
              MOVE WS-TODAY-DATE TO PPF-HDR-CREATE-DATE
              MOVE WS-TODAY-TIME(1:6) TO PPF-HDR-CREATE-TIME
              WRITE POSPAY-HEADER-REC
              PERFORM 3010-WRITE-ONE-DETAIL
                VARYING WS-SEND-IDX FROM 1 BY 1
                UNTIL WS-SEND-IDX > WS-SEND-COUNT
              MOVE SPACES TO POSPAY-TRAILER-REC
              MOVE "T" TO PPF-TRL-TYPE
              MOVE WS-FILE-SEQUENCE TO PPF-TRL-SEQUENCE
              MOVE WS-SEND-COUNT TO PPF-TRL-DETAIL-COUNT
              MOVE WS-ISSUE-COUNT TO PPF-TRL-ISSUE-COUNT
              MOVE WS-ISSUE-TOTAL TO PPF-TRL-ISSUE-TOTAL
              MOVE WS-VOID-COUNT TO PPF-TRL-VOID-COUNT
              MOVE WS-VOID-TOTAL TO PPF-TRL-VOID-TOTAL
              WRITE POSPAY-TRAILER-REC
              IF NOT POSPAY-SUCCESSFUL
                 MOVE "POSPAY-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-POSPAY-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
              CLOSE POSPAY-FILE
              PERFORM 3020-WRITE-LISTING-TOTALS
              CLOSE POSPAY-LISTING
           END-IF.

       3010-WRITE-ONE-DETAIL.
           SET WS-CHKREG-IDX TO WS-SEND-CHKREG-SUB(WS-SEND-IDX)
           MOVE SPACES TO POSPAY-DETAIL-REC
           MOVE "D" TO PPF-DTL-TYPE
           MOVE WS-BANK-ACCOUNT TO PPF-DTL-ACCOUNT
           MOVE WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
             TO PPF-DTL-CHECK-NUMBER
           MOVE WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX) TO PPF-DTL-AMOUNT
           MOVE ZEROES TO PPF-DTL-ISSUE-DATE
           IF WS-CHKREG-PAY-DATE(WS-CHKREG-IDX) IS NUMERIC
              MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(1:2)
                TO WS-ISSUE-MM
              MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(3:2)
                TO WS-ISSUE-DD
              MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(5:2)
                TO WS-ISSUE-YY
              MOVE WS-ISSUE-DATE-NUM TO PPF-DTL-ISSUE-DATE
           END-IF
           PERFORM 3011-FIND-PAYEE-NAME
           IF WS-SEND-ENTRY-ACTION(WS-SEND-IDX) = "V"
              MOVE "V" TO PPF-DTL-VOID-FLAG
              ADD 1 TO WS-VOID-COUNT
              ADD WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX) TO WS-VOID-TOTAL
              MOVE "VOID" TO PP-DTL-NOTE
           ELSE
              MOVE SPACE TO PPF-DTL-VOID-FLAG
              ADD 1 TO WS-ISSUE-COUNT
              ADD WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX) TO WS-ISSUE-TOTAL
              MOVE "ISSUED" TO PP-DTL-NOTE
           END-IF
           WRITE POSPAY-DETAIL-REC
           IF NOT POSPAY-SUCCESSFUL
              MOVE "POSPAY-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-POSPAY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           MOVE PPF-DTL-CHECK-NUMBER TO PP-DTL-CHECK-NUMBER
           MOVE PPF-DTL-ISSUE-DATE   TO PP-DTL-ISSUE-DATE
           MOVE PPF-DTL-PAYEE-NAME   TO PP-DTL-PAYEE-NAME
           MOVE WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX) TO PP-DTL-AMOUNT
           WRITE POSPAY-LISTING-RECORD FROM PP-DETAIL-LINE.

      * AN EMPLOYEE SINCE REMOVED FROM THE MASTER STILL GETS A
      * PAYEE LINE -- THE EMPLOYEE NUMBER -- RATHER THAN BLANKS.
       3011-FIND-PAYEE-NAME.
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
                        OR EMP-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) =
                 WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX)
                 MOVE "Y" TO WS-EMP-FOUND-SW
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO PPF-DTL-PAYEE-NAME
              END-IF
           END-PERFORM
           IF NOT EMP-FOUND
              MOVE WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX)
                TO PPF-DTL-PAYEE-NAME
           END-IF.

       3020-WRITE-LISTING-TOTALS.
           WRITE POSPAY-LISTING-RECORD FROM PP-BLANK-LINE
           MOVE "ISSUED CHECKS:" TO PP-TOT-LABEL
           MOVE WS-ISSUE-COUNT TO PP-TOT-COUNT
           MOVE WS-ISSUE-TOTAL TO PP-TOT-AMOUNT
           WRITE POSPAY-LISTING-RECORD FROM PP-TOTAL-LINE
           MOVE "VOIDED CHECKS:" TO PP-TOT-LABEL
           MOVE WS-VOID-COUNT TO PP-TOT-COUNT
           MOVE WS-VOID-TOTAL TO PP-TOT-AMOUNT
           WRITE POSPAY-LISTING-RECORD FROM PP-TOTAL-LINE.

      * EVERY DETAIL JUST WRITTEN IS REMEMBERED AS SENT, UNDER THE
      * SEQUENCE NUMBER IT WENT OUT ON.
       4000-APPEND-HISTORY.
           OPEN EXTEND POSPAY-HISTORY-FILE
           IF NOT POSPAY-HISTORY-SUCCESSFUL
              OPEN OUTPUT POSPAY-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-SEND-IDX FROM 1 BY 1
                     UNTIL WS-SEND-IDX > WS-SEND-COUNT
              SET WS-CHKREG-IDX TO WS-SEND-CHKREG-SUB(WS-SEND-IDX)
              MOVE WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
                TO PPH-CHECK-NUMBER
              MOVE WS-SEND-ENTRY-ACTION(WS-SEND-IDX) TO PPH-ACTION
              MOVE WS-FILE-SEQUENCE TO PPH-FILE-SEQUENCE
              MOVE WS-TODAY-DATE TO PPH-SENT-DATE
              WRITE POSPAY-HISTORY-REC
              IF NOT POSPAY-HISTORY-SUCCESSFUL
                 MOVE "POSPAY-HISTORY-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-POSPAY-HISTORY-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE POSPAY-HISTORY-FILE.

       4100-WRITE-POSPAY-CONTROL.
           OPEN OUTPUT POSPAY-CONTROL-FILE
           MOVE WS-FILE-SEQUENCE TO PPC-LAST-SEQUENCE
           WRITE POSPAY-CONTROL-REC
           CLOSE POSPAY-CONTROL-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED COMPANY MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
