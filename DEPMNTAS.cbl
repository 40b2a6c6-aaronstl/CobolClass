       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * PAYROLL TAX DEPOSIT ENTRY.
      *
      * TAXDEPAS WORKS OUT EVERY FEDERAL AND STATE DEPOSIT OWED FROM
      * THE GL CONTROL LINES AND LEAVES THEM ON TAXLIAB.DAT. THIS
      * SCREEN LETS THE PAYROLL CLERK LIST THE DEPOSITS STILL OWED
      * AND RECORD EACH DEPOSIT ACTUALLY MADE -- WHICH OBLIGATION IT
      * PAYS, THE DATE, THE AMOUNT AND THE AGENCY'S CONFIRMATION
      * NUMBER. DEPOSITS ARE APPENDED TO TAXDEPOS.DAT UNDER THE
      * SIGNED-ON OPERATOR; NOTHING IS EVER CHANGED IN PLACE, SO A
      * MISKEYED DEPOSIT IS CORRECTED BY THE BANK'S OWN REVERSAL AND
      * A NEW ENTRY. TAXDEPAS AND QTRTAXAS BOTH READ TAXDEPOS.DAT.
      * DEPOSITS ARE KEPT PER COMPANY, SINCE EACH FILES UNDER ITS OWN
      * FEIN: THE SCREEN WORKS ON THE COMPANY RUNCOMP.DAT NAMES, AND
      * ONLY FOR AN OPERATOR AUTHORIZED FOR THAT COMPANY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT TAX-LIABILITY-FILE
               ASSIGN TO WS-TAX-LIABILITY-PATH
               organization is line sequential
               file status is WS-TAX-LIABILITY-STATUS.
             SELECT TAX-DEPOSIT-FILE
               ASSIGN TO WS-TAX-DEPOSIT-PATH
               organization is line sequential
               file status is WS-TAX-DEPOSIT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

      * SAME LAYOUT TAXDEPAS WRITES.
       FD  TAX-LIABILITY-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-LIABILITY-REC.
       01  TAX-LIABILITY-REC.
           05  LIAB-AGENCY              PIC X(04).
           05  LIAB-MONTH               PIC 9(06).
           05  LIAB-DUE-DATE            PIC 9(08).
           05  LIAB-SCHEDULE            PIC X(01).
           05  LIAB-LAST-RUN-DATE       PIC 9(08).
           05  LIAB-AMOUNT              PIC 9(09)V99.
           05  LIAB-DEPOSITED           PIC 9(09)V99.
           05  LIAB-LAST-DEPOSIT-DATE   PIC 9(08).
           05  LIAB-STATUS              PIC X(01).

      * SAME LAYOUT TAXDEPAS AND QTRTAXAS READ.
       FD  TAX-DEPOSIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-DEPOSIT-REC.
       01  TAX-DEPOSIT-REC.
           05  DPM-AGENCY               PIC X(04).
           05  DPM-LIAB-MONTH           PIC 9(06).
           05  DPM-DUE-DATE             PIC 9(08).
           05  DPM-DEPOSIT-DATE         PIC 9(08).
           05  DPM-AMOUNT               PIC 9(09)V99.
           05  DPM-CONFIRMATION         PIC X(15).
           05  DPM-OPERATOR             PIC X(08).
           05  DPM-ENTRY-DATE           PIC 9(08).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-TAX-LIABILITY-PATH    PIC X(40)
           VALUE "C:\Users\Bob\TAXLIAB.DAT".
       01 WS-TAX-LIABILITY-STATUS  PIC X(02).
           88 TAX-LIABILITY-SUCCESSFUL  VALUE "00".
           88 END-OF-TAX-LIABILITY      VALUE "10".
       01 WS-TAX-DEPOSIT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\TAXDEPOS.DAT".
       01 WS-TAX-DEPOSIT-STATUS    PIC X(02).
           88 TAX-DEPOSIT-SUCCESSFUL    VALUE "00".

      * THE OBLIGATIONS AS TAXDEPAS LAST LEFT THEM. DEPOSITS KEYED
      * HERE ARE ADDED TO THE DEPOSITED FIGURE AS THEY GO.
       01 WS-LIAB-TABLE.
           05 WS-LIAB-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-LIAB-IDX.
              10 WS-LIAB-AGENCY         PIC X(04).
              10 WS-LIAB-MONTH          PIC 9(06).
              10 WS-LIAB-DUE-DATE       PIC 9(08).
              10 WS-LIAB-AMOUNT         PIC 9(09)V99.
              10 WS-LIAB-DEPOSITED      PIC 9(09)V99.
       01 WS-LIAB-COUNT            PIC 9(04) VALUE 0.
       01 WS-LIAB-MATCHES          PIC 9(04) VALUE 0.
       01 WS-LIAB-HOLD-IDX         PIC 9(04) VALUE 0.
       01 WS-BALANCE               PIC S9(09)V99.
       01 WS-OPEN-LISTED           PIC 9(04) VALUE 0.

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 CLERK-DONE                VALUE "Y".
       01 WS-CONFIRM-SW            PIC X(01).
           88 ENTRY-CONFIRMED           VALUES "Y" "y".
       01 WS-DEPOSITS-RECORDED     PIC 9(03) VALUE 0.
       01 WS-TODAY-DATE            PIC 9(08).

      * DEPOSIT ENTRY FIELDS.
       01 WS-AGENCY-IN             PIC X(04).
       01 WS-MONTH-IN              PIC X(06).
       01 WS-MONTH-NUM REDEFINES WS-MONTH-IN
                                    PIC 9(06).
       01 WS-DUE-DATE-IN           PIC X(08).
       01 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE-IN
                                    PIC 9(08).
       01 WS-DEPOSIT-DATE-IN       PIC X(08).
       01 WS-DEPOSIT-DATE-NUM REDEFINES WS-DEPOSIT-DATE-IN
                                    PIC 9(08).
       01 WS-AMOUNT-IN             PIC X(11).
       01 WS-AMOUNT-NUM REDEFINES WS-AMOUNT-IN
                                    PIC 9(09)V99.
       01 WS-CONFIRMATION-IN       PIC X(15).

       01 WS-AMOUNT-EDIT           PIC $$$,$$$,$$9.99.
       01 WS-BALANCE-EDIT          PIC $$$,$$$,$$9.99.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "DEPMNTAS PAYROLL TAX DEPOSIT ENTRY"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1050-SET-COMPANY-PATHS
           PERFORM 1100-LOAD-LIABILITIES
           PERFORM UNTIL CLERK-DONE
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
           IF WS-DEPOSITS-RECORDED > 0
              DISPLAY "DEPMNTAS: " WS-DEPOSITS-RECORDED
                      " DEPOSIT(S) RECORDED"
           ELSE
              DISPLAY "DEPMNTAS: NO DEPOSITS RECORDED"
           END-IF
           GOBACK.

      * OVERRIDES THE COMPILED-IN PATHS WITH WHATEVER RUNCTL.DAT HAS
      * ON FILE FOR DEPMNTAS, IF ANYTHING. THEY SHOULD MATCH
      * TAXDEPAS'S OWN ENTRIES.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "DEPMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "TAX-LIABILITY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TAX-LIABILITY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-LIABILITY-PATH
           MOVE "TAX-DEPOSIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TAX-DEPOSIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-DEPOSIT-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY THE DEPOSITS ARE FOR, AND ITS OWN LIABILITY AND
      * DEPOSIT FILES. COMPANY 01 KEEPS THE FILE NAMES IT HAS ALWAYS
      * HAD.
       1050-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "DEPMNTAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TAX-LIABILITY-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-COMPANY-FILE-PATH TO WS-TAX-LIABILITY-PATH
           MOVE WS-TAX-DEPOSIT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-COMPANY-FILE-PATH TO WS-TAX-DEPOSIT-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       1100-LOAD-LIABILITIES.
           OPEN INPUT TAX-LIABILITY-FILE
           IF TAX-LIABILITY-SUCCESSFUL
              PERFORM UNTIL END-OF-TAX-LIABILITY
                       OR WS-LIAB-COUNT = 2000
                 READ TAX-LIABILITY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LIAB-COUNT
                    SET WS-LIAB-IDX TO WS-LIAB-COUNT
                    MOVE LIAB-AGENCY   TO WS-LIAB-AGENCY(WS-LIAB-IDX)
                    MOVE LIAB-MONTH    TO WS-LIAB-MONTH(WS-LIAB-IDX)
                    MOVE LIAB-DUE-DATE
                      TO WS-LIAB-DUE-DATE(WS-LIAB-IDX)
                    MOVE LIAB-AMOUNT   TO WS-LIAB-AMOUNT(WS-LIAB-IDX)
                    MOVE LIAB-DEPOSITED
                      TO WS-LIAB-DEPOSITED(WS-LIAB-IDX)
                 END-READ
              END-PERFORM
              DISPLAY "DEPOSIT OBLIGATIONS ON FILE: " WS-LIAB-COUNT
              CLOSE TAX-LIABILITY-FILE
           ELSE
              DISPLAY "NO LIABILITY FILE -- RUN TAXDEPAS FIRST"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-CLERK.
           DISPLAY " "
           DISPLAY "L - LIST DEPOSITS STILL OWED"
           DISPLAY "D - RECORD A DEPOSIT MADE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2100-LIST-OPEN-DEPOSITS
              WHEN WS-MENU-CHOICE = "D" OR WS-MENU-CHOICE = "d"
                 PERFORM 2200-RECORD-DEPOSIT
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

       2100-LIST-OPEN-DEPOSITS.
           MOVE 0 TO WS-OPEN-LISTED
           DISPLAY "AGENCY MONTH  DUE DATE          BALANCE"
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                     UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
              COMPUTE WS-BALANCE = WS-LIAB-AMOUNT(WS-LIAB-IDX)
                                 - WS-LIAB-DEPOSITED(WS-LIAB-IDX)
              IF WS-BALANCE > 0
                 ADD 1 TO WS-OPEN-LISTED
                 MOVE WS-BALANCE TO WS-BALANCE-EDIT
                 IF WS-LIAB-DUE-DATE(WS-LIAB-IDX) < WS-TODAY-DATE
                    DISPLAY WS-LIAB-AGENCY(WS-LIAB-IDX) "   "
                            WS-LIAB-MONTH(WS-LIAB-IDX) " "
                            WS-LIAB-DUE-DATE(WS-LIAB-IDX) " "
                            WS-BALANCE-EDIT "  *** LATE"
                 ELSE
                    DISPLAY WS-LIAB-AGENCY(WS-LIAB-IDX) "   "
                            WS-LIAB-MONTH(WS-LIAB-IDX) " "
                            WS-LIAB-DUE-DATE(WS-LIAB-IDX) " "
                            WS-BALANCE-EDIT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-OPEN-LISTED = 0
              DISPLAY "NO DEPOSITS OWED."
           END-IF.

      * FINDS THE OBLIGATION THE DEPOSIT PAYS: AGENCY AND LIABILITY
      * MONTH, AND THE DUE DATE TOO WHEN THE MONTH HAS MORE THAN ONE
      * (SEMIWEEKLY). LEAVES WS-LIAB-HOLD-IDX ON IT, OR ZERO.
       2010-FIND-LIABILITY.
           MOVE 0 TO WS-LIAB-HOLD-IDX
           MOVE 0 TO WS-LIAB-MATCHES
           DISPLAY "AGENCY (FED OR ST + STATE CODE, E.G. STOH): "
           ACCEPT WS-AGENCY-IN
           DISPLAY "LIABILITY MONTH (YYYYMM): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN IS NOT NUMERIC
              DISPLAY "LIABILITY MONTH MUST BE YYYYMM."
           ELSE
              PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                        UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
                 IF WS-LIAB-AGENCY(WS-LIAB-IDX) = WS-AGENCY-IN
                    AND WS-LIAB-MONTH(WS-LIAB-IDX) = WS-MONTH-NUM
                    ADD 1 TO WS-LIAB-MATCHES
                    SET WS-LIAB-HOLD-IDX TO WS-LIAB-IDX
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-LIAB-MATCHES = 0
                    DISPLAY "NO " WS-AGENCY-IN " LIABILITY FOR "
                            WS-MONTH-IN
                 WHEN WS-LIAB-MATCHES > 1
                    PERFORM 2020-PICK-DUE-DATE
              END-EVALUATE
           END-IF.

       2020-PICK-DUE-DATE.
           MOVE 0 TO WS-LIAB-HOLD-IDX
           DISPLAY "MORE THAN ONE DEPOSIT THAT MONTH. DUE DATE "
                   "(YYYYMMDD): "
           ACCEPT WS-DUE-DATE-IN
           IF WS-DUE-DATE-IN IS NOT NUMERIC
              DISPLAY "DUE DATE MUST BE YYYYMMDD."
           ELSE
              PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                        UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
                 IF WS-LIAB-AGENCY(WS-LIAB-IDX) = WS-AGENCY-IN
                    AND WS-LIAB-MONTH(WS-LIAB-IDX) = WS-MONTH-NUM
                    AND WS-LIAB-DUE-DATE(WS-LIAB-IDX) =
                        WS-DUE-DATE-NUM
                    SET WS-LIAB-HOLD-IDX TO WS-LIAB-IDX
                 END-IF
              END-PERFORM
              IF WS-LIAB-HOLD-IDX = 0
                 DISPLAY "NO " WS-AGENCY-IN " DEPOSIT DUE "
                         WS-DUE-DATE-IN
              END-IF
           END-IF.

      * TAKES THE DEPOSIT DATE, AMOUNT AND CONFIRMATION NUMBER AND
      * APPENDS THE DEPOSIT ONCE THE CLERK CONFIRMS IT.
       2200-RECORD-DEPOSIT.
           PERFORM 2010-FIND-LIABILITY
           IF WS-LIAB-HOLD-IDX > 0
              SET WS-LIAB-IDX TO WS-LIAB-HOLD-IDX
              COMPUTE WS-BALANCE = WS-LIAB-AMOUNT(WS-LIAB-IDX)
                                 - WS-LIAB-DEPOSITED(WS-LIAB-IDX)
              MOVE WS-LIAB-AMOUNT(WS-LIAB-IDX) TO WS-AMOUNT-EDIT
              DISPLAY "DUE " WS-LIAB-DUE-DATE(WS-LIAB-IDX)
                      "  LIABILITY " WS-AMOUNT-EDIT
              IF WS-BALANCE > 0
                 MOVE WS-BALANCE TO WS-BALANCE-EDIT
                 DISPLAY "STILL OWED " WS-BALANCE-EDIT
              ELSE
                 DISPLAY "THIS DEPOSIT IS ALREADY PAID IN FULL."
              END-IF
              PERFORM 2210-ACCEPT-DEPOSIT-FIELDS
              IF WS-DEPOSIT-DATE-IN IS NUMERIC
                 AND WS-AMOUNT-IN IS NUMERIC
                 AND WS-AMOUNT-NUM > 0
                 MOVE WS-AMOUNT-NUM TO WS-AMOUNT-EDIT
                 DISPLAY "RECORD " WS-AMOUNT-EDIT " PAID "
                         WS-DEPOSIT-DATE-IN " TO " WS-AGENCY-IN
                         "? (Y/N): "
                 ACCEPT WS-CONFIRM-SW
                 IF ENTRY-CONFIRMED
                    PERFORM 2220-WRITE-DEPOSIT
                 ELSE
                    DISPLAY "DEPOSIT NOT RECORDED."
                 END-IF
              END-IF
           END-IF.

       2210-ACCEPT-DEPOSIT-FIELDS.
           DISPLAY "DEPOSIT DATE (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-DEPOSIT-DATE-IN
           IF WS-DEPOSIT-DATE-IN = SPACES
              MOVE WS-TODAY-DATE TO WS-DEPOSIT-DATE-NUM
           END-IF
           IF WS-DEPOSIT-DATE-IN IS NOT NUMERIC
              DISPLAY "DEPOSIT DATE MUST BE YYYYMMDD."
           ELSE
              IF WS-DEPOSIT-DATE-NUM > WS-TODAY-DATE
                 DISPLAY "DEPOSIT DATE CANNOT BE IN THE FUTURE."
                 MOVE SPACES TO WS-DEPOSIT-DATE-IN
              ELSE
                 DISPLAY "AMOUNT (11 DIGITS, 00000125000 = 1250.00): "
                 ACCEPT WS-AMOUNT-IN
                 IF WS-AMOUNT-IN IS NOT NUMERIC OR WS-AMOUNT-NUM = 0
                    DISPLAY "AMOUNT MUST BE A NONZERO 11-DIGIT NUMBER."
                 ELSE
                    DISPLAY "CONFIRMATION NUMBER (15 CHARS): "
                    ACCEPT WS-CONFIRMATION-IN
                 END-IF
              END-IF
           END-IF.

       2220-WRITE-DEPOSIT.
           OPEN EXTEND TAX-DEPOSIT-FILE
           IF NOT TAX-DEPOSIT-SUCCESSFUL
              OPEN OUTPUT TAX-DEPOSIT-FILE
           END-IF
           MOVE WS-LIAB-AGENCY(WS-LIAB-IDX)   TO DPM-AGENCY
           MOVE WS-LIAB-MONTH(WS-LIAB-IDX)    TO DPM-LIAB-MONTH
           MOVE WS-LIAB-DUE-DATE(WS-LIAB-IDX) TO DPM-DUE-DATE
           MOVE WS-DEPOSIT-DATE-NUM           TO DPM-DEPOSIT-DATE
           MOVE WS-AMOUNT-NUM                 TO DPM-AMOUNT
           MOVE WS-CONFIRMATION-IN            TO DPM-CONFIRMATION
           MOVE WS-OPERATOR-ID                TO DPM-OPERATOR
           MOVE WS-TODAY-DATE                 TO DPM-ENTRY-DATE
           WRITE TAX-DEPOSIT-REC
           IF NOT TAX-DEPOSIT-SUCCESSFUL
              MOVE "DEPMNTAS"            TO WS-IOERR-PROGRAM-ID
              MOVE "TAX-DEPOSIT-FILE"    TO WS-IOERR-FILE-NAME
              MOVE WS-TAX-DEPOSIT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "DEPOSIT COULD NOT BE RECORDED."
           ELSE
              ADD 1 TO WS-DEPOSITS-RECORDED
              ADD WS-AMOUNT-NUM TO WS-LIAB-DEPOSITED(WS-LIAB-IDX)
              IF WS-DEPOSIT-DATE-NUM > WS-LIAB-DUE-DATE(WS-LIAB-IDX)
                 DISPLAY "DEPOSIT RECORDED -- NOTE IT WAS MADE AFTER "
                         "THE DUE DATE."
              ELSE
                 DISPLAY "DEPOSIT RECORDED."
              END-IF
           END-IF
           CLOSE TAX-DEPOSIT-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
