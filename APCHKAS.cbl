       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APCHKAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * WEEKLY ACCOUNTS-PAYABLE CHECK RUN.
      *
      * PAYS THE OPEN PAYABLES THAT APINVAS POSTED FROM MATCHED
      * VENDOR INVOICES. THE OPERATOR GIVES A PAY-THROUGH DATE
      * (NORMALLY A WEEK OUT, SO NOTHING FALLS DUE BEFORE THE NEXT
      * RUN); AN OPEN PAYABLE IS PAID THIS RUN IF:
      *   - IT IS DUE ON OR BEFORE THE PAY-THROUGH DATE; OR
      *   - ITS EARLY-PAYMENT DISCOUNT IS STILL LIVE TODAY BUT WOULD
      *     LAPSE BY THE PAY-THROUGH DATE.
      * THE DISCOUNT IS TAKEN WHENEVER TODAY IS STILL ON OR BEFORE
      * THE DISCOUNT DATE. ONE CHECK IS PRINTED PER VENDOR FOR THE
      * TOTAL NET, WITH A STUB LISTING EVERY INVOICE IT PAYS, IN THE
      * SAME PRINT-IMAGE LAYOUT AS THE PAYROLL CHECKS (CHKPRTAS).
      * CHECK NUMBERS COME FROM APCHKCTL.DAT, THE PAYABLES BANK
      * ACCOUNT'S OWN SEQUENCE, AND EACH CHECK IS ADDED TO THE AP
      * CHECK REGISTER (APCHKREG.DAT). A PAYABLES REGISTER REPORT
      * LISTS EVERY INVOICE PAID WITH ITS GROSS, DISCOUNT, NET AND
      * CHECK NUMBER. THE PAID ROWS STAY ON THE OPEN-PAYABLES FILE
      * MARKED "P" WITH THE CHECK, DATE AND AMOUNT PAID.
      *
      * A PREVIEW RUN PRINTS THE REGISTER ONLY -- NO CHECKS, NO
      * CHECK NUMBERS USED, NOTHING MARKED PAID.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY VENDSEL.
             COPY APOPNSEL.
             SELECT AP-CHECK-CONTROL-FILE
               ASSIGN TO WS-AP-CHECK-CONTROL-PATH
               organization is line sequential
               file status is WS-AP-CHECK-CONTROL-STATUS.
             SELECT AP-CHECK-REGISTER-FILE
               ASSIGN TO WS-AP-CHECK-REGISTER-PATH
               organization is line sequential
               file status is WS-AP-CHECK-REGISTER-STATUS.
             SELECT AP-CHECK-PRINT-FILE
               ASSIGN TO WS-AP-CHECK-PRINT-PATH
               organization is line sequential
               file status is WS-AP-CHECK-PRINT-STATUS.
             SELECT PAYABLES-REGISTER-REPORT
               ASSIGN TO WS-PAYABLES-REGISTER-PATH
               organization is line sequential
               file status is WS-PAYABLES-REGISTER-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY VENDFD.
       COPY APOPNFD.

       FD  AP-CHECK-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AP-CHECK-CONTROL-REC.
       01  AP-CHECK-CONTROL-REC.
           05  AP-CHECK-CONTROL-NEXT-NUMBER PIC 9(08).

      * ONE ROW PER VENDOR CHECK ISSUED, IN THE PAYROLL CHECK
      * REGISTER'S SHAPE WITH THE VENDOR IN PLACE OF THE EMPLOYEE.
       FD  AP-CHECK-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS AP-CHECK-REGISTER-REC.
       01  AP-CHECK-REGISTER-REC.
           05  APREG-CHECK-NUMBER       PIC 9(08).
           05  APREG-CHECK-DATE         PIC 9(08).
           05  APREG-VEND-NUMBER        PIC X(06).
           05  APREG-NET-AMOUNT         PIC 9(07)V99.
           05  APREG-STATUS             PIC X(01).
               88 APREG-ISSUED              VALUE "I".
               88 APREG-VOIDED              VALUE "V".
               88 APREG-CLEARED             VALUE "C".

       FD  AP-CHECK-PRINT-FILE
           RECORDING MODE IS F
           DATA RECORD IS AP-CHECK-PRINT-RECORD.
       01  AP-CHECK-PRINT-RECORD       PIC X(80).

       FD  PAYABLES-REGISTER-REPORT
           RECORDING MODE IS F
           DATA RECORD IS PAYABLES-REGISTER-RECORD.
       01  PAYABLES-REGISTER-RECORD    PIC X(132).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-AP-CHECK-CONTROL-PATH  PIC X(40)
           VALUE "C:\Users\Bob\APCHKCTL.DAT".
       01 WS-AP-CHECK-CONTROL-STATUS PIC X(02).
           88 AP-CHECK-CONTROL-SUCCESSFUL VALUE "00".
       01 WS-AP-CHECK-REGISTER-PATH PIC X(40)
           VALUE "C:\Users\Bob\APCHKREG.DAT".
       01 WS-AP-CHECK-REGISTER-STATUS PIC X(02).
           88 AP-CHECK-REGISTER-SUCCESSFUL VALUE "00".
       01 WS-AP-CHECK-PRINT-PATH    PIC X(40)
           VALUE "C:\Users\Bob\APCHECKS.PRN".
       01 WS-AP-CHECK-PRINT-STATUS  PIC X(02).
       01 WS-PAYABLES-REGISTER-PATH PIC X(40)
           VALUE "C:\Users\Bob\APPAYREG.rpt".
       01 WS-PAYABLES-REGISTER-STATUS PIC X(02).

       01 WS-NEXT-CHECK-NUMBER     PIC 9(08) VALUE 1.
       01 WS-TODAY                 PIC 9(08).
       01 WS-PAY-THROUGH-IN        PIC X(08).
       01 WS-PAY-THROUGH-NUM REDEFINES WS-PAY-THROUGH-IN
                                   PIC 9(08).
       01 WS-PAY-THROUGH           PIC 9(08).
       01 WS-PREVIEW-IN            PIC X(01).
       01 WS-PREVIEW-SW            PIC X(01) VALUE "N".
           88 PREVIEW-ONLY             VALUE "Y".
       01 WS-SELECT-SW             PIC X(01).
           88 PAYABLE-SELECTED         VALUE "Y".
       01 WS-VENDOR-ANY-SW         PIC X(01).
           88 VENDOR-HAS-PAYABLES      VALUE "Y".

      * PER-INVOICE AND PER-CHECK FIGURES.
       01 WS-DISC-TAKEN            PIC 9(07)V99.
       01 WS-NET-PAID              PIC 9(07)V99.
       01 WS-CHECK-GROSS           PIC 9(09)V99.
       01 WS-CHECK-DISC            PIC 9(09)V99.
       01 WS-CHECK-NET             PIC 9(09)V99.
       01 WS-RUN-GROSS             PIC 9(09)V99 VALUE 0.
       01 WS-RUN-DISC              PIC 9(09)V99 VALUE 0.
       01 WS-RUN-NET               PIC 9(09)V99 VALUE 0.
       01 WS-CHECKS-ISSUED         PIC 9(05) VALUE 0.
       01 WS-INVOICES-PAID         PIC 9(05) VALUE 0.
       01 WS-UNKNOWN-VENDOR-ROWS   PIC 9(05) VALUE 0.
       01 WS-CHECK-SHOWN           PIC 9(08).

      * AMOUNT-IN-WORDS CONVERSION, AS ON THE PAYROLL CHECKS. THE
      * SPELLED-OUT NUMBER WORDS, LOW TO HIGH, AND THE WORK FIELDS
      * THE CONVERTER STRINGS THROUGH WITH A POINTER.
       01 WS-ONES-WORDS.
           05 FILLER PIC X(09) VALUE "ONE".
           05 FILLER PIC X(09) VALUE "TWO".
           05 FILLER PIC X(09) VALUE "THREE".
           05 FILLER PIC X(09) VALUE "FOUR".
           05 FILLER PIC X(09) VALUE "FIVE".
           05 FILLER PIC X(09) VALUE "SIX".
           05 FILLER PIC X(09) VALUE "SEVEN".
           05 FILLER PIC X(09) VALUE "EIGHT".
           05 FILLER PIC X(09) VALUE "NINE".
           05 FILLER PIC X(09) VALUE "TEN".
           05 FILLER PIC X(09) VALUE "ELEVEN".
           05 FILLER PIC X(09) VALUE "TWELVE".
           05 FILLER PIC X(09) VALUE "THIRTEEN".
           05 FILLER PIC X(09) VALUE "FOURTEEN".
           05 FILLER PIC X(09) VALUE "FIFTEEN".
           05 FILLER PIC X(09) VALUE "SIXTEEN".
           05 FILLER PIC X(09) VALUE "SEVENTEEN".
           05 FILLER PIC X(09) VALUE "EIGHTEEN".
           05 FILLER PIC X(09) VALUE "NINETEEN".
       01 WS-ONES-TABLE REDEFINES WS-ONES-WORDS.
           05 WS-ONES-WORD PIC X(09) OCCURS 19 TIMES.
       01 WS-TENS-WORDS.
           05 FILLER PIC X(07) VALUE "TWENTY".
           05 FILLER PIC X(07) VALUE "THIRTY".
           05 FILLER PIC X(07) VALUE "FORTY".
           05 FILLER PIC X(07) VALUE "FIFTY".
           05 FILLER PIC X(07) VALUE "SIXTY".
           05 FILLER PIC X(07) VALUE "SEVENTY".
           05 FILLER PIC X(07) VALUE "EIGHTY".
           05 FILLER PIC X(07) VALUE "NINETY".
       01 WS-TENS-TABLE REDEFINES WS-TENS-WORDS.
           05 WS-TENS-WORD PIC X(07) OCCURS 8 TIMES.

       01 WS-AITW-AMOUNT           PIC 9(07)V99.
       01 WS-AITW-DOLLARS          PIC 9(07).
       01 WS-AITW-CENTS            PIC 9(02).
       01 WS-AITW-MILLIONS         PIC 9(01).
       01 WS-AITW-THOUSANDS        PIC 9(03).
       01 WS-AITW-UNITS            PIC 9(03).
       01 WS-GROUP-VALUE           PIC 9(03).
       01 WS-GROUP-HUNDREDS        PIC 9(01).
       01 WS-GROUP-REMAINDER       PIC 9(02).
       01 WS-GROUP-TENS            PIC 9(01).
       01 WS-GROUP-ONES            PIC 9(01).
       01 WS-WORDS-LINE            PIC X(120).
       01 WS-WORDS-PTR             PIC 9(03).
       01 WS-CENTS-EDIT            PIC 9(02).

      * CHECK-FACE AND STUB LINE LAYOUTS.
       01 WS-RULE-LINE             PIC X(78) VALUE ALL "=".
       01 WS-STUB-RULE-LINE        PIC X(78) VALUE ALL "-".
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  CHECK-TITLE-LINE.
           05 FILLER                 PIC X(40)
             VALUE "AARON SEAVERS RUG WORKS".
           05 FILLER                 PIC X(10) VALUE "CHECK NO: ".
           05 CHK-TITLE-NUMBER       PIC 9(08).
           05 FILLER                 PIC X(22) VALUE SPACES.

       01  CHECK-DATE-LINE.
           05 FILLER                 PIC X(12) VALUE "CHECK DATE: ".
           05 CHK-DATE               PIC 9(08).
           05 FILLER                 PIC X(60) VALUE SPACES.

       01  CHECK-PAYEE-LINE.
           05 FILLER                 PIC X(21)
             VALUE "PAY TO THE ORDER OF: ".
           05 CHK-PAYEE-NAME         PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY CHK-PAYEE-AMOUNT.
           05 FILLER                 PIC X(14) VALUE SPACES.

       01  CHECK-ADDRESS-LINE.
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 CHK-ADDRESS-TEXT       PIC X(59).

       01  STUB-HDG-LINE.
           05 FILLER                 PIC X(40) VALUE
             "INVOICE    INV DATE  PO           GROSS ".
           05 FILLER                 PIC X(40) VALUE
             "      DISCOUNT           NET".

       01  STUB-DETAIL-LINE.
           05 STUB-INVOICE           PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 STUB-INV-DATE          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 STUB-PO                PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 STUB-GROSS             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 STUB-DISC              PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 STUB-NET               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(11) VALUE SPACES.

      * PAYABLES REGISTER REPORT LAYOUTS.
       01  REG-HDG-LINE.
           05 REG-HDG-TITLE          PIC X(40).
           05 FILLER                 PIC X(12) VALUE "CHECK DATE: ".
           05 REG-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(15) VALUE
             "  PAY THROUGH: ".
           05 REG-HDG-THROUGH        PIC 9(08).
           05 FILLER                 PIC X(49) VALUE SPACES.

       01  REG-COL-LINE.
           05 FILLER                 PIC X(44) VALUE
             "VENDOR NAME                 INVOICE    INV D".
           05 FILLER                 PIC X(44) VALUE
             "ATE DUE DATE         GROSS       DISCOUNT   ".
           05 FILLER                 PIC X(44) VALUE
             "         NET  CHECK".

       01  REG-DETAIL-LINE.
           05 REG-DTL-VENDOR         PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REG-DTL-NAME           PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REG-DTL-INVOICE        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REG-DTL-INV-DATE       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REG-DTL-DUE-DATE       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REG-DTL-GROSS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REG-DTL-DISC           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REG-DTL-NET            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REG-DTL-CHECK          PIC 9(08).
           05 FILLER                 PIC X(16) VALUE SPACES.

       01  REG-TOTAL-LINE.
           05 REG-TOT-LABEL          PIC X(57).
           05 REG-TOT-GROSS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REG-TOT-DISC           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REG-TOT-NET            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(32) VALUE SPACES.

       01  REG-COUNT-LINE.
           05 FILLER                 PIC X(16) VALUE "CHECKS ISSUED: ".
           05 REG-CNT-CHECKS         PIC ZZZZ9.
           05 FILLER                 PIC X(18) VALUE
             "   INVOICES PAID: ".
           05 REG-CNT-INVOICES       PIC ZZZZ9.
           05 FILLER                 PIC X(88) VALUE SPACES.

       COPY VENDWS.
       COPY APOPNWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "APCHKAS ACCOUNTS PAYABLE CHECK RUN"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "APCHKAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           IF APOPEN-TABLE-FULL
              DISPLAY "APCHKAS: OPEN-PAYABLES FILE LARGER THAN THE "
                      "TABLE -- RUN REFUSED"
           ELSE
              PERFORM 2000-PAY-VENDORS
              PERFORM 3000-WRITE-REGISTER-TOTALS
              PERFORM 4000-FINISH-RUN
           END-IF
           DISPLAY "CHECKS ISSUED:   " WS-CHECKS-ISSUED
           DISPLAY "INVOICES PAID:   " WS-INVOICES-PAID
           DISPLAY "END APCHKAS"
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           COMPUTE WS-PAY-THROUGH = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 7)
           DISPLAY "PAY THROUGH DATE (YYYYMMDD, BLANK = "
                   WS-PAY-THROUGH "): "
           ACCEPT WS-PAY-THROUGH-IN
           IF WS-PAY-THROUGH-IN IS NUMERIC
              AND WS-PAY-THROUGH-NUM >= WS-TODAY
              MOVE WS-PAY-THROUGH-NUM TO WS-PAY-THROUGH
           ELSE
              IF WS-PAY-THROUGH-IN NOT = SPACES
                 DISPLAY "NOT A DATE FROM TODAY ON -- USING "
                         WS-PAY-THROUGH
              END-IF
           END-IF
           DISPLAY "PREVIEW ONLY -- REGISTER, NO CHECKS (Y/N): "
           ACCEPT WS-PREVIEW-IN
           IF WS-PREVIEW-IN = "Y" OR WS-PREVIEW-IN = "y"
              MOVE "Y" TO WS-PREVIEW-SW
           END-IF
           PERFORM 9972-LOAD-VENDOR-MASTER
           PERFORM 9978-LOAD-OPEN-PAYABLES
           PERFORM 1035-LOAD-CHECK-CONTROL
           OPEN OUTPUT PAYABLES-REGISTER-REPORT
           IF PREVIEW-ONLY
              MOVE "PAYABLES REGISTER -- PREVIEW, NOT PAID"
                TO REG-HDG-TITLE
           ELSE
              MOVE "PAYABLES REGISTER" TO REG-HDG-TITLE
              OPEN OUTPUT AP-CHECK-PRINT-FILE
              OPEN EXTEND AP-CHECK-REGISTER-FILE
              IF NOT AP-CHECK-REGISTER-SUCCESSFUL
                 OPEN OUTPUT AP-CHECK-REGISTER-FILE
              END-IF
           END-IF
           MOVE WS-TODAY TO REG-HDG-DATE
           MOVE WS-PAY-THROUGH TO REG-HDG-THROUGH
           WRITE PAYABLES-REGISTER-RECORD FROM REG-HDG-LINE
           WRITE PAYABLES-REGISTER-RECORD FROM REG-COL-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR APCHKAS.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "APCHKAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "VENDOR-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VENDOR-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VENDOR-MASTER-PATH
           MOVE "OPEN-PAYABLES-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OPEN-PAYABLES-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OPEN-PAYABLES-PATH
           MOVE "AP-CHECK-CONTROL" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AP-CHECK-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AP-CHECK-CONTROL-PATH
           MOVE "AP-CHECK-REGISTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AP-CHECK-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AP-CHECK-REGISTER-PATH
           MOVE "AP-CHECK-PRINT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AP-CHECK-PRINT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AP-CHECK-PRINT-PATH
           MOVE "PAYABLES-REGISTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAYABLES-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAYABLES-REGISTER-PATH.

      * NEXT AP CHECK NUMBER, CARRIED IN APCHKCTL.DAT ACROSS RUNS. A
      * MISSING CONTROL FILE ONLY MEANS THIS IS THE FIRST AP CHECK
      * RUN, SO NUMBERING STARTS AT 1.
       1035-LOAD-CHECK-CONTROL.
           OPEN INPUT AP-CHECK-CONTROL-FILE
           IF AP-CHECK-CONTROL-SUCCESSFUL
              READ AP-CHECK-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AP-CHECK-CONTROL-NEXT-NUMBER IS NUMERIC
                       MOVE AP-CHECK-CONTROL-NEXT-NUMBER
                         TO WS-NEXT-CHECK-NUMBER
                    END-IF
              END-READ
              CLOSE AP-CHECK-CONTROL-FILE
           END-IF.

       1037-WRITE-CHECK-CONTROL.
           OPEN OUTPUT AP-CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NUMBER TO AP-CHECK-CONTROL-NEXT-NUMBER
           WRITE AP-CHECK-CONTROL-REC
           CLOSE AP-CHECK-CONTROL-FILE.

      * ONE PASS OF THE OPEN PAYABLES PER VENDOR ON THE MASTER, SO
      * EACH VENDOR'S INVOICES COME TOGETHER ON ONE CHECK. A
      * PAYABLE WHOSE VENDOR IS NO LONGER ON THE MASTER HAS NO
      * ADDRESS TO MAIL TO AND IS LEFT OPEN AND COUNTED.
       2000-PAY-VENDORS.
           PERFORM VARYING WS-VENDMAST-IDX FROM 1 BY 1
                     UNTIL WS-VENDMAST-IDX > WS-VENDMAST-COUNT
              PERFORM 2100-PAY-ONE-VENDOR
           END-PERFORM
           PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                     UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
              IF WS-APOPEN-OPEN(WS-APOPEN-IDX)
                 MOVE WS-APOPEN-VENDOR(WS-APOPEN-IDX)
                   TO WS-VENDMAST-CHECK-NUMBER
                 PERFORM 9974-FIND-VENDOR
                 IF NOT VENDMAST-ON-FILE
                    ADD 1 TO WS-UNKNOWN-VENDOR-ROWS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-UNKNOWN-VENDOR-ROWS > 0
              DISPLAY "APCHKAS: " WS-UNKNOWN-VENDOR-ROWS
                      " OPEN PAYABLE(S) FOR VENDORS NOT ON THE "
                      "MASTER -- NOT PAID"
           END-IF.

       2100-PAY-ONE-VENDOR.
           MOVE 0 TO WS-CHECK-GROSS WS-CHECK-DISC WS-CHECK-NET
           MOVE "N" TO WS-VENDOR-ANY-SW
           PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                     UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
              IF WS-APOPEN-VENDOR(WS-APOPEN-IDX) =
                 WS-VENDMAST-NUMBER(WS-VENDMAST-IDX)
                 PERFORM 2110-SELECT-PAYABLE
                 IF PAYABLE-SELECTED
                    MOVE "Y" TO WS-VENDOR-ANY-SW
                    ADD WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
                      TO WS-CHECK-GROSS
                    ADD WS-DISC-TAKEN TO WS-CHECK-DISC
                    ADD WS-NET-PAID TO WS-CHECK-NET
                 END-IF
              END-IF
           END-PERFORM
           IF VENDOR-HAS-PAYABLES
              IF PREVIEW-ONLY
                 MOVE 0 TO WS-CHECK-SHOWN
              ELSE
                 MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-SHOWN
                 PERFORM 2200-PRINT-CHECK-FACE
              END-IF
              PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                        UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
                 IF WS-APOPEN-VENDOR(WS-APOPEN-IDX) =
                    WS-VENDMAST-NUMBER(WS-VENDMAST-IDX)
                    PERFORM 2110-SELECT-PAYABLE
                    IF PAYABLE-SELECTED
                       PERFORM 2300-PAY-ONE-INVOICE
                    END-IF
                 END-IF
              END-PERFORM
              ADD 1 TO WS-CHECKS-ISSUED
              ADD WS-CHECK-GROSS TO WS-RUN-GROSS
              ADD WS-CHECK-DISC TO WS-RUN-DISC
              ADD WS-CHECK-NET TO WS-RUN-NET
              MOVE "  VENDOR TOTAL" TO REG-TOT-LABEL
              MOVE WS-CHECK-GROSS TO REG-TOT-GROSS
              MOVE WS-CHECK-DISC TO REG-TOT-DISC
              MOVE WS-CHECK-NET TO REG-TOT-NET
              WRITE PAYABLES-REGISTER-RECORD FROM REG-TOTAL-LINE
              MOVE SPACES TO PAYABLES-REGISTER-RECORD
              WRITE PAYABLES-REGISTER-RECORD
              IF NOT PREVIEW-ONLY
                 PERFORM 2400-FINISH-CHECK
              END-IF
           END-IF.

      * WHETHER THE PAYABLE AT WS-APOPEN-IDX IS PAID THIS RUN, AND
      * IF SO THE DISCOUNT TAKEN AND THE NET.
       2110-SELECT-PAYABLE.
           MOVE "N" TO WS-SELECT-SW
           MOVE 0 TO WS-DISC-TAKEN
           IF WS-APOPEN-OPEN(WS-APOPEN-IDX)
              IF WS-APOPEN-DUE-DATE(WS-APOPEN-IDX) <= WS-PAY-THROUGH
                 MOVE "Y" TO WS-SELECT-SW
              END-IF
              IF WS-APOPEN-DISC-AMT(WS-APOPEN-IDX) > 0
                 AND WS-APOPEN-DISC-DATE(WS-APOPEN-IDX) >= WS-TODAY
                 IF WS-APOPEN-DISC-DATE(WS-APOPEN-IDX) <=
                    WS-PAY-THROUGH
                    MOVE "Y" TO WS-SELECT-SW
                 END-IF
                 IF PAYABLE-SELECTED
                    MOVE WS-APOPEN-DISC-AMT(WS-APOPEN-IDX)
                      TO WS-DISC-TAKEN
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-NET-PAID = WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
                               - WS-DISC-TAKEN.

       2200-PRINT-CHECK-FACE.
           WRITE AP-CHECK-PRINT-RECORD FROM WS-RULE-LINE
           MOVE WS-CHECK-SHOWN TO CHK-TITLE-NUMBER
           WRITE AP-CHECK-PRINT-RECORD FROM CHECK-TITLE-LINE
           MOVE WS-TODAY TO CHK-DATE
           WRITE AP-CHECK-PRINT-RECORD FROM CHECK-DATE-LINE
           MOVE WS-VENDMAST-NAME(WS-VENDMAST-IDX) TO CHK-PAYEE-NAME
           MOVE WS-CHECK-NET TO CHK-PAYEE-AMOUNT
           WRITE AP-CHECK-PRINT-RECORD FROM CHECK-PAYEE-LINE
           MOVE WS-VENDMAST-ADDRESS(WS-VENDMAST-IDX)
             TO CHK-ADDRESS-TEXT
           WRITE AP-CHECK-PRINT-RECORD FROM CHECK-ADDRESS-LINE
           MOVE SPACES TO CHK-ADDRESS-TEXT
           STRING WS-VENDMAST-CITY(WS-VENDMAST-IDX)
                    DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  WS-VENDMAST-STATE(WS-VENDMAST-IDX)
                    DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VENDMAST-ZIP(WS-VENDMAST-IDX)
                    DELIMITED BY SIZE
             INTO CHK-ADDRESS-TEXT
           END-STRING
           WRITE AP-CHECK-PRINT-RECORD FROM CHECK-ADDRESS-LINE
           MOVE WS-CHECK-NET TO WS-AITW-AMOUNT
           PERFORM 5000-AMOUNT-IN-WORDS
           MOVE WS-WORDS-LINE(1:80) TO AP-CHECK-PRINT-RECORD
           WRITE AP-CHECK-PRINT-RECORD
           WRITE AP-CHECK-PRINT-RECORD FROM WS-STUB-RULE-LINE
           WRITE AP-CHECK-PRINT-RECORD FROM STUB-HDG-LINE.

      * ONE INVOICE ON THE STUB AND THE REGISTER, MARKED PAID
      * UNLESS THIS IS A PREVIEW.
       2300-PAY-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-PAID
           MOVE WS-APOPEN-VENDOR(WS-APOPEN-IDX) TO REG-DTL-VENDOR
           MOVE WS-VENDMAST-NAME(WS-VENDMAST-IDX) TO REG-DTL-NAME
           MOVE WS-APOPEN-INVOICE(WS-APOPEN-IDX) TO REG-DTL-INVOICE
           MOVE WS-APOPEN-INV-DATE(WS-APOPEN-IDX) TO REG-DTL-INV-DATE
           MOVE WS-APOPEN-DUE-DATE(WS-APOPEN-IDX) TO REG-DTL-DUE-DATE
           MOVE WS-APOPEN-AMOUNT(WS-APOPEN-IDX) TO REG-DTL-GROSS
           MOVE WS-DISC-TAKEN TO REG-DTL-DISC
           MOVE WS-NET-PAID TO REG-DTL-NET
           MOVE WS-CHECK-SHOWN TO REG-DTL-CHECK
           WRITE PAYABLES-REGISTER-RECORD FROM REG-DETAIL-LINE
           IF NOT PREVIEW-ONLY
              MOVE WS-APOPEN-INVOICE(WS-APOPEN-IDX) TO STUB-INVOICE
              MOVE WS-APOPEN-INV-DATE(WS-APOPEN-IDX) TO STUB-INV-DATE
              MOVE WS-APOPEN-PO(WS-APOPEN-IDX) TO STUB-PO
              MOVE WS-APOPEN-AMOUNT(WS-APOPEN-IDX) TO STUB-GROSS
              MOVE WS-DISC-TAKEN TO STUB-DISC
              MOVE WS-NET-PAID TO STUB-NET
              WRITE AP-CHECK-PRINT-RECORD FROM STUB-DETAIL-LINE
              MOVE "P" TO WS-APOPEN-STATUS(WS-APOPEN-IDX)
              MOVE WS-CHECK-SHOWN TO WS-APOPEN-CHECK(WS-APOPEN-IDX)
              MOVE WS-TODAY TO WS-APOPEN-PAID-DATE(WS-APOPEN-IDX)
              MOVE WS-NET-PAID TO WS-APOPEN-PAID-AMT(WS-APOPEN-IDX)
           END-IF.

      * CLOSES OFF THE CHECK FACE, REGISTERS THE CHECK AND ADVANCES
      * THE NUMBER.
       2400-FINISH-CHECK.
           WRITE AP-CHECK-PRINT-RECORD FROM WS-RULE-LINE
           WRITE AP-CHECK-PRINT-RECORD FROM WS-BLANK-LINE
           MOVE WS-CHECK-SHOWN TO APREG-CHECK-NUMBER
           MOVE WS-TODAY TO APREG-CHECK-DATE
           MOVE WS-VENDMAST-NUMBER(WS-VENDMAST-IDX)
             TO APREG-VEND-NUMBER
           MOVE WS-CHECK-NET TO APREG-NET-AMOUNT
           MOVE "I" TO APREG-STATUS
           WRITE AP-CHECK-REGISTER-REC
           IF NOT AP-CHECK-REGISTER-SUCCESSFUL
              MOVE "AP-CHECK-REGISTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-AP-CHECK-REGISTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           ADD 1 TO WS-NEXT-CHECK-NUMBER.

       3000-WRITE-REGISTER-TOTALS.
           MOVE "RUN TOTAL" TO REG-TOT-LABEL
           MOVE WS-RUN-GROSS TO REG-TOT-GROSS
           MOVE WS-RUN-DISC TO REG-TOT-DISC
           MOVE WS-RUN-NET TO REG-TOT-NET
           WRITE PAYABLES-REGISTER-RECORD FROM REG-TOTAL-LINE
           MOVE WS-CHECKS-ISSUED TO REG-CNT-CHECKS
           MOVE WS-INVOICES-PAID TO REG-CNT-INVOICES
           WRITE PAYABLES-REGISTER-RECORD FROM REG-COUNT-LINE
           CLOSE PAYABLES-REGISTER-REPORT
           DISPLAY "PAYABLES REGISTER: " WS-PAYABLES-REGISTER-PATH.

      * A REAL RUN PUTS THE PAID MARKS AND THE NEXT CHECK NUMBER
      * BACK AND LOGS THE RUN'S NET PAID.
       4000-FINISH-RUN.
           IF NOT PREVIEW-ONLY
              CLOSE AP-CHECK-PRINT-FILE
              CLOSE AP-CHECK-REGISTER-FILE
              IF WS-CHECKS-ISSUED > 0
                 PERFORM 9979-WRITE-OPEN-PAYABLES
                 PERFORM 1037-WRITE-CHECK-CONTROL
              END-IF
              DISPLAY "CHECK PRINT FILE: " WS-AP-CHECK-PRINT-PATH
              MOVE "APCHKAS" TO WS-AUDIT-PROGRAM-ID
              MOVE WS-APOPEN-COUNT TO WS-AUDIT-RECORDS-READ
              MOVE WS-CHECKS-ISSUED TO WS-AUDIT-RECORDS-WRITTEN
              MOVE WS-RUN-NET TO WS-AUDIT-KEY-TOTAL
              PERFORM 9910-WRITE-AUDIT-RECORD
           END-IF.

      * SPELLS WS-AITW-AMOUNT OUT, E.G. "ONE THOUSAND TWO HUNDRED
      * THIRTY-FOUR AND 56/100 DOLLARS". ONE CHECK TOPS OUT UNDER
      * TEN MILLION, SO ONE MILLIONS DIGIT IS ENOUGH.
       5000-AMOUNT-IN-WORDS.
           MOVE SPACES TO WS-WORDS-LINE
           MOVE 1 TO WS-WORDS-PTR
           MOVE WS-AITW-AMOUNT TO WS-AITW-DOLLARS
           COMPUTE WS-AITW-CENTS =
                   (WS-AITW-AMOUNT - WS-AITW-DOLLARS) * 100
           COMPUTE WS-AITW-MILLIONS = WS-AITW-DOLLARS / 1000000
           COMPUTE WS-AITW-THOUSANDS =
              FUNCTION MOD(WS-AITW-DOLLARS / 1000, 1000)
           COMPUTE WS-AITW-UNITS = FUNCTION MOD(WS-AITW-DOLLARS, 1000)
           IF WS-AITW-DOLLARS = 0
              STRING "ZERO " DELIMITED BY SIZE
                INTO WS-WORDS-LINE
                WITH POINTER WS-WORDS-PTR
              END-STRING
           END-IF
           IF WS-AITW-MILLIONS > 0
              MOVE WS-AITW-MILLIONS TO WS-GROUP-VALUE
              PERFORM 5100-CONVERT-GROUP
              STRING "MILLION " DELIMITED BY SIZE
                INTO WS-WORDS-LINE
                WITH POINTER WS-WORDS-PTR
              END-STRING
           END-IF
           IF WS-AITW-THOUSANDS > 0
              MOVE WS-AITW-THOUSANDS TO WS-GROUP-VALUE
              PERFORM 5100-CONVERT-GROUP
              STRING "THOUSAND " DELIMITED BY SIZE
                INTO WS-WORDS-LINE
                WITH POINTER WS-WORDS-PTR
              END-STRING
           END-IF
           IF WS-AITW-UNITS > 0
              MOVE WS-AITW-UNITS TO WS-GROUP-VALUE
              PERFORM 5100-CONVERT-GROUP
           END-IF
           MOVE WS-AITW-CENTS TO WS-CENTS-EDIT
           STRING "AND "        DELIMITED BY SIZE
                  WS-CENTS-EDIT DELIMITED BY SIZE
                  "/100 DOLLARS" DELIMITED BY SIZE
             INTO WS-WORDS-LINE
             WITH POINTER WS-WORDS-PTR
           END-STRING.

      * ONE GROUP OF THREE DIGITS INTO WORDS, APPENDED AT THE
      * POINTER WITH A TRAILING SPACE.
       5100-CONVERT-GROUP.
           COMPUTE WS-GROUP-HUNDREDS = WS-GROUP-VALUE / 100
           COMPUTE WS-GROUP-REMAINDER = FUNCTION MOD(WS-GROUP-VALUE,
                                                     100)
           IF WS-GROUP-HUNDREDS > 0
              STRING WS-ONES-WORD(WS-GROUP-HUNDREDS)
                       DELIMITED BY SPACE
                     " HUNDRED " DELIMITED BY SIZE
                INTO WS-WORDS-LINE
                WITH POINTER WS-WORDS-PTR
              END-STRING
           END-IF
           EVALUATE TRUE
              WHEN WS-GROUP-REMAINDER = 0
                 CONTINUE
              WHEN WS-GROUP-REMAINDER < 20
                 STRING WS-ONES-WORD(WS-GROUP-REMAINDER)
                          DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                   INTO WS-WORDS-LINE
                   WITH POINTER WS-WORDS-PTR
                 END-STRING
              WHEN OTHER
                 COMPUTE WS-GROUP-TENS = WS-GROUP-REMAINDER / 10
                 COMPUTE WS-GROUP-ONES =
                    FUNCTION MOD(WS-GROUP-REMAINDER, 10)
                 IF WS-GROUP-ONES > 0
                    STRING WS-TENS-WORD(WS-GROUP-TENS - 1)
                             DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           WS-ONES-WORD(WS-GROUP-ONES)
                             DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                      INTO WS-WORDS-LINE
                      WITH POINTER WS-WORDS-PTR
                    END-STRING
                 ELSE
                    STRING WS-TENS-WORD(WS-GROUP-TENS - 1)
                             DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                      INTO WS-WORDS-LINE
                      WITH POINTER WS-WORDS-PTR
                    END-STRING
                 END-IF
           END-EVALUATE.

      * SHARED VENDOR AND OPEN-PAYABLES PARAGRAPHS. SEE VENDPARA.CPY
      * AND APOPNPARA.CPY.
       COPY VENDPARA.

       COPY APOPNPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
