       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUIWAGAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * QUARTERLY STATE UNEMPLOYMENT WAGE REPORT BY EMPLOYEE.
      *
      * QTRTAXAS GIVES THE QUARTER'S SUTA IN TOTAL, BUT THE STATE
      * RETURN ALSO WANTS EACH EMPLOYEE'S WAGES, AND THAT LIST WAS
      * BEING BUILT BY HAND FROM THIRTEEN PAYROLL2_ FILES. THIS
      * PROGRAM BUILDS IT FROM THE SAME FILES:
      *   - THE OUTPUT INVENTORY (OUTINV.DAT) NAMES EVERY COMMITTED
      *     RUN'S PAYROLL2_ FILE WITH ITS PERIOD-END DATE -- THE SAME
      *     DATE THE RUN'S "A" ACCRUAL LINE CARRIES -- SO THE
      *     QUARTER'S RUNS ARE THE ONES DATED INSIDE IT;
      *   - EACH RECORD'S SUTA WAGES ARE WORKED OUT THE WAY CALCPYAS
      *     WORKED THEM: THE SLICE OF THE PERIOD'S WAGES (GROSS LESS
      *     PRE-TAX BENEFITS) STILL UNDER THE WAGE BASE, MEASURED
      *     FROM THE YTD GROSS THE RECORD ITSELF CARRIES, SO WAGES
      *     PAID IN EARLIER QUARTERS COUNT AGAINST THE BASE;
      *   - WEEKS WORKED ARE THE PAY PERIODS THE EMPLOYEE WAS PAID
      *     IN, TIMES THE WEEKS IN ONE PERIOD OF THE EMPLOYEE'S
      *     PAY-FREQUENCY GROUP, NEVER MORE THAN THIRTEEN.
      * SUIWAGE.rpt LISTS EVERY EMPLOYEE (SSN MASKED) WITH TOTAL,
      * TAXABLE AND EXCESS WAGES AND WEEKS, AND PROVES THE SUTA ON
      * THOSE WAGES AGAINST THE SUTA ACCRUED ON THE QUARTER'S GL
      * CONTROL LINES, WHICH IS THE FIGURE QTRTAXAS PRINTS. A RUN
      * REVERSED THROUGH PAYREVAS STAYS IN THE ACCRUAL BUT COMES
      * OFF THE EMPLOYEES' WAGES, SO ITS SUTA IS SHOWN AS ITS OWN
      * RECONCILING LINE.
      * SUIWAGE.DAT IS THE STATE UPLOAD: AN EMPLOYER HEADER, ONE
      * DETAIL PER EMPLOYEE AND A TRAILER WITH THE COUNT AND TOTALS.
      * EACH COMPANY FILES ITS OWN RETURN UNDER ITS OWN EMPLOYER
      * ACCOUNT. THE RUN IS FOR THE COMPANY RUNCOMP.DAT NAMES, BY AN
      * OPERATOR AUTHORIZED FOR IT: ONLY THAT COMPANY'S PAYROLL2_
      * FILES (THE ONES CALCPYAS GAVE ITS "_NN" NAME -- COMPANY 01'S
      * HAVE NONE) ARE READ, THE PROOF IS AGAINST THAT COMPANY'S GL
      * CONTROL FILE, AND THE REPORT AND UPLOAD GO TO ITS OWN FILES.
      * THE FEIN, NAME AND STATE EMPLOYER ID COME OFF THE COMPANY
      * MASTER (THE RUNCTL.DAT EMPLOYER ENTRIES WHERE THE MASTER HAS
      * NONE).
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OUTPUT-INVENTORY-FILE
               ASSIGN TO WS-OUTPUT-INVENTORY-PATH
               organization is line sequential
               file status is WS-OUTPUT-INVENTORY-STATUS.
             SELECT PAYROLL-RUN-FILE
               ASSIGN TO WS-PAYROLL-RUN-PATH
               organization is line sequential
               file status is WS-PAYROLL-RUN-STATUS.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT TAX-RATE-FILE
               ASSIGN TO WS-TAX-RATE-FILE-PATH
               organization is line sequential
               file status is WS-TAX-RATE-FILE-STATUS.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT SUI-WAGE-REPORT
               ASSIGN TO WS-SUI-WAGE-REPORT-PATH
               organization is line sequential
               file status is WS-SUI-WAGE-REPORT-STATUS.
             SELECT SUI-UPLOAD-FILE
               ASSIGN TO WS-SUI-UPLOAD-PATH
               organization is line sequential
               file status is WS-SUI-UPLOAD-STATUS.
             COPY APPRSEL.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

      * SHOP-WIDE INVENTORY OF DATE-STAMPED OUTPUT FILES, AS
      * CALCPYAS APPENDS TO IT AT THE END OF EVERY COMMITTED RUN.
       FD  OUTPUT-INVENTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS OUTPUT-INVENTORY-REC.
       01  OUTPUT-INVENTORY-REC.
           05  OUTINV-FILE-NAME         PIC X(40).
           05  OUTINV-CREATED-DATE      PIC 9(08).
           05  OUTINV-ENTRY-TYPE        PIC X(01).
               88 OUTINV-STANDING-FILE  VALUE "S".
           05  FILLER                   PIC X(62).

      * ONE RUN'S PAYROLL2_ OUTPUT. ONLY WHAT THE WAGE REPORT NEEDS
      * IS NAMED; AN OLDER FILE ENDING BEFORE THE ADJUSTMENT SIGN
      * READS AS AN ORDINARY RUN.
       FD  PAYROLL-RUN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-RUN-REC.
       01  PAYROLL-RUN-REC.
           05  RUN-PAY-DATE             PIC X(06).
           05  RUN-EMP-NUMBER           PIC X(06).
           05  RUN-EMP-HOURS            PIC 9(02)V99.
           05  FILLER                   PIC X(39).
           05  RUN-BASE-PAY             PIC 9(04)V99.
           05  RUN-EMP-GROSS            PIC 9(04)V99.
           05  FILLER                   PIC X(44).
           05  RUN-YTD-GROSS            PIC 9(09)V99.
           05  FILLER                   PIC X(28).
           05  RUN-BEN-PRETAX           PIC 9(04)V99.
           05  FILLER                   PIC X(61).
           05  RUN-ADJ-SIGN             PIC X(01).
               88 RUN-ADJUSTMENT            VALUES "-" "+".
               88 RUN-ADJ-NEGATIVE          VALUE "-".

      * NUMBER, NAME, PAY-FREQUENCY GROUP (COLUMN 88) AND SSN.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  FILLER                   PIC X(61).
           05  EMP-PAY-FREQ-IN          PIC X(01).
           05  EMP-SSN-IN               PIC X(09).

      * ONLY THE "V" (SUTA) ROWS ARE USED: RATE IN THE PERCENT
      * FIELD, WAGE BASE IN THE AMOUNT FIELD.
       FD  TAX-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-RATE-REC-IN.
       01  TAX-RATE-REC-IN.
           05  TAX-RATE-TYPE-IN        PIC X(01).
               88 TAX-RATE-IS-SUTA         VALUE "V".
           05  TAX-RATE-DEDUCTIONS-IN   PIC 9(01).
           05  TAX-RATE-PERCENT-IN      PIC V9(04).
           05  TAX-RATE-AMOUNT-IN       PIC 9(09).
           05  TAX-RATE-STATE-IN        PIC X(02).
           05  TAX-RATE-EFF-DATE-IN     PIC 9(08).

      * THE CONTROL LINES CALCPYAS WRITES; ONLY THE "A" ACCRUAL
      * LINES ARE READ HERE.
       FD  GL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-ACCRUAL-REC.
       01  GL-ACCRUAL-REC.
           05  GL-ACCRUAL-RECORD-TYPE   PIC X(01).
               88 ACCRUAL-RECORD            VALUE "A".
           05  GL-ACCRUAL-RUN-DATE      PIC 9(08).
           05  GL-ACCRUAL-ER-FICA       PIC 9(09)V9(02).
           05  GL-ACCRUAL-FUTA          PIC 9(09)V9(02).
           05  GL-ACCRUAL-SUTA          PIC 9(09)V9(02).
           05  GL-ACCRUAL-TOTAL         PIC 9(09)V9(02).

       FD  SUI-WAGE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS SUI-WAGE-REPORT-RECORD.
       01  SUI-WAGE-REPORT-RECORD       PIC X(100).

      * THE STATE UPLOAD: AN EMPLOYER HEADER, ONE DETAIL PER
      * EMPLOYEE AND A TRAILER WITH THE DETAIL COUNT AND TOTALS.
      * MONEY IS ZERO-FILLED CENTS WITH NO DECIMAL POINT.
       FD  SUI-UPLOAD-FILE
           RECORDING MODE IS F
           DATA RECORD IS SUI-HEADER-REC.
       01  SUI-HEADER-REC.
           05  SUF-HDR-TYPE             PIC X(01).
           05  SUF-HDR-STATE            PIC X(02).
           05  SUF-HDR-EMPLOYER-FEIN    PIC X(09).
           05  SUF-HDR-UI-ACCOUNT       PIC X(15).
           05  SUF-HDR-YEAR             PIC 9(04).
           05  SUF-HDR-QUARTER          PIC 9(01).
           05  SUF-HDR-EMPLOYER-NAME    PIC X(30).
           05  SUF-HDR-SUTA-RATE        PIC V9(04).
           05  FILLER                   PIC X(34).
       01  SUI-DETAIL-REC.
           05  SUF-DTL-TYPE             PIC X(01).
           05  SUF-DTL-EMP-SSN          PIC X(09).
           05  SUF-DTL-LAST-NAME        PIC X(20).
           05  SUF-DTL-FIRST-NAME       PIC X(15).
           05  SUF-DTL-MIDDLE-INIT      PIC X(01).
           05  SUF-DTL-TOTAL-WAGES      PIC 9(09)V99.
           05  SUF-DTL-TAXABLE-WAGES    PIC 9(09)V99.
           05  SUF-DTL-EXCESS-WAGES     PIC 9(09)V99.
           05  SUF-DTL-WEEKS            PIC 9(02).
           05  SUF-DTL-EMP-NUMBER       PIC X(06).
           05  FILLER                   PIC X(13).
       01  SUI-TRAILER-REC.
           05  SUF-TRL-TYPE             PIC X(01).
           05  SUF-TRL-COUNT            PIC 9(06).
           05  SUF-TRL-TOTAL-WAGES      PIC 9(11)V99.
           05  SUF-TRL-TAXABLE-WAGES    PIC 9(11)V99.
           05  SUF-TRL-EXCESS-WAGES     PIC 9(11)V99.
           05  SUF-TRL-SUTA-DUE         PIC 9(09)V99.
           05  FILLER                   PIC X(43).

       COPY APPRFD.
       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-OUTPUT-INVENTORY-PATH PIC X(40)
           VALUE "C:\Users\Bob\OUTINV.DAT".
       01 WS-OUTPUT-INVENTORY-STATUS PIC X(02).
           88 OUTPUT-INVENTORY-SUCCESSFUL VALUE "00".
           88 END-OF-OUTPUT-INVENTORY  VALUE "10".
       01 WS-PAYROLL-RUN-PATH      PIC X(40).
       01 WS-PAYROLL-RUN-STATUS    PIC X(02).
           88 PAYROLL-RUN-SUCCESSFUL   VALUE "00".
           88 END-OF-PAYROLL-RUN       VALUE "10".
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".
       01 WS-TAX-RATE-FILE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\TAXRATES.DAT".
       01 WS-TAX-RATE-FILE-STATUS  PIC X(02).
           88 TAX-RATE-FILE-SUCCESSFUL VALUE "00".
           88 END-OF-TAX-RATE-FILE     VALUE "10".
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL    VALUE "00".
           88 END-OF-GL-CONTROL        VALUE "10".
       01 WS-SUI-WAGE-REPORT-PATH  PIC X(40)
           VALUE "C:\Users\Bob\SUIWAGE.rpt".
       01 WS-SUI-WAGE-REPORT-STATUS PIC X(02).
           88 GOOD-SUI-WAGE-WRITE      VALUE "00".
       01 WS-SUI-UPLOAD-PATH       PIC X(40)
           VALUE "C:\Users\Bob\SUIWAGE.DAT".
       01 WS-SUI-UPLOAD-STATUS     PIC X(02).
           88 SUI-UPLOAD-SUCCESSFUL    VALUE "00".

      * THE QUARTER BEING REPORTED, KEYED AS YYYYQ THE WAY QTRTAXAS
      * TAKES IT.
       01 WS-QUARTER-IN            PIC X(05).
       01 WS-QTR-YEAR              PIC 9(04).
       01 WS-QTR-NUMBER            PIC 9(01).
           88 VALID-QUARTER-NUMBER     VALUES 1 THRU 4.
       01 WS-QTR-FIRST-MONTH       PIC 9(02).
       01 WS-QTR-LAST-MONTH        PIC 9(02).
       01 WS-WORK-DATE             PIC 9(08).
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR           PIC 9(04).
           05 WS-WORK-MONTH          PIC 9(02).
           05 WS-WORK-DAY            PIC 9(02).
       01 WS-RUN-DATE              PIC 9(08).

       01 WS-HOME-STATE            PIC X(02) VALUE SPACES.
       01 WS-EMPLOYER-FEIN         PIC X(09) VALUE SPACES.
       01 WS-EMPLOYER-NAME         PIC X(30) VALUE SPACES.
       01 WS-SUI-ACCOUNT           PIC X(15) VALUE SPACES.

      * SUTA RATE AND WAGE BASE. THE COMPILED-IN VALUES ARE
      * CALCPYAS'S; THE "V" ROWS OF TAXRATES.DAT OVERLAY THEM IN
      * FILE ORDER, EACH ONLY FROM ITS EFFECTIVE DATE ON, SO EVERY
      * RUN IS MEASURED AGAINST THE RATE IT WAS PAID UNDER.
       01 WS-DEFAULT-SUTA-RATE     PIC V9(04) VALUE .0270.
       01 WS-DEFAULT-SUTA-BASE     PIC 9(09)  VALUE 9000.
       01 WS-SUTA-RATE             PIC V9(04).
       01 WS-SUTA-WAGE-BASE        PIC 9(09).
       01 WS-SUTA-ROW-TABLE.
           05 WS-SUTA-ROW OCCURS 20 TIMES.
              10 WS-SUTA-ROW-EFF-DATE   PIC 9(08).
              10 WS-SUTA-ROW-RATE       PIC V9(04).
              10 WS-SUTA-ROW-BASE       PIC 9(09).
              10 WS-SUTA-ROW-BASE-SW    PIC X(01).
                 88 SUTA-ROW-HAS-BASE       VALUE "Y".
       01 WS-SUTA-ROW-COUNT        PIC 9(02) VALUE 0.
       01 WS-SUTA-ROW-SUB          PIC 9(02).

      * RUNS BACKED OUT THROUGH PAYREVAS: A CONSUMED ("X") REVERSAL
      * APPROVAL IS KEYED BY THE RUN FILE'S PATH.
       01 WS-REVERSED-TABLE.
           05 WS-REVERSED-PATH OCCURS 100 TIMES PIC X(40).
       01 WS-REVERSED-COUNT        PIC 9(03) VALUE 0.
       01 WS-REVERSED-SUB          PIC 9(03).
       01 WS-RUN-REVERSED-SW       PIC X(01).
           88 RUN-WAS-REVERSED          VALUE "Y".

      * RUN FILES ALREADY TAKEN IN, SO A FILE INVENTORIED TWICE IS
      * ONLY COUNTED ONCE.
       01 WS-RUN-FILE-TABLE.
           05 WS-RUN-FILE-PATH OCCURS 100 TIMES PIC X(40).
       01 WS-RUN-FILE-COUNT        PIC 9(03) VALUE 0.
       01 WS-RUN-FILE-SUB          PIC 9(03).
       01 WS-RUN-FILE-SEEN-SW      PIC X(01).
           88 RUN-FILE-ALREADY-SEEN     VALUE "Y".
       01 WS-RUN-FILE-DATE         PIC 9(08).
      * THE COMPANY AN INVENTORIED RUN FILE WAS WRITTEN FOR, FROM
      * THE "_NN" AHEAD OF ITS EXTENSION.
       01 WS-RUN-FILE-COMPANY      PIC X(02).
       01 WS-RUN-FILE-NAME-POS     PIC 9(02).
       01 WS-RUN-FILE-NAME-DOT     PIC 9(02).
       01 WS-OTHER-COMPANY-RUNS    PIC 9(03) VALUE 0.

      * ONE ROW PER EMPLOYEE, IN EMPLOYEE-MASTER ORDER. AN EMPLOYEE
      * PAID IN THE QUARTER BUT NO LONGER ON THE MASTER IS ADDED AT
      * THE END.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-PAY-FREQ        PIC X(01).
              10 WS-EMP-SSN             PIC X(09).
              10 WS-EMP-TOTAL-WAGES     PIC S9(09)V99.
              10 WS-EMP-TAXABLE-WAGES   PIC S9(09)V99.
              10 WS-EMP-SUTA            PIC S9(09)V99.
              10 WS-EMP-PERIODS         PIC 9(03).
              10 WS-EMP-LAST-RUN-FILE   PIC 9(03).
              10 WS-EMP-PAID-SW         PIC X(01).
                 88 EMP-PAID-IN-QUARTER     VALUE "Y".
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01).
           88 EMP-ENTRY-FOUND           VALUE "Y".

      * ONE RECORD'S FIGURES, WORKED THE WAY CALCPYAS WORKED THEM.
       01 WS-REC-GROSS             PIC 9(09)V99.
       01 WS-REC-PRETAX            PIC 9(09)V99.
       01 WS-REC-WAGES             PIC 9(09)V99.
       01 WS-REC-PRIOR-YTD         PIC 9(09)V99.
       01 WS-REC-SUTA-WAGES        PIC 9(09)V99.
       01 WS-REC-SUTA              PIC 9(09)V99.

       01 WS-EMP-EXCESS-WAGES      PIC S9(09)V99.
       01 WS-EMP-WEEKS             PIC 9(03).

       01 WS-CUR-EMP-NAME          PIC X(20).
       01 WS-NAME-REST             PIC X(20).
       01 WS-NAME-PTR              PIC 9(02).
       01 WS-NAME-WORDS            PIC 9(02).
       01 WS-COMMA-COUNT           PIC 9(02).
       01 WS-NAME-WORD-1           PIC X(20).
       01 WS-NAME-WORD-2           PIC X(20).
       01 WS-NAME-WORD-3           PIC X(20).
       01 WS-FIRST-NAME            PIC X(15).
       01 WS-MIDDLE-NAME           PIC X(15).
       01 WS-LAST-NAME             PIC X(20).

      * QUARTER TOTALS AND THE SUTA PROOF.
       01 WS-TOTAL-WAGES           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-TAXABLE         PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-EXCESS          PIC S9(11)V99 VALUE 0.
       01 WS-DETAIL-SUTA           PIC S9(09)V99 VALUE 0.
       01 WS-REVERSED-SUTA         PIC S9(09)V99 VALUE 0.
       01 WS-PROVED-SUTA           PIC S9(09)V99 VALUE 0.
       01 WS-ACCRUED-SUTA          PIC S9(09)V99 VALUE 0.
       01 WS-SUTA-DIFFERENCE       PIC S9(09)V99 VALUE 0.
       01 WS-EMPLOYEES-REPORTED    PIC 9(06) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(06) VALUE 0.
       01 WS-RUN-FILES-READ        PIC 9(03) VALUE 0.
       01 WS-REVERSED-RUNS-READ    PIC 9(03) VALUE 0.
       01 WS-RUN-RECORDS-READ      PIC 9(06) VALUE 0.
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01  SUI-HDG-LINE.
           05 FILLER                 PIC X(38)
             VALUE "STATE UNEMPLOYMENT WAGE REPORT FOR ".
           05 SUI-HDG-YEAR           PIC 9(04).
           05 FILLER                 PIC X(03) VALUE " Q".
           05 SUI-HDG-QUARTER        PIC 9(01).
           05 FILLER                 PIC X(09) VALUE "  STATE: ".
           05 SUI-HDG-STATE          PIC X(02).
           05 FILLER                 PIC X(12) VALUE "  RUN DATE: ".
           05 SUI-HDG-RUN-DATE       PIC 9(08).
           05 FILLER                 PIC X(11) VALUE "  COMPANY: ".
           05 SUI-HDG-COMPANY        PIC X(02).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  SUI-EMPLOYER-LINE.
           05 FILLER                 PIC X(10) VALUE "EMPLOYER: ".
           05 SUI-EMP-FEIN           PIC X(09).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SUI-EMP-NAME           PIC X(30).
           05 FILLER                 PIC X(14)
             VALUE "  UI ACCOUNT: ".
           05 SUI-EMP-ACCOUNT        PIC X(15).
           05 FILLER                 PIC X(20) VALUE SPACES.

       01  SUI-RATE-LINE.
           05 FILLER                 PIC X(22)
             VALUE "SUTA RATE IN EFFECT: ".
           05 SUI-RATE-PERCENT       PIC Z9.99.
           05 FILLER                 PIC X(15)
             VALUE "%   WAGE BASE: ".
           05 SUI-RATE-BASE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(16)
             VALUE "   RUN FILES: ".
           05 SUI-RATE-FILES         PIC ZZ9.
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  SUI-COLUMN-LINE.
           05 FILLER                 PIC X(50)
             VALUE "EMP #   EMPLOYEE NAME         SSN              TOT".
           05 FILLER                 PIC X(50)
             VALUE "AL WAGES   TAXABLE WAGES    EXCESS WAGES   WEEKS  ".

       01  SUI-DETAIL-LINE.
           05 SUI-DTL-EMP-NUMBER     PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SUI-DTL-EMP-NAME       PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "XXX-XX-".
           05 SUI-DTL-SSN-LAST4      PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SUI-DTL-TOTAL          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 SUI-DTL-TAXABLE        PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 SUI-DTL-EXCESS         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 SUI-DTL-WEEKS          PIC Z9.
           05 FILLER                 PIC X(04) VALUE SPACES.

       01  SUI-NOTE-LINE.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 SUI-NOTE-TEXT          PIC X(60).
           05 FILLER                 PIC X(32) VALUE SPACES.

       01  SUI-TOTAL-LINE.
           05 SUI-TOT-LABEL          PIC X(30).
           05 SUI-TOT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 SUI-TOT-TOTAL          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 SUI-TOT-TAXABLE        PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 SUI-TOT-EXCESS         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  SUI-AMOUNT-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SUI-AMT-LABEL          PIC X(40).
           05 SUI-AMT-VALUE          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(43) VALUE SPACES.

       01  SUI-RECON-LINE.
           05 SUI-RECON-LABEL        PIC X(42).
           05 SUI-RECON-RESULT       PIC X(20).
           05 FILLER                 PIC X(38) VALUE SPACES.

       01  SUI-BLANK-LINE            PIC X(100) VALUE SPACES.

       COPY APPRWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "SUIWAGAS QUARTERLY SUI WAGE REPORT"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "SUIWAGAS" TO WS-IOERR-PROGRAM-ID
           IF NOT OPERATOR-IS-PAYROLL
              DISPLAY "SUIWAGAS: PAYROLL ROLE REQUIRED TO BUILD THE "
                      "SUI WAGE REPORT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-READ-OUTPUT-INVENTORY
           PERFORM 3000-READ-GL-CONTROL
           OPEN OUTPUT SUI-WAGE-REPORT
           OPEN OUTPUT SUI-UPLOAD-FILE
           PERFORM 4000-WRITE-HEADINGS
           PERFORM 5000-WRITE-HEADER-RECORD
           PERFORM 4100-REPORT-ONE-EMPLOYEE THRU 4100-EXIT
             VARYING WS-EMP-IDX FROM 1 BY 1
             UNTIL WS-EMP-IDX > WS-EMP-COUNT
           PERFORM 4200-WRITE-TOTALS
           PERFORM 5200-WRITE-TRAILER-RECORD
           PERFORM 4300-WRITE-SUTA-PROOF
           CLOSE SUI-WAGE-REPORT
                 SUI-UPLOAD-FILE
           MOVE "SUI-WAGE-REPORT"        TO WS-DISTRIB-REPORT-NAME
           MOVE WS-SUI-WAGE-REPORT-PATH  TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "SUIWAGAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-RECORDS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-EMPLOYEES-REPORTED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-TOTAL-WAGES TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "RUN FILES READ:       " WS-RUN-FILES-READ
           DISPLAY "OTHER COMPANIES' RUNS:" WS-OTHER-COMPANY-RUNS
           DISPLAY "EMPLOYEES REPORTED:   " WS-EMPLOYEES-REPORTED
           DISPLAY "REPORT WRITTEN TO " WS-SUI-WAGE-REPORT-PATH
           DISPLAY "UPLOAD WRITTEN TO " WS-SUI-UPLOAD-PATH
           IF WS-SUTA-DIFFERENCE NOT = 0 OR WS-EXCEPTION-COUNT > 0
              DISPLAY "SUIWAGAS: REVIEW THE REPORT BEFORE FILING"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END SUIWAGAS"
           GOBACK.

      * A BAD QUARTER ENDS THE RUN RATHER THAN REPORT THE WRONG
      * MONTHS.
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-SET-RUN-COMPANY
           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF
           DISPLAY "ENTER QUARTER TO REPORT (YYYYQ, E.G. 20261): "
           ACCEPT WS-QUARTER-IN
           IF WS-QUARTER-IN(1:4) IS NOT NUMERIC
              OR WS-QUARTER-IN(5:1) IS NOT NUMERIC
              DISPLAY "SUIWAGAS: QUARTER MUST BE YYYYQ -- RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
           ELSE
              MOVE WS-QUARTER-IN(1:4) TO WS-QTR-YEAR
              MOVE WS-QUARTER-IN(5:1) TO WS-QTR-NUMBER
              IF NOT VALID-QUARTER-NUMBER
                 DISPLAY "SUIWAGAS: QUARTER MUST BE 1 THROUGH 4 -- "
                         "RUN ENDED"
                 MOVE "Y" TO WS-REFUSED-SW
              END-IF
           END-IF
           IF NOT RUN-REFUSED
              COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER * 3) - 2
              COMPUTE WS-QTR-LAST-MONTH  = WS-QTR-NUMBER * 3
              PERFORM 1100-LOAD-EMPLOYEES
              PERFORM 1200-LOAD-SUTA-ROWS
              PERFORM 1300-LOAD-REVERSED-RUNS
           END-IF.
       1000-EXIT.
           EXIT.

      * OVERRIDES EACH COMPILED-IN DEFAULT WITH WHATEVER RUNCTL.DAT
      * HAS ON FILE FOR SUIWAGAS, IF ANYTHING. THE GL CONTROL ENTRY
      * SHOULD POINT AT THE SAME FILE QTRTAXAS READS.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "SUIWAGAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OUTPUT-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OUTPUT-INVENTORY-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "TAX-RATE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TAX-RATE-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-RATE-FILE-PATH
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "SUI-WAGE-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SUI-WAGE-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SUI-WAGE-REPORT-PATH
           MOVE "SUI-UPLOAD-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SUI-UPLOAD-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SUI-UPLOAD-PATH
           MOVE "HOME-STATE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:2) TO WS-HOME-STATE
           MOVE "EMPLOYER-FEIN" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:9) TO WS-EMPLOYER-FEIN
           MOVE "EMPLOYER-NAME" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:30) TO WS-EMPLOYER-NAME
           MOVE "SUI-ACCOUNT-NUMBER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:15) TO WS-SUI-ACCOUNT
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY BEING REPORTED, ITS OWN GL CONTROL, REPORT AND
      * UPLOAD FILES, AND ITS FEIN, NAME AND STATE EMPLOYER ID.
      * COMPANY 01 KEEPS THE FILE NAMES IT HAS ALWAYS HAD.
       1020-SET-RUN-COMPANY.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "SUIWAGAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE " -- RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
           END-IF
           IF WS-RUN-COMPANY-FEIN NOT = SPACES
              MOVE WS-RUN-COMPANY-FEIN TO WS-EMPLOYER-FEIN
           END-IF
           IF WS-RUN-COMPANY-NAME NOT = SPACES
              MOVE WS-RUN-COMPANY-NAME TO WS-EMPLOYER-NAME
           END-IF
           IF WS-RUN-COMPANY-STATE-ID NOT = SPACES
              MOVE WS-RUN-COMPANY-STATE-ID TO WS-SUI-ACCOUNT
           END-IF
           MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
           MOVE WS-SUI-WAGE-REPORT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-SUI-WAGE-REPORT-PATH
           MOVE WS-SUI-UPLOAD-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-SUI-UPLOAD-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       1025-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE "Y" TO WS-REFUSED-SW
           END-IF.

       1100-LOAD-EMPLOYEES.
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
                    INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
                    MOVE EMP-NUMBER-IN   TO WS-EMP-NUMBER(WS-EMP-IDX)
                    MOVE EMP-NAME-IN     TO WS-EMP-NAME(WS-EMP-IDX)
                    MOVE EMP-PAY-FREQ-IN TO WS-EMP-PAY-FREQ(WS-EMP-IDX)
                    MOVE EMP-SSN-IN      TO WS-EMP-SSN(WS-EMP-IDX)
                    MOVE "N"             TO WS-EMP-PAID-SW(WS-EMP-IDX)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "SUIWAGAS: EMPLOYEE MASTER NOT AVAILABLE -- "
                      "RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
           END-IF.

      * EVERY "V" ROW, IN FILE ORDER. AN UNDATED ROW IS IN EFFECT
      * FROM THE START OF TIME, AS IN CALCPYAS.
       1200-LOAD-SUTA-ROWS.
           OPEN INPUT TAX-RATE-FILE
           IF TAX-RATE-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-TAX-RATE-FILE
                 READ TAX-RATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TAX-RATE-IS-SUTA AND WS-SUTA-ROW-COUNT < 20
                       ADD 1 TO WS-SUTA-ROW-COUNT
                       MOVE WS-SUTA-ROW-COUNT TO WS-SUTA-ROW-SUB
                       PERFORM 1210-STORE-SUTA-ROW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-RATE-FILE
           END-IF.

       1210-STORE-SUTA-ROW.
           MOVE TAX-RATE-PERCENT-IN
             TO WS-SUTA-ROW-RATE(WS-SUTA-ROW-SUB)
           IF TAX-RATE-EFF-DATE-IN IS NUMERIC
              MOVE TAX-RATE-EFF-DATE-IN
                TO WS-SUTA-ROW-EFF-DATE(WS-SUTA-ROW-SUB)
           ELSE
              MOVE ZEROES TO WS-SUTA-ROW-EFF-DATE(WS-SUTA-ROW-SUB)
           END-IF
           IF TAX-RATE-AMOUNT-IN IS NUMERIC
              MOVE TAX-RATE-AMOUNT-IN
                TO WS-SUTA-ROW-BASE(WS-SUTA-ROW-SUB)
              MOVE "Y" TO WS-SUTA-ROW-BASE-SW(WS-SUTA-ROW-SUB)
           ELSE
              MOVE ZEROES TO WS-SUTA-ROW-BASE(WS-SUTA-ROW-SUB)
              MOVE "N" TO WS-SUTA-ROW-BASE-SW(WS-SUTA-ROW-SUB)
           END-IF.

       1300-LOAD-REVERSED-RUNS.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF APPR-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-APPR-FILE
                 READ APPROVAL-QUEUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF APPR-ACTION-IN = "REVERSAL"
                       AND APPR-STATUS-IN = "X"
                       AND WS-REVERSED-COUNT < 100
                       ADD 1 TO WS-REVERSED-COUNT
                       MOVE APPR-KEY-IN
                         TO WS-REVERSED-PATH(WS-REVERSED-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      * THE QUARTER'S RUNS: EVERY INVENTORIED PAYROLL2_ FILE WHOSE
      * PERIOD-END DATE FALLS IN ONE OF ITS THREE MONTHS AND WHOSE
      * NAME SAYS IT WAS WRITTEN FOR THE RUN COMPANY.
       2000-READ-OUTPUT-INVENTORY.
           OPEN INPUT OUTPUT-INVENTORY-FILE
           IF OUTPUT-INVENTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-OUTPUT-INVENTORY
                 READ OUTPUT-INVENTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF OUTINV-CREATED-DATE IS NUMERIC
                       AND NOT OUTINV-STANDING-FILE
                       MOVE OUTINV-CREATED-DATE TO WS-WORK-DATE
                       IF WS-WORK-YEAR = WS-QTR-YEAR
                          AND WS-WORK-MONTH >= WS-QTR-FIRST-MONTH
                          AND WS-WORK-MONTH <= WS-QTR-LAST-MONTH
                          PERFORM 2005-SET-RUN-FILE-COMPANY
                          IF WS-RUN-FILE-COMPANY = WS-RUN-COMPANY-CODE
                             PERFORM 2010-TAKE-RUN-FILE THRU 2010-EXIT
                          ELSE
                             ADD 1 TO WS-OTHER-COMPANY-RUNS
                          END-IF
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE OUTPUT-INVENTORY-FILE
           ELSE
              MOVE "OUTPUT-INVENTORY" TO WS-IOERR-FILE-NAME
              MOVE WS-OUTPUT-INVENTORY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "SUIWAGAS: NO OUTPUT INVENTORY -- NO RUNS FOUND"
           END-IF.

      * 9936-BUILD-COMPANY-PATH PUTS "_" AND THE COMPANY CODE AHEAD
      * OF THE EXTENSION OF EVERY RUN FILE BUT COMPANY 01'S, WHOSE
      * NAMES END IN THE ONE-LETTER PAY GROUP INSTEAD.
       2005-SET-RUN-FILE-COMPANY.
           MOVE WS-DEFAULT-COMPANY-CODE TO WS-RUN-FILE-COMPANY
           MOVE 0 TO WS-RUN-FILE-NAME-DOT
           PERFORM VARYING WS-RUN-FILE-NAME-POS FROM 1 BY 1
                     UNTIL WS-RUN-FILE-NAME-POS > 40
              IF OUTINV-FILE-NAME(WS-RUN-FILE-NAME-POS:1) = "."
                 MOVE WS-RUN-FILE-NAME-POS TO WS-RUN-FILE-NAME-DOT
              END-IF
              IF OUTINV-FILE-NAME(WS-RUN-FILE-NAME-POS:1) = "\"
                 MOVE 0 TO WS-RUN-FILE-NAME-DOT
              END-IF
           END-PERFORM
           IF WS-RUN-FILE-NAME-DOT > 3
              IF OUTINV-FILE-NAME(WS-RUN-FILE-NAME-DOT - 3:1) = "_"
                 MOVE OUTINV-FILE-NAME(WS-RUN-FILE-NAME-DOT - 2:2)
                   TO WS-RUN-FILE-COMPANY
              END-IF
           END-IF.

       2010-TAKE-RUN-FILE.
           MOVE "N" TO WS-RUN-FILE-SEEN-SW
           PERFORM VARYING WS-RUN-FILE-SUB FROM 1 BY 1
                     UNTIL WS-RUN-FILE-SUB > WS-RUN-FILE-COUNT
                        OR RUN-FILE-ALREADY-SEEN
              IF WS-RUN-FILE-PATH(WS-RUN-FILE-SUB) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-RUN-FILE-SEEN-SW
              END-IF
           END-PERFORM
           IF RUN-FILE-ALREADY-SEEN
              GO TO 2010-EXIT
           END-IF
           IF WS-RUN-FILE-COUNT = 100
              DISPLAY "SUIWAGAS: MORE THAN 100 RUNS IN THE QUARTER -- "
                      OUTINV-FILE-NAME " NOT READ"
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-RUN-FILE-COUNT
           MOVE OUTINV-FILE-NAME TO WS-RUN-FILE-PATH(WS-RUN-FILE-COUNT)
           MOVE OUTINV-CREATED-DATE TO WS-RUN-FILE-DATE
           MOVE "N" TO WS-RUN-REVERSED-SW
           PERFORM VARYING WS-REVERSED-SUB FROM 1 BY 1
                     UNTIL WS-REVERSED-SUB > WS-REVERSED-COUNT
                        OR RUN-WAS-REVERSED
              IF WS-REVERSED-PATH(WS-REVERSED-SUB) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-RUN-REVERSED-SW
              END-IF
           END-PERFORM
           PERFORM 2020-SET-SUTA-RATE
           MOVE OUTINV-FILE-NAME TO WS-PAYROLL-RUN-PATH
           OPEN INPUT PAYROLL-RUN-FILE
           IF NOT PAYROLL-RUN-SUCCESSFUL
              MOVE "PAYROLL-RUN-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-PAYROLL-RUN-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "SUIWAGAS: RUN FILE MISSING -- "
                      WS-PAYROLL-RUN-PATH
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-RUN-FILES-READ
           IF RUN-WAS-REVERSED
              ADD 1 TO WS-REVERSED-RUNS-READ
           END-IF
           PERFORM UNTIL END-OF-PAYROLL-RUN
              READ PAYROLL-RUN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-RUN-RECORDS-READ
                 IF RUN-EMP-GROSS IS NUMERIC
                    AND RUN-YTD-GROSS IS NUMERIC
                    AND RUN-EMP-NUMBER NOT = SPACES
                    PERFORM 2100-TAKE-RUN-RECORD THRU 2100-EXIT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE PAYROLL-RUN-FILE.
       2010-EXIT.
           EXIT.

      * THE RATE AND BASE IN EFFECT ON THE RUN'S PERIOD-END DATE.
       2020-SET-SUTA-RATE.
           MOVE WS-DEFAULT-SUTA-RATE TO WS-SUTA-RATE
           MOVE WS-DEFAULT-SUTA-BASE TO WS-SUTA-WAGE-BASE
           PERFORM VARYING WS-SUTA-ROW-SUB FROM 1 BY 1
                     UNTIL WS-SUTA-ROW-SUB > WS-SUTA-ROW-COUNT
              IF WS-SUTA-ROW-EFF-DATE(WS-SUTA-ROW-SUB)
                   <= WS-RUN-FILE-DATE
                 MOVE WS-SUTA-ROW-RATE(WS-SUTA-ROW-SUB)
                   TO WS-SUTA-RATE
                 IF SUTA-ROW-HAS-BASE(WS-SUTA-ROW-SUB)
                    MOVE WS-SUTA-ROW-BASE(WS-SUTA-ROW-SUB)
                      TO WS-SUTA-WAGE-BASE
                 END-IF
              END-IF
           END-PERFORM.

      * ONE PAY RECORD. THE RECORD'S YTD GROSS IS THE MASTER AFTER
      * THIS RECORD WAS APPLIED, SO THE GROSS BEFORE IT IS THAT LESS
      * THIS RECORD'S GROSS (OR PLUS IT, FOR A NEGATIVE ADJUSTMENT).
      * THE SUTA SLICE AND TAX ARE THEN CALCPYAS'S OWN ARITHMETIC.
       2100-TAKE-RUN-RECORD.
           MOVE RUN-EMP-GROSS TO WS-REC-GROSS
           IF RUN-BEN-PRETAX IS NUMERIC
              MOVE RUN-BEN-PRETAX TO WS-REC-PRETAX
           ELSE
              MOVE ZEROES TO WS-REC-PRETAX
           END-IF
           IF WS-REC-PRETAX >= WS-REC-GROSS
              MOVE ZEROES TO WS-REC-WAGES
           ELSE
              COMPUTE WS-REC-WAGES = WS-REC-GROSS - WS-REC-PRETAX
           END-IF
           IF RUN-ADJ-NEGATIVE
              COMPUTE WS-REC-PRIOR-YTD = RUN-YTD-GROSS + WS-REC-GROSS
           ELSE
              IF RUN-YTD-GROSS > WS-REC-GROSS
                 COMPUTE WS-REC-PRIOR-YTD = RUN-YTD-GROSS
                                          - WS-REC-GROSS
              ELSE
                 MOVE ZEROES TO WS-REC-PRIOR-YTD
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-REC-PRIOR-YTD >= WS-SUTA-WAGE-BASE
                 MOVE ZEROES TO WS-REC-SUTA-WAGES
              WHEN WS-REC-PRIOR-YTD + WS-REC-WAGES
                   > WS-SUTA-WAGE-BASE
                 COMPUTE WS-REC-SUTA-WAGES = WS-SUTA-WAGE-BASE
                                           - WS-REC-PRIOR-YTD
              WHEN OTHER
                 MOVE WS-REC-WAGES TO WS-REC-SUTA-WAGES
           END-EVALUATE
           COMPUTE WS-REC-SUTA = WS-REC-SUTA-WAGES * WS-SUTA-RATE
           IF RUN-WAS-REVERSED
              IF RUN-ADJ-NEGATIVE
                 SUBTRACT WS-REC-SUTA FROM WS-REVERSED-SUTA
              ELSE
                 ADD WS-REC-SUTA TO WS-REVERSED-SUTA
              END-IF
              GO TO 2100-EXIT
           END-IF
           PERFORM 2110-FIND-EMPLOYEE
           IF NOT EMP-ENTRY-FOUND
              GO TO 2100-EXIT
           END-IF
           MOVE "Y" TO WS-EMP-PAID-SW(WS-EMP-IDX)
           IF RUN-ADJ-NEGATIVE
              SUBTRACT WS-REC-WAGES FROM WS-EMP-TOTAL-WAGES(WS-EMP-IDX)
              SUBTRACT WS-REC-SUTA-WAGES
                FROM WS-EMP-TAXABLE-WAGES(WS-EMP-IDX)
              SUBTRACT WS-REC-SUTA FROM WS-EMP-SUTA(WS-EMP-IDX)
              SUBTRACT WS-REC-SUTA FROM WS-DETAIL-SUTA
           ELSE
              ADD WS-REC-WAGES TO WS-EMP-TOTAL-WAGES(WS-EMP-IDX)
              ADD WS-REC-SUTA-WAGES
                TO WS-EMP-TAXABLE-WAGES(WS-EMP-IDX)
              ADD WS-REC-SUTA TO WS-EMP-SUTA(WS-EMP-IDX)
              ADD WS-REC-SUTA TO WS-DETAIL-SUTA
           END-IF
      * A PAY PERIOD COUNTS TOWARD WEEKS WORKED ONCE, HOWEVER MANY
      * RECORDS (SPLITS, MAKE-UP ADJUSTMENTS) THE EMPLOYEE HAS IN IT.
           IF NOT RUN-ADJUSTMENT AND WS-REC-GROSS > 0
              AND WS-EMP-LAST-RUN-FILE(WS-EMP-IDX)
                  NOT = WS-RUN-FILE-COUNT
              ADD 1 TO WS-EMP-PERIODS(WS-EMP-IDX)
              MOVE WS-RUN-FILE-COUNT
                TO WS-EMP-LAST-RUN-FILE(WS-EMP-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

       2110-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           SET WS-EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-EMP-IDX > WS-EMP-COUNT
                 CONTINUE
              WHEN WS-EMP-NUMBER(WS-EMP-IDX) = RUN-EMP-NUMBER
                 MOVE "Y" TO WS-EMP-FOUND-SW
           END-SEARCH
           IF NOT EMP-ENTRY-FOUND
              IF WS-EMP-COUNT < 999
                 ADD 1 TO WS-EMP-COUNT
                 SET WS-EMP-IDX TO WS-EMP-COUNT
                 INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
                 MOVE RUN-EMP-NUMBER TO WS-EMP-NUMBER(WS-EMP-IDX)
                 MOVE "NOT ON EMPLOYEE MASTER"
                   TO WS-EMP-NAME(WS-EMP-IDX)
                 MOVE "N" TO WS-EMP-PAID-SW(WS-EMP-IDX)
                 MOVE "Y" TO WS-EMP-FOUND-SW
              ELSE
                 DISPLAY "SUIWAGAS: EMPLOYEE TABLE FULL AT 999 -- "
                         RUN-EMP-NUMBER " NOT REPORTED"
                 ADD 1 TO WS-EXCEPTION-COUNT
              END-IF
           END-IF.

      * THE SUTA QTRTAXAS REPORTS: THE "A" LINES DATED IN THE
      * QUARTER.
       3000-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF GL-CONTROL-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CONTROL
                 READ GL-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ACCRUAL-RECORD
                       AND GL-ACCRUAL-RUN-DATE IS NUMERIC
                       AND GL-ACCRUAL-SUTA IS NUMERIC
                       MOVE GL-ACCRUAL-RUN-DATE TO WS-WORK-DATE
                       IF WS-WORK-YEAR = WS-QTR-YEAR
                          AND WS-WORK-MONTH >= WS-QTR-FIRST-MONTH
                          AND WS-WORK-MONTH <= WS-QTR-LAST-MONTH
                          ADD GL-ACCRUAL-SUTA TO WS-ACCRUED-SUTA
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-CONTROL-FILE
           ELSE
              MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-CONTROL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "SUIWAGAS: NO GL CONTROL FILE -- THE ACCRUED "
                      "SUTA WILL SHOW ZERO"
           END-IF.

       4000-WRITE-HEADINGS.
           MOVE WS-QTR-YEAR      TO SUI-HDG-YEAR
           MOVE WS-QTR-NUMBER    TO SUI-HDG-QUARTER
           MOVE WS-HOME-STATE    TO SUI-HDG-STATE
           MOVE WS-RUN-DATE      TO SUI-HDG-RUN-DATE
           MOVE WS-RUN-COMPANY-CODE TO SUI-HDG-COMPANY
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-HDG-LINE
           MOVE WS-EMPLOYER-FEIN TO SUI-EMP-FEIN
           MOVE WS-EMPLOYER-NAME TO SUI-EMP-NAME
           MOVE WS-SUI-ACCOUNT   TO SUI-EMP-ACCOUNT
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-EMPLOYER-LINE
           MOVE WS-QTR-YEAR TO WS-WORK-YEAR
           MOVE WS-QTR-LAST-MONTH TO WS-WORK-MONTH
           MOVE 28 TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-RUN-FILE-DATE
           PERFORM 2020-SET-SUTA-RATE
           COMPUTE SUI-RATE-PERCENT = WS-SUTA-RATE * 100
           MOVE WS-SUTA-WAGE-BASE TO SUI-RATE-BASE
           MOVE WS-RUN-FILES-READ TO SUI-RATE-FILES
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-RATE-LINE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-BLANK-LINE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-COLUMN-LINE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-BLANK-LINE.

      * WEEKS WORKED: ONE PER WEEKLY PERIOD, TWO PER BIWEEKLY, AND
      * THIRTEEN FOR SIX SEMI-MONTHLY PERIODS, ROUNDED.
       4100-REPORT-ONE-EMPLOYEE.
           IF NOT EMP-PAID-IN-QUARTER(WS-EMP-IDX)
              GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-EMPLOYEES-REPORTED
           EVALUATE WS-EMP-PAY-FREQ(WS-EMP-IDX)
              WHEN "B"
                 COMPUTE WS-EMP-WEEKS = WS-EMP-PERIODS(WS-EMP-IDX) * 2
              WHEN "S"
                 COMPUTE WS-EMP-WEEKS ROUNDED =
                         WS-EMP-PERIODS(WS-EMP-IDX) * 13 / 6
              WHEN OTHER
                 MOVE WS-EMP-PERIODS(WS-EMP-IDX) TO WS-EMP-WEEKS
           END-EVALUATE
           IF WS-EMP-WEEKS > 13
              MOVE 13 TO WS-EMP-WEEKS
           END-IF
           COMPUTE WS-EMP-EXCESS-WAGES =
                   WS-EMP-TOTAL-WAGES(WS-EMP-IDX)
                 - WS-EMP-TAXABLE-WAGES(WS-EMP-IDX)
           ADD WS-EMP-TOTAL-WAGES(WS-EMP-IDX)   TO WS-TOTAL-WAGES
           ADD WS-EMP-TAXABLE-WAGES(WS-EMP-IDX) TO WS-TOTAL-TAXABLE
           ADD WS-EMP-EXCESS-WAGES              TO WS-TOTAL-EXCESS
           MOVE WS-EMP-NUMBER(WS-EMP-IDX)  TO SUI-DTL-EMP-NUMBER
           MOVE WS-EMP-NAME(WS-EMP-IDX)    TO SUI-DTL-EMP-NAME
           MOVE WS-EMP-SSN(WS-EMP-IDX)(6:4) TO SUI-DTL-SSN-LAST4
           MOVE WS-EMP-TOTAL-WAGES(WS-EMP-IDX)   TO SUI-DTL-TOTAL
           MOVE WS-EMP-TAXABLE-WAGES(WS-EMP-IDX) TO SUI-DTL-TAXABLE
           MOVE WS-EMP-EXCESS-WAGES              TO SUI-DTL-EXCESS
           MOVE WS-EMP-WEEKS                     TO SUI-DTL-WEEKS
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-DETAIL-LINE
           IF WS-EMP-SSN(WS-EMP-IDX) IS NOT NUMERIC
              MOVE "** NO SSN ON EMPLOYEE MASTER -- FIX BEFORE FILING"
                TO SUI-NOTE-TEXT
              WRITE SUI-WAGE-REPORT-RECORD FROM SUI-NOTE-LINE
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-EMP-TOTAL-WAGES(WS-EMP-IDX) < 0
              OR WS-EMP-TAXABLE-WAGES(WS-EMP-IDX) < 0
              MOVE "** NEGATIVE FOR THE QUARTER -- UPLOADED AS ZERO"
                TO SUI-NOTE-TEXT
              WRITE SUI-WAGE-REPORT-RECORD FROM SUI-NOTE-LINE
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM 5100-WRITE-DETAIL-RECORD.
       4100-EXIT.
           EXIT.

       4200-WRITE-TOTALS.
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-BLANK-LINE
           MOVE "QUARTER TOTAL    EMPLOYEES:" TO SUI-TOT-LABEL
           MOVE WS-EMPLOYEES-REPORTED TO SUI-TOT-COUNT
           MOVE WS-TOTAL-WAGES        TO SUI-TOT-TOTAL
           MOVE WS-TOTAL-TAXABLE      TO SUI-TOT-TAXABLE
           MOVE WS-TOTAL-EXCESS       TO SUI-TOT-EXCESS
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-TOTAL-LINE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-BLANK-LINE.

      * THE PROOF AGAINST QTRTAXAS: SUTA ON THE EMPLOYEES' WAGES,
      * PLUS SUTA ON RUNS SINCE BACKED OUT (WHICH THE ACCRUAL STILL
      * CARRIES), AGAINST THE SUTA ACCRUED FOR THE QUARTER.
       4300-WRITE-SUTA-PROOF.
           MOVE "SUTA ON EMPLOYEE WAGES ABOVE" TO SUI-AMT-LABEL
           MOVE WS-DETAIL-SUTA TO SUI-AMT-VALUE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-AMOUNT-LINE
           MOVE "SUTA ON REVERSED RUNS (STILL ACCRUED)"
             TO SUI-AMT-LABEL
           MOVE WS-REVERSED-SUTA TO SUI-AMT-VALUE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-AMOUNT-LINE
           COMPUTE WS-PROVED-SUTA = WS-DETAIL-SUTA + WS-REVERSED-SUTA
           MOVE "TOTAL SUTA FROM THE RUN FILES" TO SUI-AMT-LABEL
           MOVE WS-PROVED-SUTA TO SUI-AMT-VALUE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-AMOUNT-LINE
           MOVE "SUTA ACCRUED FOR THE QUARTER (QTRTAXAS)"
             TO SUI-AMT-LABEL
           MOVE WS-ACCRUED-SUTA TO SUI-AMT-VALUE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-AMOUNT-LINE
           COMPUTE WS-SUTA-DIFFERENCE = WS-PROVED-SUTA
                                      - WS-ACCRUED-SUTA
           MOVE "DIFFERENCE" TO SUI-AMT-LABEL
           MOVE WS-SUTA-DIFFERENCE TO SUI-AMT-VALUE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-AMOUNT-LINE
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-BLANK-LINE
           MOVE "SUTA AGREES WITH QTRTAXAS:" TO SUI-RECON-LABEL
           IF WS-SUTA-DIFFERENCE = 0
              MOVE "IN BALANCE" TO SUI-RECON-RESULT
           ELSE
              MOVE "** OUT OF BALANCE **" TO SUI-RECON-RESULT
           END-IF
           WRITE SUI-WAGE-REPORT-RECORD FROM SUI-RECON-LINE
           IF WS-EXCEPTION-COUNT > 0
              MOVE "EMPLOYEES OR RUNS NEEDING ATTENTION:"
                TO SUI-RECON-LABEL
              MOVE WS-EXCEPTION-COUNT TO SUI-RECON-RESULT
              WRITE SUI-WAGE-REPORT-RECORD FROM SUI-RECON-LINE
           END-IF.

       5000-WRITE-HEADER-RECORD.
           MOVE SPACES TO SUI-HEADER-REC
           MOVE "H"              TO SUF-HDR-TYPE
           MOVE WS-HOME-STATE    TO SUF-HDR-STATE
           MOVE WS-EMPLOYER-FEIN TO SUF-HDR-EMPLOYER-FEIN
           MOVE WS-SUI-ACCOUNT   TO SUF-HDR-UI-ACCOUNT
           MOVE WS-QTR-YEAR      TO SUF-HDR-YEAR
           MOVE WS-QTR-NUMBER    TO SUF-HDR-QUARTER
           MOVE WS-EMPLOYER-NAME TO SUF-HDR-EMPLOYER-NAME
           MOVE WS-SUTA-RATE     TO SUF-HDR-SUTA-RATE
           WRITE SUI-HEADER-REC
           PERFORM 5900-CHECK-UPLOAD-WRITE.

      * THE STATE TAKES NO NEGATIVE WAGES; A NEGATIVE QUARTER GOES
      * UP AS ZERO AND IS CORRECTED ON THE STATE'S AMENDED RETURN.
       5100-WRITE-DETAIL-RECORD.
           MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-CUR-EMP-NAME
           PERFORM 5110-SPLIT-EMP-NAME
           MOVE SPACES TO SUI-DETAIL-REC
           MOVE "D" TO SUF-DTL-TYPE
           IF WS-EMP-SSN(WS-EMP-IDX) IS NUMERIC
              MOVE WS-EMP-SSN(WS-EMP-IDX) TO SUF-DTL-EMP-SSN
           ELSE
              MOVE ZEROES TO SUF-DTL-EMP-SSN
           END-IF
           MOVE WS-LAST-NAME        TO SUF-DTL-LAST-NAME
           MOVE WS-FIRST-NAME       TO SUF-DTL-FIRST-NAME
           MOVE WS-MIDDLE-NAME(1:1) TO SUF-DTL-MIDDLE-INIT
           IF WS-EMP-TOTAL-WAGES(WS-EMP-IDX) < 0
              OR WS-EMP-TAXABLE-WAGES(WS-EMP-IDX) < 0
              MOVE ZEROES TO SUF-DTL-TOTAL-WAGES
                             SUF-DTL-TAXABLE-WAGES
                             SUF-DTL-EXCESS-WAGES
           ELSE
              MOVE WS-EMP-TOTAL-WAGES(WS-EMP-IDX)
                TO SUF-DTL-TOTAL-WAGES
              MOVE WS-EMP-TAXABLE-WAGES(WS-EMP-IDX)
                TO SUF-DTL-TAXABLE-WAGES
              MOVE WS-EMP-EXCESS-WAGES TO SUF-DTL-EXCESS-WAGES
           END-IF
           MOVE WS-EMP-WEEKS TO SUF-DTL-WEEKS
           MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO SUF-DTL-EMP-NUMBER
           WRITE SUI-DETAIL-REC
           PERFORM 5900-CHECK-UPLOAD-WRITE.

      * THE NAME ON THE MASTER IS ONE FIELD. "LAST, FIRST MIDDLE"
      * SPLITS AT THE COMMA; OTHERWISE THE LAST WORD IS THE SURNAME
      * AND THE FIRST WORD THE GIVEN NAME.
       5110-SPLIT-EMP-NAME.
           MOVE SPACES TO WS-FIRST-NAME WS-MIDDLE-NAME WS-LAST-NAME
                          WS-NAME-WORD-1 WS-NAME-WORD-2
                          WS-NAME-WORD-3 WS-NAME-REST
           MOVE 0 TO WS-COMMA-COUNT
                     WS-NAME-WORDS
           INSPECT WS-CUR-EMP-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
           IF WS-COMMA-COUNT > 0
              UNSTRING WS-CUR-EMP-NAME DELIMITED BY ","
                  INTO WS-LAST-NAME WS-NAME-REST
              END-UNSTRING
              MOVE 1 TO WS-NAME-PTR
              PERFORM UNTIL WS-NAME-PTR > 20
                         OR WS-NAME-REST(WS-NAME-PTR:1) NOT = SPACE
                 ADD 1 TO WS-NAME-PTR
              END-PERFORM
              IF WS-NAME-PTR <= 20
                 UNSTRING WS-NAME-REST DELIMITED BY ALL SPACES
                     INTO WS-FIRST-NAME WS-MIDDLE-NAME
                     WITH POINTER WS-NAME-PTR
                 END-UNSTRING
              END-IF
           ELSE
              UNSTRING WS-CUR-EMP-NAME DELIMITED BY ALL SPACES
                  INTO WS-NAME-WORD-1 WS-NAME-WORD-2 WS-NAME-WORD-3
                  TALLYING IN WS-NAME-WORDS
              END-UNSTRING
              EVALUATE WS-NAME-WORDS
                 WHEN 0
                    CONTINUE
                 WHEN 1
                    MOVE WS-NAME-WORD-1 TO WS-LAST-NAME
                 WHEN 2
                    MOVE WS-NAME-WORD-1 TO WS-FIRST-NAME
                    MOVE WS-NAME-WORD-2 TO WS-LAST-NAME
                 WHEN OTHER
                    MOVE WS-NAME-WORD-1 TO WS-FIRST-NAME
                    MOVE WS-NAME-WORD-2 TO WS-MIDDLE-NAME
                    MOVE WS-NAME-WORD-3 TO WS-LAST-NAME
              END-EVALUATE
           END-IF.

      * THE TRAILER CARRIES WHAT WENT UP, SO A ZEROED NEGATIVE
      * QUARTER IS LEFT OUT OF ITS TOTALS.
       5200-WRITE-TRAILER-RECORD.
           MOVE SPACES TO SUI-TRAILER-REC
           MOVE "T" TO SUF-TRL-TYPE
           MOVE WS-EMPLOYEES-REPORTED TO SUF-TRL-COUNT
           MOVE ZEROES TO SUF-TRL-TOTAL-WAGES SUF-TRL-TAXABLE-WAGES
                          SUF-TRL-EXCESS-WAGES SUF-TRL-SUTA-DUE
           PERFORM 5210-ADD-TO-TRAILER
             VARYING WS-EMP-IDX FROM 1 BY 1
             UNTIL WS-EMP-IDX > WS-EMP-COUNT
           COMPUTE SUF-TRL-SUTA-DUE = WS-DETAIL-SUTA
           WRITE SUI-TRAILER-REC
           PERFORM 5900-CHECK-UPLOAD-WRITE.

       5210-ADD-TO-TRAILER.
           IF EMP-PAID-IN-QUARTER(WS-EMP-IDX)
              AND WS-EMP-TOTAL-WAGES(WS-EMP-IDX) >= 0
              AND WS-EMP-TAXABLE-WAGES(WS-EMP-IDX) >= 0
              ADD WS-EMP-TOTAL-WAGES(WS-EMP-IDX)
                TO SUF-TRL-TOTAL-WAGES
              ADD WS-EMP-TAXABLE-WAGES(WS-EMP-IDX)
                TO SUF-TRL-TAXABLE-WAGES
              COMPUTE SUF-TRL-EXCESS-WAGES = SUF-TRL-EXCESS-WAGES
                    + WS-EMP-TOTAL-WAGES(WS-EMP-IDX)
                    - WS-EMP-TAXABLE-WAGES(WS-EMP-IDX)
           END-IF.

       5900-CHECK-UPLOAD-WRITE.
           IF NOT SUI-UPLOAD-SUCCESSFUL
              MOVE "SUI-UPLOAD-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-SUI-UPLOAD-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
