       IDENTIFICATION DIVISION.
       PROGRAM-ID.    W2FILEAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * ELECTRONIC W-2 SUBMISSION FILE AND W-3 TRANSMITTAL SUMMARY.
      *
      * YEARENDAS PRINTS THE EMPLOYEE STATEMENTS, BUT THE FILING
      * WITH THE SOCIAL SECURITY ADMINISTRATION WAS KEYED INTO THE
      * WEB FORM ONE EMPLOYEE AT A TIME. THIS PROGRAM BUILDS THE
      * WAGE-REPORTING FILE SSA TAKES BY UPLOAD, FROM THE CLOSING
      * YTD MASTER YEARENDAS ARCHIVES UNDER THE YEAR-STAMPED NAME:
      *   - ONE SUBMITTER (RA) AND ONE EMPLOYER (RE) RECORD, FROM
      *     THE EMPLOYER ENTRIES ON RUNCTL.DAT;
      *   - ONE EMPLOYEE (RW) RECORD PER EMPLOYEE PAID IN THE YEAR,
      *     WITH THE SSN AND NAME OFF THE EMPLOYEE MASTER AND THE
      *     W-2 BOX AMOUNTS OFF THE ARCHIVE;
      *   - THE TOTAL (RT) AND FINAL (RF) RECORDS.
      * W3SUMMARY.rpt PRINTS THE W-3 BOX TOTALS AND TIES THEM BACK
      * TO THE FOUR QUARTERLY RETURNS, BUILT FROM THE SAME GL
      * CONTROL AND JOURNAL LINES QTRTAXAS SUMMARIZES: GROSS WAGES,
      * FEDERAL, SOCIAL SECURITY/MEDICARE, STATE AND LOCAL
      * WITHHOLDING, QUARTER BY QUARTER AGAINST THE YEAR.
      *
      * THE FILE IS ONLY RELEASED WHEN THE YEAR TIES TO THE FOUR
      * QUARTERS AND EVERY EMPLOYEE HAS AN SSN ON THE MASTER AND
      * W-2 BOX DETAIL ON THE ARCHIVE. OTHERWISE IT IS HELD UNLESS
      * THE SIGNED-ON PAYROLL OPERATOR RELEASES IT ANYWAY, WHICH
      * THE SUMMARY RECORDS. SSNS NEVER PRINT -- THE SUMMARY SHOWS
      * ONLY THE LAST FOUR DIGITS.
      * EACH COMPANY FILES ITS OWN W-2S UNDER ITS OWN FEIN. THE RUN
      * IS FOR THE COMPANY RUNCOMP.DAT NAMES, BY AN OPERATOR
      * AUTHORIZED FOR IT: THAT COMPANY'S ARCHIVE, GL FILES,
      * SUBMISSION AND SUMMARY, WITH THE NAME AND FEIN OFF THE
      * COMPANY MASTER (THE RUNCTL.DAT EMPLOYER ENTRIES WHERE THE
      * MASTER HAS NONE).
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT YTD-ARCHIVE-FILE
               ASSIGN TO WS-YTD-ARCHIVE-PATH
               organization is line sequential
               file status is WS-YTD-ARCHIVE-STATUS.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT GL-JOURNAL-FILE
               ASSIGN TO WS-GL-JOURNAL-PATH
               organization is line sequential
               file status is WS-GL-JOURNAL-STATUS.
             SELECT W2-SUBMISSION-FILE
               ASSIGN TO WS-W2-SUBMISSION-PATH
               organization is line sequential
               file status is WS-W2-SUBMISSION-STATUS.
             SELECT W3-SUMMARY-REPORT
               ASSIGN TO WS-W3-SUMMARY-PATH
               organization is line sequential
               file status is WS-W3-SUMMARY-STATUS.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

      * THE CLOSING MASTER AS YEARENDAS ARCHIVES IT. AN ARCHIVE
      * WRITTEN BEFORE THE MASTER CARRIED THE W-2 BOX DETAIL ENDS
      * AT THE DEFERRAL.
       FD  YTD-ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS YTD-ARCHIVE-REC.
       01  YTD-ARCHIVE-REC.
           05  ARCH-EMP-NUMBER          PIC X(06).
           05  ARCH-GROSS               PIC 9(09)V99.
           05  ARCH-WH                  PIC 9(09)V99.
           05  ARCH-NET                 PIC 9(09)V99.
           05  ARCH-DEFERRAL            PIC 9(09)V99.
           05  ARCH-FIT-WAGES           PIC 9(09)V99.
           05  ARCH-FED-WH              PIC 9(09)V99.
           05  ARCH-SS-WAGES            PIC 9(09)V99.
           05  ARCH-SS-WH               PIC 9(09)V99.
           05  ARCH-MED-WAGES           PIC 9(09)V99.
           05  ARCH-MED-WH              PIC 9(09)V99.
           05  ARCH-STATE-WH            PIC 9(09)V99.
           05  ARCH-LOCAL-WH            PIC 9(09)V99.

      * ONLY THE NUMBER, NAME AND SSN ARE PICKED UP.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  FILLER                   PIC X(62).
           05  EMP-SSN-IN               PIC X(09).

      * THE CONTROL LINES CALCPYAS WRITES, AS QTRTAXAS READS THEM.
       FD  GL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CONTROL-REC.
       01  GL-CONTROL-REC.
           05  GL-CONTROL-RUN-DATE      PIC X(08).
           05  GL-CONTROL-DEPT          PIC X(04).
           05  GL-CONTROL-RECORD-COUNT  PIC 9(06).
           05  GL-CONTROL-TOTAL-GROSS   PIC 9(09)V9(02).
           05  GL-CONTROL-TOTAL-WH      PIC 9(09)V9(02).
           05  GL-CONTROL-TOTAL-NET     PIC 9(09)V9(02).
           05  GL-CONTROL-RUN-TYPE      PIC X(01).
       01  GL-ACCRUAL-REC REDEFINES GL-CONTROL-REC.
           05  GL-ACCRUAL-RECORD-TYPE   PIC X(01).
               88 ACCRUAL-RECORD            VALUE "A".
           05  FILLER                   PIC X(51).

      * THE BALANCED JOURNAL GLPOSTAS WRITES -- WHERE THE
      * WITHHOLDING SPLIT SURVIVES RUN BY RUN.
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01  GL-JOURNAL-REC.
           05  JRNL-RUN-DATE            PIC 9(08).
           05  JRNL-ACCOUNT             PIC X(08).
           05  JRNL-DEBIT-CREDIT        PIC X(01).
           05  JRNL-AMOUNT              PIC 9(09)V9(02).
           05  JRNL-DESCRIPTION         PIC X(24).

      * SSA'S 512-BYTE WAGE-REPORTING LAYOUT. MONEY IS RIGHT-
      * JUSTIFIED, ZERO-FILLED CENTS WITH NO DECIMAL POINT, WHICH IS
      * EXACTLY HOW AN UNSIGNED 9(N)V99 FIELD SITS IN THE RECORD.
       FD  W2-SUBMISSION-FILE
           RECORDING MODE IS F
           DATA RECORD IS W2-RA-REC.
       01  W2-RA-REC.
           05  RA-ID                    PIC X(02).
           05  RA-SUBMITTER-EIN         PIC X(09).
           05  RA-USER-ID               PIC X(08).
           05  RA-VENDOR-CODE           PIC X(04).
           05  FILLER                   PIC X(05).
           05  RA-RESUB-INDICATOR       PIC X(01).
           05  RA-RESUB-WFID            PIC X(06).
           05  RA-SOFTWARE-CODE         PIC X(02).
           05  RA-COMPANY-NAME          PIC X(57).
           05  RA-COMPANY-LOC-ADDR      PIC X(22).
           05  RA-COMPANY-DEL-ADDR      PIC X(22).
           05  RA-COMPANY-CITY          PIC X(22).
           05  RA-COMPANY-STATE         PIC X(02).
           05  RA-COMPANY-ZIP           PIC X(05).
           05  RA-COMPANY-ZIP-EXT       PIC X(04).
           05  FILLER                   PIC X(05).
           05  RA-COMPANY-FOREIGN       PIC X(40).
           05  RA-SUBMITTER-NAME        PIC X(57).
           05  RA-SUBMITTER-LOC-ADDR    PIC X(22).
           05  RA-SUBMITTER-DEL-ADDR    PIC X(22).
           05  RA-SUBMITTER-CITY        PIC X(22).
           05  RA-SUBMITTER-STATE       PIC X(02).
           05  RA-SUBMITTER-ZIP         PIC X(05).
           05  RA-SUBMITTER-ZIP-EXT     PIC X(04).
           05  FILLER                   PIC X(05).
           05  RA-SUBMITTER-FOREIGN     PIC X(40).
           05  RA-CONTACT-NAME          PIC X(27).
           05  RA-CONTACT-PHONE         PIC X(15).
           05  RA-CONTACT-PHONE-EXT     PIC X(05).
           05  FILLER                   PIC X(03).
           05  RA-CONTACT-EMAIL         PIC X(40).
           05  FILLER                   PIC X(03).
           05  RA-CONTACT-FAX           PIC X(10).
           05  FILLER                   PIC X(01).
           05  RA-PREPARER-CODE         PIC X(01).
           05  FILLER                   PIC X(12).
       01  W2-RE-REC.
           05  RE-ID                    PIC X(02).
           05  RE-TAX-YEAR              PIC 9(04).
           05  RE-AGENT-INDICATOR       PIC X(01).
           05  RE-EMPLOYER-EIN          PIC X(09).
           05  RE-AGENT-EIN             PIC X(09).
           05  RE-TERMINATING-BUSINESS  PIC X(01).
           05  RE-ESTABLISHMENT         PIC X(04).
           05  RE-OTHER-EIN             PIC X(09).
           05  RE-EMPLOYER-NAME         PIC X(57).
           05  RE-LOC-ADDR              PIC X(22).
           05  RE-DEL-ADDR              PIC X(22).
           05  RE-CITY                  PIC X(22).
           05  RE-STATE                 PIC X(02).
           05  RE-ZIP                   PIC X(05).
           05  RE-ZIP-EXT               PIC X(04).
           05  RE-KIND-OF-EMPLOYER      PIC X(01).
           05  FILLER                   PIC X(04).
           05  RE-FOREIGN               PIC X(40).
           05  RE-EMPLOYMENT-CODE       PIC X(01).
           05  RE-TAX-JURISDICTION      PIC X(01).
           05  RE-THIRD-PARTY-SICK      PIC X(01).
           05  RE-CONTACT-NAME          PIC X(27).
           05  RE-CONTACT-PHONE         PIC X(15).
           05  RE-CONTACT-PHONE-EXT     PIC X(05).
           05  RE-CONTACT-FAX           PIC X(10).
           05  RE-CONTACT-EMAIL         PIC X(40).
           05  FILLER                   PIC X(194).
       01  W2-RW-REC.
           05  RW-ID                    PIC X(02).
           05  RW-SSN                   PIC X(09).
           05  RW-FIRST-NAME            PIC X(15).
           05  RW-MIDDLE-NAME           PIC X(15).
           05  RW-LAST-NAME             PIC X(20).
           05  RW-SUFFIX                PIC X(04).
           05  RW-LOC-ADDR              PIC X(22).
           05  RW-DEL-ADDR              PIC X(22).
           05  RW-CITY                  PIC X(22).
           05  RW-STATE                 PIC X(02).
           05  RW-ZIP                   PIC X(05).
           05  RW-ZIP-EXT               PIC X(04).
           05  FILLER                   PIC X(05).
           05  RW-FOREIGN               PIC X(40).
           05  RW-WAGES                 PIC 9(09)V99.
           05  RW-FED-WH                PIC 9(09)V99.
           05  RW-SS-WAGES              PIC 9(09)V99.
           05  RW-SS-WH                 PIC 9(09)V99.
           05  RW-MED-WAGES             PIC 9(09)V99.
           05  RW-MED-WH                PIC 9(09)V99.
           05  RW-SS-TIPS               PIC 9(09)V99.
           05  FILLER                   PIC X(11).
           05  RW-DEP-CARE              PIC 9(09)V99.
           05  RW-DEFERRED-401K         PIC 9(09)V99.
           05  RW-DEFERRED-403B         PIC 9(09)V99.
           05  RW-DEFERRED-408K6        PIC 9(09)V99.
           05  RW-DEFERRED-457B         PIC 9(09)V99.
           05  RW-DEFERRED-501C         PIC 9(09)V99.
           05  FILLER                   PIC X(11).
           05  RW-NONQUAL-457           PIC 9(09)V99.
           05  RW-HSA                   PIC 9(09)V99.
           05  RW-NONQUAL-OTHER         PIC 9(09)V99.
           05  RW-COMBAT-PAY            PIC 9(09)V99.
           05  FILLER                   PIC X(11).
           05  RW-GROUP-TERM-LIFE       PIC 9(09)V99.
           05  RW-STOCK-OPTIONS         PIC 9(09)V99.
           05  RW-DEFERRALS-409A        PIC 9(09)V99.
           05  RW-ROTH-401K             PIC 9(09)V99.
           05  RW-ROTH-403B             PIC 9(09)V99.
           05  RW-HEALTH-COVERAGE       PIC 9(09)V99.
           05  RW-QSEHRA                PIC 9(09)V99.
           05  FILLER                   PIC X(01).
           05  RW-STATUTORY-EMPLOYEE    PIC X(01).
           05  FILLER                   PIC X(01).
           05  RW-RETIREMENT-PLAN       PIC X(01).
           05  RW-THIRD-PARTY-SICK      PIC X(01).
           05  FILLER                   PIC X(23).
       01  W2-RT-REC.
           05  RT-ID                    PIC X(02).
           05  RT-RW-COUNT              PIC 9(07).
           05  RT-WAGES                 PIC 9(13)V99.
           05  RT-FED-WH                PIC 9(13)V99.
           05  RT-SS-WAGES              PIC 9(13)V99.
           05  RT-SS-WH                 PIC 9(13)V99.
           05  RT-MED-WAGES             PIC 9(13)V99.
           05  RT-MED-WH                PIC 9(13)V99.
           05  RT-SS-TIPS               PIC 9(13)V99.
           05  FILLER                   PIC X(15).
           05  RT-DEP-CARE              PIC 9(13)V99.
           05  RT-DEFERRED-401K         PIC 9(13)V99.
           05  RT-DEFERRED-403B         PIC 9(13)V99.
           05  RT-DEFERRED-408K6        PIC 9(13)V99.
           05  RT-DEFERRED-457B         PIC 9(13)V99.
           05  RT-DEFERRED-501C         PIC 9(13)V99.
           05  FILLER                   PIC X(15).
           05  RT-NONQUAL-457           PIC 9(13)V99.
           05  RT-HSA                   PIC 9(13)V99.
           05  RT-NONQUAL-OTHER         PIC 9(13)V99.
           05  RT-COMBAT-PAY            PIC 9(13)V99.
           05  RT-GROUP-TERM-LIFE       PIC 9(13)V99.
           05  RT-STOCK-OPTIONS         PIC 9(13)V99.
           05  RT-DEFERRALS-409A        PIC 9(13)V99.
           05  RT-ROTH-401K             PIC 9(13)V99.
           05  RT-ROTH-403B             PIC 9(13)V99.
           05  RT-HEALTH-COVERAGE       PIC 9(13)V99.
           05  RT-QSEHRA                PIC 9(13)V99.
           05  FILLER                   PIC X(113).
       01  W2-RF-REC.
           05  RF-ID                    PIC X(02).
           05  FILLER                   PIC X(05).
           05  RF-RW-COUNT              PIC 9(09).
           05  FILLER                   PIC X(496).

       FD  W3-SUMMARY-REPORT
           RECORDING MODE IS F
           DATA RECORD IS W3-SUMMARY-RECORD.
       01  W3-SUMMARY-RECORD            PIC X(100).

       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-YTD-ARCHIVE-PREFIX    PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLYTD_".
       01 WS-YTD-ARCHIVE-PATH      PIC X(40).
       01 WS-YTD-ARCHIVE-STATUS    PIC X(02).
           88 YTD-ARCHIVE-SUCCESSFUL   VALUE "00".
           88 END-OF-YTD-ARCHIVE       VALUE "10".
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL    VALUE "00".
           88 END-OF-GL-CONTROL        VALUE "10".
       01 WS-GL-JOURNAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\GLJRNL.DAT".
       01 WS-GL-JOURNAL-STATUS     PIC X(02).
           88 GL-JOURNAL-SUCCESSFUL    VALUE "00".
           88 END-OF-GL-JOURNAL        VALUE "10".
       01 WS-W2-SUBMISSION-PATH    PIC X(40)
           VALUE "C:\Users\Bob\W2REPORT.txt".
       01 WS-W2-SUBMISSION-STATUS  PIC X(02).
           88 W2-SUBMISSION-SUCCESSFUL VALUE "00".
       01 WS-W3-SUMMARY-PATH       PIC X(40)
           VALUE "C:\Users\Bob\W3SUMMARY.rpt".
       01 WS-W3-SUMMARY-STATUS     PIC X(02).
           88 GOOD-W3-SUMMARY-WRITE    VALUE "00".

       01 WS-TAX-YEAR-IN           PIC X(04).
       01 WS-TAX-YEAR              PIC 9(04).
       01 WS-RUN-DATE              PIC 9(08).
       01 WS-RUN-YEAR              PIC 9(04).
       01 WS-WORK-YEAR             PIC 9(04).
       01 WS-WORK-MONTH            PIC 9(02).
       01 WS-QTR-SUB               PIC 9(01).

      * THE EMPLOYER AND SUBMITTER AS SSA KNOWS THEM, OFF RUNCTL.DAT.
      * THIS SHOP FILES FOR ITSELF, SO THE SUBMITTER IS THE
      * EMPLOYER.
       01 WS-EMPLOYER-FEIN         PIC X(09) VALUE SPACES.
       01 WS-EMPLOYER-NAME         PIC X(40) VALUE SPACES.
       01 WS-EMPLOYER-ADDRESS      PIC X(22) VALUE SPACES.
       01 WS-EMPLOYER-CITY         PIC X(22) VALUE SPACES.
       01 WS-EMPLOYER-STATE        PIC X(02) VALUE SPACES.
       01 WS-EMPLOYER-ZIP          PIC X(05) VALUE SPACES.
       01 WS-SUBMITTER-USER-ID     PIC X(08) VALUE SPACES.
       01 WS-CONTACT-NAME          PIC X(27) VALUE SPACES.
       01 WS-CONTACT-PHONE         PIC X(15) VALUE SPACES.
       01 WS-CONTACT-EMAIL         PIC X(40) VALUE SPACES.

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-SSN             PIC X(09).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMP-ENTRY-FOUND           VALUE "Y".
       01 WS-CUR-EMP-NAME          PIC X(20).
       01 WS-CUR-EMP-SSN           PIC X(09).

      * THE NAME ON THE MASTER IS ONE FIELD. "LAST, FIRST MIDDLE"
      * SPLITS AT THE COMMA; OTHERWISE THE LAST WORD IS THE SURNAME
      * AND THE FIRST WORD THE GIVEN NAME.
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

      * ONE EMPLOYEE'S PROBLEM, IF ANY, FOR THE EXCEPTION LIST.
       01 WS-EXCEPTION-NOTE        PIC X(30).
       01 WS-EXCEPTION-COUNT       PIC 9(06) VALUE 0.

      * THE W-3 BOX TOTALS, FROM THE ARCHIVE.
       01 WS-W3-TOTALS.
           05 WS-W3-FORMS            PIC 9(07) VALUE 0.
           05 WS-W3-GROSS            PIC 9(13)V99 VALUE 0.
           05 WS-W3-WAGES            PIC 9(13)V99 VALUE 0.
           05 WS-W3-FED-WH           PIC 9(13)V99 VALUE 0.
           05 WS-W3-SS-WAGES         PIC 9(13)V99 VALUE 0.
           05 WS-W3-SS-WH            PIC 9(13)V99 VALUE 0.
           05 WS-W3-MED-WAGES        PIC 9(13)V99 VALUE 0.
           05 WS-W3-MED-WH           PIC 9(13)V99 VALUE 0.
           05 WS-W3-DEFERRAL         PIC 9(13)V99 VALUE 0.
           05 WS-W3-STATE-WH         PIC 9(13)V99 VALUE 0.
           05 WS-W3-LOCAL-WH         PIC 9(13)V99 VALUE 0.
       01 WS-W3-SSNMED-WH          PIC 9(13)V99 VALUE 0.
       01 WS-ARCHIVE-ROWS          PIC 9(06) VALUE 0.
       01 WS-RW-WRITTEN            PIC 9(07) VALUE 0.

      * THE SAME FIGURES THE FOUR QTRTAXAS RETURNS REPORT, ONE ROW
      * PER QUARTER AND A FIFTH FOR THE YEAR. REVERSAL LINES ("V")
      * SUBTRACT, AS THEY DO THERE.
       01 WS-QTR-TABLE.
           05 WS-QTR-ENTRY OCCURS 5 TIMES.
              10 WS-QTR-GROSS           PIC S9(11)V99.
              10 WS-QTR-FED             PIC S9(11)V99.
              10 WS-QTR-SSNMED          PIC S9(11)V99.
              10 WS-QTR-STATE           PIC S9(11)V99.
              10 WS-QTR-LOCAL           PIC S9(11)V99.
       01 WS-DIFF-GROSS            PIC S9(11)V99.
       01 WS-DIFF-FED              PIC S9(11)V99.
       01 WS-DIFF-SSNMED           PIC S9(11)V99.
       01 WS-DIFF-STATE            PIC S9(11)V99.
       01 WS-DIFF-LOCAL            PIC S9(11)V99.
       01 WS-CONTROL-LINES-READ    PIC 9(06) VALUE 0.
       01 WS-JOURNAL-LINES-READ    PIC 9(06) VALUE 0.

       01 WS-TIE-SW                PIC X(01) VALUE "Y".
           88 YEAR-TIES-TO-QUARTERS     VALUE "Y".
       01 WS-RELEASE-SW            PIC X(01) VALUE "N".
           88 FILE-RELEASED             VALUE "Y".
       01 WS-RELEASE-ANSWER        PIC X(01).
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01  W3-HDG-LINE.
           05 FILLER                 PIC X(39)
             VALUE "W-3 TRANSMITTAL SUMMARY FOR TAX YEAR ".
           05 W3-HDG-YEAR            PIC 9(04).
           05 FILLER                 PIC X(12) VALUE "  RUN DATE: ".
           05 W3-HDG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(37) VALUE SPACES.

       01  W3-EMPLOYER-LINE.
           05 FILLER                 PIC X(10) VALUE "EMPLOYER: ".
           05 W3-EMP-FEIN            PIC X(09).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 W3-EMP-NAME            PIC X(40).
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  W3-SECTION-LINE.
           05 W3-SECTION-TITLE       PIC X(60).
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  W3-EXCEPTION-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 W3-EXC-EMP-NUMBER      PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 W3-EXC-EMP-NAME        PIC X(20).
           05 FILLER                 PIC X(09) VALUE "  SSN XXX".
           05 FILLER                 PIC X(04) VALUE "-XX-".
           05 W3-EXC-SSN-LAST4       PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 W3-EXC-NOTE            PIC X(30).
           05 FILLER                 PIC X(21) VALUE SPACES.

       01  W3-COUNT-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 W3-CNT-LABEL           PIC X(42).
           05 W3-CNT-VALUE           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(49) VALUE SPACES.

       01  W3-BOX-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 W3-BOX-LABEL           PIC X(42).
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY W3-BOX-VALUE.
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  W3-TIE-COLUMN-LINE.
           05 FILLER                 PIC X(16) VALUE SPACES.
           05 FILLER                 PIC X(16)
             VALUE "   GROSS WAGES  ".
           05 FILLER                 PIC X(16)
             VALUE "    FEDERAL WH  ".
           05 FILLER                 PIC X(16)
             VALUE "SS/MEDICARE WH  ".
           05 FILLER                 PIC X(16)
             VALUE "      STATE WH  ".
           05 FILLER                 PIC X(16)
             VALUE "      LOCAL WH  ".
           05 FILLER                 PIC X(04) VALUE SPACES.

       01  W3-TIE-LINE.
           05 W3-TIE-LABEL           PIC X(16).
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY W3-TIE-GROSS.
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY W3-TIE-FED.
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY W3-TIE-SSNMED.
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY W3-TIE-STATE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY W3-TIE-LOCAL.
           05 FILLER                 PIC X(06) VALUE SPACES.

       01  W3-DIFF-LINE.
           05 FILLER                 PIC X(16) VALUE "DIFFERENCE".
           05 W3-DIFF-GROSS          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W3-DIFF-FED            PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W3-DIFF-SSNMED         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W3-DIFF-STATE          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W3-DIFF-LOCAL          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(05) VALUE SPACES.

       01  W3-RESULT-LINE.
           05 W3-RESULT-LABEL        PIC X(40).
           05 W3-RESULT-TEXT         PIC X(60).

       01  W3-BLANK-LINE             PIC X(100) VALUE SPACES.

       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "W2FILEAS ELECTRONIC W-2 FILE AND W-3 SUMMARY"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "W2FILEAS" TO WS-IOERR-PROGRAM-ID
           IF NOT OPERATOR-IS-PAYROLL
              DISPLAY "W2FILEAS: PAYROLL ROLE REQUIRED TO BUILD THE "
                      "W-2 FILE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT W3-SUMMARY-REPORT
           MOVE WS-TAX-YEAR TO W3-HDG-YEAR
           MOVE WS-RUN-DATE TO W3-HDG-RUN-DATE
           WRITE W3-SUMMARY-RECORD FROM W3-HDG-LINE
           MOVE WS-EMPLOYER-FEIN TO W3-EMP-FEIN
           MOVE WS-EMPLOYER-NAME TO W3-EMP-NAME
           WRITE W3-SUMMARY-RECORD FROM W3-EMPLOYER-LINE
           WRITE W3-SUMMARY-RECORD FROM W3-BLANK-LINE
           PERFORM 2000-TOTAL-THE-YEAR
           PERFORM 3000-READ-GL-CONTROL
           PERFORM 3100-READ-GL-JOURNAL
           PERFORM 4000-WRITE-W3-BOXES
           PERFORM 4100-WRITE-TIE-OUT
           PERFORM 4200-DECIDE-RELEASE
           IF FILE-RELEASED
              PERFORM 5000-WRITE-SUBMISSION-FILE
           END-IF
           PERFORM 4300-WRITE-RELEASE-LINE
           CLOSE W3-SUMMARY-REPORT
           MOVE "W3-SUMMARY"         TO WS-DISTRIB-REPORT-NAME
           MOVE WS-W3-SUMMARY-PATH   TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "W2FILEAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-ARCHIVE-ROWS TO WS-AUDIT-RECORDS-READ
           MOVE WS-RW-WRITTEN TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-W3-WAGES TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "W-2 FORMS:            " WS-W3-FORMS
           DISPLAY "EXCEPTIONS:           " WS-EXCEPTION-COUNT
           IF FILE-RELEASED
              DISPLAY "EMPLOYEE RECORDS WRITTEN: " WS-RW-WRITTEN
              DISPLAY "SUBMISSION FILE: " WS-W2-SUBMISSION-PATH
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "W2FILEAS: SUBMISSION FILE HELD -- SEE "
                      WS-W3-SUMMARY-PATH
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END W2FILEAS"
           GOBACK.

      * THE TAX YEAR STAMPS THE ARCHIVE NAME, THE SAME WAY YEARENDAS
      * BUILDS IT. W-2S ARE FILED IN JANUARY, SO A BLANK ANSWER
      * DEFAULTS TO THE PRIOR CALENDAR YEAR.
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1020-SET-RUN-COMPANY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000
           DISPLAY "ENTER TAX YEAR (YYYY), BLANK FOR PRIOR CALENDAR "
                   "YEAR: "
           ACCEPT WS-TAX-YEAR-IN
           IF WS-TAX-YEAR-IN IS NUMERIC
              MOVE WS-TAX-YEAR-IN TO WS-TAX-YEAR
           ELSE
              COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           END-IF
           STRING WS-YTD-ARCHIVE-PREFIX DELIMITED BY SPACE
                  WS-TAX-YEAR           DELIMITED BY SIZE
                  ".DAT"                DELIMITED BY SIZE
             INTO WS-YTD-ARCHIVE-PATH
           END-STRING
           MOVE WS-YTD-ARCHIVE-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-YTD-ARCHIVE-PATH
           IF WS-EMPLOYER-FEIN = SPACES OR WS-EMPLOYER-NAME = SPACES
              DISPLAY "W2FILEAS: EMPLOYER-FEIN AND EMPLOYER-NAME MUST "
                      "BE ON RUNCTL.DAT -- RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
           END-IF
           INITIALIZE WS-QTR-TABLE
           PERFORM 1100-LOAD-EMPLOYEES.

      * OVERRIDES EACH COMPILED-IN DEFAULT WITH WHATEVER RUNCTL.DAT
      * HAS ON FILE FOR W2FILEAS, IF ANYTHING. THE ARCHIVE PREFIX
      * SHOULD MATCH YEARENDAS'S, AND THE GL CONTROL AND JOURNAL
      * ENTRIES SHOULD POINT AT THE YEAR'S ACCUMULATED FILES.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "W2FILEAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "YTD-ARCHIVE-PREFIX" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-YTD-ARCHIVE-PREFIX TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-YTD-ARCHIVE-PREFIX
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "GL-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-JOURNAL-PATH
           MOVE "W2-SUBMISSION-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-W2-SUBMISSION-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-W2-SUBMISSION-PATH
           MOVE "W3-SUMMARY-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-W3-SUMMARY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-W3-SUMMARY-PATH
           MOVE "EMPLOYER-FEIN" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:9) TO WS-EMPLOYER-FEIN
           MOVE "EMPLOYER-NAME" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMPLOYER-NAME
           MOVE "EMPLOYER-ADDRESS" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:22) TO WS-EMPLOYER-ADDRESS
           MOVE "EMPLOYER-CITY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:22) TO WS-EMPLOYER-CITY
           MOVE "EMPLOYER-STATE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:2) TO WS-EMPLOYER-STATE
           MOVE "EMPLOYER-ZIP" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:5) TO WS-EMPLOYER-ZIP
           MOVE "SUBMITTER-USER-ID" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:8) TO WS-SUBMITTER-USER-ID
           MOVE "CONTACT-NAME" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:27) TO WS-CONTACT-NAME
           MOVE "CONTACT-PHONE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:15) TO WS-CONTACT-PHONE
           MOVE "CONTACT-EMAIL" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CONTACT-EMAIL
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY BEING FILED FOR, ITS OWN GL, SUBMISSION AND
      * SUMMARY FILES, AND ITS NAME AND FEIN. COMPANY 01 KEEPS THE
      * FILE NAMES IT HAS ALWAYS HAD.
       1020-SET-RUN-COMPANY.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "W2FILEAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE " -- RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
           END-IF
           IF WS-RUN-COMPANY-FEIN NOT = SPACES
              MOVE WS-RUN-COMPANY-FEIN TO WS-EMPLOYER-FEIN
           END-IF
           IF WS-RUN-COMPANY-NAME NOT = SPACES
              MOVE WS-RUN-COMPANY-NAME TO WS-EMPLOYER-NAME
           END-IF
           MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
           MOVE WS-GL-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-JOURNAL-PATH
           MOVE WS-W2-SUBMISSION-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-W2-SUBMISSION-PATH
           MOVE WS-W3-SUMMARY-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-W3-SUMMARY-PATH
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
                    MOVE EMP-NUMBER-IN TO WS-EMP-NUMBER(WS-EMP-IDX)
                    MOVE EMP-NAME-IN   TO WS-EMP-NAME(WS-EMP-IDX)
                    MOVE EMP-SSN-IN    TO WS-EMP-SSN(WS-EMP-IDX)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "W2FILEAS: EMPLOYEE MASTER NOT AVAILABLE -- "
                      "RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
           END-IF.

      * FIRST PASS OVER THE ARCHIVE: THE W-3 TOTALS, AND THE LIST
      * OF EMPLOYEES WHO CANNOT GO ON THE FILE AS THEY STAND. AN
      * EMPLOYEE WITH NOTHING PAID IN THE YEAR GETS NO W-2.
       2000-TOTAL-THE-YEAR.
           MOVE "EMPLOYEES NEEDING ATTENTION BEFORE FILING"
             TO W3-SECTION-TITLE
           WRITE W3-SUMMARY-RECORD FROM W3-SECTION-LINE
           OPEN INPUT YTD-ARCHIVE-FILE
           IF YTD-ARCHIVE-SUCCESSFUL
              PERFORM UNTIL END-OF-YTD-ARCHIVE
                 READ YTD-ARCHIVE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-ARCHIVE-ROWS
                    IF ARCH-GROSS IS NUMERIC AND ARCH-GROSS > 0
                       PERFORM 2010-TOTAL-ONE-EMPLOYEE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-ARCHIVE-FILE
           ELSE
              MOVE "YTD-ARCHIVE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-YTD-ARCHIVE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "W2FILEAS: NO CLOSING ARCHIVE FOR " WS-TAX-YEAR
                      " -- RUN YEARENDAS FIRST"
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-EXCEPTION-COUNT = 0
              MOVE "  NONE" TO W3-SECTION-TITLE
              WRITE W3-SUMMARY-RECORD FROM W3-SECTION-LINE
           END-IF
           WRITE W3-SUMMARY-RECORD FROM W3-BLANK-LINE.

       2010-TOTAL-ONE-EMPLOYEE.
           ADD 1 TO WS-W3-FORMS
           ADD ARCH-GROSS TO WS-W3-GROSS
           PERFORM 2020-FIND-EMPLOYEE
           MOVE SPACES TO WS-EXCEPTION-NOTE
           EVALUATE TRUE
              WHEN ARCH-FIT-WAGES IS NOT NUMERIC
                 MOVE "NO W-2 BOX DETAIL ON ARCHIVE"
                   TO WS-EXCEPTION-NOTE
              WHEN NOT EMP-ENTRY-FOUND
                 MOVE "NOT ON EMPLOYEE MASTER" TO WS-EXCEPTION-NOTE
              WHEN WS-CUR-EMP-SSN IS NOT NUMERIC
                 MOVE "NO SSN ON EMPLOYEE MASTER" TO WS-EXCEPTION-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-EXCEPTION-NOTE NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE ARCH-EMP-NUMBER TO W3-EXC-EMP-NUMBER
              MOVE WS-CUR-EMP-NAME TO W3-EXC-EMP-NAME
              MOVE WS-CUR-EMP-SSN(6:4) TO W3-EXC-SSN-LAST4
              MOVE WS-EXCEPTION-NOTE TO W3-EXC-NOTE
              WRITE W3-SUMMARY-RECORD FROM W3-EXCEPTION-LINE
           END-IF
           IF ARCH-FIT-WAGES IS NUMERIC
              ADD ARCH-FIT-WAGES TO WS-W3-WAGES
              ADD ARCH-FED-WH    TO WS-W3-FED-WH
              ADD ARCH-SS-WAGES  TO WS-W3-SS-WAGES
              ADD ARCH-SS-WH     TO WS-W3-SS-WH
              ADD ARCH-MED-WAGES TO WS-W3-MED-WAGES
              ADD ARCH-MED-WH    TO WS-W3-MED-WH
              ADD ARCH-DEFERRAL  TO WS-W3-DEFERRAL
              ADD ARCH-STATE-WH  TO WS-W3-STATE-WH
              ADD ARCH-LOCAL-WH  TO WS-W3-LOCAL-WH
           END-IF.

       2020-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE SPACES TO WS-CUR-EMP-NAME
                          WS-CUR-EMP-SSN
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
                        OR EMP-ENTRY-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) = ARCH-EMP-NUMBER
                 MOVE "Y" TO WS-EMP-FOUND-SW
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-CUR-EMP-NAME
                 MOVE WS-EMP-SSN(WS-EMP-IDX)  TO WS-CUR-EMP-SSN
              END-IF
           END-PERFORM.

      * THE QUARTERS, BUILT THE WAY QTRTAXAS BUILDS EACH RETURN:
      * GROSS OFF THE GL CONTROL RUN LINES, THE WITHHOLDING SPLIT
      * OFF THE JOURNAL'S CREDIT LINES.
       3000-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF GL-CONTROL-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CONTROL
                 READ GL-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CONTROL-LINES-READ
                    PERFORM 3010-BUCKET-CONTROL-LINE
                 END-READ
              END-PERFORM
              CLOSE GL-CONTROL-FILE
           ELSE
              MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-CONTROL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "W2FILEAS: NO GL CONTROL FILE -- THE QUARTERS "
                      "WILL SHOW ZERO"
           END-IF.

       3010-BUCKET-CONTROL-LINE.
           IF NOT ACCRUAL-RECORD
              AND GL-CONTROL-RUN-DATE IS NUMERIC
              AND GL-CONTROL-TOTAL-GROSS IS NUMERIC
              MOVE GL-CONTROL-RUN-DATE(1:4) TO WS-WORK-YEAR
              MOVE GL-CONTROL-RUN-DATE(5:2) TO WS-WORK-MONTH
              PERFORM 3020-FIND-QUARTER
              IF WS-QTR-SUB > 0
                 IF GL-CONTROL-RUN-TYPE = "V"
                    SUBTRACT GL-CONTROL-TOTAL-GROSS
                      FROM WS-QTR-GROSS(WS-QTR-SUB)
                    SUBTRACT GL-CONTROL-TOTAL-GROSS
                      FROM WS-QTR-GROSS(5)
                 ELSE
                    ADD GL-CONTROL-TOTAL-GROSS
                      TO WS-QTR-GROSS(WS-QTR-SUB)
                    ADD GL-CONTROL-TOTAL-GROSS
                      TO WS-QTR-GROSS(5)
                 END-IF
              END-IF
           END-IF.

      * LEAVES WS-QTR-SUB ON THE LINE'S QUARTER OF THE TAX YEAR, OR
      * ZERO WHEN THE LINE BELONGS TO ANOTHER YEAR.
       3020-FIND-QUARTER.
           IF WS-WORK-YEAR = WS-TAX-YEAR
              AND WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
              COMPUTE WS-QTR-SUB = (WS-WORK-MONTH + 2) / 3
           ELSE
              MOVE 0 TO WS-QTR-SUB
           END-IF.

       3100-READ-GL-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-JOURNAL
                 READ GL-JOURNAL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-JOURNAL-LINES-READ
                    PERFORM 3110-BUCKET-JOURNAL-LINE
                 END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
           ELSE
              DISPLAY "W2FILEAS: NO GL JOURNAL ON FILE -- THE "
                      "QUARTERLY WITHHOLDING WILL SHOW ZERO"
           END-IF.

      * MATCHED ON GLPOSTAS'S OWN LINE DESCRIPTIONS, AS QTRTAXAS
      * DOES.
       3110-BUCKET-JOURNAL-LINE.
           IF JRNL-RUN-DATE IS NUMERIC AND JRNL-DEBIT-CREDIT = "C"
              COMPUTE WS-WORK-YEAR = JRNL-RUN-DATE / 10000
              COMPUTE WS-WORK-MONTH =
                 FUNCTION MOD(JRNL-RUN-DATE / 100, 100)
              PERFORM 3020-FIND-QUARTER
              IF WS-QTR-SUB > 0
                 EVALUATE JRNL-DESCRIPTION
                    WHEN "FEDERAL TAX WITHHELD    "
                       ADD JRNL-AMOUNT TO WS-QTR-FED(WS-QTR-SUB)
                       ADD JRNL-AMOUNT TO WS-QTR-FED(5)
                    WHEN "STATE TAX WITHHELD      "
                       ADD JRNL-AMOUNT TO WS-QTR-STATE(WS-QTR-SUB)
                       ADD JRNL-AMOUNT TO WS-QTR-STATE(5)
                    WHEN "LOCAL TAX WITHHELD      "
                       ADD JRNL-AMOUNT TO WS-QTR-LOCAL(WS-QTR-SUB)
                       ADD JRNL-AMOUNT TO WS-QTR-LOCAL(5)
                    WHEN "SOC SEC/MEDICARE WH     "
                       ADD JRNL-AMOUNT TO WS-QTR-SSNMED(WS-QTR-SUB)
                       ADD JRNL-AMOUNT TO WS-QTR-SSNMED(5)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

      * THE W-3 BOXES THIS SHOP FILLS. BOX 12 CODE D IS THE 401(K)
      * DEFERRAL; STATE AND LOCAL WAGES ARE THE MEDICARE WAGES --
      * EVERYTHING BUT THE PRE-TAX BENEFITS.
       4000-WRITE-W3-BOXES.
           MOVE "W-3 BOX TOTALS" TO W3-SECTION-TITLE
           WRITE W3-SUMMARY-RECORD FROM W3-SECTION-LINE
           MOVE "C   NUMBER OF W-2 FORMS" TO W3-CNT-LABEL
           MOVE WS-W3-FORMS TO W3-CNT-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-COUNT-LINE
           MOVE "1   WAGES, TIPS, OTHER COMPENSATION" TO W3-BOX-LABEL
           MOVE WS-W3-WAGES TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "2   FEDERAL INCOME TAX WITHHELD" TO W3-BOX-LABEL
           MOVE WS-W3-FED-WH TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "3   SOCIAL SECURITY WAGES" TO W3-BOX-LABEL
           MOVE WS-W3-SS-WAGES TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "4   SOCIAL SECURITY TAX WITHHELD" TO W3-BOX-LABEL
           MOVE WS-W3-SS-WH TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "5   MEDICARE WAGES AND TIPS" TO W3-BOX-LABEL
           MOVE WS-W3-MED-WAGES TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "6   MEDICARE TAX WITHHELD" TO W3-BOX-LABEL
           MOVE WS-W3-MED-WH TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "12  DEFERRED COMPENSATION (CODE D)" TO W3-BOX-LABEL
           MOVE WS-W3-DEFERRAL TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "16  STATE WAGES, TIPS, ETC." TO W3-BOX-LABEL
           MOVE WS-W3-MED-WAGES TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "17  STATE INCOME TAX" TO W3-BOX-LABEL
           MOVE WS-W3-STATE-WH TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "18  LOCAL WAGES, TIPS, ETC." TO W3-BOX-LABEL
           MOVE WS-W3-MED-WAGES TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "19  LOCAL INCOME TAX" TO W3-BOX-LABEL
           MOVE WS-W3-LOCAL-WH TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           MOVE "    GROSS PAY (FOR THE TIE-OUT BELOW)" TO W3-BOX-LABEL
           MOVE WS-W3-GROSS TO W3-BOX-VALUE
           WRITE W3-SUMMARY-RECORD FROM W3-BOX-LINE
           WRITE W3-SUMMARY-RECORD FROM W3-BLANK-LINE.

      * THE PROOF: THE FOUR QUARTERS ADDED TOGETHER AGAINST THE
      * YEAR ON THE W-3, COLUMN BY COLUMN. SOCIAL SECURITY AND
      * MEDICARE ARE ONE FIGURE ON THE QUARTERLY RETURN, SO BOXES
      * 4 AND 6 ARE COMPARED TOGETHER.
       4100-WRITE-TIE-OUT.
           MOVE "TIE TO THE FOUR QUARTERLY RETURNS (QTRTAXAS)"
             TO W3-SECTION-TITLE
           WRITE W3-SUMMARY-RECORD FROM W3-SECTION-LINE
           WRITE W3-SUMMARY-RECORD FROM W3-TIE-COLUMN-LINE
           PERFORM 4110-WRITE-QUARTER-LINE
             VARYING WS-QTR-SUB FROM 1 BY 1
             UNTIL WS-QTR-SUB > 5
           COMPUTE WS-W3-SSNMED-WH = WS-W3-SS-WH + WS-W3-MED-WH
           MOVE "W-3 / ARCHIVE"  TO W3-TIE-LABEL
           MOVE WS-W3-GROSS      TO W3-TIE-GROSS
           MOVE WS-W3-FED-WH     TO W3-TIE-FED
           MOVE WS-W3-SSNMED-WH  TO W3-TIE-SSNMED
           MOVE WS-W3-STATE-WH   TO W3-TIE-STATE
           MOVE WS-W3-LOCAL-WH   TO W3-TIE-LOCAL
           WRITE W3-SUMMARY-RECORD FROM W3-TIE-LINE
           COMPUTE WS-DIFF-GROSS  = WS-W3-GROSS - WS-QTR-GROSS(5)
           COMPUTE WS-DIFF-FED    = WS-W3-FED-WH - WS-QTR-FED(5)
           COMPUTE WS-DIFF-SSNMED = WS-W3-SSNMED-WH
                                  - WS-QTR-SSNMED(5)
           COMPUTE WS-DIFF-STATE  = WS-W3-STATE-WH - WS-QTR-STATE(5)
           COMPUTE WS-DIFF-LOCAL  = WS-W3-LOCAL-WH - WS-QTR-LOCAL(5)
           MOVE WS-DIFF-GROSS  TO W3-DIFF-GROSS
           MOVE WS-DIFF-FED    TO W3-DIFF-FED
           MOVE WS-DIFF-SSNMED TO W3-DIFF-SSNMED
           MOVE WS-DIFF-STATE  TO W3-DIFF-STATE
           MOVE WS-DIFF-LOCAL  TO W3-DIFF-LOCAL
           WRITE W3-SUMMARY-RECORD FROM W3-DIFF-LINE
           WRITE W3-SUMMARY-RECORD FROM W3-BLANK-LINE
           IF WS-DIFF-GROSS = 0 AND WS-DIFF-FED = 0
              AND WS-DIFF-SSNMED = 0 AND WS-DIFF-STATE = 0
              AND WS-DIFF-LOCAL = 0
              MOVE "Y" TO WS-TIE-SW
              MOVE "IN BALANCE" TO W3-RESULT-TEXT
           ELSE
              MOVE "N" TO WS-TIE-SW
              MOVE "** OUT OF BALANCE **" TO W3-RESULT-TEXT
           END-IF
           MOVE "W-3 TIES TO THE FOUR QUARTERS:" TO W3-RESULT-LABEL
           WRITE W3-SUMMARY-RECORD FROM W3-RESULT-LINE.

       4110-WRITE-QUARTER-LINE.
           IF WS-QTR-SUB = 5
              MOVE "QUARTERS TOTAL" TO W3-TIE-LABEL
           ELSE
              MOVE SPACES TO W3-TIE-LABEL
              STRING "QUARTER " DELIMITED BY SIZE
                     WS-QTR-SUB DELIMITED BY SIZE
                INTO W3-TIE-LABEL
              END-STRING
           END-IF
           MOVE WS-QTR-GROSS(WS-QTR-SUB)  TO W3-TIE-GROSS
           MOVE WS-QTR-FED(WS-QTR-SUB)    TO W3-TIE-FED
           MOVE WS-QTR-SSNMED(WS-QTR-SUB) TO W3-TIE-SSNMED
           MOVE WS-QTR-STATE(WS-QTR-SUB)  TO W3-TIE-STATE
           MOVE WS-QTR-LOCAL(WS-QTR-SUB)  TO W3-TIE-LOCAL
           WRITE W3-SUMMARY-RECORD FROM W3-TIE-LINE.

      * A CLEAN YEAR RELEASES THE FILE. ANYTHING ELSE HOLDS IT
      * UNLESS THE OPERATOR, HAVING SEEN WHY, RELEASES IT ANYWAY.
       4200-DECIDE-RELEASE.
           IF WS-ARCHIVE-ROWS = 0
              MOVE "N" TO WS-RELEASE-SW
           ELSE
              IF YEAR-TIES-TO-QUARTERS AND WS-EXCEPTION-COUNT = 0
                 MOVE "Y" TO WS-RELEASE-SW
              ELSE
                 IF NOT YEAR-TIES-TO-QUARTERS
                    DISPLAY "W2FILEAS: THE W-3 DOES NOT TIE TO THE "
                            "FOUR QUARTERLY RETURNS"
                 END-IF
                 IF WS-EXCEPTION-COUNT > 0
                    DISPLAY "W2FILEAS: " WS-EXCEPTION-COUNT
                            " EMPLOYEE(S) NEED ATTENTION BEFORE FILING"
                 END-IF
                 DISPLAY "RELEASE THE SUBMISSION FILE ANYWAY? (Y/N): "
                 ACCEPT WS-RELEASE-ANSWER
                 IF WS-RELEASE-ANSWER = "Y" OR WS-RELEASE-ANSWER = "y"
                    MOVE "Y" TO WS-RELEASE-SW
                 END-IF
              END-IF
           END-IF.

       4300-WRITE-RELEASE-LINE.
           MOVE "SUBMISSION FILE:" TO W3-RESULT-LABEL
           EVALUATE TRUE
              WHEN NOT FILE-RELEASED
                 MOVE "HELD -- NOT WRITTEN" TO W3-RESULT-TEXT
              WHEN YEAR-TIES-TO-QUARTERS AND WS-EXCEPTION-COUNT = 0
                 MOVE WS-W2-SUBMISSION-PATH TO W3-RESULT-TEXT
              WHEN OTHER
                 MOVE SPACES TO W3-RESULT-TEXT
                 STRING "RELEASED BY " DELIMITED BY SIZE
                        WS-OPERATOR-ID DELIMITED BY SPACE
                        " DESPITE THE ABOVE" DELIMITED BY SIZE
                   INTO W3-RESULT-TEXT
                 END-STRING
           END-EVALUATE
           WRITE W3-SUMMARY-RECORD FROM W3-RESULT-LINE.

      * SECOND PASS OVER THE ARCHIVE, WRITING THE FILE ITSELF.
       5000-WRITE-SUBMISSION-FILE.
           OPEN OUTPUT W2-SUBMISSION-FILE
           PERFORM 5010-WRITE-SUBMITTER-RECORD
           PERFORM 5020-WRITE-EMPLOYER-RECORD
           OPEN INPUT YTD-ARCHIVE-FILE
           PERFORM UNTIL END-OF-YTD-ARCHIVE
              READ YTD-ARCHIVE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ARCH-GROSS IS NUMERIC AND ARCH-GROSS > 0
                    PERFORM 5100-WRITE-EMPLOYEE-RECORD
                 END-IF
              END-READ
           END-PERFORM
           CLOSE YTD-ARCHIVE-FILE
           PERFORM 5200-WRITE-TOTAL-RECORD
           PERFORM 5210-WRITE-FINAL-RECORD
           CLOSE W2-SUBMISSION-FILE.

      * THE SHOP FILES ITS OWN RETURN: THE SUBMITTER IS THE
      * EMPLOYER, SOFTWARE CODE 98 (IN-HOUSE), PREPARER CODE L
      * (SELF-PREPARED).
       5010-WRITE-SUBMITTER-RECORD.
           MOVE SPACES TO W2-RA-REC
           MOVE "RA"                  TO RA-ID
           MOVE WS-EMPLOYER-FEIN      TO RA-SUBMITTER-EIN
           MOVE WS-SUBMITTER-USER-ID  TO RA-USER-ID
           MOVE "0"                   TO RA-RESUB-INDICATOR
           MOVE "98"                  TO RA-SOFTWARE-CODE
           MOVE WS-EMPLOYER-NAME      TO RA-COMPANY-NAME
                                         RA-SUBMITTER-NAME
           MOVE WS-EMPLOYER-ADDRESS   TO RA-COMPANY-DEL-ADDR
                                         RA-SUBMITTER-DEL-ADDR
           MOVE WS-EMPLOYER-CITY      TO RA-COMPANY-CITY
                                         RA-SUBMITTER-CITY
           MOVE WS-EMPLOYER-STATE     TO RA-COMPANY-STATE
                                         RA-SUBMITTER-STATE
           MOVE WS-EMPLOYER-ZIP       TO RA-COMPANY-ZIP
                                         RA-SUBMITTER-ZIP
           MOVE WS-CONTACT-NAME       TO RA-CONTACT-NAME
           MOVE WS-CONTACT-PHONE      TO RA-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL      TO RA-CONTACT-EMAIL
           MOVE "L"                   TO RA-PREPARER-CODE
           WRITE W2-RA-REC
           PERFORM 5900-CHECK-SUBMISSION-WRITE.

      * KIND OF EMPLOYER N (NONE OF THE GOVERNMENT OR TAX-EXEMPT
      * KINDS), EMPLOYMENT CODE R (REGULAR 941 FILER).
       5020-WRITE-EMPLOYER-RECORD.
           MOVE SPACES TO W2-RE-REC
           MOVE "RE"                  TO RE-ID
           MOVE WS-TAX-YEAR           TO RE-TAX-YEAR
           MOVE WS-EMPLOYER-FEIN      TO RE-EMPLOYER-EIN
           MOVE "0"                   TO RE-TERMINATING-BUSINESS
           MOVE WS-EMPLOYER-NAME      TO RE-EMPLOYER-NAME
           MOVE WS-EMPLOYER-ADDRESS   TO RE-DEL-ADDR
           MOVE WS-EMPLOYER-CITY      TO RE-CITY
           MOVE WS-EMPLOYER-STATE     TO RE-STATE
           MOVE WS-EMPLOYER-ZIP       TO RE-ZIP
           MOVE "N"                   TO RE-KIND-OF-EMPLOYER
           MOVE "R"                   TO RE-EMPLOYMENT-CODE
           MOVE "0"                   TO RE-THIRD-PARTY-SICK
           MOVE WS-CONTACT-NAME       TO RE-CONTACT-NAME
           MOVE WS-CONTACT-PHONE      TO RE-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL      TO RE-CONTACT-EMAIL
           WRITE W2-RE-REC
           PERFORM 5900-CHECK-SUBMISSION-WRITE.

      * ONE EMPLOYEE. BOX AMOUNTS THE SHOP DOES NOT PAY GO OUT AS
      * ZEROES; AN EMPLOYEE WITH NO SSN ON THE MASTER GOES OUT WITH
      * ZEROES IN ITS PLACE, WHICH SSA ACCEPTS AS "APPLIED FOR".
       5100-WRITE-EMPLOYEE-RECORD.
           PERFORM 2020-FIND-EMPLOYEE
           PERFORM 5110-SPLIT-EMP-NAME
           MOVE SPACES TO W2-RW-REC
           MOVE "RW" TO RW-ID
           IF WS-CUR-EMP-SSN IS NUMERIC
              MOVE WS-CUR-EMP-SSN TO RW-SSN
           ELSE
              MOVE ZEROES TO RW-SSN
           END-IF
           MOVE WS-FIRST-NAME  TO RW-FIRST-NAME
           MOVE WS-MIDDLE-NAME TO RW-MIDDLE-NAME
           MOVE WS-LAST-NAME   TO RW-LAST-NAME
           MOVE ZEROES TO RW-SS-TIPS RW-DEP-CARE
                          RW-DEFERRED-403B RW-DEFERRED-408K6
                          RW-DEFERRED-457B RW-DEFERRED-501C
                          RW-NONQUAL-457 RW-HSA RW-NONQUAL-OTHER
                          RW-COMBAT-PAY RW-GROUP-TERM-LIFE
                          RW-STOCK-OPTIONS RW-DEFERRALS-409A
                          RW-ROTH-401K RW-ROTH-403B
                          RW-HEALTH-COVERAGE RW-QSEHRA
           IF ARCH-FIT-WAGES IS NUMERIC
              MOVE ARCH-FIT-WAGES TO RW-WAGES
              MOVE ARCH-FED-WH    TO RW-FED-WH
              MOVE ARCH-SS-WAGES  TO RW-SS-WAGES
              MOVE ARCH-SS-WH     TO RW-SS-WH
              MOVE ARCH-MED-WAGES TO RW-MED-WAGES
              MOVE ARCH-MED-WH    TO RW-MED-WH
           ELSE
              MOVE ZEROES TO RW-WAGES RW-FED-WH RW-SS-WAGES
                             RW-SS-WH RW-MED-WAGES RW-MED-WH
           END-IF
           MOVE ARCH-DEFERRAL TO RW-DEFERRED-401K
           MOVE "0" TO RW-STATUTORY-EMPLOYEE
                       RW-THIRD-PARTY-SICK
           IF ARCH-DEFERRAL > 0
              MOVE "1" TO RW-RETIREMENT-PLAN
           ELSE
              MOVE "0" TO RW-RETIREMENT-PLAN
           END-IF
           WRITE W2-RW-REC
           PERFORM 5900-CHECK-SUBMISSION-WRITE
           ADD 1 TO WS-RW-WRITTEN.

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

       5200-WRITE-TOTAL-RECORD.
           MOVE SPACES TO W2-RT-REC
           MOVE "RT" TO RT-ID
           MOVE WS-RW-WRITTEN     TO RT-RW-COUNT
           MOVE WS-W3-WAGES       TO RT-WAGES
           MOVE WS-W3-FED-WH      TO RT-FED-WH
           MOVE WS-W3-SS-WAGES    TO RT-SS-WAGES
           MOVE WS-W3-SS-WH       TO RT-SS-WH
           MOVE WS-W3-MED-WAGES   TO RT-MED-WAGES
           MOVE WS-W3-MED-WH      TO RT-MED-WH
           MOVE WS-W3-DEFERRAL    TO RT-DEFERRED-401K
           MOVE ZEROES TO RT-SS-TIPS RT-DEP-CARE
                          RT-DEFERRED-403B RT-DEFERRED-408K6
                          RT-DEFERRED-457B RT-DEFERRED-501C
                          RT-NONQUAL-457 RT-HSA RT-NONQUAL-OTHER
                          RT-COMBAT-PAY RT-GROUP-TERM-LIFE
                          RT-STOCK-OPTIONS RT-DEFERRALS-409A
                          RT-ROTH-401K RT-ROTH-403B
                          RT-HEALTH-COVERAGE RT-QSEHRA
           WRITE W2-RT-REC
           PERFORM 5900-CHECK-SUBMISSION-WRITE.

       5210-WRITE-FINAL-RECORD.
           MOVE SPACES TO W2-RF-REC
           MOVE "RF" TO RF-ID
           MOVE WS-RW-WRITTEN TO RF-RW-COUNT
           WRITE W2-RF-REC
           PERFORM 5900-CHECK-SUBMISSION-WRITE.

       5900-CHECK-SUBMISSION-WRITE.
           IF NOT W2-SUBMISSION-SUCCESSFUL
              MOVE "W2-SUBMISSION-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-W2-SUBMISSION-STATUS TO WS-IOERR-FILE-STATUS
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
