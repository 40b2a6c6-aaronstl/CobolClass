       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXDEPAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * PAYROLL TAX DEPOSITS DUE.
      *
      * QTRTAXAS SUMMARIZES THE QUARTER AFTER THE FACT, BUT THE
      * FEDERAL AND STATE DEPOSITS ARE DUE WITHIN DAYS OF EACH
      * PAYROLL. THIS PROGRAM IS RUN EVERY MORNING. IT READS THE
      * RUN-BY-RUN GL CONTROL LINES CALCPYAS WRITES AND TURNS THEM
      * INTO DEPOSIT OBLIGATIONS:
      *   - THE DEPARTMENT LINES CARRY ALL TAX WITHHELD PER RUN
      *     (A REVERSAL LINE, RUN TYPE "V", TAKES IT BACK OFF);
      *   - THE "A" ACCRUAL LINE ADDS THE EMPLOYER FICA MATCH;
      *   - EACH "W" STATE LINE MOVES THAT STATE'S WITHHOLDING AND
      *     LOCAL TAX OUT OF THE FEDERAL DEPOSIT AND INTO ITS OWN.
      * EACH LIABILITY IS DUE UNDER THE DEPOSITOR SCHEDULE ON
      * RUNCTL.DAT: DEPOSIT-SCHEDULE "S" SEMIWEEKLY OR "M" MONTHLY
      * (THE DEFAULT) FOR THE FEDERAL DEPOSIT, AND STATE-SCHED-XX
      * "S", "M" OR "Q" QUARTERLY FOR STATE XX (THE FEDERAL
      * SCHEDULE IF NONE). SEMIWEEKLY: A WEDNESDAY-FRIDAY PAYDAY IS
      * DUE THE FOLLOWING WEDNESDAY, ANY OTHER THE FOLLOWING FRIDAY.
      * MONTHLY: THE 15TH OF THE NEXT MONTH. QUARTERLY: THE LAST
      * DAY OF THE MONTH AFTER THE QUARTER. A DUE DATE ON A WEEKEND
      * MOVES TO THE MONDAY.
      * THE DEPOSITS ACTUALLY MADE ARE KEYED IN DEPMNTAS ONTO
      * TAXDEPOS.DAT AND APPLIED AGAINST THE OBLIGATION THEY NAME.
      * TAXDEP.rpt LISTS WHAT IS STILL OWED AND WHEN, WHAT WAS PAID
      * LATE THIS YEAR, AND ANY DEPOSIT THAT MATCHES NO LIABILITY;
      * IT IS ROUTED THROUGH DISTRIB.DAT AS "TAX-DEPOSITS-DUE".
      * TAXLIAB.DAT IS REWRITTEN WITH EVERY OBLIGATION SO DEPMNTAS
      * CAN OFFER THEM TO THE CLERK. ONLY RUNS ON OR AFTER
      * DEPOSIT-START-DATE (YYYYMMDD) ARE TRACKED; WITHOUT ONE THE
      * RUN STARTS AT THE FIRST DAY OF THE PREVIOUS QUARTER, WHICH
      * COVERS EVERY DEPOSIT THAT CAN STILL BE COMING DUE.
      * EACH COMPANY DEPOSITS UNDER ITS OWN FEIN, SO THE RUN IS FOR
      * THE COMPANY RUNCOMP.DAT NAMES: ITS GL CONTROL, DEPOSIT,
      * LIABILITY AND REPORT FILES. COMPANY 01 KEEPS THE FILE NAMES
      * IT HAS ALWAYS HAD.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT TAX-DEPOSIT-FILE
               ASSIGN TO WS-TAX-DEPOSIT-PATH
               organization is line sequential
               file status is WS-TAX-DEPOSIT-STATUS.
             SELECT TAX-LIABILITY-FILE
               ASSIGN TO WS-TAX-LIABILITY-PATH
               organization is line sequential
               file status is WS-TAX-LIABILITY-STATUS.
             SELECT DEPOSIT-REPORT
               ASSIGN TO WS-DEPOSIT-REPORT-PATH
               organization is line sequential
               file status is WS-DEPOSIT-REPORT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY DISTRIBSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

      * THE CONTROL LINES CALCPYAS WRITES. THE ACCRUAL ("A") AND
      * STATE WITHHOLDING ("W") LINES CARRY THEIR TYPE IN COLUMN 1.
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
           05  GL-ACCRUAL-RUN-DATE      PIC 9(08).
           05  GL-ACCRUAL-ER-FICA       PIC 9(09)V9(02).
           05  GL-ACCRUAL-FUTA          PIC 9(09)V9(02).
           05  GL-ACCRUAL-SUTA          PIC 9(09)V9(02).
           05  GL-ACCRUAL-TOTAL         PIC 9(09)V9(02).
       01  GL-STATE-WH-REC REDEFINES GL-CONTROL-REC.
           05  GL-STATE-RECORD-TYPE     PIC X(01).
               88 STATE-WH-RECORD           VALUE "W".
           05  GL-STATE-RUN-DATE        PIC 9(08).
           05  GL-STATE-CODE            PIC X(02).
           05  GL-STATE-WH-AMOUNT       PIC 9(09)V9(02).
           05  GL-STATE-LOCAL-AMOUNT    PIC 9(09)V9(02).

      * ONE ROW PER DEPOSIT MADE, AS DEPMNTAS KEYS IT. THE AGENCY,
      * LIABILITY MONTH AND DUE DATE NAME THE OBLIGATION IT PAYS.
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

      * ONE ROW PER DEPOSIT OBLIGATION, REWRITTEN EVERY RUN. AN
      * AGENCY IS "FED " OR "ST" AND THE STATE CODE. A REVERSAL
      * THAT TAKES MORE OFF A PERIOD THAN WAS OWED LEAVES A ZERO
      * AMOUNT AND STATUS "C" (CREDIT).
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
               88 LIAB-OPEN                 VALUE "O".
               88 LIAB-PAID                 VALUE "P".
               88 LIAB-PAID-LATE            VALUE "L".
               88 LIAB-CREDIT               VALUE "C".

       FD  DEPOSIT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS DEPOSIT-REPORT-RECORD.
       01  DEPOSIT-REPORT-RECORD        PIC X(80).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY DISTRIBFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL     VALUE "00".
           88 END-OF-GL-CONTROL         VALUE "10".
       01 WS-TAX-DEPOSIT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\TAXDEPOS.DAT".
       01 WS-TAX-DEPOSIT-STATUS    PIC X(02).
           88 TAX-DEPOSIT-SUCCESSFUL    VALUE "00".
           88 END-OF-TAX-DEPOSIT        VALUE "10".
       01 WS-TAX-LIABILITY-PATH    PIC X(40)
           VALUE "C:\Users\Bob\TAXLIAB.DAT".
       01 WS-TAX-LIABILITY-STATUS  PIC X(02).
           88 TAX-LIABILITY-SUCCESSFUL  VALUE "00".
       01 WS-DEPOSIT-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\TAXDEP.rpt".
       01 WS-DEPOSIT-REPORT-STATUS PIC X(02).
           88 GOOD-DEPOSIT-RPT-WRITE    VALUE "00".

      * DEPOSITOR SCHEDULES, RUNCTL-OVERRIDABLE.
       01 WS-FED-SCHEDULE          PIC X(01) VALUE "M".
           88 VALID-FED-SCHEDULE        VALUES "S" "M".
       01 WS-START-DATE            PIC 9(08) VALUE 0.
       01 WS-START-DATE-IN         PIC X(08).
       01 WS-START-YEAR            PIC 9(04).
       01 WS-START-MONTH           PIC 9(02).

      * ONE ROW PER STATE SEEN, WITH ITS SCHEDULE LOOKED UP ONCE.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 60 TIMES
                              INDEXED BY WS-SCHED-IDX.
              10 WS-SCHED-STATE         PIC X(02).
              10 WS-SCHED-CODE          PIC X(01).
       01 WS-SCHED-COUNT           PIC 9(02) VALUE 0.
       01 WS-SCHED-FOUND-SW        PIC X(01) VALUE "N".
           88 SCHED-FOUND               VALUE "Y".

      * ONE ROW PER DEPOSIT OBLIGATION: AGENCY, LIABILITY MONTH AND
      * DUE DATE. SEMIWEEKLY PAYDAYS THAT SHARE A DUE DATE SHARE A
      * ROW; A REVERSAL CAN DRIVE THE AMOUNT BELOW ZERO.
       01 WS-LIAB-TABLE.
           05 WS-LIAB-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-LIAB-IDX.
              10 WS-LIAB-AGENCY         PIC X(04).
              10 WS-LIAB-MONTH          PIC 9(06).
              10 WS-LIAB-DUE-DATE       PIC 9(08).
              10 WS-LIAB-SCHEDULE       PIC X(01).
              10 WS-LIAB-LAST-RUN       PIC 9(08).
              10 WS-LIAB-AMOUNT         PIC S9(09)V99.
              10 WS-LIAB-DEPOSITED      PIC 9(09)V99.
              10 WS-LIAB-LAST-DEPOSIT   PIC 9(08).
       01 WS-LIAB-COUNT            PIC 9(04) VALUE 0.
       01 WS-LIAB-FOUND-SW         PIC X(01) VALUE "N".
           88 LIAB-FOUND                VALUE "Y".
       01 WS-LIAB-FULL-SW          PIC X(01) VALUE "N".
           88 LIAB-TABLE-FULL           VALUE "Y".

      * DEPOSITS ON FILE THAT NAME NO TRACKED OBLIGATION.
       01 WS-UNMATCHED-TABLE.
           05 WS-UNM-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-UNM-IDX.
              10 WS-UNM-AGENCY          PIC X(04).
              10 WS-UNM-MONTH           PIC 9(06).
              10 WS-UNM-DUE-DATE        PIC 9(08).
              10 WS-UNM-DEPOSIT-DATE    PIC 9(08).
              10 WS-UNM-AMOUNT          PIC 9(09)V99.
       01 WS-UNM-COUNT             PIC 9(03) VALUE 0.

      * THE LIABILITY BEING POSTED.
       01 WS-CUR-AGENCY            PIC X(04).
       01 WS-CUR-STATE             PIC X(02).
       01 WS-CUR-SCHEDULE          PIC X(01).
       01 WS-CUR-RUN-DATE          PIC 9(08).
       01 WS-CUR-LIAB-MONTH        PIC 9(06).
       01 WS-CUR-DUE-DATE          PIC 9(08).
       01 WS-CUR-AMOUNT            PIC S9(09)V99.
       01 WS-STATE-LIABILITY       PIC 9(09)V99.

      * DUE-DATE ARITHMETIC.
       01 WS-DUE-WORK.
           05 WS-DUE-YEAR           PIC 9(04).
           05 WS-DUE-MONTH          PIC 9(02).
           05 WS-DUE-DAY            PIC 9(02).
       01 WS-DUE-WORK-NUM REDEFINES WS-DUE-WORK
                                    PIC 9(08).
       01 WS-RUN-WORK.
           05 WS-RUN-YEAR           PIC 9(04).
           05 WS-RUN-MONTH          PIC 9(02).
           05 WS-RUN-DAY            PIC 9(02).
       01 WS-RUN-WORK-NUM REDEFINES WS-RUN-WORK
                                    PIC 9(08).
       01 WS-DATE-INT              PIC 9(08).
       01 WS-WEEKDAY               PIC 9(01).
       01 WS-QTR-END-MONTH         PIC 9(02).

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-DAYS-DIFF             PIC S9(05).
       01 WS-DAYS-EDIT             PIC ZZZZ9.
       01 WS-BALANCE               PIC S9(09)V99.

       01 WS-CONTROL-LINES-READ    PIC 9(06) VALUE 0.
       01 WS-DEPOSITS-READ         PIC 9(06) VALUE 0.
       01 WS-OPEN-COUNT            PIC 9(04) VALUE 0.
       01 WS-OPEN-TOTAL            PIC 9(09)V99 VALUE 0.
       01 WS-LATE-COUNT            PIC 9(04) VALUE 0.
       01 WS-LATE-TOTAL            PIC 9(09)V99 VALUE 0.
       01 WS-PAID-COUNT            PIC 9(04) VALUE 0.
       01 WS-PAID-LATE-COUNT       PIC 9(04) VALUE 0.
       01 WS-SECTION-LINES         PIC 9(04) VALUE 0.

       01  TXD-HDG-LINE.
           05 FILLER                 PIC X(32)
             VALUE "PAYROLL TAX DEPOSITS DUE AS OF ".
           05 TXD-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  TXD-SCHED-LINE.
           05 FILLER                 PIC X(28)
             VALUE "FEDERAL DEPOSIT SCHEDULE:  ".
           05 TXD-SCHED-NAME         PIC X(10).
           05 FILLER                 PIC X(17)
             VALUE "  TRACKED SINCE: ".
           05 TXD-SCHED-START        PIC 9(08).
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  TXD-SECTION-LINE.
           05 TXD-SECTION-TITLE      PIC X(50).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  TXD-COLUMN-LINE.
           05 FILLER                 PIC X(40)
             VALUE "  AGENCY  MONTH   DUE DATE          AMOU".
           05 FILLER                 PIC X(40)
             VALUE "NT                                      ".

       01  TXD-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TXD-DTL-AGENCY         PIC X(04).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 TXD-DTL-MONTH          PIC 9(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TXD-DTL-DUE-DATE       PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY TXD-DTL-AMOUNT.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TXD-DTL-NOTE           PIC X(30).
           05 FILLER                 PIC X(06) VALUE SPACES.

       01  TXD-TOTAL-LINE.
           05 TXD-TOT-LABEL          PIC X(30).
           05 TXD-TOT-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY TXD-TOT-AMOUNT.
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  TXD-NONE-LINE.
           05 FILLER                 PIC X(10) VALUE "  (NONE)".
           05 FILLER                 PIC X(70) VALUE SPACES.

       01  TXD-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY DISTRIBWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "TAXDEPAS PAYROLL TAX DEPOSITS DUE"
           MOVE "TAXDEPAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-GL-CONTROL
           PERFORM 3000-APPLY-DEPOSITS
           PERFORM 4000-WRITE-LIABILITY-FILE
           PERFORM 5000-WRITE-DEPOSIT-REPORT
           MOVE "TAXDEPAS" TO WS-IOERR-PROGRAM-ID
           MOVE "TAX-DEPOSITS-DUE"      TO WS-DISTRIB-REPORT-NAME
           MOVE WS-DEPOSIT-REPORT-PATH  TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "TAXDEPAS" TO WS-AUDIT-PROGRAM-ID
           COMPUTE WS-AUDIT-RECORDS-READ =
                   WS-CONTROL-LINES-READ + WS-DEPOSITS-READ
           MOVE WS-LIAB-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-OPEN-TOTAL TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "DEPOSIT OBLIGATIONS:   " WS-LIAB-COUNT
           DISPLAY "STILL OWED:            " WS-OPEN-COUNT
           DISPLAY "PAST DUE:              " WS-LATE-COUNT
           IF WS-LATE-COUNT > 0
              DISPLAY "TAXDEPAS: *** " WS-LATE-COUNT
                      " DEPOSIT(S) PAST DUE -- SEE TAXDEP.rpt ***"
           END-IF
           DISPLAY "END TAXDEPAS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1030-SET-COMPANY-PATHS
           IF WS-START-DATE = 0
              PERFORM 1020-DEFAULT-START-DATE
           END-IF.

      * OVERRIDES EACH COMPILED-IN DEFAULT WITH WHATEVER RUNCTL.DAT
      * HAS ON FILE FOR TAXDEPAS, IF ANYTHING. THE GL CONTROL ENTRY
      * SHOULD MATCH CALCPYAS'S OWN, AND THE DEPOSIT AND LIABILITY
      * ENTRIES DEPMNTAS'S.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "TAXDEPAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "TAX-DEPOSIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TAX-DEPOSIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-DEPOSIT-PATH
           MOVE "TAX-LIABILITY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TAX-LIABILITY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-LIABILITY-PATH
           MOVE "DEPOSIT-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPOSIT-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPOSIT-REPORT-PATH
           MOVE "DEPOSIT-SCHEDULE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           IF WS-RUNCTL-RESULT-PATH(1:1) NOT = SPACE
              MOVE WS-RUNCTL-RESULT-PATH(1:1) TO WS-FED-SCHEDULE
              IF NOT VALID-FED-SCHEDULE
                 DISPLAY "TAXDEPAS: DEPOSIT-SCHEDULE "
                         WS-FED-SCHEDULE " NOT S OR M -- MONTHLY USED"
                 MOVE "M" TO WS-FED-SCHEDULE
              END-IF
           END-IF
           MOVE "DEPOSIT-START-DATE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:8) TO WS-START-DATE-IN
           IF WS-START-DATE-IN IS NUMERIC
              MOVE WS-START-DATE-IN TO WS-START-DATE
           END-IF
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

       1030-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "TAXDEPAS: COMPANY " WS-RUN-COMPANY-CODE
                      " IS NOT ACTIVE ON THE COMPANY MASTER -- "
                      "RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1035-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
           MOVE WS-TAX-DEPOSIT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1035-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-TAX-DEPOSIT-PATH
           MOVE WS-TAX-LIABILITY-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1035-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-TAX-LIABILITY-PATH
           MOVE WS-DEPOSIT-REPORT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1035-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-DEPOSIT-REPORT-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       1035-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "TAXDEPAS: RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * THE FIRST DAY OF THE QUARTER BEFORE THIS ONE. A QUARTERLY
      * STATE DEPOSIT FOR THAT QUARTER CAN STILL BE COMING DUE.
       1020-DEFAULT-START-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-START-YEAR
           MOVE WS-TODAY-DATE(5:2) TO WS-START-MONTH
           COMPUTE WS-START-MONTH =
                   ((WS-START-MONTH - 1) / 3) * 3 + 1
           IF WS-START-MONTH = 1
              MOVE 10 TO WS-START-MONTH
              SUBTRACT 1 FROM WS-START-YEAR
           ELSE
              SUBTRACT 3 FROM WS-START-MONTH
           END-IF
           MOVE WS-START-YEAR  TO WS-DUE-YEAR
           MOVE WS-START-MONTH TO WS-DUE-MONTH
           MOVE 1              TO WS-DUE-DAY
           MOVE WS-DUE-WORK-NUM TO WS-START-DATE.

       2000-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF GL-CONTROL-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CONTROL
                 READ GL-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CONTROL-LINES-READ
                    PERFORM 2010-POST-CONTROL-LINE
                 END-READ
              END-PERFORM
              CLOSE GL-CONTROL-FILE
           ELSE
              MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-CONTROL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "TAXDEPAS: NO GL CONTROL FILE -- NO "
                      "LIABILITIES ON FILE"
           END-IF.

      * TURNS ONE CONTROL LINE INTO LIABILITY. THE DEPARTMENT LINES
      * CARRY ALL TAX WITHHELD, SO IT GOES TO THE FEDERAL DEPOSIT
      * FIRST AND EACH "W" LINE MOVES ITS STATE'S SHARE BACK OUT.
      * A REVERSAL ("V") LINE CARRIES NO STATE SPLIT AND COMES OFF
      * THE FEDERAL DEPOSIT WHOLE. ESCHEATMENT ("E") AND ANY OTHER
      * TYPED LINES ARE NOT TAX AND ARE PASSED OVER.
       2010-POST-CONTROL-LINE.
           EVALUATE TRUE
              WHEN ACCRUAL-RECORD
                 IF GL-ACCRUAL-RUN-DATE IS NUMERIC
                    AND GL-ACCRUAL-RUN-DATE >= WS-START-DATE
                    MOVE GL-ACCRUAL-RUN-DATE TO WS-CUR-RUN-DATE
                    MOVE GL-ACCRUAL-ER-FICA  TO WS-CUR-AMOUNT
                    PERFORM 2100-POST-FEDERAL
                 END-IF
              WHEN STATE-WH-RECORD
                 IF GL-STATE-RUN-DATE IS NUMERIC
                    AND GL-STATE-RUN-DATE >= WS-START-DATE
                    MOVE GL-STATE-RUN-DATE TO WS-CUR-RUN-DATE
                    COMPUTE WS-STATE-LIABILITY =
                            GL-STATE-WH-AMOUNT + GL-STATE-LOCAL-AMOUNT
                    COMPUTE WS-CUR-AMOUNT = 0 - WS-STATE-LIABILITY
                    PERFORM 2100-POST-FEDERAL
                    MOVE GL-STATE-CODE TO WS-CUR-STATE
                    MOVE WS-STATE-LIABILITY TO WS-CUR-AMOUNT
                    PERFORM 2200-POST-STATE
                 END-IF
              WHEN GL-CONTROL-RUN-DATE IS NUMERIC
                 IF GL-CONTROL-RUN-DATE >= WS-START-DATE
                    MOVE GL-CONTROL-RUN-DATE TO WS-CUR-RUN-DATE
                    IF GL-CONTROL-RUN-TYPE = "V"
                       COMPUTE WS-CUR-AMOUNT =
                               0 - GL-CONTROL-TOTAL-WH
                    ELSE
                       MOVE GL-CONTROL-TOTAL-WH TO WS-CUR-AMOUNT
                    END-IF
                    PERFORM 2100-POST-FEDERAL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2100-POST-FEDERAL.
           MOVE "FED " TO WS-CUR-AGENCY
           MOVE WS-FED-SCHEDULE TO WS-CUR-SCHEDULE
           PERFORM 2300-FIGURE-DUE-DATE
           PERFORM 2400-POST-LIABILITY.

       2200-POST-STATE.
           MOVE SPACES TO WS-CUR-AGENCY
           MOVE "ST" TO WS-CUR-AGENCY(1:2)
           MOVE WS-CUR-STATE TO WS-CUR-AGENCY(3:2)
           PERFORM 2210-FIND-STATE-SCHEDULE
           PERFORM 2300-FIGURE-DUE-DATE
           PERFORM 2400-POST-LIABILITY.

      * LOOKS UP STATE-SCHED-XX THE FIRST TIME A STATE IS SEEN AND
      * LEAVES ITS SCHEDULE IN WS-CUR-SCHEDULE.
       2210-FIND-STATE-SCHEDULE.
           MOVE "N" TO WS-SCHED-FOUND-SW
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                     UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                        OR SCHED-FOUND
              IF WS-SCHED-STATE(WS-SCHED-IDX) = WS-CUR-STATE
                 MOVE "Y" TO WS-SCHED-FOUND-SW
              END-IF
           END-PERFORM
           IF SCHED-FOUND
              SET WS-SCHED-IDX DOWN BY 1
              MOVE WS-SCHED-CODE(WS-SCHED-IDX) TO WS-CUR-SCHEDULE
           ELSE
              MOVE "TAXDEPAS" TO WS-RUNCTL-PROGRAM-ID
              MOVE SPACES TO WS-RUNCTL-LOGICAL-NAME
              STRING "STATE-SCHED-" WS-CUR-STATE
                     DELIMITED BY SIZE INTO WS-RUNCTL-LOGICAL-NAME
              MOVE SPACES TO WS-RUNCTL-RESULT-PATH
              PERFORM 9920-LOOKUP-RUNCTL-PATH
              EVALUATE WS-RUNCTL-RESULT-PATH(1:1)
                 WHEN "S"
                 WHEN "M"
                 WHEN "Q"
                    MOVE WS-RUNCTL-RESULT-PATH(1:1)
                      TO WS-CUR-SCHEDULE
                 WHEN OTHER
                    MOVE WS-FED-SCHEDULE TO WS-CUR-SCHEDULE
              END-EVALUATE
              IF WS-SCHED-COUNT < 60
                 ADD 1 TO WS-SCHED-COUNT
                 SET WS-SCHED-IDX TO WS-SCHED-COUNT
                 MOVE WS-CUR-STATE TO WS-SCHED-STATE(WS-SCHED-IDX)
                 MOVE WS-CUR-SCHEDULE TO WS-SCHED-CODE(WS-SCHED-IDX)
              END-IF
           END-IF.

      * WORKS OUT WS-CUR-DUE-DATE FOR A LIABILITY INCURRED ON
      * WS-CUR-RUN-DATE UNDER WS-CUR-SCHEDULE. DAY 1 OF THE INTEGER
      * CALENDAR WAS A MONDAY, SO MONDAY=1 ... SUNDAY=7.
       2300-FIGURE-DUE-DATE.
           MOVE WS-CUR-RUN-DATE TO WS-RUN-WORK-NUM
           MOVE WS-CUR-RUN-DATE(1:6) TO WS-CUR-LIAB-MONTH
           EVALUATE WS-CUR-SCHEDULE
              WHEN "S"
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CUR-RUN-DATE)
                 COMPUTE WS-WEEKDAY =
                    FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
      * WEDNESDAY-FRIDAY PAYDAYS: THE FOLLOWING WEDNESDAY.
      * SATURDAY-TUESDAY PAYDAYS: THE FOLLOWING FRIDAY.
                 EVALUATE WS-WEEKDAY
                    WHEN 3 THRU 5
                       COMPUTE WS-DATE-INT =
                               WS-DATE-INT + 10 - WS-WEEKDAY
                    WHEN 6 THRU 7
                       COMPUTE WS-DATE-INT =
                               WS-DATE-INT + 12 - WS-WEEKDAY
                    WHEN OTHER
                       COMPUTE WS-DATE-INT =
                               WS-DATE-INT + 5 - WS-WEEKDAY
                 END-EVALUATE
                 COMPUTE WS-DUE-WORK-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              WHEN "Q"
                 COMPUTE WS-QTR-END-MONTH =
                         ((WS-RUN-MONTH - 1) / 3) * 3 + 3
                 MOVE WS-RUN-YEAR TO WS-DUE-YEAR
                 IF WS-QTR-END-MONTH = 12
                    MOVE 1 TO WS-DUE-MONTH
                    ADD 1 TO WS-DUE-YEAR
                 ELSE
                    COMPUTE WS-DUE-MONTH = WS-QTR-END-MONTH + 1
                 END-IF
      * THE MONTH AFTER A QUARTER IS JANUARY, APRIL, JULY OR
      * OCTOBER; ONLY APRIL HAS 30 DAYS.
                 IF WS-DUE-MONTH = 4
                    MOVE 30 TO WS-DUE-DAY
                 ELSE
                    MOVE 31 TO WS-DUE-DAY
                 END-IF
              WHEN OTHER
                 MOVE WS-RUN-YEAR TO WS-DUE-YEAR
                 IF WS-RUN-MONTH = 12
                    MOVE 1 TO WS-DUE-MONTH
                    ADD 1 TO WS-DUE-YEAR
                 ELSE
                    COMPUTE WS-DUE-MONTH = WS-RUN-MONTH + 1
                 END-IF
                 MOVE 15 TO WS-DUE-DAY
           END-EVALUATE
      * A DUE DATE ON A WEEKEND MOVES TO THE MONDAY.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DUE-WORK-NUM)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
           IF WS-WEEKDAY > 5
              COMPUTE WS-DATE-INT = WS-DATE-INT + 8 - WS-WEEKDAY
              COMPUTE WS-DUE-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           MOVE WS-DUE-WORK-NUM TO WS-CUR-DUE-DATE.

      * ADDS WS-CUR-AMOUNT TO THE OBLIGATION FOR THIS AGENCY,
      * LIABILITY MONTH AND DUE DATE, OPENING IT IF NEW.
       2400-POST-LIABILITY.
           MOVE "N" TO WS-LIAB-FOUND-SW
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                     UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
                        OR LIAB-FOUND
              IF WS-LIAB-AGENCY(WS-LIAB-IDX) = WS-CUR-AGENCY
                 AND WS-LIAB-MONTH(WS-LIAB-IDX) = WS-CUR-LIAB-MONTH
                 AND WS-LIAB-DUE-DATE(WS-LIAB-IDX) = WS-CUR-DUE-DATE
                 MOVE "Y" TO WS-LIAB-FOUND-SW
              END-IF
           END-PERFORM
           IF LIAB-FOUND
              SET WS-LIAB-IDX DOWN BY 1
           ELSE
              IF WS-LIAB-COUNT < 2000
                 ADD 1 TO WS-LIAB-COUNT
                 SET WS-LIAB-IDX TO WS-LIAB-COUNT
                 MOVE WS-CUR-AGENCY  TO WS-LIAB-AGENCY(WS-LIAB-IDX)
                 MOVE WS-CUR-LIAB-MONTH
                   TO WS-LIAB-MONTH(WS-LIAB-IDX)
                 MOVE WS-CUR-DUE-DATE
                   TO WS-LIAB-DUE-DATE(WS-LIAB-IDX)
                 MOVE WS-CUR-SCHEDULE
                   TO WS-LIAB-SCHEDULE(WS-LIAB-IDX)
                 MOVE ZEROES TO WS-LIAB-LAST-RUN(WS-LIAB-IDX)
                                WS-LIAB-AMOUNT(WS-LIAB-IDX)
                                WS-LIAB-DEPOSITED(WS-LIAB-IDX)
                                WS-LIAB-LAST-DEPOSIT(WS-LIAB-IDX)
                 MOVE "Y" TO WS-LIAB-FOUND-SW
              ELSE
                 IF NOT LIAB-TABLE-FULL
                    DISPLAY "TAXDEPAS: LIABILITY TABLE FULL AT 2000 "
                            "-- SET A LATER DEPOSIT-START-DATE"
                    MOVE "Y" TO WS-LIAB-FULL-SW
                 END-IF
              END-IF
           END-IF
           IF LIAB-FOUND
              ADD WS-CUR-AMOUNT TO WS-LIAB-AMOUNT(WS-LIAB-IDX)
              IF WS-CUR-RUN-DATE > WS-LIAB-LAST-RUN(WS-LIAB-IDX)
                 MOVE WS-CUR-RUN-DATE
                   TO WS-LIAB-LAST-RUN(WS-LIAB-IDX)
              END-IF
           END-IF.

      * APPLIES EVERY DEPOSIT KEYED IN DEPMNTAS TO THE OBLIGATION IT
      * NAMES. ONE FOR AN OBLIGATION BEFORE THE START DATE IS
      * HISTORY AND IS PASSED OVER; ANY OTHER THAT MATCHES NOTHING
      * IS LISTED SO THE CLERK CAN FIND WHAT IT WAS MEANT TO PAY.
       3000-APPLY-DEPOSITS.
           OPEN INPUT TAX-DEPOSIT-FILE
           IF TAX-DEPOSIT-SUCCESSFUL
              PERFORM UNTIL END-OF-TAX-DEPOSIT
                 READ TAX-DEPOSIT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DEPOSITS-READ
                    PERFORM 3010-APPLY-ONE-DEPOSIT
                 END-READ
              END-PERFORM
              CLOSE TAX-DEPOSIT-FILE
           ELSE
              DISPLAY "TAXDEPAS: NO DEPOSITS ON FILE YET"
           END-IF.

       3010-APPLY-ONE-DEPOSIT.
           MOVE "N" TO WS-LIAB-FOUND-SW
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                     UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
                        OR LIAB-FOUND
              IF WS-LIAB-AGENCY(WS-LIAB-IDX) = DPM-AGENCY
                 AND WS-LIAB-MONTH(WS-LIAB-IDX) = DPM-LIAB-MONTH
                 AND WS-LIAB-DUE-DATE(WS-LIAB-IDX) = DPM-DUE-DATE
                 MOVE "Y" TO WS-LIAB-FOUND-SW
              END-IF
           END-PERFORM
           IF LIAB-FOUND
              SET WS-LIAB-IDX DOWN BY 1
              ADD DPM-AMOUNT TO WS-LIAB-DEPOSITED(WS-LIAB-IDX)
              IF DPM-DEPOSIT-DATE > WS-LIAB-LAST-DEPOSIT(WS-LIAB-IDX)
                 MOVE DPM-DEPOSIT-DATE
                   TO WS-LIAB-LAST-DEPOSIT(WS-LIAB-IDX)
              END-IF
           ELSE
              IF DPM-LIAB-MONTH >= WS-START-DATE(1:6)
                 AND WS-UNM-COUNT < 200
                 ADD 1 TO WS-UNM-COUNT
                 SET WS-UNM-IDX TO WS-UNM-COUNT
                 MOVE DPM-AGENCY       TO WS-UNM-AGENCY(WS-UNM-IDX)
                 MOVE DPM-LIAB-MONTH   TO WS-UNM-MONTH(WS-UNM-IDX)
                 MOVE DPM-DUE-DATE     TO WS-UNM-DUE-DATE(WS-UNM-IDX)
                 MOVE DPM-DEPOSIT-DATE
                   TO WS-UNM-DEPOSIT-DATE(WS-UNM-IDX)
                 MOVE DPM-AMOUNT       TO WS-UNM-AMOUNT(WS-UNM-IDX)
              END-IF
           END-IF.

      * REWRITES TAXLIAB.DAT FROM THE TABLE FOR DEPMNTAS, SETTING
      * EACH OBLIGATION'S STATUS ON THE WAY.
       4000-WRITE-LIABILITY-FILE.
           OPEN OUTPUT TAX-LIABILITY-FILE
           IF NOT TAX-LIABILITY-SUCCESSFUL
              MOVE "TAX-LIABILITY-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-TAX-LIABILITY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "TAXDEPAS: LIABILITY FILE NOT WRITTEN"
           ELSE
              PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                        UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
                 PERFORM 4010-WRITE-ONE-LIABILITY
              END-PERFORM
              CLOSE TAX-LIABILITY-FILE
           END-IF.

       4010-WRITE-ONE-LIABILITY.
           MOVE WS-LIAB-AGENCY(WS-LIAB-IDX)   TO LIAB-AGENCY
           MOVE WS-LIAB-MONTH(WS-LIAB-IDX)    TO LIAB-MONTH
           MOVE WS-LIAB-DUE-DATE(WS-LIAB-IDX) TO LIAB-DUE-DATE
           MOVE WS-LIAB-SCHEDULE(WS-LIAB-IDX) TO LIAB-SCHEDULE
           MOVE WS-LIAB-LAST-RUN(WS-LIAB-IDX) TO LIAB-LAST-RUN-DATE
           MOVE WS-LIAB-DEPOSITED(WS-LIAB-IDX) TO LIAB-DEPOSITED
           MOVE WS-LIAB-LAST-DEPOSIT(WS-LIAB-IDX)
             TO LIAB-LAST-DEPOSIT-DATE
           COMPUTE WS-BALANCE = WS-LIAB-AMOUNT(WS-LIAB-IDX)
                              - WS-LIAB-DEPOSITED(WS-LIAB-IDX)
           EVALUATE TRUE
              WHEN WS-LIAB-AMOUNT(WS-LIAB-IDX) < 0
                 MOVE ZEROES TO LIAB-AMOUNT
                 MOVE "C" TO LIAB-STATUS
              WHEN WS-BALANCE > 0
                 MOVE WS-LIAB-AMOUNT(WS-LIAB-IDX) TO LIAB-AMOUNT
                 MOVE "O" TO LIAB-STATUS
              WHEN WS-LIAB-LAST-DEPOSIT(WS-LIAB-IDX) >
                   WS-LIAB-DUE-DATE(WS-LIAB-IDX)
                 MOVE WS-LIAB-AMOUNT(WS-LIAB-IDX) TO LIAB-AMOUNT
                 MOVE "L" TO LIAB-STATUS
              WHEN OTHER
                 MOVE WS-LIAB-AMOUNT(WS-LIAB-IDX) TO LIAB-AMOUNT
                 MOVE "P" TO LIAB-STATUS
           END-EVALUATE
           WRITE TAX-LIABILITY-REC
           IF NOT TAX-LIABILITY-SUCCESSFUL
              MOVE "TAX-LIABILITY-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-TAX-LIABILITY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       5000-WRITE-DEPOSIT-REPORT.
           OPEN OUTPUT DEPOSIT-REPORT
           MOVE WS-TODAY-DATE TO TXD-HDG-DATE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-HDG-LINE
           IF WS-FED-SCHEDULE = "S"
              MOVE "SEMIWEEKLY" TO TXD-SCHED-NAME
           ELSE
              MOVE "MONTHLY" TO TXD-SCHED-NAME
           END-IF
           MOVE WS-START-DATE TO TXD-SCHED-START
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-SCHED-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-BLANK-LINE
           MOVE "DEPOSITS STILL OWED" TO TXD-SECTION-TITLE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-SECTION-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-COLUMN-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                     UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
              PERFORM 5010-REPORT-OPEN-LIABILITY
           END-PERFORM
           IF WS-SECTION-LINES = 0
              WRITE DEPOSIT-REPORT-RECORD FROM TXD-NONE-LINE
           END-IF
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-BLANK-LINE
           MOVE "DEPOSITS MADE LATE THIS YEAR" TO TXD-SECTION-TITLE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-SECTION-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-COLUMN-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                     UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
              PERFORM 5020-REPORT-PAID-LATE
           END-PERFORM
           IF WS-SECTION-LINES = 0
              WRITE DEPOSIT-REPORT-RECORD FROM TXD-NONE-LINE
           END-IF
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-BLANK-LINE
           MOVE "DEPOSITS MATCHING NO LIABILITY" TO TXD-SECTION-TITLE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-SECTION-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-COLUMN-LINE
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
                     UNTIL WS-UNM-IDX > WS-UNM-COUNT
              PERFORM 5030-REPORT-UNMATCHED
           END-PERFORM
           IF WS-UNM-COUNT = 0
              WRITE DEPOSIT-REPORT-RECORD FROM TXD-NONE-LINE
           END-IF
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-BLANK-LINE
           PERFORM 5040-WRITE-REPORT-TOTALS
           CLOSE DEPOSIT-REPORT.

      * ONE LINE PER OBLIGATION WITH A BALANCE STILL TO DEPOSIT,
      * NOTED LATE, DUE TODAY OR DUE IN SO MANY DAYS.
       5010-REPORT-OPEN-LIABILITY.
           COMPUTE WS-BALANCE = WS-LIAB-AMOUNT(WS-LIAB-IDX)
                              - WS-LIAB-DEPOSITED(WS-LIAB-IDX)
           IF WS-BALANCE > 0
              ADD 1 TO WS-SECTION-LINES
              ADD 1 TO WS-OPEN-COUNT
              ADD WS-BALANCE TO WS-OPEN-TOTAL
              PERFORM 5050-MOVE-DETAIL-KEY
              MOVE WS-BALANCE TO TXD-DTL-AMOUNT
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                      (WS-LIAB-DUE-DATE(WS-LIAB-IDX))
              COMPUTE WS-DAYS-DIFF = WS-DATE-INT - WS-TODAY-INT
              MOVE SPACES TO TXD-DTL-NOTE
              EVALUATE TRUE
                 WHEN WS-DAYS-DIFF < 0
                    ADD 1 TO WS-LATE-COUNT
                    ADD WS-BALANCE TO WS-LATE-TOTAL
                    COMPUTE WS-DAYS-EDIT = 0 - WS-DAYS-DIFF
                    STRING "*** LATE " WS-DAYS-EDIT " DAYS"
                           DELIMITED BY SIZE INTO TXD-DTL-NOTE
                 WHEN WS-DAYS-DIFF = 0
                    MOVE "*** DUE TODAY" TO TXD-DTL-NOTE
                 WHEN OTHER
                    MOVE WS-DAYS-DIFF TO WS-DAYS-EDIT
                    STRING "DUE IN " WS-DAYS-EDIT " DAYS"
                           DELIMITED BY SIZE INTO TXD-DTL-NOTE
              END-EVALUATE
              IF WS-LIAB-DEPOSITED(WS-LIAB-IDX) > 0
                 MOVE "PART PAID" TO TXD-DTL-NOTE(22:9)
              END-IF
              WRITE DEPOSIT-REPORT-RECORD FROM TXD-DETAIL-LINE
           END-IF.

      * OBLIGATIONS DUE THIS YEAR THAT ARE PAID UP, BUT WHOSE LAST
      * DEPOSIT WENT IN AFTER THE DUE DATE.
       5020-REPORT-PAID-LATE.
           COMPUTE WS-BALANCE = WS-LIAB-AMOUNT(WS-LIAB-IDX)
                              - WS-LIAB-DEPOSITED(WS-LIAB-IDX)
           IF WS-BALANCE NOT > 0
              AND WS-LIAB-DEPOSITED(WS-LIAB-IDX) > 0
              ADD 1 TO WS-PAID-COUNT
              IF WS-LIAB-LAST-DEPOSIT(WS-LIAB-IDX) >
                 WS-LIAB-DUE-DATE(WS-LIAB-IDX)
                 AND WS-LIAB-DUE-DATE(WS-LIAB-IDX)(1:4) =
                     WS-TODAY-DATE(1:4)
                 ADD 1 TO WS-SECTION-LINES
                 ADD 1 TO WS-PAID-LATE-COUNT
                 PERFORM 5050-MOVE-DETAIL-KEY
                 MOVE WS-LIAB-DEPOSITED(WS-LIAB-IDX) TO TXD-DTL-AMOUNT
                 MOVE SPACES TO TXD-DTL-NOTE
                 STRING "PAID " WS-LIAB-LAST-DEPOSIT(WS-LIAB-IDX)
                        DELIMITED BY SIZE INTO TXD-DTL-NOTE
                 WRITE DEPOSIT-REPORT-RECORD FROM TXD-DETAIL-LINE
              END-IF
           END-IF.

       5030-REPORT-UNMATCHED.
           MOVE WS-UNM-AGENCY(WS-UNM-IDX)   TO TXD-DTL-AGENCY
           MOVE WS-UNM-MONTH(WS-UNM-IDX)    TO TXD-DTL-MONTH
           MOVE WS-UNM-DUE-DATE(WS-UNM-IDX) TO TXD-DTL-DUE-DATE
           MOVE WS-UNM-AMOUNT(WS-UNM-IDX)   TO TXD-DTL-AMOUNT
           MOVE SPACES TO TXD-DTL-NOTE
           STRING "DEPOSITED " WS-UNM-DEPOSIT-DATE(WS-UNM-IDX)
                  DELIMITED BY SIZE INTO TXD-DTL-NOTE
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-DETAIL-LINE.

       5040-WRITE-REPORT-TOTALS.
           MOVE "DEPOSITS STILL OWED:" TO TXD-TOT-LABEL
           MOVE WS-OPEN-COUNT TO TXD-TOT-COUNT
           MOVE WS-OPEN-TOTAL TO TXD-TOT-AMOUNT
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-TOTAL-LINE
           MOVE "  OF WHICH PAST DUE:" TO TXD-TOT-LABEL
           MOVE WS-LATE-COUNT TO TXD-TOT-COUNT
           MOVE WS-LATE-TOTAL TO TXD-TOT-AMOUNT
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-TOTAL-LINE
           MOVE "OBLIGATIONS PAID IN FULL:" TO TXD-TOT-LABEL
           MOVE WS-PAID-COUNT TO TXD-TOT-COUNT
           MOVE ZEROES TO TXD-TOT-AMOUNT
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-TOTAL-LINE
           MOVE "  OF WHICH PAID LATE:" TO TXD-TOT-LABEL
           MOVE WS-PAID-LATE-COUNT TO TXD-TOT-COUNT
           WRITE DEPOSIT-REPORT-RECORD FROM TXD-TOTAL-LINE.

       5050-MOVE-DETAIL-KEY.
           MOVE WS-LIAB-AGENCY(WS-LIAB-IDX)   TO TXD-DTL-AGENCY
           MOVE WS-LIAB-MONTH(WS-LIAB-IDX)    TO TXD-DTL-MONTH
           MOVE WS-LIAB-DUE-DATE(WS-LIAB-IDX) TO TXD-DTL-DUE-DATE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
