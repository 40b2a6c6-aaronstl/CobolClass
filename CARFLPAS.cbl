       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARFLPAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * FLOOR-PLAN FINANCING FOR LOT INVENTORY.
      *
      * EVERY NEW UNIT IS FINANCED ON THE BANK'S FLOOR-PLAN LINE AND
      * INTEREST RUNS DAILY UNTIL THE UNIT IS PAID OFF AT SALE. THE
      * BANK'S STATEMENT USED TO BE OUR ONLY RECORD. CARFLOOR.DAT
      * NOW HOLDS ONE ROW PER FINANCED VIN -- FUNDED DATE, FUNDED
      * AMOUNT AND ANNUAL RATE -- AND THIS PROGRAM:
      *   - FUNDS A UNIT OFF CARVIN.DAT (THE FUNDED DATE DEFAULTS TO
      *     THE UNIT'S RECEIVED DATE, THE AMOUNT TO ITS COST);
      *   - MARKS A PAYOFF AS SENT TO THE BANK;
      *   - PRINTS THE MONTHLY INTEREST ACCRUAL (CARFLINT.rpt); AND
      *   - PRINTS THE CURTAILMENT REPORT (CARCURT.rpt) OF UNITS
      *     PAST THE BANK'S 90- AND 180-DAY CURTAILMENT DATES.
      * CARINVAS MARKS THE PAYOFF DUE WHEN IT POSTS THE SALE.
      *
      * INTEREST IS SIMPLE DAILY INTEREST ON THE FUNDED AMOUNT,
      * ACTUAL DAYS OVER 365, FROM THE FUNDED DATE UP TO (NOT
      * INCLUDING) THE PAYOFF DATE.
      *
      * FLOOR-PLAN STATUS:  A = ACTIVE (UNIT STILL FINANCED)
      *                     D = PAYOFF DUE (UNIT SOLD)
      *                     P = PAID OFF
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FloorFile
             ASSIGN TO "C:\Users\Bob\CARFLOOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FloorFileStatus.

           SELECT VinUnitFile
             ASSIGN TO "C:\Users\Bob\CARVIN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VinUnitStatus.

           SELECT AccrualReport
             ASSIGN TO "C:\Users\Bob\CARFLINT.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AccrualReportStatus.

           SELECT CurtailReport
             ASSIGN TO "C:\Users\Bob\CARCURT.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CurtailReportStatus.

           COPY IOERRSEL.

       DATA DIVISION.
       FILE SECTION.

      * ONE ROW PER FINANCED UNIT, KEYED BY VIN.
       FD  FloorFile
           RECORDING MODE IS F
           DATA RECORD IS FloorRec.
       01  FloorRec.
           05 FpVin                  PIC X(17).
           05 FpFundedDate           PIC 9(08).
           05 FpFundedAmt            PIC 9(08)V99.
      * ANNUAL RATE IN PERCENT, 072500 = 7.25%.
           05 FpRate                 PIC 9(02)V9(04).
           05 FpStatus               PIC X(01).
      * FILLED IN BY CARINVAS AT THE SALE: THE DAY THE INTEREST
      * STOPPED AND WHAT HAD ACCRUED BY THEN.
           05 FpPayoffDate           PIC 9(08).
           05 FpInterest             PIC 9(08)V99.
           05 FpPaidDate             PIC 9(08).

       FD  VinUnitFile
           RECORDING MODE IS F
           DATA RECORD IS VinUnitRec.
       01  VinUnitRec.
           05 VinNumber              PIC X(17).
           05 VinModel               PIC X(10).
           05 VinColor               PIC X(10).
           05 VinReceivedDate        PIC 9(08).
           05 VinStatus              PIC X(01).
           05 VinCost                PIC 9(08)V99.
           05 VinNewUsed             PIC X(01).

       FD  AccrualReport
           RECORDING MODE IS F
           DATA RECORD IS AccrualReportRecord.
       01  AccrualReportRecord       PIC X(100).

       FD  CurtailReport
           RECORDING MODE IS F
           DATA RECORD IS CurtailReportRecord.
       01  CurtailReportRecord       PIC X(100).

       COPY IOERRFD.

       WORKING-STORAGE SECTION.

       01  WS-FloorFileStatus        PIC X(02).
           88 FloorFileOk                VALUE "00".
           88 EndOfFloorFile             VALUE "10".
       01  WS-VinUnitStatus          PIC X(02).
           88 VinUnitFileOk              VALUE "00".
           88 EndOfVinUnitFile           VALUE "10".
       01  WS-AccrualReportStatus    PIC X(02).
           88 GoodAccrualWrite           VALUE "00".
       01  WS-CurtailReportStatus    PIC X(02).
           88 GoodCurtailWrite           VALUE "00".

      * THE WHOLE FLOOR-PLAN FILE, REWRITTEN ON EXIT WHEN ANYTHING
      * CHANGED.
       01  FloorTable.
           05 FloorEntry OCCURS 200 TIMES.
              10 FtVin               PIC X(17).
              10 FtFundedDate        PIC 9(08).
              10 FtFundedAmt         PIC 9(08)V99.
              10 FtRate              PIC 9(02)V9(04).
              10 FtStatus            PIC X(01).
                 88 FtIsActive           VALUE "A".
                 88 FtIsPayoffDue        VALUE "D".
              10 FtPayoffDate        PIC 9(08).
              10 FtInterest          PIC 9(08)V99.
              10 FtPaidDate          PIC 9(08).
       01  WS-FloorCount             PIC 9(03) VALUE 0.
       01  WS-FloorSub               PIC 9(03).
       01  WS-FloorFoundSub          PIC 9(03) VALUE 0.
       01  WS-FloorFoundSw           PIC X(01) VALUE "N".
           88 FloorFound                 VALUE "Y".
       01  WS-FloorChangedSw         PIC X(01) VALUE "N".
           88 FloorFileChanged           VALUE "Y".

       01  VinTable.
           05 VinEntry OCCURS 200 TIMES.
              10 VinTblNumber        PIC X(17).
              10 VinTblModel         PIC X(10).
              10 VinTblReceived      PIC 9(08).
              10 VinTblStatus        PIC X(01).
              10 VinTblCost          PIC 9(08)V99.
              10 VinTblNewUsed       PIC X(01).
       01  WS-VinCount               PIC 9(03) VALUE 0.
       01  WS-VinSub                 PIC 9(03).
       01  WS-VinFoundSub            PIC 9(03) VALUE 0.
       01  WS-VinFoundSw             PIC X(01) VALUE "N".
           88 VinFound                   VALUE "Y".

       01  WS-MenuChoice             PIC X(01).
       01  WS-QuitSw                 PIC X(01) VALUE "N".
           88 ClerkDone                  VALUE "Y".
       01  WS-TodayDate              PIC 9(08).
       01  WS-TodayInt               PIC 9(08).
       01  WS-VinIn                  PIC X(17).
       01  WS-DateIn                 PIC X(08).
       01  WS-DateNum REDEFINES WS-DateIn
                                     PIC 9(08).
       01  WS-AmountIn               PIC X(10).
       01  WS-AmountNum REDEFINES WS-AmountIn
                                     PIC 9(08)V99.
       01  WS-RateIn                 PIC X(06).
       01  WS-RateNum REDEFINES WS-RateIn
                                     PIC 9(02)V9(04).

      * THE BANK'S CURTAILMENT TERMS: A PRINCIPAL PAYDOWN OF THIS
      * SHARE OF THE FUNDED AMOUNT FALLS DUE AT 90 DAYS, AND THE
      * SAME AGAIN AT 180.
       01  WS-CurtailPct             PIC V99 VALUE .10.
       01  WS-CurtailStage           PIC 9(01).

      * INTEREST ARITHMETIC.
       01  WS-MonthIn                PIC X(06).
       01  WS-MonthNum REDEFINES WS-MonthIn.
           05 WS-MonthYear           PIC 9(04).
           05 WS-MonthMM             PIC 9(02).
       01  WS-WorkDate.
           05 WS-WorkYear            PIC 9(04).
           05 WS-WorkMM              PIC 9(02).
           05 WS-WorkDD              PIC 9(02).
       01  WS-WorkDateNum REDEFINES WS-WorkDate
                                     PIC 9(08).
       01  WS-MonthStartInt          PIC 9(08).
       01  WS-MonthEndInt            PIC 9(08).
       01  WS-FundedInt              PIC 9(08).
       01  WS-StopInt                PIC 9(08).
       01  WS-FromInt                PIC 9(08).
       01  WS-ThruInt                PIC 9(08).
       01  WS-AccrualDays            PIC S9(05).
       01  WS-DaysFloored            PIC S9(05).
       01  WS-Interest               PIC 9(08)V99.
       01  WS-CurtailDue             PIC 9(08)V99.

       01  WS-UnitsAccrued           PIC 9(04).
       01  WS-TotalAccrued           PIC 9(09)V99.
       01  WS-TotalFunded            PIC 9(09)V99.
       01  WS-UnflooredCount         PIC 9(04).
       01  WS-CurtailCount           PIC 9(04).
       01  WS-TotalCurtail           PIC 9(09)V99.

       01  AccrualHdgLine.
           05 FILLER                 PIC X(37)
             VALUE "FLOOR-PLAN INTEREST ACCRUAL FOR MONTH".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AccHdgMonth            PIC X(06).
           05 FILLER                 PIC X(56) VALUE SPACES.

       01  AccrualDetailLine.
           05 AccVin                 PIC X(17).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AccModel               PIC X(10).
           05 FILLER                 PIC X(05) VALUE " STS:".
           05 AccStatus              PIC X(01).
           05 FILLER                 PIC X(08) VALUE " FUNDED:".
           05 AccFundedDate          PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AccFundedAmt           PIC ZZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AccRate                PIC Z9.9999.
           05 FILLER                 PIC X(07) VALUE "% DAYS:".
           05 AccDays                PIC ZZ9.
           05 FILLER                 PIC X(05) VALUE " INT:".
           05 AccInterest            PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.

       01  AccrualTotalLine.
           05 FILLER                 PIC X(17)
             VALUE "UNITS ACCRUED:   ".
           05 AccTotUnits            PIC ZZZ9.
           05 FILLER                 PIC X(17)
             VALUE "   TOTAL FUNDED: ".
           05 AccTotFunded           PIC ZZZZZZZZ9.99.
           05 FILLER                 PIC X(19)
             VALUE "   TOTAL INTEREST: ".
           05 AccTotInterest         PIC ZZZZZZZZ9.99.
           05 FILLER                 PIC X(19) VALUE SPACES.

       01  UnflooredLine.
           05 FILLER                 PIC X(24)
             VALUE "** NEW UNIT NOT FLOORED:".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 UnfVin                 PIC X(17).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 UnfModel               PIC X(10).
           05 FILLER                 PIC X(10) VALUE " RECEIVED ".
           05 UnfReceived            PIC 9(08).
           05 FILLER                 PIC X(29) VALUE SPACES.

       01  CurtailHdgLine.
           05 FILLER                 PIC X(41)
             VALUE "FLOOR-PLAN CURTAILMENTS PAST DUE AS OF ".
           05 CurHdgDate             PIC 9(08).
           05 FILLER                 PIC X(51) VALUE SPACES.

       01  CurtailDetailLine.
           05 CurVin                 PIC X(17).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CurModel               PIC X(10).
           05 FILLER                 PIC X(08) VALUE " FUNDED:".
           05 CurFundedDate          PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 CurFundedAmt           PIC ZZZZZZZ9.99.
           05 FILLER                 PIC X(07) VALUE "  DAYS:".
           05 CurDays                PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CurStage               PIC X(07).
           05 FILLER                 PIC X(06) VALUE " DUE: ".
           05 CurDue                 PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(07) VALUE SPACES.

       01  CurtailTotalLine.
           05 FILLER                 PIC X(17)
             VALUE "UNITS PAST DUE:  ".
           05 CurTotUnits            PIC ZZZ9.
           05 FILLER                 PIC X(22)
             VALUE "   CURTAILMENTS DUE: ".
           05 CurTotDue              PIC ZZZZZZZZ9.99.
           05 FILLER                 PIC X(45) VALUE SPACES.

       01  WS-ShowAmount             PIC ZZZZZZZ9.99.

       COPY IOERRWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "CARFLPAS FLOOR-PLAN FINANCING"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD
           COMPUTE WS-TodayInt =
              FUNCTION INTEGER-OF-DATE(WS-TodayDate)
           PERFORM 1000-LOAD-FLOOR-PLAN
           PERFORM 1100-LOAD-VIN-UNITS
           PERFORM UNTIL ClerkDone
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
           IF FloorFileChanged
              PERFORM 3000-REWRITE-FLOOR-FILE
              DISPLAY "CARFLPAS: FLOOR-PLAN FILE UPDATED"
           END-IF
           GOBACK.

       1000-LOAD-FLOOR-PLAN.
           OPEN INPUT FloorFile
           IF FloorFileOk
              PERFORM UNTIL EndOfFloorFile OR WS-FloorCount = 200
                 READ FloorFile INTO FloorRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-FloorCount
                    MOVE FloorRec TO FloorEntry(WS-FloorCount)
                 END-READ
              END-PERFORM
              DISPLAY "FLOORED UNITS ON FILE: " WS-FloorCount
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT EndOfFloorFile
                 READ FloorFile INTO FloorRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARFLPAS: FLOOR-PLAN TABLE FULL AT 200 "
                            "-- RUN REFUSED, A REWRITE WOULD DROP "
                            "THE UNLOADED UNITS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE FloorFile
           ELSE
              DISPLAY "NO FLOOR-PLAN FILE YET -- STARTING EMPTY"
           END-IF.

       1100-LOAD-VIN-UNITS.
           OPEN INPUT VinUnitFile
           IF VinUnitFileOk
              PERFORM UNTIL EndOfVinUnitFile OR WS-VinCount = 200
                 READ VinUnitFile INTO VinUnitRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-VinCount
                    MOVE VinNumber TO VinTblNumber(WS-VinCount)
                    MOVE VinModel  TO VinTblModel(WS-VinCount)
                    MOVE VinReceivedDate
                      TO VinTblReceived(WS-VinCount)
                    MOVE VinStatus TO VinTblStatus(WS-VinCount)
                    IF VinCost IS NUMERIC
                       MOVE VinCost TO VinTblCost(WS-VinCount)
                    ELSE
                       MOVE ZEROES TO VinTblCost(WS-VinCount)
                    END-IF
                    IF VinNewUsed = "U"
                       MOVE "U" TO VinTblNewUsed(WS-VinCount)
                    ELSE
                       MOVE "N" TO VinTblNewUsed(WS-VinCount)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE VinUnitFile
           ELSE
              MOVE "CARFLPAS"    TO WS-IOERR-PROGRAM-ID
              MOVE "VinUnitFile" TO WS-IOERR-FILE-NAME
              MOVE WS-VinUnitStatus TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "NO UNIT FILE -- NOTHING TO FINANCE"
              MOVE "Y" TO WS-QuitSw
           END-IF.

       2000-PROMPT-CLERK.
           DISPLAY " "
           DISPLAY "F - FLOOR (FUND) A UNIT"
           DISPLAY "P - MARK A PAYOFF SENT TO THE BANK"
           DISPLAY "I - PRINT MONTHLY INTEREST ACCRUAL"
           DISPLAY "C - PRINT CURTAILMENT REPORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MenuChoice
           EVALUATE TRUE
              WHEN WS-MenuChoice = "F" OR WS-MenuChoice = "f"
                 PERFORM 2100-FUND-UNIT
              WHEN WS-MenuChoice = "P" OR WS-MenuChoice = "p"
                 PERFORM 2200-MARK-PAID
              WHEN WS-MenuChoice = "I" OR WS-MenuChoice = "i"
                 PERFORM 2300-ACCRUAL-REPORT
              WHEN WS-MenuChoice = "C" OR WS-MenuChoice = "c"
                 PERFORM 2400-CURTAIL-REPORT
              WHEN WS-MenuChoice = "X" OR WS-MenuChoice = "x"
                 MOVE "Y" TO WS-QuitSw
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS THE FLOOR-PLAN ROW FOR WS-VinIn. LEAVES
      * WS-FloorFoundSub ON THE MATCH.
       2010-FIND-FLOOR.
           MOVE "N" TO WS-FloorFoundSw
           MOVE 0   TO WS-FloorFoundSub
           PERFORM VARYING WS-FloorSub FROM 1 BY 1
                     UNTIL WS-FloorSub > WS-FloorCount
                        OR FloorFound
              IF FtVin(WS-FloorSub) = WS-VinIn
                 MOVE "Y" TO WS-FloorFoundSw
                 MOVE WS-FloorSub TO WS-FloorFoundSub
              END-IF
           END-PERFORM.

      * FINDS THE UNIT FOR WS-VinIn. LEAVES WS-VinFoundSub ON THE
      * MATCH.
       2020-FIND-VIN-UNIT.
           MOVE "N" TO WS-VinFoundSw
           MOVE 0   TO WS-VinFoundSub
           PERFORM VARYING WS-VinSub FROM 1 BY 1
                     UNTIL WS-VinSub > WS-VinCount
                        OR VinFound
              IF VinTblNumber(WS-VinSub) = WS-VinIn
                 MOVE "Y" TO WS-VinFoundSw
                 MOVE WS-VinSub TO WS-VinFoundSub
              END-IF
           END-PERFORM.

      * ONLY A NEW UNIT STILL ON THE LOT OR IN TRANSIT GOES ON THE
      * LINE, AND ONLY ONCE.
       2100-FUND-UNIT.
           DISPLAY "VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-FLOOR
           PERFORM 2020-FIND-VIN-UNIT
           EVALUATE TRUE
              WHEN NOT VinFound
                 DISPLAY "VIN NOT ON THE UNIT FILE: " WS-VinIn
              WHEN FloorFound
                 DISPLAY "UNIT IS ALREADY ON THE FLOOR PLAN."
              WHEN VinTblNewUsed(WS-VinFoundSub) = "U"
                 DISPLAY "USED UNITS ARE NOT FLOORED -- NOT FUNDED."
              WHEN VinTblStatus(WS-VinFoundSub) NOT = "L"
               AND VinTblStatus(WS-VinFoundSub) NOT = "T"
                 DISPLAY "UNIT HAS LEFT THE LOT -- NOT FUNDED."
              WHEN WS-FloorCount = 200
                 DISPLAY "FLOOR-PLAN TABLE FULL -- NOT FUNDED."
              WHEN OTHER
                 PERFORM 2110-ACCEPT-FUNDING
           END-EVALUATE.

       2110-ACCEPT-FUNDING.
           DISPLAY "FUNDED DATE (YYYYMMDD, BLANK = RECEIVED "
                   VinTblReceived(WS-VinFoundSub) "): "
           ACCEPT WS-DateIn
           IF WS-DateIn = SPACES
              MOVE VinTblReceived(WS-VinFoundSub) TO WS-DateNum
           END-IF
           MOVE VinTblCost(WS-VinFoundSub) TO WS-ShowAmount
           DISPLAY "FUNDED AMOUNT (10 DIGITS, BLANK = COST "
                   WS-ShowAmount "): "
           ACCEPT WS-AmountIn
           IF WS-AmountIn = SPACES
              MOVE VinTblCost(WS-VinFoundSub) TO WS-AmountNum
           END-IF
           DISPLAY "ANNUAL RATE (6 DIGITS, 072500 = 7.25%): "
           ACCEPT WS-RateIn
           EVALUATE TRUE
              WHEN WS-DateIn IS NOT NUMERIC
                 DISPLAY "FUNDED DATE MUST BE YYYYMMDD -- NOT FUNDED."
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DateNum) NOT = 0
                 DISPLAY "FUNDED DATE IS NOT A DATE -- NOT FUNDED."
              WHEN WS-DateNum > WS-TodayDate
                 DISPLAY "FUNDED DATE IS IN THE FUTURE -- NOT FUNDED."
              WHEN WS-AmountIn IS NOT NUMERIC
                 DISPLAY "AMOUNT MUST BE 10 DIGITS -- NOT FUNDED."
              WHEN WS-RateIn IS NOT NUMERIC
                 DISPLAY "RATE MUST BE 6 DIGITS -- NOT FUNDED."
              WHEN OTHER
                 ADD 1 TO WS-FloorCount
                 MOVE WS-VinIn     TO FtVin(WS-FloorCount)
                 MOVE WS-DateNum   TO FtFundedDate(WS-FloorCount)
                 MOVE WS-AmountNum TO FtFundedAmt(WS-FloorCount)
                 MOVE WS-RateNum   TO FtRate(WS-FloorCount)
                 MOVE "A"          TO FtStatus(WS-FloorCount)
                 MOVE ZEROES TO FtPayoffDate(WS-FloorCount)
                                FtInterest(WS-FloorCount)
                                FtPaidDate(WS-FloorCount)
                 MOVE "Y" TO WS-FloorChangedSw
                 DISPLAY "UNIT FLOORED."
           END-EVALUATE.

      * THE OFFICE SENT THE BANK ITS PAYOFF. ONLY A UNIT CARINVAS
      * HAS MARKED PAYOFF-DUE CAN BE PAID.
       2200-MARK-PAID.
           DISPLAY "VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-FLOOR
           EVALUATE TRUE
              WHEN NOT FloorFound
                 DISPLAY "VIN IS NOT ON THE FLOOR PLAN: " WS-VinIn
              WHEN NOT FtIsPayoffDue(WS-FloorFoundSub)
                 DISPLAY "NO PAYOFF IS DUE ON THIS UNIT."
              WHEN OTHER
                 COMPUTE WS-ShowAmount =
                         FtFundedAmt(WS-FloorFoundSub)
                       + FtInterest(WS-FloorFoundSub)
                 DISPLAY "PAYOFF " WS-ShowAmount
                         " SENT TO THE BANK? (Y/N): "
                 ACCEPT WS-MenuChoice
                 IF WS-MenuChoice = "Y" OR WS-MenuChoice = "y"
                    MOVE "P" TO FtStatus(WS-FloorFoundSub)
                    MOVE WS-TodayDate
                      TO FtPaidDate(WS-FloorFoundSub)
                    MOVE "Y" TO WS-FloorChangedSw
                    DISPLAY "PAYOFF RECORDED."
                 ELSE
                    DISPLAY "NOTHING RECORDED."
                 END-IF
           END-EVALUATE.

      * THE MONTH'S INTEREST ON EVERY UNIT THAT WAS ON THE LINE FOR
      * ANY PART OF IT, THEN ANY NEW UNIT ON THE LOT OR IN TRANSIT
      * THE BANK HAS FUNDED BUT WE HAVEN'T FLOORED HERE.
       2300-ACCRUAL-REPORT.
           DISPLAY "ENTER MONTH (YYYYMM): "
           ACCEPT WS-MonthIn
           IF WS-MonthIn IS NOT NUMERIC
              OR WS-MonthMM < 1 OR WS-MonthMM > 12
              DISPLAY "MONTH MUST BE YYYYMM -- NO REPORT."
           ELSE
              MOVE WS-MonthYear TO WS-WorkYear
              MOVE WS-MonthMM   TO WS-WorkMM
              MOVE 1            TO WS-WorkDD
              COMPUTE WS-MonthStartInt =
                 FUNCTION INTEGER-OF-DATE(WS-WorkDateNum)
              IF WS-WorkMM = 12
                 ADD 1 TO WS-WorkYear
                 MOVE 1 TO WS-WorkMM
              ELSE
                 ADD 1 TO WS-WorkMM
              END-IF
              COMPUTE WS-MonthEndInt =
                 FUNCTION INTEGER-OF-DATE(WS-WorkDateNum) - 1
              MOVE ZEROES TO WS-UnitsAccrued
                             WS-TotalAccrued
                             WS-TotalFunded
                             WS-UnflooredCount
              OPEN OUTPUT AccrualReport
              MOVE WS-MonthIn TO AccHdgMonth
              WRITE AccrualReportRecord FROM AccrualHdgLine
              PERFORM VARYING WS-FloorSub FROM 1 BY 1
                        UNTIL WS-FloorSub > WS-FloorCount
                 PERFORM 2310-ACCRUE-ONE-UNIT
              END-PERFORM
              MOVE WS-UnitsAccrued TO AccTotUnits
              MOVE WS-TotalFunded  TO AccTotFunded
              MOVE WS-TotalAccrued TO AccTotInterest
              WRITE AccrualReportRecord FROM AccrualTotalLine
              PERFORM VARYING WS-VinSub FROM 1 BY 1
                        UNTIL WS-VinSub > WS-VinCount
                 IF VinTblNewUsed(WS-VinSub) = "N"
                    AND (VinTblStatus(WS-VinSub) = "L"
                     OR VinTblStatus(WS-VinSub) = "T")
                    MOVE VinTblNumber(WS-VinSub) TO WS-VinIn
                    PERFORM 2010-FIND-FLOOR
                    IF NOT FloorFound
                       ADD 1 TO WS-UnflooredCount
                       MOVE VinTblNumber(WS-VinSub)   TO UnfVin
                       MOVE VinTblModel(WS-VinSub)    TO UnfModel
                       MOVE VinTblReceived(WS-VinSub) TO UnfReceived
                       WRITE AccrualReportRecord FROM UnflooredLine
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AccrualReport
              MOVE WS-TotalAccrued TO WS-ShowAmount
              DISPLAY "INTEREST ACCRUED FOR " WS-MonthIn ": "
                      WS-ShowAmount
              DISPLAY "NEW UNITS NOT FLOORED: " WS-UnflooredCount
              DISPLAY "ACCRUAL REPORT WRITTEN."
           END-IF.

      * THE DAYS OF THE MONTH FROM THE FUNDED DATE TO THE DAY BEFORE
      * THE PAYOFF (MONTH END FOR A UNIT STILL ON THE LINE).
       2310-ACCRUE-ONE-UNIT.
           COMPUTE WS-FundedInt =
              FUNCTION INTEGER-OF-DATE(FtFundedDate(WS-FloorSub))
           IF FtPayoffDate(WS-FloorSub) > 0
              COMPUTE WS-StopInt =
                 FUNCTION INTEGER-OF-DATE(FtPayoffDate(WS-FloorSub))
                 - 1
           ELSE
              MOVE WS-MonthEndInt TO WS-StopInt
           END-IF
           IF WS-FundedInt > WS-MonthStartInt
              MOVE WS-FundedInt TO WS-FromInt
           ELSE
              MOVE WS-MonthStartInt TO WS-FromInt
           END-IF
           IF WS-StopInt < WS-MonthEndInt
              MOVE WS-StopInt TO WS-ThruInt
           ELSE
              MOVE WS-MonthEndInt TO WS-ThruInt
           END-IF
           COMPUTE WS-AccrualDays = WS-ThruInt - WS-FromInt + 1
           IF WS-AccrualDays > 0
              COMPUTE WS-Interest ROUNDED =
                      FtFundedAmt(WS-FloorSub)
                    * FtRate(WS-FloorSub) / 100
                    * WS-AccrualDays / 365
              ADD 1 TO WS-UnitsAccrued
              ADD FtFundedAmt(WS-FloorSub) TO WS-TotalFunded
              ADD WS-Interest TO WS-TotalAccrued
              MOVE FtVin(WS-FloorSub) TO AccVin WS-VinIn
              PERFORM 2020-FIND-VIN-UNIT
              IF VinFound
                 MOVE VinTblModel(WS-VinFoundSub) TO AccModel
              ELSE
                 MOVE SPACES TO AccModel
              END-IF
              MOVE FtStatus(WS-FloorSub)     TO AccStatus
              MOVE FtFundedDate(WS-FloorSub) TO AccFundedDate
              MOVE FtFundedAmt(WS-FloorSub)  TO AccFundedAmt
              MOVE FtRate(WS-FloorSub)       TO AccRate
              MOVE WS-AccrualDays            TO AccDays
              MOVE WS-Interest               TO AccInterest
              WRITE AccrualReportRecord FROM AccrualDetailLine
           END-IF.

      * UNITS STILL ON THE LINE PAST THE BANK'S 90- OR 180-DAY
      * CURTAILMENT DATE, WITH THE PAYDOWN THAT'S FALLEN DUE.
       2400-CURTAIL-REPORT.
           MOVE ZEROES TO WS-CurtailCount
                          WS-TotalCurtail
           OPEN OUTPUT CurtailReport
           MOVE WS-TodayDate TO CurHdgDate
           WRITE CurtailReportRecord FROM CurtailHdgLine
           PERFORM VARYING WS-FloorSub FROM 1 BY 1
                     UNTIL WS-FloorSub > WS-FloorCount
              IF FtIsActive(WS-FloorSub)
                 COMPUTE WS-DaysFloored = WS-TodayInt
                    - FUNCTION INTEGER-OF-DATE
                         (FtFundedDate(WS-FloorSub))
                 EVALUATE TRUE
                    WHEN WS-DaysFloored > 180
                       MOVE 2 TO WS-CurtailStage
                       MOVE "180-DAY" TO CurStage
                    WHEN WS-DaysFloored > 90
                       MOVE 1 TO WS-CurtailStage
                       MOVE "90-DAY" TO CurStage
                    WHEN OTHER
                       MOVE 0 TO WS-CurtailStage
                 END-EVALUATE
                 IF WS-CurtailStage > 0
                    PERFORM 2410-CURTAIL-LINE
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-CurtailCount TO CurTotUnits
           MOVE WS-TotalCurtail TO CurTotDue
           WRITE CurtailReportRecord FROM CurtailTotalLine
           CLOSE CurtailReport
           DISPLAY "UNITS PAST A CURTAILMENT DATE: " WS-CurtailCount
           DISPLAY "CURTAILMENT REPORT WRITTEN.".

       2410-CURTAIL-LINE.
           COMPUTE WS-CurtailDue ROUNDED =
                   FtFundedAmt(WS-FloorSub) * WS-CurtailPct
                 * WS-CurtailStage
           ADD 1 TO WS-CurtailCount
           ADD WS-CurtailDue TO WS-TotalCurtail
           MOVE FtVin(WS-FloorSub) TO CurVin WS-VinIn
           PERFORM 2020-FIND-VIN-UNIT
           IF VinFound
              MOVE VinTblModel(WS-VinFoundSub) TO CurModel
           ELSE
              MOVE SPACES TO CurModel
           END-IF
           MOVE FtFundedDate(WS-FloorSub) TO CurFundedDate
           MOVE FtFundedAmt(WS-FloorSub)  TO CurFundedAmt
           MOVE WS-DaysFloored            TO CurDays
           MOVE WS-CurtailDue             TO CurDue
           WRITE CurtailReportRecord FROM CurtailDetailLine.

       3000-REWRITE-FLOOR-FILE.
           OPEN OUTPUT FloorFile
           PERFORM VARYING WS-FloorSub FROM 1 BY 1
                     UNTIL WS-FloorSub > WS-FloorCount
              MOVE FloorEntry(WS-FloorSub) TO FloorRec
              WRITE FloorRec
              IF NOT FloorFileOk
                 MOVE "CARFLPAS"  TO WS-IOERR-PROGRAM-ID
                 MOVE "FloorFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-FloorFileStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE FloorFile.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
