      *   - UNITS SOLD;
      *   - AVERAGE SELLING PRICE AGAINST THE MSRP ON CARINFO.DAT;
      *   - TOTAL COST (FROM THE VINS SOLD); AND
      *   - TRADE OVER-ALLOWANCE (WHAT THE DESK GAVE FOR A TRADE
      *     OVER ITS APPRAISED VALUE, OFF CARTRADE.DAT); AND
      *   - GROSS MARGIN, NET OF THE OVER-ALLOWANCE; AND
      *   - FLOOR-PLAN INTEREST ON THE UNITS SOLD (WHAT ACCRUED UP TO
      *     THE PAYOFF, OFF CARFLOOR.DAT) AND THE MARGIN AFTER IT,
      * WITH A FLAG LINE FOR ANY SALE POSTED BELOW ITS UNIT'S COST
      * AND FOR ANY TRADE TAKEN IN OVER ITS APPRAISAL. THE OVER-
      * ALLOWANCE IS CHARGED TO THE MODEL OF THE UNIT THE TRADE CAME
      * IN ON.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VehicleFileStatus.

           SELECT TradeFile
             ASSIGN TO "C:\Users\Bob\CARTRADE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TradeFileStatus.

           SELECT FloorFile
             ASSIGN TO "C:\Users\Bob\CARFLOOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FloorFileStatus.

           SELECT MarginReport
             ASSIGN TO "C:\Users\Bob\CARMARGIN.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
           05 VinReceivedDate        PIC 9(08).
           05 VinStatus              PIC X(01).
           05 VinCost                PIC 9(08)V99.
           05 VinNewUsed             PIC X(01).

       FD  VehicleFileIn
           RECORDING MODE IS F
           05 VehicleMsrpIn          PIC 9(06)V99.
           05 VehicleQtyIn           PIC 9(04).

       FD  TradeFile
           RECORDING MODE IS F
           DATA RECORD IS TradeRec.
       01  TradeRec.
           05 TrdVin                 PIC X(17).
           05 TrdModel               PIC X(10).
           05 TrdColor               PIC X(10).
           05 TrdMileage             PIC 9(07).
           05 TrdGrade               PIC X(01).
           05 TrdAppraised           PIC 9(08)V99.
           05 TrdDealVin             PIC X(17).
           05 TrdAppraiseDate        PIC 9(08).
           05 TrdAppraiser           PIC X(08).
           05 TrdStatus              PIC X(01).
           05 TrdAllowance           PIC 9(08)V99.
           05 TrdReceivedDate        PIC 9(08).

       FD  FloorFile
           RECORDING MODE IS F
           DATA RECORD IS FloorRec.
       01  FloorRec.
           05 FpVin                  PIC X(17).
           05 FpFundedDate           PIC 9(08).
           05 FpFundedAmt            PIC 9(08)V99.
           05 FpRate                 PIC 9(02)V9(04).
           05 FpStatus               PIC X(01).
           05 FpPayoffDate           PIC 9(08).
           05 FpInterest             PIC 9(08)V99.
           05 FpPaidDate             PIC 9(08).

       FD  MarginReport
           RECORDING MODE IS F
           DATA RECORD IS MarginReportRecord.
       01  MarginReportRecord        PIC X(150).

       COPY IOERRFD.

       01  WS-VehicleFileStatus      PIC X(02).
           88 VehicleFileOpenedOk        VALUE "00".
           88 EndOfVehicleFile           VALUE "10".
       01  WS-TradeFileStatus        PIC X(02).
           88 TradeFileOk                VALUE "00".
           88 EndOfTradeFile             VALUE "10".
       01  WS-FloorFileStatus        PIC X(02).
           88 FloorFileOk                VALUE "00".
           88 EndOfFloorFile             VALUE "10".
       01  WS-MarginReportStatus     PIC X(02).
           88 GoodMarginWrite            VALUE "00".

       01  WS-MonthIn                PIC X(06).

      * VIN COSTS AND MODELS, LOADED ONCE.
       01  VinCostTable.
           05 VinCostEntry OCCURS 200 TIMES.
              10 VcVin               PIC X(17).
              10 VcModel             PIC X(10).
              10 VcCost              PIC 9(08)V99.
       01  WS-VinCount               PIC 9(03) VALUE 0.
       01  WS-VinSub                 PIC 9(03).
       01  WS-CurCost                PIC 9(08)V99 VALUE 0.

      * RECEIVED TRADES: WHICH DEAL EACH CAME IN ON AND WHAT IT
      * APPRAISED AT.
       01  TradeTable.
           05 TradeEntry OCCURS 200 TIMES.
              10 TtVin               PIC X(17).
              10 TtDealVin           PIC X(17).
              10 TtAppraised         PIC 9(08)V99.
       01  WS-TradeCount             PIC 9(03) VALUE 0.
       01  WS-TradeSub               PIC 9(03).
       01  WS-TradeFoundSw           PIC X(01) VALUE "N".
           88 TradeFound                 VALUE "Y".
       01  WS-CurAppraised           PIC 9(08)V99 VALUE 0.
       01  WS-CurDealVin             PIC X(17).
       01  WS-OverAllowance          PIC S9(08)V99 VALUE 0.
       01  WS-BucketModel            PIC X(10).

      * FLOOR-PLAN INTEREST STOPPED AT EACH SOLD UNIT'S PAYOFF.
       01  FloorTable.
           05 FloorEntry OCCURS 200 TIMES.
              10 FtVin               PIC X(17).
              10 FtInterest          PIC 9(08)V99.
       01  WS-FloorCount             PIC 9(03) VALUE 0.
       01  WS-FloorSub               PIC 9(03).
       01  WS-CurFloorInt            PIC 9(08)V99 VALUE 0.

      * MODEL MSRPS OFF CARINFO.DAT.
       01  VehicleTable.
           05 VehicleEntry OCCURS 20 TIMES.
              10 MdlUnits            PIC 9(04).
              10 MdlPriceSum         PIC 9(09)V99.
              10 MdlCostSum          PIC 9(09)V99.
              10 MdlOverAllow        PIC 9(09)V99.
              10 MdlFloorInt         PIC 9(09)V99.
       01  WS-ModelCount             PIC 9(02) VALUE 0.
       01  WS-ModelSub               PIC 9(02).
       01  WS-ModelFoundSw           PIC X(01) VALUE "N".

       01  WS-SalesRead              PIC 9(05) VALUE 0.
       01  WS-BelowCostCount         PIC 9(04) VALUE 0.
       01  WS-TradesRead             PIC 9(05) VALUE 0.
       01  WS-OverAllowCount         PIC 9(04) VALUE 0.
       01  WS-AvgPrice               PIC 9(08)V99 VALUE 0.
       01  WS-GrossMargin            PIC S9(09)V99 VALUE 0.
       01  WS-NetMargin              PIC S9(09)V99 VALUE 0.

       01  MarginHdgLine.
           05 FILLER                 PIC X(38)
             VALUE "VEHICLE GROSS MARGIN REPORT FOR MONTH ".
           05 MarginHdgMonth         PIC X(06).
           05 FILLER                 PIC X(106) VALUE SPACES.

       01  MarginDetailLine.
           05 MgnModel               PIC X(10).
           05 MgnMsrp                PIC ZZZZZ9.99.
           05 FILLER                 PIC X(07) VALUE " COST: ".
           05 MgnCost                PIC ZZZZZZZ9.99.
           05 FILLER                 PIC X(13) VALUE " OVER-ALLOW: ".
           05 MgnOverAllow           PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(09) VALUE " MARGIN: ".
           05 MgnMargin              PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(12) VALUE " FLOOR INT: ".
           05 MgnFloorInt            PIC ZZZZZ9.99.
           05 FILLER                 PIC X(06) VALUE " NET: ".
           05 MgnNetMargin           PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.

       01  MarginFlagLine.
           05 FILLER                 PIC X(17)
           05 FlagPrice              PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(08) VALUE "  COST: ".
           05 FlagCost               PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(80) VALUE SPACES.

       01  OverAllowFlagLine.
           05 FILLER                 PIC X(17)
             VALUE "** OVER-ALLOWED: ".
           05 OafTradeVin            PIC X(17).
           05 FILLER                 PIC X(08) VALUE "  DEAL: ".
           05 OafDealVin             PIC X(17).
           05 FILLER                 PIC X(09) VALUE "  ALLOW: ".
           05 OafAllowance           PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(08) VALUE "  APPR: ".
           05 OafAppraised           PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(08) VALUE "  OVER: ".
           05 OafOver                PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(36) VALUE SPACES.

       COPY IOERRWS.

           END-IF
           PERFORM 1000-LOAD-VIN-COSTS
           PERFORM 1100-LOAD-VEHICLE-MSRPS
           PERFORM 1200-LOAD-TRADES
           PERFORM 1300-LOAD-FLOOR-PLAN
           OPEN OUTPUT MarginReport
           MOVE WS-MonthIn TO MarginHdgMonth
           WRITE MarginReportRecord FROM MarginHdgLine
           CLOSE MarginReport
           DISPLAY "SALES IN MONTH:   " WS-SalesRead
           DISPLAY "BELOW-COST SALES: " WS-BelowCostCount
           DISPLAY "TRADES IN MONTH:  " WS-TradesRead
           DISPLAY "OVER-ALLOWED:     " WS-OverAllowCount
           DISPLAY "END CARMGNAS"
           GOBACK.

                 NOT AT END
                    ADD 1 TO WS-VinCount
                    MOVE VinNumber TO VcVin(WS-VinCount)
                    MOVE VinModel  TO VcModel(WS-VinCount)
                    IF VinCost IS NUMERIC
                       MOVE VinCost TO VcCost(WS-VinCount)
                    ELSE
              CLOSE VehicleFileIn
           END-IF.

      * ONLY RECEIVED TRADES CARRY AN ALLOWANCE AGAINST A SALE. NO
      * APPRAISAL FILE MEANS NO TRADE IS CHARGED AN OVER-ALLOWANCE.
       1200-LOAD-TRADES.
           OPEN INPUT TradeFile
           IF TradeFileOk
              PERFORM UNTIL EndOfTradeFile OR WS-TradeCount = 200
                 READ TradeFile INTO TradeRec
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TrdStatus = "R"
                       ADD 1 TO WS-TradeCount
                       MOVE TrdVin     TO TtVin(WS-TradeCount)
                       MOVE TrdDealVin TO TtDealVin(WS-TradeCount)
                       IF TrdAppraised IS NUMERIC
                          MOVE TrdAppraised
                            TO TtAppraised(WS-TradeCount)
                       ELSE
                          MOVE ZEROES TO TtAppraised(WS-TradeCount)
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE TradeFile
           END-IF.

      * ONLY A UNIT PAID OFF OR WITH ITS PAYOFF DUE HAS STOPPED
      * ACCRUING. NO FLOOR-PLAN FILE MEANS NO INTEREST IS CHARGED.
       1300-LOAD-FLOOR-PLAN.
           OPEN INPUT FloorFile
           IF FloorFileOk
              PERFORM UNTIL EndOfFloorFile OR WS-FloorCount = 200
                 READ FloorFile INTO FloorRec
                 AT END
                    CONTINUE
                 NOT AT END
                    IF (FpStatus = "D" OR FpStatus = "P")
                       AND FpInterest IS NUMERIC
                       ADD 1 TO WS-FloorCount
                       MOVE FpVin      TO FtVin(WS-FloorCount)
                       MOVE FpInterest TO FtInterest(WS-FloorCount)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FloorFile
           END-IF.

       2000-READ-SALES.
           OPEN INPUT CarTranFile
           IF CarTranFileOk
                       AND CarTranDate(1:6) = WS-MonthIn
                       PERFORM 2100-BUCKET-ONE-SALE
                    END-IF
                    IF CarTranType = "T"
                       AND CarTranDate IS NUMERIC
                       AND CarTranDate(1:6) = WS-MonthIn
                       PERFORM 2200-BUCKET-ONE-TRADE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CarTranFile
              MOVE WS-CurCost    TO FlagCost
              WRITE MarginReportRecord FROM MarginFlagLine
           END-IF
           MOVE CarTranVehicle TO WS-BucketModel
           PERFORM 2150-FIND-MODEL-BUCKET
           IF ModelFound
              ADD 1 TO MdlUnits(WS-ModelSub)
              IF CarTranAmount IS NUMERIC
                 ADD CarTranAmount TO MdlPriceSum(WS-ModelSub)
              END-IF
              ADD WS-CurCost TO MdlCostSum(WS-ModelSub)
              MOVE ZEROES TO WS-CurFloorInt
              PERFORM VARYING WS-FloorSub FROM 1 BY 1
                        UNTIL WS-FloorSub > WS-FloorCount
                 IF FtVin(WS-FloorSub) = CarTranVin
                    MOVE FtInterest(WS-FloorSub) TO WS-CurFloorInt
                 END-IF
              END-PERFORM
              ADD WS-CurFloorInt TO MdlFloorInt(WS-ModelSub)
           END-IF.

      * FINDS (OR OPENS) THE MONTH'S BUCKET FOR WS-BucketModel.
      * LEAVES WS-ModelSub ON IT WHEN ModelFound.
       2150-FIND-MODEL-BUCKET.
           MOVE "N" TO WS-ModelFoundSw
           PERFORM VARYING WS-ModelSub FROM 1 BY 1
                     UNTIL WS-ModelSub > WS-ModelCount
                        OR ModelFound
              IF MdlName(WS-ModelSub) = WS-BucketModel
                 MOVE "Y" TO WS-ModelFoundSw
              END-IF
           END-PERFORM
              IF WS-ModelCount < 20
                 ADD 1 TO WS-ModelCount
                 MOVE WS-ModelCount TO WS-ModelSub
                 MOVE WS-BucketModel TO MdlName(WS-ModelSub)
                 MOVE ZEROES TO MdlUnits(WS-ModelSub)
                                MdlPriceSum(WS-ModelSub)
                                MdlCostSum(WS-ModelSub)
                                MdlOverAllow(WS-ModelSub)
                                MdlFloorInt(WS-ModelSub)
                 MOVE "Y" TO WS-ModelFoundSw
              END-IF
           END-IF.

      * A TRADE TAKEN IN OVER ITS APPRAISAL: THE EXCESS COMES OFF THE
      * GROSS OF THE MODEL THE CUSTOMER BOUGHT.
       2200-BUCKET-ONE-TRADE.
           ADD 1 TO WS-TradesRead
           MOVE "N" TO WS-TradeFoundSw
           PERFORM VARYING WS-TradeSub FROM 1 BY 1
                     UNTIL WS-TradeSub > WS-TradeCount
                        OR TradeFound
              IF TtVin(WS-TradeSub) = CarTranVin
                 MOVE "Y" TO WS-TradeFoundSw
                 MOVE TtAppraised(WS-TradeSub) TO WS-CurAppraised
                 MOVE TtDealVin(WS-TradeSub)   TO WS-CurDealVin
              END-IF
           END-PERFORM
           IF TradeFound
              AND CarTranAmount IS NUMERIC
              COMPUTE WS-OverAllowance = CarTranAmount
                                       - WS-CurAppraised
              IF WS-OverAllowance > 0
                 ADD 1 TO WS-OverAllowCount
                 MOVE CarTranVin       TO OafTradeVin
                 MOVE WS-CurDealVin    TO OafDealVin
                 MOVE CarTranAmount    TO OafAllowance
                 MOVE WS-CurAppraised  TO OafAppraised
                 MOVE WS-OverAllowance TO OafOver
                 WRITE MarginReportRecord FROM OverAllowFlagLine
                 MOVE SPACES TO WS-BucketModel
                 PERFORM VARYING WS-VinSub FROM 1 BY 1
                           UNTIL WS-VinSub > WS-VinCount
                    IF VcVin(WS-VinSub) = WS-CurDealVin
                       MOVE VcModel(WS-VinSub) TO WS-BucketModel
                    END-IF
                 END-PERFORM
                 PERFORM 2150-FIND-MODEL-BUCKET
                 IF ModelFound
                    ADD WS-OverAllowance TO MdlOverAllow(WS-ModelSub)
                 END-IF
              END-IF
           END-IF.

       3000-WRITE-MODEL-LINES.
              END-PERFORM
              MOVE WS-CurMsrp TO MgnMsrp
              MOVE MdlCostSum(WS-ModelSub) TO MgnCost
              MOVE MdlOverAllow(WS-ModelSub) TO MgnOverAllow
              COMPUTE WS-GrossMargin = MdlPriceSum(WS-ModelSub)
                                     - MdlCostSum(WS-ModelSub)
                                     - MdlOverAllow(WS-ModelSub)
              MOVE WS-GrossMargin TO MgnMargin
              MOVE MdlFloorInt(WS-ModelSub) TO MgnFloorInt
              COMPUTE WS-NetMargin = WS-GrossMargin
                                   - MdlFloorInt(WS-ModelSub)
              MOVE WS-NetMargin TO MgnNetMargin
              WRITE MarginReportRecord FROM MarginDetailLine
           END-PERFORM.

