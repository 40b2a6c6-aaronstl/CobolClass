      * AGING INSTEAD OF BARE COUNTS. THE CARINFO.DAT QUANTITY IS
      * STILL KEPT IN STEP FOR THE OLDER READERS.
      *
      * A SALE ALSO TAKES IN THE DEAL'S TRADES: EVERY OPEN
      * APPRAISAL ON CARTRADE.DAT (SEE CARTRDAS) FOR THE VIN BEING
      * SOLD IS RECEIVED AS A USED UNIT, COSTED AT THE ALLOWANCE THE
      * DESK GAVE, AND LOGGED AS ITS OWN TRADE-IN TRANSACTION. THE
      * USED-UNIT AGING REPORT BUCKETS THOSE UNITS BY DAYS ON LOT.
      *
      * A SALE OR WHOLESALE OF A UNIT STILL ON THE BANK'S FLOOR-PLAN
      * LINE (CARFLOOR.DAT, SEE CARFLPAS) STOPS ITS INTEREST: THE
      * ROW GOES PAYOFF-DUE WITH THE PAYOFF DATE AND THE INTEREST
      * ACCRUED UP TO IT, AND THE PAYOFF OWED IS SHOWN TO THE CLERK.
      *
      * A SALE POSTS THE DEAL THE DESK WROTE UP ON CARDEAL.DAT (SEE
      * CARDEALAS); NO OPEN DEAL, NO SALE. THE DEAL'S PRICE IS THE
      * DEFAULT SELLING PRICE, AND THE POSTING FILLS IN THE TRADE
      * ALLOWANCES JUST GIVEN, THE SALES TAX AT THE BUYER'S STATE
      * RATE OFF TAXJUR.DAT (ON THE PRICE LESS THE TRADE) AND THE
      * AMOUNT FINANCED.
      *
      * A UNIT WITH AN OPEN RECONDITIONING WORK ORDER ON CARWO.DAT
      * (SEE CARRECAS) SHOWS "IN RECON" ON THE STOCK REPORT AND
      * CANNOT BE SOLD OR WHOLESALED UNTIL THE WORK ORDER CLOSES.
      *
      * UNIT STATUS:  T = IN TRANSIT  L = ON LOT
      *               S = SOLD        W = WHOLESALED
      * NEW/USED:     N = NEW         U = USED (A TRADE-IN)
      *               OLDER ROWS WITHOUT IT ARE NEW.
      * TRANSACTION TYPES:  R = RECEIPT  S = SALE  W = WHOLESALE
      *                     T = TRADE-IN RECEIPT (AMOUNT = ALLOWANCE)
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-StockReportStatus.

           SELECT TradeFile
             ASSIGN TO "C:\Users\Bob\CARTRADE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TradeFileStatus.

           SELECT UsedReport
             ASSIGN TO "C:\Users\Bob\CARUSED.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UsedReportStatus.

           SELECT FloorFile
             ASSIGN TO "C:\Users\Bob\CARFLOOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FloorFileStatus.

           SELECT DealFile
             ASSIGN TO "C:\Users\Bob\CARDEAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DealFileStatus.

           SELECT TaxJurFile
             ASSIGN TO "C:\Users\Bob\TAXJUR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TaxJurStatus.

           SELECT WorkOrderFile
             ASSIGN TO "C:\Users\Bob\CARWO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WorkOrderStatus.

           COPY IOERRSEL.

       DATA DIVISION.
      * WHAT THE UNIT COST US AT RECEIPT -- THE COST SIDE OF THE
      * MONTHLY MARGIN REPORT.
           05 VinCost                PIC 9(08)V99.
           05 VinNewUsed             PIC X(01).

       FD  CarTranFile
           RECORDING MODE IS F
           DATA RECORD IS StockReportRecord.
       01  StockReportRecord         PIC X(80).

      * TRADE-IN APPRAISALS, KEYED IN THROUGH CARTRDAS.
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

       FD  UsedReport
           RECORDING MODE IS F
           DATA RECORD IS UsedReportRecord.
       01  UsedReportRecord          PIC X(80).

      * FLOOR-PLAN FINANCING, ONE ROW PER FINANCED UNIT (CARFLPAS).
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

      * DEALS WRITTEN UP ON THE DESK (CARDEALAS).
       FD  DealFile
           RECORDING MODE IS F
           DATA RECORD IS DealRec.
       01  DealRec.
           05 DlDealNo               PIC 9(06).
           05 DlVin                  PIC X(17).
           05 DlModel                PIC X(10).
           05 DlStatus               PIC X(01).
           05 DlWriteDate            PIC 9(08).
           05 DlSalesperson          PIC X(08).
           05 DlBuyerName            PIC X(30).
           05 DlBuyerAddr            PIC X(30).
           05 DlBuyerCity            PIC X(20).
           05 DlBuyerState           PIC X(02).
           05 DlBuyerZip             PIC X(05).
           05 DlPrice                PIC 9(08)V99.
           05 DlDocFee               PIC 9(05)V99.
           05 DlTitleFee             PIC 9(05)V99.
           05 DlRegFee               PIC 9(05)V99.
           05 DlDownPmt              PIC 9(08)V99.
           05 DlLender               PIC X(20).
           05 DlTradeAllow           PIC 9(08)V99.
           05 DlTaxRate              PIC V9(04).
           05 DlSalesTax             PIC 9(07)V99.
           05 DlFinanced             PIC 9(08)V99.
           05 DlPostedDate           PIC 9(08).
           05 DlPostedBy             PIC X(08).

      * SALES TAX RATE BY STATE, THE SAME FILE THE RUG INVOICING
      * READS.
       FD  TaxJurFile
           RECORDING MODE IS F
           DATA RECORD IS TaxJurRec.
       01  TaxJurRec.
           05 TaxJurState            PIC X(02).
           05 TaxJurRate             PIC V9(04).

      * RECONDITIONING WORK ORDERS (CARRECAS).
       FD  WorkOrderFile
           RECORDING MODE IS F
           DATA RECORD IS WorkOrderRec.
       01  WorkOrderRec.
           05 WoNumber               PIC 9(06).
           05 WoVin                  PIC X(17).
           05 WoDescription          PIC X(30).
           05 WoOpenDate             PIC 9(08).
           05 WoOpenedBy             PIC X(08).
           05 WoStatus               PIC X(01).
           05 WoCloseDate            PIC 9(08).
           05 WoTotalCost            PIC 9(07)V99.

       COPY IOERRFD.

       WORKING-STORAGE SECTION.
              10 VinTblReceived      PIC 9(08).
              10 VinTblStatus        PIC X(01).
              10 VinTblCost          PIC 9(08)V99.
              10 VinTblNewUsed       PIC X(01).
       01  WS-VinCount               PIC 9(03) VALUE 0.
       01  WS-VinSub                 PIC 9(03).
       01  WS-VinFoundSub            PIC 9(03) VALUE 0.
       01  WS-ReceivedInt            PIC 9(08).
       01  WS-DaysOnLot              PIC S9(05).

      * THE APPRAISAL FILE, HELD SO A SALE CAN RECEIVE ITS TRADES.
       01  TradeTable.
           05 TradeEntry OCCURS 200 TIMES.
              10 TtVin               PIC X(17).
              10 TtModel             PIC X(10).
              10 TtColor             PIC X(10).
              10 TtMileage           PIC 9(07).
              10 TtGrade             PIC X(01).
              10 TtAppraised         PIC 9(08)V99.
              10 TtDealVin           PIC X(17).
              10 TtAppraiseDate      PIC 9(08).
              10 TtAppraiser         PIC X(08).
              10 TtStatus            PIC X(01).
                 88 TtIsOpen             VALUE "O".
              10 TtAllowance         PIC 9(08)V99.
              10 TtReceivedDate      PIC 9(08).
       01  WS-TradeCount             PIC 9(03) VALUE 0.
       01  WS-TradeSub               PIC 9(03).
       01  WS-TradeFileStatus        PIC X(02).
           88 TradeFileOk                VALUE "00".
           88 EndOfTradeFile             VALUE "10".
       01  WS-TradeChangedSw         PIC X(01) VALUE "N".
           88 TradeFileChanged           VALUE "Y".
       01  WS-DealVin                PIC X(17).
       01  WS-OverAllowance          PIC S9(08)V99.
       01  WS-ShowAmount             PIC -ZZZZZZZ9.99.

      * USED-UNIT AGING BUCKETS: 0-30, 31-60, 61-90, OVER 90 DAYS.
       01  WS-UsedReportStatus       PIC X(02).
           88 GoodUsedWrite              VALUE "00".
       01  UsedBucketTable.
           05 UsedBucket OCCURS 4 TIMES.
              10 UbUnits             PIC 9(04).
              10 UbCost              PIC 9(09)V99.
       01  WS-BucketSub              PIC 9(01).

      * THE FLOOR-PLAN FILE, HELD SO A SALE CAN MARK ITS PAYOFF DUE.
       01  FloorTable.
           05 FloorEntry OCCURS 200 TIMES.
              10 FtVin               PIC X(17).
              10 FtFundedDate        PIC 9(08).
              10 FtFundedAmt         PIC 9(08)V99.
              10 FtRate              PIC 9(02)V9(04).
              10 FtStatus            PIC X(01).
                 88 FtIsActive           VALUE "A".
              10 FtPayoffDate        PIC 9(08).
              10 FtInterest          PIC 9(08)V99.
              10 FtPaidDate          PIC 9(08).
       01  WS-FloorCount             PIC 9(03) VALUE 0.
       01  WS-FloorSub               PIC 9(03).
       01  WS-FloorFileStatus        PIC X(02).
           88 FloorFileOk                VALUE "00".
           88 EndOfFloorFile             VALUE "10".
       01  WS-FloorChangedSw         PIC X(01) VALUE "N".
           88 FloorFileChanged           VALUE "Y".
       01  WS-FundedInt              PIC 9(08).

      * THE DEAL FILE, HELD SO A SALE CAN POST ITS DEAL.
       01  DealTable.
           05 DealEntry OCCURS 500 TIMES.
              10 DtDealNo            PIC 9(06).
              10 DtVin               PIC X(17).
              10 DtModel             PIC X(10).
              10 DtStatus            PIC X(01).
                 88 DtIsOpen             VALUE "O".
              10 DtWriteDate         PIC 9(08).
              10 DtSalesperson       PIC X(08).
              10 DtBuyerName         PIC X(30).
              10 DtBuyerAddr         PIC X(30).
              10 DtBuyerCity         PIC X(20).
              10 DtBuyerState        PIC X(02).
              10 DtBuyerZip          PIC X(05).
              10 DtPrice             PIC 9(08)V99.
              10 DtDocFee            PIC 9(05)V99.
              10 DtTitleFee          PIC 9(05)V99.
              10 DtRegFee            PIC 9(05)V99.
              10 DtDownPmt           PIC 9(08)V99.
              10 DtLender            PIC X(20).
              10 DtTradeAllow        PIC 9(08)V99.
              10 DtTaxRate           PIC V9(04).
              10 DtSalesTax          PIC 9(07)V99.
              10 DtFinanced          PIC 9(08)V99.
              10 DtPostedDate        PIC 9(08).
              10 DtPostedBy          PIC X(08).
       01  WS-DealCount              PIC 9(03) VALUE 0.
       01  WS-DealSub                PIC 9(03).
       01  WS-DealFoundSub           PIC 9(03) VALUE 0.
       01  WS-DealFoundSw            PIC X(01) VALUE "N".
           88 DealFound                  VALUE "Y".
       01  WS-DealFileStatus         PIC X(02).
           88 DealFileOk                 VALUE "00".
           88 EndOfDealFile              VALUE "10".
       01  WS-DealChangedSw          PIC X(01) VALUE "N".
           88 DealFileChanged            VALUE "Y".
       01  WS-DealTradeAllow         PIC 9(08)V99.

      * VINS WITH AN OPEN RECONDITIONING WORK ORDER.
       01  ReconTable.
           05 ReconVin OCCURS 300 TIMES
                                     PIC X(17).
       01  WS-ReconCount             PIC 9(03) VALUE 0.
       01  WS-ReconSub               PIC 9(03).
       01  WS-ReconVinIn             PIC X(17).
       01  WS-InReconSw              PIC X(01) VALUE "N".
           88 UnitInRecon                VALUE "Y".
       01  WS-WorkOrderStatus        PIC X(02).
           88 WorkOrderFileOk            VALUE "00".
           88 EndOfWorkOrderFile         VALUE "10".
       01  WS-Taxable                PIC S9(08)V99.
       01  WS-Financed               PIC S9(09)V99.

       01  TaxJurTable.
           05 TaxJurEntry OCCURS 60 TIMES.
              10 TjState             PIC X(02).
              10 TjRate              PIC V9(04).
       01  WS-TaxJurCount            PIC 9(02) VALUE 0.
       01  WS-TaxJurSub              PIC 9(02).
       01  WS-TaxJurStatus           PIC X(02).
           88 TaxJurFileOk               VALUE "00".
           88 EndOfTaxJurFile            VALUE "10".
       01  WS-DaysFloored            PIC S9(05).
       01  WS-UsedUnits              PIC 9(04).
       01  WS-UsedCost               PIC 9(09)V99.

       01  WS-VehicleFileStatus      PIC X(02).
           88 VehicleFileOpenedOk        VALUE "00".
           88 EndOfVehicleFile           VALUE "10".
           05 StockStatus            PIC X(01).
           05 FILLER                 PIC X(07) VALUE "  DAYS:".
           05 StockDays              PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 StockReconFlag         PIC X(08).
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  StockHeadingLine.
           05 FILLER                 PIC X(26)
           05 StockHdgDate           PIC 9(08).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  UsedHeadingLine.
           05 FILLER                 PIC X(30)
             VALUE "USED-UNIT AGING REPORT AS OF ".
           05 UsedHdgDate            PIC 9(08).
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  UsedDetailLine.
           05 UsedVin                PIC X(17).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 UsedModel              PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 UsedColor              PIC X(10).
           05 FILLER                 PIC X(07) VALUE "  DAYS:".
           05 UsedDays               PIC ZZZZ9.
           05 FILLER                 PIC X(07) VALUE "  COST:".
           05 UsedCostOut            PIC ZZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 UsedAgeFlag            PIC X(09).

       01  UsedBucketLine.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 UsedBucketName         PIC X(12).
           05 FILLER                 PIC X(08) VALUE " UNITS: ".
           05 UsedBucketUnits        PIC ZZZ9.
           05 FILLER                 PIC X(07) VALUE "  COST:".
           05 UsedBucketCost         PIC ZZZZZZZZ9.99.
           05 FILLER                 PIC X(35) VALUE SPACES.

       COPY IOERRWS.
       COPY SIGNONWS.

              FUNCTION INTEGER-OF-DATE(WS-TodayDate)
           PERFORM 1000-LOAD-VEHICLE-TABLE
           PERFORM 1100-LOAD-VIN-UNITS
           PERFORM 1200-LOAD-TRADES
           PERFORM 1300-LOAD-FLOOR-PLAN
           PERFORM 1400-LOAD-DEALS
           PERFORM 1500-LOAD-TAX-RATES
           PERFORM 1600-LOAD-RECON
           PERFORM UNTIL ClerkDone
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
              PERFORM 3100-REWRITE-VIN-FILE
              DISPLAY "CARINVAS: UNIT FILE UPDATED"
           END-IF
           IF TradeFileChanged
              PERFORM 3200-REWRITE-TRADE-FILE
              DISPLAY "CARINVAS: APPRAISAL FILE UPDATED"
           END-IF
           IF FloorFileChanged
              PERFORM 3300-REWRITE-FLOOR-FILE
              DISPLAY "CARINVAS: FLOOR-PLAN FILE UPDATED"
           END-IF
           IF DealFileChanged
              PERFORM 3400-REWRITE-DEAL-FILE
              DISPLAY "CARINVAS: DEAL FILE UPDATED"
           END-IF
           GOBACK.

       1100-LOAD-VIN-UNITS.
                    MOVE VinReceivedDate
                      TO VinTblReceived(WS-VinCount)
                    MOVE VinStatus TO VinTblStatus(WS-VinCount)
                    IF VinNewUsed = "U"
                       MOVE "U" TO VinTblNewUsed(WS-VinCount)
                    ELSE
                       MOVE "N" TO VinTblNewUsed(WS-VinCount)
                    END-IF
                    IF VinCost IS NUMERIC
                       MOVE VinCost TO VinTblCost(WS-VinCount)
                    ELSE
              DISPLAY "NO UNIT FILE YET -- STARTING EMPTY"
           END-IF.

      * NO APPRAISAL FILE JUST MEANS NO TRADES HAVE BEEN KEYED.
       1200-LOAD-TRADES.
           OPEN INPUT TradeFile
           IF TradeFileOk
              PERFORM UNTIL EndOfTradeFile OR WS-TradeCount = 200
                 READ TradeFile INTO TradeRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-TradeCount
                    MOVE TradeRec TO TradeEntry(WS-TradeCount)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT EndOfTradeFile
                 READ TradeFile INTO TradeRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARINVAS: APPRAISAL TABLE FULL AT 200 "
                            "-- POSTING REFUSED, A REWRITE WOULD DROP "
                            "THE UNLOADED APPRAISALS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE TradeFile
           END-IF.

      * NO FLOOR-PLAN FILE JUST MEANS NOTHING HAS BEEN FLOORED YET.
       1300-LOAD-FLOOR-PLAN.
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
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT EndOfFloorFile
                 READ FloorFile INTO FloorRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARINVAS: FLOOR-PLAN TABLE FULL AT 200 "
                            "-- POSTING REFUSED, A REWRITE WOULD DROP "
                            "THE UNLOADED UNITS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE FloorFile
           END-IF.

      * NO DEAL FILE MEANS NO DEAL HAS BEEN WRITTEN UP, SO NOTHING
      * CAN SELL UNTIL THE DESK WRITES ONE.
       1400-LOAD-DEALS.
           OPEN INPUT DealFile
           IF DealFileOk
              PERFORM UNTIL EndOfDealFile OR WS-DealCount = 500
                 READ DealFile INTO DealRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DealCount
                    MOVE DealRec TO DealEntry(WS-DealCount)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT EndOfDealFile
                 READ DealFile INTO DealRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARINVAS: DEAL TABLE FULL AT 500 -- "
                            "POSTING REFUSED, A REWRITE WOULD DROP "
                            "THE UNLOADED DEALS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE DealFile
           END-IF.

      * A STATE MISSING FROM THE FILE IS TAXED AT ZERO AND SAID SO
      * AT THE POSTING.
       1500-LOAD-TAX-RATES.
           OPEN INPUT TaxJurFile
           IF TaxJurFileOk
              PERFORM UNTIL EndOfTaxJurFile OR WS-TaxJurCount = 60
                 READ TaxJurFile INTO TaxJurRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-TaxJurCount
                    MOVE TaxJurState TO TjState(WS-TaxJurCount)
                    IF TaxJurRate IS NUMERIC
                       MOVE TaxJurRate TO TjRate(WS-TaxJurCount)
                    ELSE
                       MOVE ZEROES TO TjRate(WS-TaxJurCount)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE TaxJurFile
           ELSE
              MOVE "CARINVAS"   TO WS-IOERR-PROGRAM-ID
              MOVE "TaxJurFile" TO WS-IOERR-FILE-NAME
              MOVE WS-TaxJurStatus TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "NO TAX JURISDICTION FILE -- DEALS WILL POST "
                      "WITH NO SALES TAX"
           END-IF.

      * ONLY THE OPEN WORK ORDERS MATTER HERE. NO FILE MEANS NO
      * UNIT HAS EVER GONE INTO RECON.
       1600-LOAD-RECON.
           OPEN INPUT WorkOrderFile
           IF WorkOrderFileOk
              PERFORM UNTIL EndOfWorkOrderFile
                 READ WorkOrderFile INTO WorkOrderRec
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WoStatus = "O"
                       IF WS-ReconCount < 300
                          ADD 1 TO WS-ReconCount
                          MOVE WoVin TO ReconVin(WS-ReconCount)
                       ELSE
      * A UNIT LEFT OFF THE TABLE COULD SELL OUT OF RECON.
                          DISPLAY "CARINVAS: RECON TABLE FULL AT 300 "
                                  "-- POSTING REFUSED"
                          MOVE "Y" TO WS-QuitSw
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF.

       1000-LOAD-VEHICLE-TABLE.
           OPEN INPUT VehicleFileIn
           IF VehicleFileOpenedOk
           DISPLAY "S - POST A SALE (VIN)"
           DISPLAY "W - POST A WHOLESALE (VIN)"
           DISPLAY "L - PRINT STOCK REPORT WITH DAYS-ON-LOT"
           DISPLAY "U - PRINT USED-UNIT AGING REPORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MenuChoice
                 PERFORM 2260-POST-WHOLESALE
              WHEN WS-MenuChoice = "L" OR WS-MenuChoice = "l"
                 PERFORM 2300-STOCK-REPORT
              WHEN WS-MenuChoice = "U" OR WS-MenuChoice = "u"
                 PERFORM 2400-USED-AGING-REPORT
              WHEN WS-MenuChoice = "X" OR WS-MenuChoice = "x"
                 MOVE "Y" TO WS-QuitSw
              WHEN OTHER
                    MOVE WS-TodayDate
                      TO VinTblReceived(WS-VinCount)
                    MOVE WS-TranAmount TO VinTblCost(WS-VinCount)
                    MOVE "N" TO VinTblNewUsed(WS-VinCount)
                    IF WS-MenuChoice = "T" OR WS-MenuChoice = "t"
                       MOVE "T" TO VinTblStatus(WS-VinCount)
                    ELSE
              END-IF
           END-IF.

      * A SALE NAMES THE SPECIFIC CAR. ONLY AN ON-LOT UNIT WITH AN
      * OPEN DEAL SELLS.
       2200-POST-SALE.
           PERFORM 2015-FIND-VIN
           IF VinFound
              PERFORM 2205-FIND-OPEN-DEAL
              MOVE VinTblNumber(WS-VinFoundSub) TO WS-ReconVinIn
              PERFORM 2207-CHECK-IN-RECON
              EVALUATE TRUE
                 WHEN VinTblStatus(WS-VinFoundSub) NOT = "L"
                    DISPLAY "UNIT IS NOT ON THE LOT -- SALE REJECTED."
                 WHEN UnitInRecon
                    DISPLAY "UNIT IS IN RECON -- SALE REJECTED UNTIL "
                            "ITS WORK ORDER CLOSES."
                 WHEN NOT DealFound
                    DISPLAY "NO DEAL WRITTEN UP ON THIS UNIT -- SALE "
                            "REJECTED, SEE THE DESK."
                 WHEN OTHER
                    PERFORM 2201-POST-DEAL-SALE
              END-EVALUATE
           END-IF.

      * THE DEAL'S PRICE STANDS UNLESS THE CLERK KEYS ANOTHER; THE
      * TRADES ON THE DEAL COME IN, THEN THE DEAL ITSELF POSTS.
       2201-POST-DEAL-SALE.
           MOVE DtPrice(WS-DealFoundSub) TO WS-ShowAmount
           DISPLAY "DEAL " DtDealNo(WS-DealFoundSub) " FOR "
                   DtBuyerName(WS-DealFoundSub)
           DISPLAY "SELLING PRICE (10 DIGITS, BLANK = DEAL "
                   "PRICE " WS-ShowAmount "): "
           ACCEPT WS-AmountIn
           IF WS-AmountIn IS NUMERIC
              MOVE WS-AmountNum TO WS-TranAmount
           ELSE
              MOVE DtPrice(WS-DealFoundSub) TO WS-TranAmount
           END-IF
           MOVE WS-TranAmount TO DtPrice(WS-DealFoundSub)
           MOVE "S" TO VinTblStatus(WS-VinFoundSub)
           MOVE "Y" TO WS-VinChangedSw
           MOVE VinTblModel(WS-VinFoundSub)
             TO WS-VehicleNameIn
           PERFORM 2920-DROP-MODEL-QTY
           MOVE 1 TO WS-QtyNum
           MOVE "S" TO WS-MenuChoice
           PERFORM 2900-LOG-TRANSACTION
           IF WS-TranAmount <
              VinTblCost(WS-VinFoundSub)
              DISPLAY "** SOLD BELOW COST -- SEE THE SALES "
                      "MANAGER"
           END-IF
           DISPLAY "UNIT SOLD."
           PERFORM 2940-FLOOR-PAYOFF-DUE
           MOVE WS-VinIn TO WS-DealVin
           MOVE ZEROES TO WS-DealTradeAllow
           PERFORM VARYING WS-TradeSub FROM 1 BY 1
                     UNTIL WS-TradeSub > WS-TradeCount
              IF TtDealVin(WS-TradeSub) = WS-DealVin
                 AND TtIsOpen(WS-TradeSub)
                 PERFORM 2210-RECEIVE-TRADE
              END-IF
           END-PERFORM
           PERFORM 2220-POST-DEAL.

      * FINDS THE OPEN DEAL ON THE UNIT IN WS-VinIn. LEAVES
      * WS-DealFoundSub ON THE MATCH.
       2205-FIND-OPEN-DEAL.
           MOVE "N" TO WS-DealFoundSw
           MOVE 0   TO WS-DealFoundSub
           PERFORM VARYING WS-DealSub FROM 1 BY 1
                     UNTIL WS-DealSub > WS-DealCount
                        OR DealFound
              IF DtVin(WS-DealSub) = WS-VinIn
                 AND DtIsOpen(WS-DealSub)
                 MOVE "Y" TO WS-DealFoundSw
                 MOVE WS-DealSub TO WS-DealFoundSub
              END-IF
           END-PERFORM.

      * SETS UnitInRecon WHEN WS-ReconVinIn HAS AN OPEN WORK ORDER.
       2207-CHECK-IN-RECON.
           MOVE "N" TO WS-InReconSw
           PERFORM VARYING WS-ReconSub FROM 1 BY 1
                     UNTIL WS-ReconSub > WS-ReconCount
                        OR UnitInRecon
              IF ReconVin(WS-ReconSub) = WS-ReconVinIn
                 MOVE "Y" TO WS-InReconSw
              END-IF
           END-PERFORM.

      * CLOSES OUT THE DEAL: TRADE ALLOWANCES, SALES TAX AT THE
      * BUYER'S STATE RATE ON THE PRICE LESS THE TRADE, AND WHAT IS
      * LEFT TO FINANCE (OR COLLECT) AFTER THE DOWN PAYMENT.
       2220-POST-DEAL.
           MOVE WS-DealTradeAllow TO DtTradeAllow(WS-DealFoundSub)
           MOVE ZEROES TO DtTaxRate(WS-DealFoundSub)
           PERFORM VARYING WS-TaxJurSub FROM 1 BY 1
                     UNTIL WS-TaxJurSub > WS-TaxJurCount
              IF TjState(WS-TaxJurSub) = DtBuyerState(WS-DealFoundSub)
                 MOVE TjRate(WS-TaxJurSub)
                   TO DtTaxRate(WS-DealFoundSub)
              END-IF
           END-PERFORM
           IF DtTaxRate(WS-DealFoundSub) = 0
              DISPLAY "** NO SALES TAX RATE FOR STATE "
                      DtBuyerState(WS-DealFoundSub)
                      " -- DEAL POSTED WITH NO TAX"
           END-IF
           COMPUTE WS-Taxable = DtPrice(WS-DealFoundSub)
                              - DtTradeAllow(WS-DealFoundSub)
           IF WS-Taxable < 0
              MOVE ZEROES TO WS-Taxable
           END-IF
           COMPUTE DtSalesTax(WS-DealFoundSub) ROUNDED =
                   WS-Taxable * DtTaxRate(WS-DealFoundSub)
           COMPUTE WS-Financed = WS-Taxable
                               + DtDocFee(WS-DealFoundSub)
                               + DtTitleFee(WS-DealFoundSub)
                               + DtRegFee(WS-DealFoundSub)
                               + DtSalesTax(WS-DealFoundSub)
                               - DtDownPmt(WS-DealFoundSub)
           IF WS-Financed < 0
              DISPLAY "** DOWN PAYMENT EXCEEDS THE DEAL -- REFUND "
                      "DUE THE BUYER, SEE THE DESK"
              MOVE ZEROES TO WS-Financed
           END-IF
           MOVE WS-Financed  TO DtFinanced(WS-DealFoundSub)
           MOVE "P"          TO DtStatus(WS-DealFoundSub)
           MOVE WS-TodayDate TO DtPostedDate(WS-DealFoundSub)
           MOVE WS-OPERATOR-ID TO DtPostedBy(WS-DealFoundSub)
           MOVE "Y" TO WS-DealChangedSw
           MOVE DtFinanced(WS-DealFoundSub) TO WS-ShowAmount
           IF DtLender(WS-DealFoundSub) = SPACES
              DISPLAY "DEAL POSTED. BALANCE DUE AT DELIVERY: "
                      WS-ShowAmount
           ELSE
              DISPLAY "DEAL POSTED. AMOUNT FINANCED: " WS-ShowAmount
                      " WITH " DtLender(WS-DealFoundSub)
           END-IF.

      * RECEIVES ONE OF THE DEAL'S TRADES. THE DESK'S ALLOWANCE
      * BECOMES THE UNIT'S COST; WHATEVER IT GAVE OVER THE APPRAISED
      * VALUE COMES OFF THE DEAL'S GROSS ON CARMGNAS. A VIN WE SOLD
      * OR WHOLESALED BEFORE COMES BACK ON ITS OLD ROW.
       2210-RECEIVE-TRADE.
           MOVE TtAppraised(WS-TradeSub) TO WS-ShowAmount
           DISPLAY "TRADE " TtVin(WS-TradeSub) " "
                   TtModel(WS-TradeSub) " APPRAISED AT "
                   WS-ShowAmount
           DISPLAY "ALLOWANCE GIVEN (10 DIGITS, BLANK = APPRAISED "
                   "VALUE): "
           ACCEPT WS-AmountIn
           IF WS-AmountIn IS NUMERIC
              MOVE WS-AmountNum TO WS-TranAmount
           ELSE
              MOVE TtAppraised(WS-TradeSub) TO WS-TranAmount
           END-IF
           MOVE TtVin(WS-TradeSub) TO WS-VinIn
           MOVE "N" TO WS-VinFoundSw
           MOVE 0   TO WS-VinFoundSub
           PERFORM VARYING WS-VinSub FROM 1 BY 1
                     UNTIL WS-VinSub > WS-VinCount
                        OR VinFound
              IF VinTblNumber(WS-VinSub) = WS-VinIn
                 MOVE "Y" TO WS-VinFoundSw
                 MOVE WS-VinSub TO WS-VinFoundSub
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN VinFound
               AND (VinTblStatus(WS-VinFoundSub) = "L"
                 OR VinTblStatus(WS-VinFoundSub) = "T")
                 DISPLAY "TRADE VIN IS ALREADY IN STOCK -- TRADE "
                         "NOT RECEIVED, SEE THE SALES MANAGER."
              WHEN NOT VinFound
               AND WS-VinCount = 200
                 DISPLAY "UNIT TABLE FULL -- TRADE NOT RECEIVED, "
                         "SEE THE SALES MANAGER."
              WHEN OTHER
                 IF NOT VinFound
                    ADD 1 TO WS-VinCount
                    MOVE WS-VinCount TO WS-VinFoundSub
                 END-IF
                 MOVE WS-VinIn TO VinTblNumber(WS-VinFoundSub)
                 MOVE TtModel(WS-TradeSub)
                   TO VinTblModel(WS-VinFoundSub)
                 MOVE TtColor(WS-TradeSub)
                   TO VinTblColor(WS-VinFoundSub)
                 MOVE WS-TodayDate TO VinTblReceived(WS-VinFoundSub)
                 MOVE "L"          TO VinTblStatus(WS-VinFoundSub)
                 MOVE WS-TranAmount TO VinTblCost(WS-VinFoundSub)
                 MOVE "U"          TO VinTblNewUsed(WS-VinFoundSub)
                 MOVE "Y" TO WS-VinChangedSw
                 MOVE "R" TO TtStatus(WS-TradeSub)
                 MOVE WS-TranAmount TO TtAllowance(WS-TradeSub)
                 MOVE WS-TodayDate  TO TtReceivedDate(WS-TradeSub)
                 MOVE "Y" TO WS-TradeChangedSw
                 MOVE TtModel(WS-TradeSub) TO WS-VehicleNameIn
                 PERFORM 2930-ADD-MODEL-QTY
                 MOVE 1 TO WS-QtyNum
                 MOVE "T" TO WS-MenuChoice
                 PERFORM 2900-LOG-TRANSACTION
                 ADD WS-TranAmount TO WS-DealTradeAllow
                 COMPUTE WS-OverAllowance = WS-TranAmount
                                          - TtAppraised(WS-TradeSub)
                 IF WS-OverAllowance > 0
                    MOVE WS-OverAllowance TO WS-ShowAmount
                    DISPLAY "** OVER-ALLOWANCE OF " WS-ShowAmount
                            " COMES OFF THIS DEAL'S GROSS"
                 END-IF
                 DISPLAY "TRADE RECEIVED ON THE LOT."
           END-EVALUATE.

       2260-POST-WHOLESALE.
           PERFORM 2015-FIND-VIN
           IF VinFound
              MOVE VinTblNumber(WS-VinFoundSub) TO WS-ReconVinIn
              PERFORM 2207-CHECK-IN-RECON
              EVALUATE TRUE
                 WHEN VinTblStatus(WS-VinFoundSub) NOT = "L"
                    DISPLAY "UNIT IS NOT ON THE LOT -- NOT WHOLESALED."
                 WHEN UnitInRecon
                    DISPLAY "UNIT IS IN RECON -- NOT WHOLESALED UNTIL "
                            "ITS WORK ORDER CLOSES."
                 WHEN OTHER
                    PERFORM 2261-POST-WHOLESALE-UNIT
              END-EVALUATE
           END-IF.

       2261-POST-WHOLESALE-UNIT.
           DISPLAY "WHOLESALE PRICE (10 DIGITS): "
           ACCEPT WS-AmountIn
           IF WS-AmountIn IS NUMERIC
              MOVE WS-AmountNum TO WS-TranAmount
           ELSE
              MOVE ZEROES TO WS-TranAmount
           END-IF
           MOVE "W" TO VinTblStatus(WS-VinFoundSub)
           MOVE "Y" TO WS-VinChangedSw
           MOVE VinTblModel(WS-VinFoundSub)
             TO WS-VehicleNameIn
           PERFORM 2920-DROP-MODEL-QTY
           MOVE 1 TO WS-QtyNum
           MOVE "W" TO WS-MenuChoice
           PERFORM 2900-LOG-TRANSACTION
           DISPLAY "UNIT WHOLESALED."
           PERFORM 2940-FLOOR-PAYOFF-DUE.

      * KEEPS THE MODEL'S QUANTITY BUCKET IN STEP WHEN A UNIT
      * LEAVES THE LOT.
       2920-DROP-MODEL-QTY.
              MOVE "Y" TO WS-ChangesMadeSw
           END-IF.

      * A TRADE ON ONE OF THE LISTED MODELS KEEPS THAT MODEL'S
      * QUANTITY BUCKET IN STEP. OTHER MAKES ONLY LIVE ON THE UNIT
      * FILE.
       2930-ADD-MODEL-QTY.
           MOVE "N" TO WS-VehicleFoundSw
           MOVE 0   TO WS-VehicleFoundSub
           PERFORM VARYING WS-VehicleSub FROM 1 BY 1
                     UNTIL WS-VehicleSub > WS-VehicleCount
                        OR VehicleFound
              IF VehicleName(WS-VehicleSub) = WS-VehicleNameIn
                 MOVE "Y" TO WS-VehicleFoundSw
                 MOVE WS-VehicleSub TO WS-VehicleFoundSub
              END-IF
           END-PERFORM
           IF VehicleFound
              ADD 1 TO VehicleQty(WS-VehicleFoundSub)
              MOVE "Y" TO WS-ChangesMadeSw
           END-IF.

      * THE UNIT IN WS-VinIn HAS LEFT THE LOT. IF IT IS STILL ON THE
      * FLOOR-PLAN LINE ITS INTEREST STOPS TODAY: SIMPLE DAILY
      * INTEREST ON THE FUNDED AMOUNT, ACTUAL DAYS OVER 365, FROM
      * THE FUNDED DATE UP TO (NOT INCLUDING) TODAY.
       2940-FLOOR-PAYOFF-DUE.
           PERFORM VARYING WS-FloorSub FROM 1 BY 1
                     UNTIL WS-FloorSub > WS-FloorCount
              IF FtVin(WS-FloorSub) = WS-VinIn
                 AND FtIsActive(WS-FloorSub)
                 COMPUTE WS-FundedInt =
                    FUNCTION INTEGER-OF-DATE
                       (FtFundedDate(WS-FloorSub))
                 COMPUTE WS-DaysFloored = WS-TodayInt - WS-FundedInt
                 IF WS-DaysFloored < 0
                    MOVE ZEROES TO WS-DaysFloored
                 END-IF
                 COMPUTE FtInterest(WS-FloorSub) ROUNDED =
                         FtFundedAmt(WS-FloorSub)
                       * FtRate(WS-FloorSub) / 100
                       * WS-DaysFloored / 365
                 MOVE WS-TodayDate TO FtPayoffDate(WS-FloorSub)
                 MOVE "D" TO FtStatus(WS-FloorSub)
                 MOVE "Y" TO WS-FloorChangedSw
                 COMPUTE WS-ShowAmount = FtFundedAmt(WS-FloorSub)
                                       + FtInterest(WS-FloorSub)
                 DISPLAY "** FLOOR-PLAN PAYOFF DUE TO THE BANK: "
                         WS-ShowAmount
              END-IF
           END-PERFORM.

      * UNITS IN TRANSIT OR ON THE LOT, EACH WITH ITS DAYS-ON-LOT
      * AGE, INSTEAD OF BARE COUNTS.
       2300-STOCK-REPORT.
                    MOVE ZEROES TO WS-DaysOnLot
                 END-IF
                 MOVE WS-DaysOnLot TO StockDays
                 MOVE VinTblNumber(WS-VinSub) TO WS-ReconVinIn
                 PERFORM 2207-CHECK-IN-RECON
                 IF UnitInRecon
                    MOVE "IN RECON" TO StockReconFlag
                 ELSE
                    MOVE SPACES TO StockReconFlag
                 END-IF
                 WRITE StockReportRecord FROM StockDetailLine
              END-IF
           END-PERFORM
           CLOSE StockReport
           DISPLAY "STOCK REPORT WRITTEN.".

      * USED UNITS STILL ON THE LOT, EACH WITH ITS AGE AND COST, THEN
      * UNITS AND DOLLARS TIED UP IN EACH AGE BUCKET. ANYTHING OVER
      * 60 DAYS IS FLAGGED FOR THE USED-CAR MANAGER TO WHOLESALE.
       2400-USED-AGING-REPORT.
           INITIALIZE UsedBucketTable
           MOVE ZEROES TO WS-UsedUnits
                          WS-UsedCost
           OPEN OUTPUT UsedReport
           MOVE WS-TodayDate TO UsedHdgDate
           WRITE UsedReportRecord FROM UsedHeadingLine
           PERFORM VARYING WS-VinSub FROM 1 BY 1
                     UNTIL WS-VinSub > WS-VinCount
              IF VinTblStatus(WS-VinSub) = "L"
                 AND VinTblNewUsed(WS-VinSub) = "U"
                 PERFORM 2410-USED-UNIT-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO UsedReportRecord
           WRITE UsedReportRecord
           PERFORM VARYING WS-BucketSub FROM 1 BY 1
                     UNTIL WS-BucketSub > 4
              EVALUATE WS-BucketSub
                 WHEN 1 MOVE "0-30 DAYS"   TO UsedBucketName
                 WHEN 2 MOVE "31-60 DAYS"  TO UsedBucketName
                 WHEN 3 MOVE "61-90 DAYS"  TO UsedBucketName
                 WHEN 4 MOVE "OVER 90 DAYS" TO UsedBucketName
              END-EVALUATE
              MOVE UbUnits(WS-BucketSub) TO UsedBucketUnits
              MOVE UbCost(WS-BucketSub)  TO UsedBucketCost
              WRITE UsedReportRecord FROM UsedBucketLine
           END-PERFORM
           MOVE "TOTAL USED"  TO UsedBucketName
           MOVE WS-UsedUnits  TO UsedBucketUnits
           MOVE WS-UsedCost   TO UsedBucketCost
           WRITE UsedReportRecord FROM UsedBucketLine
           CLOSE UsedReport
           DISPLAY "USED UNITS ON LOT: " WS-UsedUnits
           DISPLAY "USED-UNIT AGING REPORT WRITTEN.".

       2410-USED-UNIT-LINE.
           MOVE VinTblNumber(WS-VinSub) TO UsedVin
           MOVE VinTblModel(WS-VinSub)  TO UsedModel
           MOVE VinTblColor(WS-VinSub)  TO UsedColor
           IF VinTblReceived(WS-VinSub) > 0
              COMPUTE WS-ReceivedInt =
                 FUNCTION INTEGER-OF-DATE
                    (VinTblReceived(WS-VinSub))
              COMPUTE WS-DaysOnLot = WS-TodayInt - WS-ReceivedInt
           ELSE
              MOVE ZEROES TO WS-DaysOnLot
           END-IF
           EVALUATE TRUE
              WHEN WS-DaysOnLot > 90
                 MOVE 4 TO WS-BucketSub
              WHEN WS-DaysOnLot > 60
                 MOVE 3 TO WS-BucketSub
              WHEN WS-DaysOnLot > 30
                 MOVE 2 TO WS-BucketSub
              WHEN OTHER
                 MOVE 1 TO WS-BucketSub
           END-EVALUATE
           IF WS-BucketSub > 2
              MOVE "** AGED" TO UsedAgeFlag
           ELSE
              MOVE SPACES TO UsedAgeFlag
           END-IF
           MOVE WS-DaysOnLot            TO UsedDays
           MOVE VinTblCost(WS-VinSub)   TO UsedCostOut
           WRITE UsedReportRecord FROM UsedDetailLine
           ADD 1 TO UbUnits(WS-BucketSub)
                    WS-UsedUnits
           ADD VinTblCost(WS-VinSub) TO UbCost(WS-BucketSub)
                                        WS-UsedCost.

       2900-LOG-TRANSACTION.
           OPEN EXTEND CarTranFile
           IF NOT CarTranFileOk
              MOVE VinTblReceived(WS-VinSub) TO VinReceivedDate
              MOVE VinTblStatus(WS-VinSub)   TO VinStatus
              MOVE VinTblCost(WS-VinSub)     TO VinCost
              MOVE VinTblNewUsed(WS-VinSub)  TO VinNewUsed
              WRITE VinUnitRec
              IF NOT VinUnitFileOk
                 MOVE "CARINVAS"    TO WS-IOERR-PROGRAM-ID
           END-PERFORM
           CLOSE VinUnitFile.

       3200-REWRITE-TRADE-FILE.
           OPEN OUTPUT TradeFile
           PERFORM VARYING WS-TradeSub FROM 1 BY 1
                     UNTIL WS-TradeSub > WS-TradeCount
              MOVE TradeEntry(WS-TradeSub) TO TradeRec
              WRITE TradeRec
              IF NOT TradeFileOk
                 MOVE "CARINVAS"  TO WS-IOERR-PROGRAM-ID
                 MOVE "TradeFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-TradeFileStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE TradeFile.

       3300-REWRITE-FLOOR-FILE.
           OPEN OUTPUT FloorFile
           PERFORM VARYING WS-FloorSub FROM 1 BY 1
                     UNTIL WS-FloorSub > WS-FloorCount
              MOVE FloorEntry(WS-FloorSub) TO FloorRec
              WRITE FloorRec
              IF NOT FloorFileOk
                 MOVE "CARINVAS"  TO WS-IOERR-PROGRAM-ID
                 MOVE "FloorFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-FloorFileStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE FloorFile.

       3400-REWRITE-DEAL-FILE.
           OPEN OUTPUT DealFile
           PERFORM VARYING WS-DealSub FROM 1 BY 1
                     UNTIL WS-DealSub > WS-DealCount
              MOVE DealEntry(WS-DealSub) TO DealRec
              WRITE DealRec
              IF NOT DealFileOk
                 MOVE "CARINVAS" TO WS-IOERR-PROGRAM-ID
                 MOVE "DealFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-DealFileStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE DealFile.

       3000-REWRITE-VEHICLE-FILE.
           OPEN OUTPUT VehicleFileIn
           PERFORM VARYING WS-VehicleSub FROM 1 BY 1
