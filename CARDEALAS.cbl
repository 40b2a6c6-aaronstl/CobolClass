       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARDEALAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * VEHICLE DEAL WRITE-UP, BILL OF SALE AND DEAL RECAP.
      *
      * A SALE ON CARINVAS USED TO RECORD THE VIN AND A PRICE AND
      * NOTHING ELSE; THE BUYER, FEES AND FINANCING LIVED IN A PAPER
      * DEAL JACKET. THE DESK NOW WRITES THE DEAL UP HERE AGAINST
      * THE UNIT BEING SOLD -- BUYER NAME AND ADDRESS, SELLING PRICE,
      * DOCUMENT FEE, TITLE AND REGISTRATION FEES, DOWN PAYMENT AND
      * LENDER -- AND CARDEAL.DAT HOLDS ONE ROW PER DEAL. CARINVAS
      * WILL NOT POST A SALE WITHOUT AN OPEN DEAL; WHEN IT DOES, IT
      * FILLS IN THE TRADE ALLOWANCE THE DESK GAVE, THE SALES TAX AT
      * THE BUYER'S STATE RATE OFF TAXJUR.DAT AND THE AMOUNT
      * FINANCED, AND MARKS THE DEAL POSTED.
      *
      * FROM A POSTED DEAL THIS PROGRAM PRINTS THE BILL OF SALE AND
      * DEAL RECAP (CARBOS.rpt), AND FOR A DAY IT PRINTS THE DEALS-
      * POSTED REPORT (CARDLPST.rpt) WHOSE TOTALS THE OFFICE TIES TO
      * THE DAY'S DEPOSITS (DOWN PAYMENTS AND CASH BALANCES) AND TO
      * EACH LENDER'S FUNDINGS.
      *
      *   TAXABLE AMOUNT  = SELLING PRICE - TRADE ALLOWANCE
      *   AMOUNT FINANCED = SELLING PRICE - TRADE ALLOWANCE + DOC FEE
      *                   + TITLE FEE + REGISTRATION FEE + SALES TAX
      *                   - DOWN PAYMENT
      * A DEAL WITH NO LENDER IS A CASH DEAL; ITS "AMOUNT FINANCED"
      * IS THE CASH BALANCE DUE AT DELIVERY.
      *
      * DEAL STATUS:  O = OPEN (WRITTEN UP, WAITING ON THE SALE)
      *               P = POSTED (CARINVAS POSTED THE SALE)
      *               V = VOIDED (DEAL FELL THROUGH)
      *
      * THE BUYER'S CITY, STATE AND ZIP ARE CHECKED AGAINST THE ZIP
      * REFERENCE FILE ZIPLODAS BUILDS: A ZIP NOT ON IT, OR IN
      * ANOTHER STATE, IS REFUSED -- THE STATE IS WHAT THE SALES TAX
      * IS FIGURED BY -- AND A CITY THAT IS NOT THE POST OFFICE'S
      * NAME FOR THE ZIP IS OFFERED THE RIGHT SPELLING.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DealFile
             ASSIGN TO "C:\Users\Bob\CARDEAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DealFileStatus.

           SELECT VinUnitFile
             ASSIGN TO "C:\Users\Bob\CARVIN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VinUnitStatus.

           SELECT BillOfSaleReport
             ASSIGN TO "C:\Users\Bob\CARBOS.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BillReportStatus.

           SELECT PostedReport
             ASSIGN TO "C:\Users\Bob\CARDLPST.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PostedReportStatus.

           COPY ZIPREFSEL.
           COPY IOERRSEL.

       DATA DIVISION.
       FILE SECTION.

      * ONE ROW PER DEAL, KEYED BY DEAL NUMBER.
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
      * BLANK LENDER = CASH DEAL.
           05 DlLender               PIC X(20).
      * FILLED IN BY CARINVAS WHEN THE SALE POSTS.
           05 DlTradeAllow           PIC 9(08)V99.
           05 DlTaxRate              PIC V9(04).
           05 DlSalesTax             PIC 9(07)V99.
           05 DlFinanced             PIC 9(08)V99.
           05 DlPostedDate           PIC 9(08).
           05 DlPostedBy             PIC X(08).

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

       FD  BillOfSaleReport
           RECORDING MODE IS F
           DATA RECORD IS BillReportRecord.
       01  BillReportRecord          PIC X(80).

       FD  PostedReport
           RECORDING MODE IS F
           DATA RECORD IS PostedReportRecord.
       01  PostedReportRecord        PIC X(132).

       COPY ZIPREFFD.
       COPY IOERRFD.

       WORKING-STORAGE SECTION.

       01  WS-DealFileStatus         PIC X(02).
           88 DealFileOk                 VALUE "00".
           88 EndOfDealFile              VALUE "10".
       01  WS-VinUnitStatus          PIC X(02).
           88 VinUnitFileOk              VALUE "00".
           88 EndOfVinUnitFile           VALUE "10".
       01  WS-BillReportStatus       PIC X(02).
           88 GoodBillWrite              VALUE "00".
       01  WS-PostedReportStatus     PIC X(02).
           88 GoodPostedWrite            VALUE "00".

      * THE WHOLE DEAL FILE HELD WHILE THE DESK WORKS, REWRITTEN ON
      * EXIT WHEN ANYTHING CHANGED.
       01  DealTable.
           05 DealEntry OCCURS 500 TIMES.
              10 DtDealNo            PIC 9(06).
              10 DtVin               PIC X(17).
              10 DtModel             PIC X(10).
              10 DtStatus            PIC X(01).
                 88 DtIsOpen             VALUE "O".
                 88 DtIsPosted           VALUE "P".
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
       01  WS-DealChangedSw          PIC X(01) VALUE "N".
           88 DealFileChanged            VALUE "Y".
       01  WS-LastDealNo             PIC 9(06) VALUE 0.

      * VIN NUMBERS, MODELS AND STATUSES OFF THE UNIT FILE.
       01  VinTable.
           05 VinEntry OCCURS 200 TIMES.
              10 VinTblNumber        PIC X(17).
              10 VinTblModel         PIC X(10).
              10 VinTblStatus        PIC X(01).
       01  WS-VinCount               PIC 9(03) VALUE 0.
       01  WS-VinSub                 PIC 9(03).
       01  WS-VinFoundSub            PIC 9(03) VALUE 0.
       01  WS-VinFoundSw             PIC X(01) VALUE "N".
           88 VinFound                   VALUE "Y".

       01  WS-MenuChoice             PIC X(01).
       01  WS-QuitSw                 PIC X(01) VALUE "N".
           88 DeskDone                   VALUE "Y".
       01  WS-TodayDate              PIC 9(08).
       01  WS-VinIn                  PIC X(17).
       01  WS-DealNoIn               PIC X(06).
       01  WS-DealNoNum REDEFINES WS-DealNoIn
                                     PIC 9(06).
       01  WS-DateIn                 PIC X(08).
       01  WS-DateNum REDEFINES WS-DateIn
                                     PIC 9(08).
       01  WS-NameIn                 PIC X(30).
       01  WS-AddrIn                 PIC X(30).
       01  WS-CityIn                 PIC X(20).
       01  WS-StateIn                PIC X(02).
       01  WS-ZipIn                  PIC X(05).
       01  WS-LenderIn               PIC X(20).
       01  WS-AmountIn               PIC X(10).
       01  WS-AmountNum REDEFINES WS-AmountIn
                                     PIC 9(08)V99.
       01  WS-FeeIn                  PIC X(07).
       01  WS-FeeNum REDEFINES WS-FeeIn
                                     PIC 9(05)V99.
       01  WS-PriceHold              PIC 9(08)V99.
       01  WS-DocFeeHold             PIC 9(05)V99.
       01  WS-TitleFeeHold           PIC 9(05)V99.
       01  WS-RegFeeHold             PIC 9(05)V99.
       01  WS-EntryOkSw              PIC X(01).
           88 EntryOk                    VALUE "Y".
       01  WS-OpenCount              PIC 9(03).

      * DEAL ARITHMETIC FOR THE RECAP.
       01  WS-NetOfTrade             PIC S9(08)V99.
       01  WS-FeesTotal              PIC 9(07)V99.
       01  WS-DealTotal              PIC S9(09)V99.

      * DAILY DEALS-POSTED TOTALS.
       01  WS-PostedDeals            PIC 9(04).
       01  WS-TotPrice               PIC 9(09)V99.
       01  WS-TotTrade               PIC 9(09)V99.
       01  WS-TotFees                PIC 9(09)V99.
       01  WS-TotTax                 PIC 9(09)V99.
       01  WS-TotDown                PIC 9(09)V99.
       01  WS-TotFinanced            PIC 9(09)V99.
       01  WS-TotCashDue             PIC 9(09)V99.

      * LENDER FUNDINGS FOR THE DAY, ONE BUCKET PER LENDER.
       01  LenderTable.
           05 LenderEntry OCCURS 30 TIMES.
              10 LtLender            PIC X(20).
              10 LtDeals             PIC 9(04).
              10 LtFinanced          PIC 9(09)V99.
       01  WS-LenderCount            PIC 9(02) VALUE 0.
       01  WS-LenderSub              PIC 9(02).
       01  WS-LenderFoundSw          PIC X(01) VALUE "N".
           88 LenderFound                VALUE "Y".

       01  WS-ShowAmount             PIC ZZZZZZZ9.99.
       01  WS-ShowRate               PIC 9.9999.

       01  BillTitleLine.
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "BILL OF SALE".
           05 FILLER                 PIC X(43) VALUE SPACES.

       01  BillDealLine.
           05 FILLER                 PIC X(09) VALUE "DEAL NO: ".
           05 BosDealNo              PIC 9(06).
           05 FILLER                 PIC X(10) VALUE "   POSTED ".
           05 BosPostedDate          PIC 9(08).
           05 FILLER                 PIC X(17)
             VALUE "   SALESPERSON:  ".
           05 BosSalesperson         PIC X(08).
           05 FILLER                 PIC X(22) VALUE SPACES.

       01  BillTextLine.
           05 BosLabel               PIC X(20).
           05 BosText                PIC X(60).

       01  BillAmountLine.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 BosAmtLabel            PIC X(30).
           05 BosAmtSign             PIC X(02).
           05 BosAmount              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(29) VALUE SPACES.

       01  BillSignLine.
           05 FILLER                 PIC X(35)
             VALUE "BUYER: ____________________________".
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(35)
             VALUE "SELLER: ___________________________".
           05 FILLER                 PIC X(05) VALUE SPACES.

       01  PostedHdgLine.
           05 FILLER                 PIC X(26)
             VALUE "VEHICLE DEALS POSTED ON   ".
           05 PstHdgDate             PIC 9(08).
           05 FILLER                 PIC X(98) VALUE SPACES.

       01  PostedColumnLine.
           05 FILLER                 PIC X(25)
             VALUE "DEAL   VIN               ".
           05 FILLER                 PIC X(18) VALUE "BUYER".
           05 FILLER                 PIC X(11) VALUE "      PRICE".
           05 FILLER                 PIC X(11) VALUE "      TRADE".
           05 FILLER                 PIC X(10) VALUE "      FEES".
           05 FILLER                 PIC X(10) VALUE "       TAX".
           05 FILLER                 PIC X(10) VALUE "      DOWN".
           05 FILLER                 PIC X(11) VALUE "   FINANCED".
           05 FILLER                 PIC X(26) VALUE " LENDER".

       01  PostedDetailLine.
           05 PstDealNo              PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 PstVin                 PIC X(17).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 PstBuyer               PIC X(18).
           05 PstPrice               PIC ZZZZZZZ9.99.
           05 PstTrade               PIC ZZZZZZZ9.99.
           05 PstFees                PIC ZZZZZZ9.99.
           05 PstTax                 PIC ZZZZZZ9.99.
           05 PstDown                PIC ZZZZZZ9.99.
           05 PstFinanced            PIC ZZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 PstLender              PIC X(20).
           05 FILLER                 PIC X(05) VALUE SPACES.

       01  PostedTotalLine.
           05 PstTotLabel            PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PstTotCount            PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PstTotAmount           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(80) VALUE SPACES.

       COPY ZIPREFWS.
       COPY IOERRWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "CARDEALAS VEHICLE DEAL DESK"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-DEALS
           PERFORM 1100-LOAD-VIN-UNITS
           PERFORM 9915-OPEN-ZIP-REFERENCE
           PERFORM UNTIL DeskDone
              PERFORM 2000-PROMPT-DESK
           END-PERFORM
           PERFORM 9919-CLOSE-ZIP-REFERENCE
           IF DealFileChanged
              PERFORM 3000-REWRITE-DEAL-FILE
              DISPLAY "CARDEALAS: DEAL FILE UPDATED"
           END-IF
           GOBACK.

       1000-LOAD-DEALS.
           OPEN INPUT DealFile
           IF DealFileOk
              PERFORM UNTIL EndOfDealFile OR WS-DealCount = 500
                 READ DealFile INTO DealRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DealCount
                    MOVE DealRec TO DealEntry(WS-DealCount)
                    IF DlDealNo > WS-LastDealNo
                       MOVE DlDealNo TO WS-LastDealNo
                    END-IF
                 END-READ
              END-PERFORM
              DISPLAY "DEALS ON FILE: " WS-DealCount
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT EndOfDealFile
                 READ DealFile INTO DealRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARDEALAS: DEAL TABLE FULL AT 500 -- "
                            "RUN REFUSED, A REWRITE WOULD DROP THE "
                            "UNLOADED DEALS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE DealFile
           ELSE
              DISPLAY "NO DEAL FILE YET -- STARTING EMPTY"
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
                    MOVE VinStatus TO VinTblStatus(WS-VinCount)
                 END-READ
              END-PERFORM
              CLOSE VinUnitFile
           ELSE
              MOVE "CARDEALAS"   TO WS-IOERR-PROGRAM-ID
              MOVE "VinUnitFile" TO WS-IOERR-FILE-NAME
              MOVE WS-VinUnitStatus TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "NO UNIT FILE -- NO UNIT TO WRITE A DEAL ON"
           END-IF.

       2000-PROMPT-DESK.
           DISPLAY " "
           DISPLAY "W - WRITE UP A DEAL"
           DISPLAY "C - CHANGE AN OPEN DEAL"
           DISPLAY "V - VOID AN OPEN DEAL"
           DISPLAY "L - LIST OPEN DEALS"
           DISPLAY "B - PRINT BILL OF SALE AND DEAL RECAP"
           DISPLAY "D - PRINT DAILY DEALS-POSTED REPORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MenuChoice
           EVALUATE TRUE
              WHEN WS-MenuChoice = "W" OR WS-MenuChoice = "w"
                 PERFORM 2100-WRITE-UP-DEAL
              WHEN WS-MenuChoice = "C" OR WS-MenuChoice = "c"
                 PERFORM 2200-CHANGE-DEAL
              WHEN WS-MenuChoice = "V" OR WS-MenuChoice = "v"
                 PERFORM 2300-VOID-DEAL
              WHEN WS-MenuChoice = "L" OR WS-MenuChoice = "l"
                 PERFORM 2400-LIST-OPEN
              WHEN WS-MenuChoice = "B" OR WS-MenuChoice = "b"
                 PERFORM 2500-BILL-OF-SALE
              WHEN WS-MenuChoice = "D" OR WS-MenuChoice = "d"
                 PERFORM 2600-DEALS-POSTED-REPORT
              WHEN WS-MenuChoice = "X" OR WS-MenuChoice = "x"
                 MOVE "Y" TO WS-QuitSw
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS THE OPEN DEAL ON THE UNIT IN WS-VinIn. LEAVES
      * WS-DealFoundSub ON THE MATCH.
       2010-FIND-OPEN-DEAL.
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

      * FINDS THE VIN IN WS-VinIn ON THE UNIT FILE.
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

      * FINDS THE DEAL KEYED BY NUMBER. LEAVES WS-DealFoundSub ON
      * THE MATCH.
       2030-FIND-DEAL-NUMBER.
           MOVE "N" TO WS-DealFoundSw
           MOVE 0   TO WS-DealFoundSub
           DISPLAY "DEAL NUMBER (6 DIGITS): "
           ACCEPT WS-DealNoIn
           IF WS-DealNoIn IS NUMERIC
              PERFORM VARYING WS-DealSub FROM 1 BY 1
                        UNTIL WS-DealSub > WS-DealCount
                           OR DealFound
                 IF DtDealNo(WS-DealSub) = WS-DealNoNum
                    MOVE "Y" TO WS-DealFoundSw
                    MOVE WS-DealSub TO WS-DealFoundSub
                 END-IF
              END-PERFORM
           END-IF
           IF NOT DealFound
              DISPLAY "NO SUCH DEAL: " WS-DealNoIn
           END-IF.

      * BUYER, PRICE, FEES, DOWN PAYMENT AND LENDER, SHARED BY A NEW
      * DEAL AND A CHANGE. LEAVES EntryOk WHEN EVERYTHING IS GOOD.
       2040-ACCEPT-DEAL-TERMS.
           MOVE "Y" TO WS-EntryOkSw
           DISPLAY "BUYER NAME (30): "
           ACCEPT WS-NameIn
           DISPLAY "BUYER STREET ADDRESS (30): "
           ACCEPT WS-AddrIn
           DISPLAY "BUYER CITY (20): "
           ACCEPT WS-CityIn
           DISPLAY "BUYER STATE (2): "
           ACCEPT WS-StateIn
           INSPECT WS-StateIn CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "BUYER ZIP (5): "
           ACCEPT WS-ZipIn
           EVALUATE TRUE
              WHEN WS-NameIn = SPACES
                 DISPLAY "A BUYER NAME IS REQUIRED."
                 MOVE "N" TO WS-EntryOkSw
              WHEN WS-AddrIn = SPACES OR WS-CityIn = SPACES
                 DISPLAY "THE BUYER'S ADDRESS IS REQUIRED."
                 MOVE "N" TO WS-EntryOkSw
              WHEN WS-StateIn IS NOT ALPHABETIC
                OR WS-StateIn(2:1) = SPACE
                 DISPLAY "STATE MUST BE TWO LETTERS."
                 MOVE "N" TO WS-EntryOkSw
              WHEN WS-ZipIn IS NOT NUMERIC
                 DISPLAY "ZIP MUST BE 5 DIGITS."
                 MOVE "N" TO WS-EntryOkSw
           END-EVALUATE
           IF EntryOk
              PERFORM 2045-CHECK-BUYER-ADDRESS
           END-IF
           IF EntryOk
              DISPLAY "SELLING PRICE (10 DIGITS, 0002500000 = "
                      "25000.00): "
              ACCEPT WS-AmountIn
              IF WS-AmountIn IS NOT NUMERIC
                 DISPLAY "SELLING PRICE MUST BE 10 DIGITS."
                 MOVE "N" TO WS-EntryOkSw
              ELSE
                 MOVE WS-AmountNum TO WS-PriceHold
              END-IF
           END-IF
           IF EntryOk
              DISPLAY "DOCUMENT FEE (7 DIGITS, 0019900 = 199.00): "
              ACCEPT WS-FeeIn
              IF WS-FeeIn IS NOT NUMERIC
                 DISPLAY "DOCUMENT FEE MUST BE 7 DIGITS."
                 MOVE "N" TO WS-EntryOkSw
              ELSE
                 MOVE WS-FeeNum TO WS-DocFeeHold
              END-IF
           END-IF
           IF EntryOk
              DISPLAY "TITLE FEE (7 DIGITS): "
              ACCEPT WS-FeeIn
              IF WS-FeeIn IS NOT NUMERIC
                 DISPLAY "TITLE FEE MUST BE 7 DIGITS."
                 MOVE "N" TO WS-EntryOkSw
              ELSE
                 MOVE WS-FeeNum TO WS-TitleFeeHold
              END-IF
           END-IF
           IF EntryOk
              DISPLAY "REGISTRATION FEE (7 DIGITS): "
              ACCEPT WS-FeeIn
              IF WS-FeeIn IS NOT NUMERIC
                 DISPLAY "REGISTRATION FEE MUST BE 7 DIGITS."
                 MOVE "N" TO WS-EntryOkSw
              ELSE
                 MOVE WS-FeeNum TO WS-RegFeeHold
              END-IF
           END-IF
           IF EntryOk
              DISPLAY "DOWN PAYMENT (10 DIGITS): "
              ACCEPT WS-AmountIn
              IF WS-AmountIn IS NOT NUMERIC
                 DISPLAY "DOWN PAYMENT MUST BE 10 DIGITS."
                 MOVE "N" TO WS-EntryOkSw
              END-IF
           END-IF
           IF EntryOk
              DISPLAY "LENDER (20, BLANK = CASH DEAL): "
              ACCEPT WS-LenderIn
           END-IF.

      * THE ZIP MUST BE ON THE ZIP REFERENCE FILE AND IN THE STATE
      * KEYED. THE CITY IS KEPT AS THE DESK LEFT IT AFTER THE OFFER.
       2045-CHECK-BUYER-ADDRESS.
           MOVE WS-ZipIn   TO WS-ZIPREF-CHECK-ZIP
           MOVE WS-StateIn TO WS-ZIPREF-CHECK-STATE
           MOVE WS-CityIn  TO WS-ZIPREF-CHECK-CITY
           MOVE 20 TO WS-ZIPREF-CITY-WIDTH
           PERFORM 9917-CHECK-ADDRESS-ZIP
           MOVE WS-ZIPREF-CHECK-STATE TO WS-StateIn
           MOVE WS-ZIPREF-CHECK-CITY TO WS-CityIn
           IF NOT ZIPREF-ADDRESS-OK
              MOVE "N" TO WS-EntryOkSw
           END-IF.

      * MOVES THE KEYED TERMS ONTO THE DEAL AT WS-DealFoundSub.
       2050-STORE-DEAL-TERMS.
           MOVE WS-NameIn       TO DtBuyerName(WS-DealFoundSub)
           MOVE WS-AddrIn       TO DtBuyerAddr(WS-DealFoundSub)
           MOVE WS-CityIn       TO DtBuyerCity(WS-DealFoundSub)
           MOVE WS-StateIn      TO DtBuyerState(WS-DealFoundSub)
           MOVE WS-ZipIn        TO DtBuyerZip(WS-DealFoundSub)
           MOVE WS-PriceHold    TO DtPrice(WS-DealFoundSub)
           MOVE WS-DocFeeHold   TO DtDocFee(WS-DealFoundSub)
           MOVE WS-TitleFeeHold TO DtTitleFee(WS-DealFoundSub)
           MOVE WS-RegFeeHold   TO DtRegFee(WS-DealFoundSub)
           MOVE WS-AmountNum    TO DtDownPmt(WS-DealFoundSub)
           MOVE WS-LenderIn     TO DtLender(WS-DealFoundSub).

      * A NEW DEAL. THE UNIT HAS TO BE ONE WE CAN STILL SELL, AND
      * ONLY ONE DEAL CAN BE OPEN ON IT AT A TIME.
       2100-WRITE-UP-DEAL.
           DISPLAY "UNIT VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-OPEN-DEAL
           PERFORM 2020-FIND-VIN-UNIT
           EVALUATE TRUE
              WHEN NOT VinFound
                 DISPLAY "VIN NOT ON THE UNIT FILE: " WS-VinIn
              WHEN VinTblStatus(WS-VinFoundSub) NOT = "L"
               AND VinTblStatus(WS-VinFoundSub) NOT = "T"
                 DISPLAY "UNIT IS NO LONGER FOR SALE -- NOT WRITTEN."
              WHEN DealFound
                 DISPLAY "DEAL " DtDealNo(WS-DealFoundSub)
                         " IS ALREADY OPEN ON THIS UNIT."
              WHEN WS-DealCount = 500
                 DISPLAY "DEAL TABLE FULL -- NOT WRITTEN."
              WHEN OTHER
                 PERFORM 2040-ACCEPT-DEAL-TERMS
                 IF EntryOk
                    ADD 1 TO WS-DealCount WS-LastDealNo
                    MOVE WS-DealCount TO WS-DealFoundSub
                    MOVE WS-LastDealNo  TO DtDealNo(WS-DealFoundSub)
                    MOVE WS-VinIn       TO DtVin(WS-DealFoundSub)
                    MOVE VinTblModel(WS-VinFoundSub)
                      TO DtModel(WS-DealFoundSub)
                    MOVE "O"            TO DtStatus(WS-DealFoundSub)
                    MOVE WS-TodayDate   TO DtWriteDate(WS-DealFoundSub)
                    MOVE WS-OPERATOR-ID
                      TO DtSalesperson(WS-DealFoundSub)
                    PERFORM 2050-STORE-DEAL-TERMS
                    MOVE ZEROES TO DtTradeAllow(WS-DealFoundSub)
                                   DtTaxRate(WS-DealFoundSub)
                                   DtSalesTax(WS-DealFoundSub)
                                   DtFinanced(WS-DealFoundSub)
                                   DtPostedDate(WS-DealFoundSub)
                    MOVE SPACES TO DtPostedBy(WS-DealFoundSub)
                    MOVE "Y" TO WS-DealChangedSw
                    DISPLAY "DEAL " WS-LastDealNo " WRITTEN UP."
                 ELSE
                    DISPLAY "NOT WRITTEN."
                 END-IF
           END-EVALUATE.

      * RE-KEYS THE TERMS OF A DEAL BEFORE THE SALE POSTS.
       2200-CHANGE-DEAL.
           DISPLAY "UNIT VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-OPEN-DEAL
           IF NOT DealFound
              DISPLAY "NO OPEN DEAL ON VIN: " WS-VinIn
           ELSE
              MOVE DtPrice(WS-DealFoundSub) TO WS-ShowAmount
              DISPLAY "NOW: DEAL " DtDealNo(WS-DealFoundSub) " "
                      DtBuyerName(WS-DealFoundSub) " PRICE "
                      WS-ShowAmount
              PERFORM 2040-ACCEPT-DEAL-TERMS
              IF EntryOk
                 PERFORM 2050-STORE-DEAL-TERMS
                 MOVE "Y" TO WS-DealChangedSw
                 DISPLAY "DEAL CHANGED."
              ELSE
                 DISPLAY "DEAL LEFT AS IT WAS."
              END-IF
           END-IF.

       2300-VOID-DEAL.
           DISPLAY "UNIT VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-OPEN-DEAL
           IF NOT DealFound
              DISPLAY "NO OPEN DEAL ON VIN: " WS-VinIn
           ELSE
              DISPLAY "VOID DEAL " DtDealNo(WS-DealFoundSub) " FOR "
                      DtBuyerName(WS-DealFoundSub) "? (Y/N): "
              ACCEPT WS-MenuChoice
              IF WS-MenuChoice = "Y" OR WS-MenuChoice = "y"
                 MOVE "V" TO DtStatus(WS-DealFoundSub)
                 MOVE "Y" TO WS-DealChangedSw
                 DISPLAY "DEAL VOIDED."
              ELSE
                 DISPLAY "NOTHING VOIDED."
              END-IF
           END-IF.

       2400-LIST-OPEN.
           MOVE 0 TO WS-OpenCount
           PERFORM VARYING WS-DealSub FROM 1 BY 1
                     UNTIL WS-DealSub > WS-DealCount
              IF DtIsOpen(WS-DealSub)
                 ADD 1 TO WS-OpenCount
                 MOVE DtPrice(WS-DealSub) TO WS-ShowAmount
                 DISPLAY DtDealNo(WS-DealSub) " "
                         DtVin(WS-DealSub) " "
                         DtModel(WS-DealSub) " PRICE "
                         WS-ShowAmount
                 DISPLAY "   BUYER: " DtBuyerName(WS-DealSub)
                         "  WRITTEN " DtWriteDate(WS-DealSub)
                         " BY " DtSalesperson(WS-DealSub)
              END-IF
           END-PERFORM
           DISPLAY "OPEN DEALS: " WS-OpenCount.

      * THE BILL OF SALE AND THE DEAL RECAP FOR ONE POSTED DEAL.
       2500-BILL-OF-SALE.
           PERFORM 2030-FIND-DEAL-NUMBER
           EVALUATE TRUE
              WHEN NOT DealFound
                 CONTINUE
              WHEN NOT DtIsPosted(WS-DealFoundSub)
                 DISPLAY "DEAL HAS NOT BEEN POSTED ON CARINVAS -- "
                         "NO BILL OF SALE."
              WHEN OTHER
                 OPEN OUTPUT BillOfSaleReport
                 PERFORM 2510-BILL-HEADER
                 PERFORM 2520-BILL-RECAP
                 CLOSE BillOfSaleReport
                 DISPLAY "BILL OF SALE WRITTEN."
           END-EVALUATE.

       2510-BILL-HEADER.
           WRITE BillReportRecord FROM BillTitleLine
           MOVE SPACES TO BillReportRecord
           WRITE BillReportRecord
           MOVE DtDealNo(WS-DealFoundSub)      TO BosDealNo
           MOVE DtPostedDate(WS-DealFoundSub)  TO BosPostedDate
           MOVE DtSalesperson(WS-DealFoundSub) TO BosSalesperson
           WRITE BillReportRecord FROM BillDealLine
           MOVE SPACES TO BillReportRecord
           WRITE BillReportRecord
           MOVE "BUYER:"  TO BosLabel
           MOVE DtBuyerName(WS-DealFoundSub) TO BosText
           WRITE BillReportRecord FROM BillTextLine
           MOVE SPACES TO BosLabel
           MOVE DtBuyerAddr(WS-DealFoundSub) TO BosText
           WRITE BillReportRecord FROM BillTextLine
           MOVE SPACES TO BosText
           STRING DtBuyerCity(WS-DealFoundSub) DELIMITED BY "  "
                  ", "                         DELIMITED BY SIZE
                  DtBuyerState(WS-DealFoundSub) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  DtBuyerZip(WS-DealFoundSub)  DELIMITED BY SIZE
             INTO BosText
           END-STRING
           WRITE BillReportRecord FROM BillTextLine
           MOVE SPACES TO BillReportRecord
           WRITE BillReportRecord
           MOVE "VEHICLE:" TO BosLabel
           MOVE SPACES TO BosText
           STRING DtModel(WS-DealFoundSub) DELIMITED BY SIZE
                  "  VIN "                 DELIMITED BY SIZE
                  DtVin(WS-DealFoundSub)   DELIMITED BY SIZE
             INTO BosText
           END-STRING
           WRITE BillReportRecord FROM BillTextLine
           MOVE SPACES TO BillReportRecord
           WRITE BillReportRecord.

      * THE DEAL RECAP: PRICE LESS TRADE, PLUS FEES AND TAX, LESS
      * THE DOWN PAYMENT, LEAVES THE AMOUNT FINANCED OR DUE.
       2520-BILL-RECAP.
           COMPUTE WS-NetOfTrade = DtPrice(WS-DealFoundSub)
                                 - DtTradeAllow(WS-DealFoundSub)
           COMPUTE WS-FeesTotal = DtDocFee(WS-DealFoundSub)
                                + DtTitleFee(WS-DealFoundSub)
                                + DtRegFee(WS-DealFoundSub)
           COMPUTE WS-DealTotal = WS-NetOfTrade + WS-FeesTotal
                                + DtSalesTax(WS-DealFoundSub)
           MOVE SPACES TO BosAmtSign
           MOVE "SELLING PRICE"      TO BosAmtLabel
           MOVE DtPrice(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE "LESS TRADE ALLOWANCE" TO BosAmtLabel
           MOVE "- "                   TO BosAmtSign
           MOVE DtTradeAllow(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE SPACES TO BosAmtSign
           MOVE "NET OF TRADE"       TO BosAmtLabel
           MOVE WS-NetOfTrade        TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE "+ "                 TO BosAmtSign
           MOVE "DOCUMENT FEE"       TO BosAmtLabel
           MOVE DtDocFee(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE "TITLE FEE"          TO BosAmtLabel
           MOVE DtTitleFee(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE "REGISTRATION FEE"   TO BosAmtLabel
           MOVE DtRegFee(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE DtTaxRate(WS-DealFoundSub) TO WS-ShowRate
           MOVE SPACES TO BosAmtLabel
           STRING "SALES TAX (" DELIMITED BY SIZE
                  DtBuyerState(WS-DealFoundSub) DELIMITED BY SIZE
                  " AT "        DELIMITED BY SIZE
                  WS-ShowRate   DELIMITED BY SIZE
                  ")"           DELIMITED BY SIZE
             INTO BosAmtLabel
           END-STRING
           MOVE DtSalesTax(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE SPACES TO BosAmtSign
           MOVE "TOTAL DELIVERED PRICE" TO BosAmtLabel
           MOVE WS-DealTotal         TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE "- "                 TO BosAmtSign
           MOVE "DOWN PAYMENT"       TO BosAmtLabel
           MOVE DtDownPmt(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           MOVE SPACES TO BosAmtSign
           IF DtLender(WS-DealFoundSub) = SPACES
              MOVE "BALANCE DUE AT DELIVERY" TO BosAmtLabel
           ELSE
              MOVE "AMOUNT FINANCED"  TO BosAmtLabel
           END-IF
           MOVE DtFinanced(WS-DealFoundSub) TO BosAmount
           WRITE BillReportRecord FROM BillAmountLine
           IF DtLender(WS-DealFoundSub) NOT = SPACES
              MOVE "LENDER:" TO BosLabel
              MOVE DtLender(WS-DealFoundSub) TO BosText
              WRITE BillReportRecord FROM BillTextLine
           END-IF
           MOVE SPACES TO BillReportRecord
           WRITE BillReportRecord
           WRITE BillReportRecord
           WRITE BillReportRecord FROM BillSignLine.

      * EVERY DEAL CARINVAS POSTED ON THE DAY, WITH TOTALS FOR THE
      * DEPOSIT (DOWN PAYMENTS PLUS CASH BALANCES DUE) AND EACH
      * LENDER'S FUNDING.
       2600-DEALS-POSTED-REPORT.
           DISPLAY "POSTED DATE (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-DateIn
           IF WS-DateIn = SPACES
              MOVE WS-TodayDate TO WS-DateNum
           END-IF
           IF WS-DateIn IS NOT NUMERIC
              DISPLAY "DATE MUST BE YYYYMMDD -- NO REPORT."
           ELSE
              MOVE ZEROES TO WS-PostedDeals WS-TotPrice WS-TotTrade
                             WS-TotFees WS-TotTax WS-TotDown
                             WS-TotFinanced WS-TotCashDue
                             WS-LenderCount
              OPEN OUTPUT PostedReport
              MOVE WS-DateNum TO PstHdgDate
              WRITE PostedReportRecord FROM PostedHdgLine
              WRITE PostedReportRecord FROM PostedColumnLine
              PERFORM VARYING WS-DealSub FROM 1 BY 1
                        UNTIL WS-DealSub > WS-DealCount
                 IF DtIsPosted(WS-DealSub)
                    AND DtPostedDate(WS-DealSub) = WS-DateNum
                    PERFORM 2610-POSTED-DEAL-LINE
                 END-IF
              END-PERFORM
              PERFORM 2620-POSTED-TOTALS
              CLOSE PostedReport
              DISPLAY "DEALS POSTED " WS-DateNum ": " WS-PostedDeals
              DISPLAY "DEALS-POSTED REPORT WRITTEN."
           END-IF.

       2610-POSTED-DEAL-LINE.
           ADD 1 TO WS-PostedDeals
           COMPUTE WS-FeesTotal = DtDocFee(WS-DealSub)
                                + DtTitleFee(WS-DealSub)
                                + DtRegFee(WS-DealSub)
           MOVE DtDealNo(WS-DealSub)     TO PstDealNo
           MOVE DtVin(WS-DealSub)        TO PstVin
           MOVE DtBuyerName(WS-DealSub)  TO PstBuyer
           MOVE DtPrice(WS-DealSub)      TO PstPrice
           MOVE DtTradeAllow(WS-DealSub) TO PstTrade
           MOVE WS-FeesTotal             TO PstFees
           MOVE DtSalesTax(WS-DealSub)   TO PstTax
           MOVE DtDownPmt(WS-DealSub)    TO PstDown
           MOVE DtFinanced(WS-DealSub)   TO PstFinanced
           IF DtLender(WS-DealSub) = SPACES
              MOVE "CASH" TO PstLender
           ELSE
              MOVE DtLender(WS-DealSub) TO PstLender
           END-IF
           WRITE PostedReportRecord FROM PostedDetailLine
           ADD DtPrice(WS-DealSub)      TO WS-TotPrice
           ADD DtTradeAllow(WS-DealSub) TO WS-TotTrade
           ADD WS-FeesTotal             TO WS-TotFees
           ADD DtSalesTax(WS-DealSub)   TO WS-TotTax
           ADD DtDownPmt(WS-DealSub)    TO WS-TotDown
           IF DtLender(WS-DealSub) = SPACES
              ADD DtFinanced(WS-DealSub) TO WS-TotCashDue
           ELSE
              ADD DtFinanced(WS-DealSub) TO WS-TotFinanced
              MOVE "N" TO WS-LenderFoundSw
              PERFORM VARYING WS-LenderSub FROM 1 BY 1
                        UNTIL WS-LenderSub > WS-LenderCount
                           OR LenderFound
                 IF LtLender(WS-LenderSub) = DtLender(WS-DealSub)
                    MOVE "Y" TO WS-LenderFoundSw
                 END-IF
              END-PERFORM
              IF LenderFound
                 SUBTRACT 1 FROM WS-LenderSub
              ELSE
                 IF WS-LenderCount < 30
                    ADD 1 TO WS-LenderCount
                    MOVE WS-LenderCount TO WS-LenderSub
                    MOVE DtLender(WS-DealSub) TO LtLender(WS-LenderSub)
                    MOVE ZEROES TO LtDeals(WS-LenderSub)
                                   LtFinanced(WS-LenderSub)
                    MOVE "Y" TO WS-LenderFoundSw
                 END-IF
              END-IF
              IF LenderFound
                 ADD 1 TO LtDeals(WS-LenderSub)
                 ADD DtFinanced(WS-DealSub) TO LtFinanced(WS-LenderSub)
              END-IF
           END-IF.

       2620-POSTED-TOTALS.
           MOVE SPACES TO PostedReportRecord
           WRITE PostedReportRecord
           MOVE WS-PostedDeals TO PstTotCount
           MOVE "TOTAL SELLING PRICE"  TO PstTotLabel
           MOVE WS-TotPrice            TO PstTotAmount
           WRITE PostedReportRecord FROM PostedTotalLine
           MOVE "TOTAL TRADE ALLOWANCES" TO PstTotLabel
           MOVE WS-TotTrade            TO PstTotAmount
           WRITE PostedReportRecord FROM PostedTotalLine
           MOVE "TOTAL DOC/TITLE/REG FEES" TO PstTotLabel
           MOVE WS-TotFees             TO PstTotAmount
           WRITE PostedReportRecord FROM PostedTotalLine
           MOVE "TOTAL SALES TAX"      TO PstTotLabel
           MOVE WS-TotTax              TO PstTotAmount
           WRITE PostedReportRecord FROM PostedTotalLine
           MOVE "DOWN PAYMENTS"        TO PstTotLabel
           MOVE WS-TotDown             TO PstTotAmount
           WRITE PostedReportRecord FROM PostedTotalLine
           MOVE "CASH BALANCES DUE"    TO PstTotLabel
           MOVE WS-TotCashDue          TO PstTotAmount
           WRITE PostedReportRecord FROM PostedTotalLine
           MOVE "EXPECTED DEPOSIT"     TO PstTotLabel
           COMPUTE PstTotAmount = WS-TotDown + WS-TotCashDue
           WRITE PostedReportRecord FROM PostedTotalLine
           MOVE "TOTAL LENDER FUNDINGS" TO PstTotLabel
           MOVE WS-TotFinanced         TO PstTotAmount
           WRITE PostedReportRecord FROM PostedTotalLine
           PERFORM VARYING WS-LenderSub FROM 1 BY 1
                     UNTIL WS-LenderSub > WS-LenderCount
              MOVE SPACES TO PstTotLabel
              STRING "  " DELIMITED BY SIZE
                     LtLender(WS-LenderSub) DELIMITED BY SIZE
                INTO PstTotLabel
              END-STRING
              MOVE LtDeals(WS-LenderSub)    TO PstTotCount
              MOVE LtFinanced(WS-LenderSub) TO PstTotAmount
              WRITE PostedReportRecord FROM PostedTotalLine
           END-PERFORM.

       3000-REWRITE-DEAL-FILE.
           OPEN OUTPUT DealFile
           PERFORM VARYING WS-DealSub FROM 1 BY 1
                     UNTIL WS-DealSub > WS-DealCount
              MOVE DealEntry(WS-DealSub) TO DealRec
              WRITE DealRec
              IF NOT DealFileOk
                 MOVE "CARDEALAS" TO WS-IOERR-PROGRAM-ID
                 MOVE "DealFile"  TO WS-IOERR-FILE-NAME
                 MOVE WS-DealFileStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE DealFile.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED ZIP REFERENCE PARAGRAPHS. SEE ZIPREFPARA.CPY.
       COPY ZIPREFPARA.
