       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARTRDAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * TRADE-IN APPRAISAL SCREEN.
      *
      * HALF THE DEALS COME WITH A TRADE, AND THE PAPER APPRAISAL
      * USED TO BE THE ONLY RECORD OF IT. THE APPRAISER NOW KEYS THE
      * TRADE HERE -- VIN, MODEL, COLOR, MILEAGE, CONDITION GRADE,
      * APPRAISED (ACTUAL CASH) VALUE -- AGAINST THE VIN OF THE UNIT
      * THE CUSTOMER IS BUYING. WHEN CARINVAS POSTS THAT SALE, EVERY
      * OPEN APPRAISAL ON THE DEAL IS RECEIVED ONTO CARVIN.DAT AS A
      * USED UNIT, COSTED AT THE ALLOWANCE THE DESK GAVE.
      *
      * APPRAISAL STATUS:  O = OPEN (WAITING ON THE DEAL)
      *                    R = RECEIVED INTO INVENTORY
      *                    V = VOIDED (DEAL FELL THROUGH)
      * CONDITION GRADE:   E = EXCELLENT  G = GOOD
      *                    F = FAIR       P = POOR
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TradeFile
             ASSIGN TO "C:\Users\Bob\CARTRADE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TradeFileStatus.

           SELECT VinUnitFile
             ASSIGN TO "C:\Users\Bob\CARVIN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VinUnitStatus.

           COPY IOERRSEL.

       DATA DIVISION.
       FILE SECTION.

      * ONE ROW PER APPRAISED TRADE, KEYED BY THE TRADE'S VIN.
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
      * THE VIN OF THE UNIT THE CUSTOMER IS BUYING -- THE DEAL.
           05 TrdDealVin             PIC X(17).
           05 TrdAppraiseDate        PIC 9(08).
           05 TrdAppraiser           PIC X(08).
           05 TrdStatus              PIC X(01).
      * FILLED IN BY CARINVAS WHEN THE DEAL SELLS.
           05 TrdAllowance           PIC 9(08)V99.
           05 TrdReceivedDate        PIC 9(08).

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

       COPY IOERRFD.

       WORKING-STORAGE SECTION.

       01  WS-TradeFileStatus        PIC X(02).
           88 TradeFileOk                VALUE "00".
           88 EndOfTradeFile             VALUE "10".
       01  WS-VinUnitStatus          PIC X(02).
           88 VinUnitFileOk              VALUE "00".
           88 EndOfVinUnitFile           VALUE "10".

      * THE WHOLE APPRAISAL FILE HELD WHILE THE APPRAISER WORKS,
      * REWRITTEN ON EXIT WHEN ANYTHING CHANGED.
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
       01  WS-TradeFoundSub          PIC 9(03) VALUE 0.
       01  WS-TradeFoundSw           PIC X(01) VALUE "N".
           88 TradeFound                 VALUE "Y".
       01  WS-TradeChangedSw         PIC X(01) VALUE "N".
           88 TradeFileChanged           VALUE "Y".

      * VIN NUMBERS AND STATUSES OFF THE UNIT FILE, FOR CHECKING THE
      * DEAL UNIT AND THAT THE TRADE ISN'T ALREADY IN STOCK.
       01  VinTable.
           05 VinEntry OCCURS 200 TIMES.
              10 VinTblNumber        PIC X(17).
              10 VinTblStatus        PIC X(01).
       01  WS-VinCount               PIC 9(03) VALUE 0.
       01  WS-VinSub                 PIC 9(03).
       01  WS-VinFoundSub            PIC 9(03) VALUE 0.
       01  WS-VinFoundSw             PIC X(01) VALUE "N".
           88 VinFound                   VALUE "Y".

       01  WS-MenuChoice             PIC X(01).
       01  WS-QuitSw                 PIC X(01) VALUE "N".
           88 AppraiserDone              VALUE "Y".
       01  WS-TodayDate              PIC 9(08).
       01  WS-VinIn                  PIC X(17).
       01  WS-DealVinIn              PIC X(17).
       01  WS-ModelIn                PIC X(10).
       01  WS-ColorIn                PIC X(10).
       01  WS-MileageIn              PIC X(07).
       01  WS-MileageNum REDEFINES WS-MileageIn
                                     PIC 9(07).
       01  WS-GradeIn                PIC X(01).
           88 GradeIsValid               VALUE "E" "G" "F" "P".
       01  WS-AmountIn               PIC X(10).
       01  WS-AmountNum REDEFINES WS-AmountIn
                                     PIC 9(08)V99.
       01  WS-EntryOkSw              PIC X(01).
           88 EntryOk                    VALUE "Y".
       01  WS-OpenCount              PIC 9(03).

       01  WS-ShowAmount             PIC ZZZZZZZ9.99.
       01  WS-ShowMileage            PIC Z,ZZZ,ZZ9.

       COPY IOERRWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "CARTRDAS TRADE-IN APPRAISAL"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-TRADES
           PERFORM 1100-LOAD-VIN-UNITS
           PERFORM UNTIL AppraiserDone
              PERFORM 2000-PROMPT-APPRAISER
           END-PERFORM
           IF TradeFileChanged
              PERFORM 3000-REWRITE-TRADE-FILE
              DISPLAY "CARTRDAS: APPRAISAL FILE UPDATED"
           END-IF
           GOBACK.

       1000-LOAD-TRADES.
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
              DISPLAY "APPRAISALS ON FILE: " WS-TradeCount
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT EndOfTradeFile
                 READ TradeFile INTO TradeRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARTRDAS: APPRAISAL TABLE FULL AT 200 "
                            "-- ENTRY REFUSED, A REWRITE WOULD DROP "
                            "THE UNLOADED APPRAISALS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE TradeFile
           ELSE
              DISPLAY "NO APPRAISAL FILE YET -- STARTING EMPTY"
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
                    MOVE VinStatus TO VinTblStatus(WS-VinCount)
                 END-READ
              END-PERFORM
              CLOSE VinUnitFile
           ELSE
              MOVE "CARTRDAS"    TO WS-IOERR-PROGRAM-ID
              MOVE "VinUnitFile" TO WS-IOERR-FILE-NAME
              MOVE WS-VinUnitStatus TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "NO UNIT FILE -- NO DEAL TO APPRAISE AGAINST"
              MOVE "Y" TO WS-QuitSw
           END-IF.

       2000-PROMPT-APPRAISER.
           DISPLAY " "
           DISPLAY "A - APPRAISE A TRADE"
           DISPLAY "C - CHANGE AN OPEN APPRAISAL"
           DISPLAY "V - VOID AN OPEN APPRAISAL"
           DISPLAY "L - LIST OPEN APPRAISALS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MenuChoice
           EVALUATE TRUE
              WHEN WS-MenuChoice = "A" OR WS-MenuChoice = "a"
                 PERFORM 2100-APPRAISE-TRADE
              WHEN WS-MenuChoice = "C" OR WS-MenuChoice = "c"
                 PERFORM 2200-CHANGE-APPRAISAL
              WHEN WS-MenuChoice = "V" OR WS-MenuChoice = "v"
                 PERFORM 2300-VOID-APPRAISAL
              WHEN WS-MenuChoice = "L" OR WS-MenuChoice = "l"
                 PERFORM 2400-LIST-OPEN
              WHEN WS-MenuChoice = "X" OR WS-MenuChoice = "x"
                 MOVE "Y" TO WS-QuitSw
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS AN OPEN APPRAISAL FOR THE KEYED TRADE VIN. LEAVES
      * WS-TradeFoundSub ON THE MATCH.
       2010-FIND-OPEN-TRADE.
           MOVE "N" TO WS-TradeFoundSw
           MOVE 0   TO WS-TradeFoundSub
           PERFORM VARYING WS-TradeSub FROM 1 BY 1
                     UNTIL WS-TradeSub > WS-TradeCount
                        OR TradeFound
              IF TtVin(WS-TradeSub) = WS-VinIn
                 AND TtIsOpen(WS-TradeSub)
                 MOVE "Y" TO WS-TradeFoundSw
                 MOVE WS-TradeSub TO WS-TradeFoundSub
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

      * MILEAGE, GRADE AND APPRAISED VALUE, SHARED BY A NEW
      * APPRAISAL AND A CHANGE. LEAVES EntryOk WHEN ALL THREE ARE
      * GOOD.
       2030-ACCEPT-VALUATION.
           MOVE "Y" TO WS-EntryOkSw
           DISPLAY "MILEAGE (7 DIGITS, 0045200 = 45,200): "
           ACCEPT WS-MileageIn
           IF WS-MileageIn IS NOT NUMERIC
              DISPLAY "MILEAGE MUST BE 7 DIGITS."
              MOVE "N" TO WS-EntryOkSw
           END-IF
           IF EntryOk
              DISPLAY "CONDITION GRADE (E/G/F/P): "
              ACCEPT WS-GradeIn
              INSPECT WS-GradeIn CONVERTING "egfp" TO "EGFP"
              IF NOT GradeIsValid
                 DISPLAY "GRADE MUST BE E, G, F OR P."
                 MOVE "N" TO WS-EntryOkSw
              END-IF
           END-IF
           IF EntryOk
              DISPLAY "APPRAISED VALUE (10 DIGITS, 0000850000 = "
                      "8500.00): "
              ACCEPT WS-AmountIn
              IF WS-AmountIn IS NOT NUMERIC
                 DISPLAY "APPRAISED VALUE MUST BE 10 DIGITS."
                 MOVE "N" TO WS-EntryOkSw
              END-IF
           END-IF.

      * A NEW APPRAISAL. THE DEAL UNIT HAS TO BE ONE WE CAN STILL
      * SELL (ON THE LOT OR IN TRANSIT), AND THE TRADE CAN'T ALREADY
      * BE IN STOCK OR ON ANOTHER OPEN APPRAISAL.
       2100-APPRAISE-TRADE.
           IF WS-TradeCount = 200
              DISPLAY "APPRAISAL TABLE FULL -- NOT ENTERED."
           ELSE
              DISPLAY "DEAL UNIT VIN (17): "
              ACCEPT WS-DealVinIn
              MOVE WS-DealVinIn TO WS-VinIn
              PERFORM 2020-FIND-VIN-UNIT
              EVALUATE TRUE
                 WHEN NOT VinFound
                    DISPLAY "DEAL VIN NOT ON THE UNIT FILE: "
                            WS-DealVinIn
                 WHEN VinTblStatus(WS-VinFoundSub) NOT = "L"
                  AND VinTblStatus(WS-VinFoundSub) NOT = "T"
                    DISPLAY "DEAL UNIT IS NO LONGER FOR SALE -- "
                            "NOT ENTERED."
                 WHEN OTHER
                    PERFORM 2110-ACCEPT-TRADE
              END-EVALUATE
           END-IF.

       2110-ACCEPT-TRADE.
           DISPLAY "TRADE VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-OPEN-TRADE
           PERFORM 2020-FIND-VIN-UNIT
           EVALUATE TRUE
              WHEN WS-VinIn = SPACES
                 DISPLAY "A VIN IS REQUIRED -- NOT ENTERED."
              WHEN WS-VinIn = WS-DealVinIn
                 DISPLAY "TRADE AND DEAL ARE THE SAME VIN -- NOT "
                         "ENTERED."
              WHEN TradeFound
                 DISPLAY "TRADE ALREADY HAS AN OPEN APPRAISAL ON "
                         "DEAL " TtDealVin(WS-TradeFoundSub)
              WHEN VinFound
                 AND (VinTblStatus(WS-VinFoundSub) = "L"
                  OR VinTblStatus(WS-VinFoundSub) = "T")
                 DISPLAY "TRADE VIN IS ALREADY IN STOCK -- NOT "
                         "ENTERED."
              WHEN OTHER
                 DISPLAY "MODEL (10): "
                 ACCEPT WS-ModelIn
                 DISPLAY "COLOR (10): "
                 ACCEPT WS-ColorIn
                 PERFORM 2030-ACCEPT-VALUATION
                 IF WS-ModelIn = SPACES
                    DISPLAY "A MODEL IS REQUIRED."
                    MOVE "N" TO WS-EntryOkSw
                 END-IF
                 IF EntryOk
                    ADD 1 TO WS-TradeCount
                    MOVE WS-VinIn      TO TtVin(WS-TradeCount)
                    MOVE WS-ModelIn    TO TtModel(WS-TradeCount)
                    MOVE WS-ColorIn    TO TtColor(WS-TradeCount)
                    MOVE WS-MileageNum TO TtMileage(WS-TradeCount)
                    MOVE WS-GradeIn    TO TtGrade(WS-TradeCount)
                    MOVE WS-AmountNum  TO TtAppraised(WS-TradeCount)
                    MOVE WS-DealVinIn  TO TtDealVin(WS-TradeCount)
                    MOVE WS-TodayDate
                      TO TtAppraiseDate(WS-TradeCount)
                    MOVE WS-OPERATOR-ID
                      TO TtAppraiser(WS-TradeCount)
                    MOVE "O"           TO TtStatus(WS-TradeCount)
                    MOVE ZEROES TO TtAllowance(WS-TradeCount)
                                   TtReceivedDate(WS-TradeCount)
                    MOVE "Y" TO WS-TradeChangedSw
                    DISPLAY "TRADE APPRAISED."
                 ELSE
                    DISPLAY "NOT ENTERED."
                 END-IF
           END-EVALUATE.

      * A RE-APPRAISAL BEFORE THE DEAL CLOSES: NEW MILEAGE, GRADE
      * AND VALUE. THE APPRAISER AND DATE MOVE TO WHOEVER CHANGED IT.
       2200-CHANGE-APPRAISAL.
           DISPLAY "TRADE VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-OPEN-TRADE
           IF NOT TradeFound
              DISPLAY "NO OPEN APPRAISAL FOR VIN: " WS-VinIn
           ELSE
              MOVE TtAppraised(WS-TradeFoundSub) TO WS-ShowAmount
              MOVE TtMileage(WS-TradeFoundSub)   TO WS-ShowMileage
              DISPLAY "NOW: " TtModel(WS-TradeFoundSub)
                      " MILES " WS-ShowMileage
                      " GRADE " TtGrade(WS-TradeFoundSub)
                      " VALUE " WS-ShowAmount
              PERFORM 2030-ACCEPT-VALUATION
              IF EntryOk
                 MOVE WS-MileageNum TO TtMileage(WS-TradeFoundSub)
                 MOVE WS-GradeIn    TO TtGrade(WS-TradeFoundSub)
                 MOVE WS-AmountNum  TO TtAppraised(WS-TradeFoundSub)
                 MOVE WS-TodayDate
                   TO TtAppraiseDate(WS-TradeFoundSub)
                 MOVE WS-OPERATOR-ID
                   TO TtAppraiser(WS-TradeFoundSub)
                 MOVE "Y" TO WS-TradeChangedSw
                 DISPLAY "APPRAISAL CHANGED."
              ELSE
                 DISPLAY "APPRAISAL LEFT AS IT WAS."
              END-IF
           END-IF.

       2300-VOID-APPRAISAL.
           DISPLAY "TRADE VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2010-FIND-OPEN-TRADE
           IF NOT TradeFound
              DISPLAY "NO OPEN APPRAISAL FOR VIN: " WS-VinIn
           ELSE
              DISPLAY "VOID THE APPRAISAL ON DEAL "
                      TtDealVin(WS-TradeFoundSub) "? (Y/N): "
              ACCEPT WS-MenuChoice
              IF WS-MenuChoice = "Y" OR WS-MenuChoice = "y"
                 MOVE "V" TO TtStatus(WS-TradeFoundSub)
                 MOVE "Y" TO WS-TradeChangedSw
                 DISPLAY "APPRAISAL VOIDED."
              ELSE
                 DISPLAY "NOTHING VOIDED."
              END-IF
           END-IF.

       2400-LIST-OPEN.
           MOVE 0 TO WS-OpenCount
           PERFORM VARYING WS-TradeSub FROM 1 BY 1
                     UNTIL WS-TradeSub > WS-TradeCount
              IF TtIsOpen(WS-TradeSub)
                 ADD 1 TO WS-OpenCount
                 MOVE TtAppraised(WS-TradeSub) TO WS-ShowAmount
                 MOVE TtMileage(WS-TradeSub)   TO WS-ShowMileage
                 DISPLAY TtVin(WS-TradeSub) " "
                         TtModel(WS-TradeSub) " "
                         WS-ShowMileage " MI  GRADE "
                         TtGrade(WS-TradeSub) "  VALUE "
                         WS-ShowAmount
                 DISPLAY "   DEAL: " TtDealVin(WS-TradeSub)
                         "  APPRAISED " TtAppraiseDate(WS-TradeSub)
                         " BY " TtAppraiser(WS-TradeSub)
              END-IF
           END-PERFORM
           DISPLAY "OPEN APPRAISALS: " WS-OpenCount.

       3000-REWRITE-TRADE-FILE.
           OPEN OUTPUT TradeFile
           PERFORM VARYING WS-TradeSub FROM 1 BY 1
                     UNTIL WS-TradeSub > WS-TradeCount
              MOVE TradeEntry(WS-TradeSub) TO TradeRec
              WRITE TradeRec
              IF NOT TradeFileOk
                 MOVE "CARTRDAS"  TO WS-IOERR-PROGRAM-ID
                 MOVE "TradeFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-TradeFileStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE TradeFile.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
