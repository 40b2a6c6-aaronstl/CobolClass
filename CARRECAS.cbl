       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARRECAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * RECONDITIONING WORK ORDERS AGAINST VIN UNITS.
      *
      * USED AND DAMAGED UNITS ARE DETAILED, REPAIRED AND INSPECTED
      * BEFORE THEY SELL, AND THAT SPEND NEVER REACHED VinCost, SO
      * CARMGNAS OVERSTATED THE MARGIN ON EVERY USED CAR. THE SERVICE
      * WRITER NOW OPENS A WORK ORDER HERE AGAINST THE VIN
      * (CARWO.DAT) AND ADDS ITS LINES AS THE WORK IS DONE
      * (CARWOLN.DAT) -- LABOR HOURS AT A RATE, PARTS, AND SUBLET
      * WORK SENT OUT. CLOSING THE WORK ORDER ADDS ITS COST TO THE
      * UNIT'S VinCost ON CARVIN.DAT.
      *
      * WHILE A UNIT HAS AN OPEN WORK ORDER CARINVAS SHOWS IT "IN
      * RECON" ON THE STOCK REPORT AND WILL NOT SELL IT.
      *
      * THE WEEKLY RECON REPORT (CARRECON.rpt) SHOWS, PER UNIT, THE
      * LABOR, PARTS AND SUBLET SPEND OF EVERY WORK ORDER OPEN AT
      * ANY TIME IN THE WEEK, AND THE DAYS EACH SPENT IN RECON (TO
      * THE CLOSE, OR TO THE WEEK-ENDING DATE WHILE STILL OPEN).
      *
      * WORK-ORDER STATUS:  O = OPEN    C = CLOSED (COST ON VinCost)
      *                     V = VOIDED (OPENED IN ERROR, NO COST)
      * LINE TYPES:         L = LABOR   P = PARTS   S = SUBLET
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkOrderFile
             ASSIGN TO "C:\Users\Bob\CARWO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WorkOrderStatus.

           SELECT WorkLineFile
             ASSIGN TO "C:\Users\Bob\CARWOLN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WorkLineStatus.

           SELECT VinUnitFile
             ASSIGN TO "C:\Users\Bob\CARVIN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VinUnitStatus.

           SELECT ReconReport
             ASSIGN TO "C:\Users\Bob\CARRECON.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ReconReportStatus.

           COPY IOERRSEL.

       DATA DIVISION.
       FILE SECTION.

      * ONE ROW PER WORK ORDER, KEYED BY WORK-ORDER NUMBER.
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
      * THE COST ADDED TO VinCost AT THE CLOSE.
           05 WoTotalCost            PIC 9(07)V99.

      * ONE ROW PER WORK-ORDER LINE.
       FD  WorkLineFile
           RECORDING MODE IS F
           DATA RECORD IS WorkLineRec.
       01  WorkLineRec.
           05 WlNumber               PIC 9(06).
           05 WlLineNo               PIC 9(03).
           05 WlType                 PIC X(01).
           05 WlDescription          PIC X(25).
      * LABOR LINES ONLY: HOURS AND THE HOURLY RATE.
           05 WlHours                PIC 9(03)V9.
           05 WlRate                 PIC 9(03)V99.
           05 WlAmount               PIC 9(07)V99.
           05 WlEntryDate            PIC 9(08).

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

       FD  ReconReport
           RECORDING MODE IS F
           DATA RECORD IS ReconReportRecord.
       01  ReconReportRecord         PIC X(120).

       COPY IOERRFD.

       WORKING-STORAGE SECTION.

       01  WS-WorkOrderStatus        PIC X(02).
           88 WorkOrderFileOk            VALUE "00".
           88 EndOfWorkOrderFile         VALUE "10".
       01  WS-WorkLineStatus         PIC X(02).
           88 WorkLineFileOk             VALUE "00".
           88 EndOfWorkLineFile          VALUE "10".
       01  WS-VinUnitStatus          PIC X(02).
           88 VinUnitFileOk              VALUE "00".
           88 EndOfVinUnitFile           VALUE "10".
       01  WS-ReconReportStatus      PIC X(02).
           88 GoodReconWrite             VALUE "00".

      * THE WORK ORDERS AND THEIR LINES, HELD WHILE THE WRITER
      * WORKS AND REWRITTEN ON EXIT WHEN ANYTHING CHANGED.
       01  WorkOrderTable.
           05 WorkOrderEntry OCCURS 300 TIMES.
              10 WtNumber            PIC 9(06).
              10 WtVin               PIC X(17).
              10 WtDescription       PIC X(30).
              10 WtOpenDate          PIC 9(08).
              10 WtOpenedBy          PIC X(08).
              10 WtStatus            PIC X(01).
                 88 WtIsOpen             VALUE "O".
                 88 WtIsClosed           VALUE "C".
              10 WtCloseDate         PIC 9(08).
              10 WtTotalCost         PIC 9(07)V99.
       01  WS-WoCount                PIC 9(03) VALUE 0.
       01  WS-WoSub                  PIC 9(03).
       01  WS-WoFoundSub             PIC 9(03) VALUE 0.
       01  WS-WoFoundSw              PIC X(01) VALUE "N".
           88 WoFound                    VALUE "Y".
       01  WS-LastWoNumber           PIC 9(06) VALUE 0.

       01  WorkLineTable.
           05 WorkLineEntry OCCURS 2000 TIMES.
              10 LtNumber            PIC 9(06).
              10 LtLineNo            PIC 9(03).
              10 LtType              PIC X(01).
              10 LtDescription       PIC X(25).
              10 LtHours             PIC 9(03)V9.
              10 LtRate              PIC 9(03)V99.
              10 LtAmount            PIC 9(07)V99.
              10 LtEntryDate         PIC 9(08).
       01  WS-LineCount              PIC 9(04) VALUE 0.
       01  WS-LineSub                PIC 9(04).
       01  WS-NextLineNo             PIC 9(03).

       01  WS-WoChangedSw            PIC X(01) VALUE "N".
           88 WorkOrdersChanged          VALUE "Y".

      * THE WHOLE UNIT FILE, REWRITTEN WHEN A CLOSE ADDS COST.
       01  VinTable.
           05 VinEntry OCCURS 200 TIMES.
              10 VinTblNumber        PIC X(17).
              10 VinTblModel         PIC X(10).
              10 VinTblColor         PIC X(10).
              10 VinTblReceived      PIC 9(08).
              10 VinTblStatus        PIC X(01).
              10 VinTblCost          PIC 9(08)V99.
              10 VinTblNewUsed       PIC X(01).
       01  WS-VinCount               PIC 9(03) VALUE 0.
       01  WS-VinSub                 PIC 9(03).
       01  WS-VinFoundSub            PIC 9(03) VALUE 0.
       01  WS-VinFoundSw             PIC X(01) VALUE "N".
           88 VinFound                   VALUE "Y".
       01  WS-VinChangedSw           PIC X(01) VALUE "N".
           88 VinFileChanged             VALUE "Y".

      * THE SHOP'S DEFAULT HOURLY LABOR RATE FOR A LABOR LINE.
       01  WS-DefaultLaborRate       PIC 9(03)V99 VALUE 065.00.

       01  WS-MenuChoice             PIC X(01).
       01  WS-QuitSw                 PIC X(01) VALUE "N".
           88 WriterDone                 VALUE "Y".
       01  WS-TodayDate              PIC 9(08).
       01  WS-VinIn                  PIC X(17).
       01  WS-WoNumberIn             PIC X(06).
       01  WS-WoNumberNum REDEFINES WS-WoNumberIn
                                     PIC 9(06).
       01  WS-DescIn                 PIC X(30).
       01  WS-TypeIn                 PIC X(01).
           88 LineTypeIsValid            VALUE "L" "P" "S".
       01  WS-HoursIn                PIC X(04).
       01  WS-HoursNum REDEFINES WS-HoursIn
                                     PIC 9(03)V9.
       01  WS-RateIn                 PIC X(05).
       01  WS-RateNum REDEFINES WS-RateIn
                                     PIC 9(03)V99.
       01  WS-AmountIn               PIC X(09).
       01  WS-AmountNum REDEFINES WS-AmountIn
                                     PIC 9(07)V99.
       01  WS-DateIn                 PIC X(08).
       01  WS-DateNum REDEFINES WS-DateIn
                                     PIC 9(08).
       01  WS-LineAmount             PIC 9(07)V99.
       01  WS-WoCost                 PIC 9(07)V99.
       01  WS-OpenCount              PIC 9(03).

      * WEEKLY REPORT WORK FIELDS.
       01  WS-WeekEndDate            PIC 9(08).
       01  WS-WeekEndInt             PIC 9(08).
       01  WS-WeekStartInt           PIC 9(08).
       01  WS-OpenInt                PIC 9(08).
       01  WS-CloseInt               PIC 9(08).
       01  WS-DaysInRecon            PIC S9(05).
       01  WS-WoLabor                PIC 9(07)V99.
       01  WS-WoParts                PIC 9(07)V99.
       01  WS-WoSublet               PIC 9(07)V99.
       01  WS-WoHours                PIC 9(05)V9.
       01  WS-RptOrders              PIC 9(04).
       01  WS-RptLabor               PIC 9(09)V99.
       01  WS-RptParts               PIC 9(09)V99.
       01  WS-RptSublet              PIC 9(09)V99.
       01  WS-RptHours               PIC 9(07)V9.
       01  WS-RptDays                PIC 9(07).
       01  WS-AvgDays                PIC 9(05)V9.

       01  WS-ShowAmount             PIC ZZZZZZ9.99.

       01  ReconHdgLine.
           05 FILLER                 PIC X(38)
             VALUE "RECONDITIONING SPEND FOR WEEK ENDING ".
           05 ReconHdgDate           PIC 9(08).
           05 FILLER                 PIC X(74) VALUE SPACES.

       01  ReconDetailLine.
           05 RcnVin                 PIC X(17).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 RcnModel               PIC X(10).
           05 FILLER                 PIC X(04) VALUE " WO ".
           05 RcnWoNumber            PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 RcnStatus              PIC X(06).
           05 FILLER                 PIC X(05) VALUE " HRS:".
           05 RcnHours               PIC ZZZ9.9.
           05 FILLER                 PIC X(07) VALUE " LABOR:".
           05 RcnLabor               PIC ZZZZZ9.99.
           05 FILLER                 PIC X(07) VALUE " PARTS:".
           05 RcnParts               PIC ZZZZZ9.99.
           05 FILLER                 PIC X(08) VALUE " SUBLET:".
           05 RcnSublet              PIC ZZZZZ9.99.
           05 FILLER                 PIC X(07) VALUE " TOTAL:".
           05 RcnTotal               PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(06) VALUE " DAYS:".
           05 RcnDays                PIC ZZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.

       01  ReconTotalLine.
           05 FILLER                 PIC X(14)
             VALUE "WORK ORDERS:  ".
           05 RcnTotOrders           PIC ZZZ9.
           05 FILLER                 PIC X(08) VALUE "  HOURS:".
           05 RcnTotHours            PIC ZZZZZZ9.9.
           05 FILLER                 PIC X(08) VALUE "  LABOR:".
           05 RcnTotLabor            PIC ZZZZZZZZ9.99.
           05 FILLER                 PIC X(08) VALUE "  PARTS:".
           05 RcnTotParts            PIC ZZZZZZZZ9.99.
           05 FILLER                 PIC X(09) VALUE "  SUBLET:".
           05 RcnTotSublet           PIC ZZZZZZZZ9.99.
           05 FILLER                 PIC X(16)
             VALUE "  AVG RECON DAYS".
           05 RcnAvgDays             PIC ZZZZ9.9.
           05 FILLER                 PIC X(01) VALUE SPACES.

       COPY IOERRWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "CARRECAS RECONDITIONING WORK ORDERS"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-WORK-ORDERS
           PERFORM 1100-LOAD-WORK-LINES
           PERFORM 1200-LOAD-VIN-UNITS
           PERFORM UNTIL WriterDone
              PERFORM 2000-PROMPT-WRITER
           END-PERFORM
           IF WorkOrdersChanged
              PERFORM 3000-REWRITE-WORK-ORDERS
              DISPLAY "CARRECAS: WORK-ORDER FILES UPDATED"
           END-IF
           IF VinFileChanged
              PERFORM 3100-REWRITE-VIN-FILE
              DISPLAY "CARRECAS: UNIT FILE UPDATED"
           END-IF
           GOBACK.

       1000-LOAD-WORK-ORDERS.
           OPEN INPUT WorkOrderFile
           IF WorkOrderFileOk
              PERFORM UNTIL EndOfWorkOrderFile OR WS-WoCount = 300
                 READ WorkOrderFile INTO WorkOrderRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-WoCount
                    MOVE WorkOrderRec TO WorkOrderEntry(WS-WoCount)
                    IF WoNumber > WS-LastWoNumber
                       MOVE WoNumber TO WS-LastWoNumber
                    END-IF
                 END-READ
              END-PERFORM
              DISPLAY "WORK ORDERS ON FILE: " WS-WoCount
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT EndOfWorkOrderFile
                 READ WorkOrderFile INTO WorkOrderRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARRECAS: WORK-ORDER TABLE FULL AT 300 "
                            "-- RUN REFUSED, A REWRITE WOULD DROP "
                            "THE UNLOADED WORK ORDERS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE WorkOrderFile
           ELSE
              DISPLAY "NO WORK-ORDER FILE YET -- STARTING EMPTY"
           END-IF.

       1100-LOAD-WORK-LINES.
           OPEN INPUT WorkLineFile
           IF WorkLineFileOk
              PERFORM UNTIL EndOfWorkLineFile OR WS-LineCount = 2000
                 READ WorkLineFile INTO WorkLineRec
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LineCount
                    MOVE WorkLineRec TO WorkLineEntry(WS-LineCount)
                 END-READ
              END-PERFORM
              IF NOT EndOfWorkLineFile
                 READ WorkLineFile INTO WorkLineRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARRECAS: WORK-LINE TABLE FULL AT 2000 "
                            "-- RUN REFUSED, A REWRITE WOULD DROP "
                            "THE UNLOADED LINES"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE WorkLineFile
           END-IF.

       1200-LOAD-VIN-UNITS.
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
                    MOVE VinColor  TO VinTblColor(WS-VinCount)
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
      * THE UNIT FILE IS REWRITTEN WHEN A CLOSE ADDS COST, SO A
      * TRUNCATED LOAD MUST NOT GO ON.
              IF NOT EndOfVinUnitFile
                 READ VinUnitFile INTO VinUnitRec
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "CARRECAS: UNIT TABLE FULL AT 200 -- "
                            "RUN REFUSED, A REWRITE WOULD DROP THE "
                            "UNLOADED UNITS"
                    MOVE "Y" TO WS-QuitSw
                 END-READ
              END-IF
              CLOSE VinUnitFile
           ELSE
              MOVE "CARRECAS"    TO WS-IOERR-PROGRAM-ID
              MOVE "VinUnitFile" TO WS-IOERR-FILE-NAME
              MOVE WS-VinUnitStatus TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "NO UNIT FILE -- NO UNIT TO RECONDITION"
              MOVE "Y" TO WS-QuitSw
           END-IF.

       2000-PROMPT-WRITER.
           DISPLAY " "
           DISPLAY "O - OPEN A WORK ORDER ON A UNIT"
           DISPLAY "A - ADD A LINE TO AN OPEN WORK ORDER"
           DISPLAY "C - CLOSE A WORK ORDER (COST TO THE UNIT)"
           DISPLAY "V - VOID AN OPEN WORK ORDER"
           DISPLAY "L - LIST OPEN WORK ORDERS"
           DISPLAY "W - PRINT WEEKLY RECON REPORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MenuChoice
           EVALUATE TRUE
              WHEN WS-MenuChoice = "O" OR WS-MenuChoice = "o"
                 PERFORM 2100-OPEN-WORK-ORDER
              WHEN WS-MenuChoice = "A" OR WS-MenuChoice = "a"
                 PERFORM 2200-ADD-LINE
              WHEN WS-MenuChoice = "C" OR WS-MenuChoice = "c"
                 PERFORM 2300-CLOSE-WORK-ORDER
              WHEN WS-MenuChoice = "V" OR WS-MenuChoice = "v"
                 PERFORM 2400-VOID-WORK-ORDER
              WHEN WS-MenuChoice = "L" OR WS-MenuChoice = "l"
                 PERFORM 2500-LIST-OPEN
              WHEN WS-MenuChoice = "W" OR WS-MenuChoice = "w"
                 PERFORM 2600-WEEKLY-REPORT
              WHEN WS-MenuChoice = "X" OR WS-MenuChoice = "x"
                 MOVE "Y" TO WS-QuitSw
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS THE OPEN WORK ORDER KEYED BY NUMBER. LEAVES
      * WS-WoFoundSub ON THE MATCH.
       2010-FIND-OPEN-WORK-ORDER.
           MOVE "N" TO WS-WoFoundSw
           MOVE 0   TO WS-WoFoundSub
           DISPLAY "WORK ORDER NUMBER (6 DIGITS): "
           ACCEPT WS-WoNumberIn
           IF WS-WoNumberIn IS NUMERIC
              PERFORM VARYING WS-WoSub FROM 1 BY 1
                        UNTIL WS-WoSub > WS-WoCount
                           OR WoFound
                 IF WtNumber(WS-WoSub) = WS-WoNumberNum
                    AND WtIsOpen(WS-WoSub)
                    MOVE "Y" TO WS-WoFoundSw
                    MOVE WS-WoSub TO WS-WoFoundSub
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WoFound
              DISPLAY "NO OPEN WORK ORDER NUMBER " WS-WoNumberIn
           END-IF.

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

      * TOTALS THE LINES OF WORK ORDER WtNumber(WS-WoSub) BY TYPE
      * INTO WS-WoLabor, WS-WoParts, WS-WoSublet AND WS-WoHours, AND
      * LEAVES THE NEXT FREE LINE NUMBER IN WS-NextLineNo.
       2030-TOTAL-WORK-ORDER.
           MOVE ZEROES TO WS-WoLabor WS-WoParts WS-WoSublet
                          WS-WoHours WS-NextLineNo
           PERFORM VARYING WS-LineSub FROM 1 BY 1
                     UNTIL WS-LineSub > WS-LineCount
              IF LtNumber(WS-LineSub) = WtNumber(WS-WoSub)
                 EVALUATE LtType(WS-LineSub)
                    WHEN "L"
                       ADD LtAmount(WS-LineSub) TO WS-WoLabor
                       ADD LtHours(WS-LineSub)  TO WS-WoHours
                    WHEN "P"
                       ADD LtAmount(WS-LineSub) TO WS-WoParts
                    WHEN OTHER
                       ADD LtAmount(WS-LineSub) TO WS-WoSublet
                 END-EVALUATE
                 IF LtLineNo(WS-LineSub) > WS-NextLineNo
                    MOVE LtLineNo(WS-LineSub) TO WS-NextLineNo
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-NextLineNo
           COMPUTE WS-WoCost = WS-WoLabor + WS-WoParts + WS-WoSublet.

      * A UNIT STILL IN STOCK CAN GO INTO RECON, ONE WORK ORDER AT A
      * TIME.
       2100-OPEN-WORK-ORDER.
           DISPLAY "UNIT VIN (17): "
           ACCEPT WS-VinIn
           PERFORM 2020-FIND-VIN-UNIT
           MOVE "N" TO WS-WoFoundSw
           PERFORM VARYING WS-WoSub FROM 1 BY 1
                     UNTIL WS-WoSub > WS-WoCount
                        OR WoFound
              IF WtVin(WS-WoSub) = WS-VinIn
                 AND WtIsOpen(WS-WoSub)
                 MOVE "Y" TO WS-WoFoundSw
                 MOVE WS-WoSub TO WS-WoFoundSub
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN NOT VinFound
                 DISPLAY "VIN NOT ON THE UNIT FILE: " WS-VinIn
              WHEN VinTblStatus(WS-VinFoundSub) NOT = "L"
               AND VinTblStatus(WS-VinFoundSub) NOT = "T"
                 DISPLAY "UNIT HAS LEFT STOCK -- NOT OPENED."
              WHEN WoFound
                 DISPLAY "WORK ORDER " WtNumber(WS-WoFoundSub)
                         " IS ALREADY OPEN ON THIS UNIT."
              WHEN WS-WoCount = 300
                 DISPLAY "WORK-ORDER TABLE FULL -- NOT OPENED."
              WHEN OTHER
                 DISPLAY "WORK TO BE DONE (30): "
                 ACCEPT WS-DescIn
                 ADD 1 TO WS-WoCount WS-LastWoNumber
                 MOVE WS-LastWoNumber TO WtNumber(WS-WoCount)
                 MOVE WS-VinIn        TO WtVin(WS-WoCount)
                 MOVE WS-DescIn       TO WtDescription(WS-WoCount)
                 MOVE WS-TodayDate    TO WtOpenDate(WS-WoCount)
                 MOVE WS-OPERATOR-ID  TO WtOpenedBy(WS-WoCount)
                 MOVE "O"             TO WtStatus(WS-WoCount)
                 MOVE ZEROES TO WtCloseDate(WS-WoCount)
                                WtTotalCost(WS-WoCount)
                 MOVE "Y" TO WS-WoChangedSw
                 DISPLAY "WORK ORDER " WS-LastWoNumber " OPENED -- "
                         "UNIT IS IN RECON."
           END-EVALUATE.

      * LABOR IS HOURS AT A RATE; PARTS AND SUBLET ARE KEYED AS
      * AMOUNTS.
       2200-ADD-LINE.
           PERFORM 2010-FIND-OPEN-WORK-ORDER
           EVALUATE TRUE
              WHEN NOT WoFound
                 CONTINUE
              WHEN WS-LineCount = 2000
                 DISPLAY "WORK-LINE TABLE FULL -- NOT ADDED."
              WHEN OTHER
                 PERFORM 2210-ACCEPT-LINE
           END-EVALUATE.

       2210-ACCEPT-LINE.
           DISPLAY "LINE TYPE (L=LABOR P=PARTS S=SUBLET): "
           ACCEPT WS-TypeIn
           INSPECT WS-TypeIn CONVERTING "lps" TO "LPS"
           IF NOT LineTypeIsValid
              DISPLAY "TYPE MUST BE L, P OR S -- NOT ADDED."
           ELSE
              DISPLAY "DESCRIPTION (25): "
              ACCEPT WS-DescIn
              MOVE ZEROES TO WS-HoursNum WS-RateNum
              IF WS-TypeIn = "L"
                 DISPLAY "HOURS (4 DIGITS, 0025 = 2.5): "
                 ACCEPT WS-HoursIn
                 MOVE WS-DefaultLaborRate TO WS-ShowAmount
                 DISPLAY "RATE (5 DIGITS, BLANK = " WS-ShowAmount
                         "): "
                 ACCEPT WS-RateIn
                 IF WS-RateIn = SPACES
                    MOVE WS-DefaultLaborRate TO WS-RateNum
                 END-IF
                 IF WS-HoursIn IS NUMERIC AND WS-RateIn IS NUMERIC
                    COMPUTE WS-LineAmount ROUNDED =
                            WS-HoursNum * WS-RateNum
                    PERFORM 2220-STORE-LINE
                 ELSE
                    DISPLAY "HOURS AND RATE MUST BE NUMERIC -- NOT "
                            "ADDED."
                 END-IF
              ELSE
                 DISPLAY "AMOUNT (9 DIGITS, 000012500 = 125.00): "
                 ACCEPT WS-AmountIn
                 IF WS-AmountIn IS NUMERIC
                    MOVE WS-AmountNum TO WS-LineAmount
                    PERFORM 2220-STORE-LINE
                 ELSE
                    DISPLAY "AMOUNT MUST BE 9 DIGITS -- NOT ADDED."
                 END-IF
              END-IF
           END-IF.

       2220-STORE-LINE.
           MOVE WS-WoFoundSub TO WS-WoSub
           PERFORM 2030-TOTAL-WORK-ORDER
           ADD 1 TO WS-LineCount
           MOVE WtNumber(WS-WoFoundSub) TO LtNumber(WS-LineCount)
           MOVE WS-NextLineNo  TO LtLineNo(WS-LineCount)
           MOVE WS-TypeIn      TO LtType(WS-LineCount)
           MOVE WS-DescIn      TO LtDescription(WS-LineCount)
           MOVE WS-HoursNum    TO LtHours(WS-LineCount)
           MOVE WS-RateNum     TO LtRate(WS-LineCount)
           MOVE WS-LineAmount  TO LtAmount(WS-LineCount)
           MOVE WS-TodayDate   TO LtEntryDate(WS-LineCount)
           MOVE "Y" TO WS-WoChangedSw
           MOVE WS-LineAmount TO WS-ShowAmount
           DISPLAY "LINE " WS-NextLineNo " ADDED: " WS-ShowAmount.

      * THE RECON IS DONE: THE WORK ORDER'S COST GOES ONTO THE
      * UNIT'S VinCost AND THE UNIT IS SELLABLE AGAIN.
       2300-CLOSE-WORK-ORDER.
           PERFORM 2010-FIND-OPEN-WORK-ORDER
           IF WoFound
              MOVE WS-WoFoundSub TO WS-WoSub
              PERFORM 2030-TOTAL-WORK-ORDER
              MOVE WtVin(WS-WoFoundSub) TO WS-VinIn
              PERFORM 2020-FIND-VIN-UNIT
              MOVE WS-WoCost TO WS-ShowAmount
              DISPLAY "CLOSE WORK ORDER " WtNumber(WS-WoFoundSub)
                      " ON " WS-VinIn " FOR " WS-ShowAmount
                      "? (Y/N): "
              ACCEPT WS-MenuChoice
              EVALUATE TRUE
                 WHEN WS-MenuChoice NOT = "Y"
                  AND WS-MenuChoice NOT = "y"
                    DISPLAY "WORK ORDER LEFT OPEN."
                 WHEN NOT VinFound
                    DISPLAY "UNIT IS NO LONGER ON THE UNIT FILE -- "
                            "WORK ORDER LEFT OPEN."
                 WHEN OTHER
                    ADD WS-WoCost TO VinTblCost(WS-VinFoundSub)
                    MOVE "Y" TO WS-VinChangedSw
                    MOVE "C"          TO WtStatus(WS-WoFoundSub)
                    MOVE WS-TodayDate TO WtCloseDate(WS-WoFoundSub)
                    MOVE WS-WoCost    TO WtTotalCost(WS-WoFoundSub)
                    MOVE "Y" TO WS-WoChangedSw
                    MOVE VinTblCost(WS-VinFoundSub) TO WS-ShowAmount
                    DISPLAY "WORK ORDER CLOSED. UNIT COST NOW "
                            WS-ShowAmount
              END-EVALUATE
           END-IF.

      * A WORK ORDER OPENED IN ERROR. NOTHING REACHES VinCost.
       2400-VOID-WORK-ORDER.
           PERFORM 2010-FIND-OPEN-WORK-ORDER
           IF WoFound
              DISPLAY "VOID WORK ORDER " WtNumber(WS-WoFoundSub)
                      " ON " WtVin(WS-WoFoundSub) "? (Y/N): "
              ACCEPT WS-MenuChoice
              IF WS-MenuChoice = "Y" OR WS-MenuChoice = "y"
                 MOVE "V"          TO WtStatus(WS-WoFoundSub)
                 MOVE WS-TodayDate TO WtCloseDate(WS-WoFoundSub)
                 MOVE "Y" TO WS-WoChangedSw
                 DISPLAY "WORK ORDER VOIDED."
              ELSE
                 DISPLAY "NOTHING VOIDED."
              END-IF
           END-IF.

       2500-LIST-OPEN.
           MOVE 0 TO WS-OpenCount
           PERFORM VARYING WS-WoSub FROM 1 BY 1
                     UNTIL WS-WoSub > WS-WoCount
              IF WtIsOpen(WS-WoSub)
                 ADD 1 TO WS-OpenCount
                 PERFORM 2030-TOTAL-WORK-ORDER
                 MOVE WS-WoCost TO WS-ShowAmount
                 DISPLAY WtNumber(WS-WoSub) " "
                         WtVin(WS-WoSub) " OPENED "
                         WtOpenDate(WS-WoSub) " SO FAR "
                         WS-ShowAmount
                 DISPLAY "   " WtDescription(WS-WoSub)
              END-IF
           END-PERFORM
           DISPLAY "OPEN WORK ORDERS: " WS-OpenCount.

      * EVERY WORK ORDER IN RECON AT ANY TIME DURING THE SEVEN DAYS
      * ENDING ON THE DATE KEYED: OPENED ON OR BEFORE THE WEEK END
      * AND EITHER STILL OPEN OR CLOSED ON OR AFTER THE WEEK START.
       2600-WEEKLY-REPORT.
           DISPLAY "WEEK-ENDING DATE (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-DateIn
           IF WS-DateIn = SPACES
              MOVE WS-TodayDate TO WS-DateNum
           END-IF
           IF WS-DateIn IS NOT NUMERIC
              DISPLAY "DATE MUST BE YYYYMMDD -- NO REPORT."
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DateNum) NOT = 0
                 DISPLAY "NOT A DATE -- NO REPORT."
              ELSE
                 PERFORM 2610-WRITE-WEEKLY-REPORT
              END-IF
           END-IF.

       2610-WRITE-WEEKLY-REPORT.
           MOVE WS-DateNum TO WS-WeekEndDate
           COMPUTE WS-WeekEndInt =
              FUNCTION INTEGER-OF-DATE(WS-WeekEndDate)
           COMPUTE WS-WeekStartInt = WS-WeekEndInt - 6
           MOVE ZEROES TO WS-RptOrders WS-RptLabor WS-RptParts
                          WS-RptSublet WS-RptHours WS-RptDays
           OPEN OUTPUT ReconReport
           MOVE WS-WeekEndDate TO ReconHdgDate
           WRITE ReconReportRecord FROM ReconHdgLine
           PERFORM VARYING WS-WoSub FROM 1 BY 1
                     UNTIL WS-WoSub > WS-WoCount
              IF WtIsOpen(WS-WoSub) OR WtIsClosed(WS-WoSub)
                 COMPUTE WS-OpenInt =
                    FUNCTION INTEGER-OF-DATE(WtOpenDate(WS-WoSub))
                 IF WtIsClosed(WS-WoSub)
                    COMPUTE WS-CloseInt =
                       FUNCTION INTEGER-OF-DATE
                          (WtCloseDate(WS-WoSub))
                 ELSE
                    MOVE WS-WeekEndInt TO WS-CloseInt
                 END-IF
                 IF WS-OpenInt NOT > WS-WeekEndInt
                    AND WS-CloseInt NOT < WS-WeekStartInt
                    PERFORM 2620-RECON-LINE
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-RptOrders TO RcnTotOrders
           MOVE WS-RptHours  TO RcnTotHours
           MOVE WS-RptLabor  TO RcnTotLabor
           MOVE WS-RptParts  TO RcnTotParts
           MOVE WS-RptSublet TO RcnTotSublet
           IF WS-RptOrders > 0
              COMPUTE WS-AvgDays ROUNDED = WS-RptDays / WS-RptOrders
           ELSE
              MOVE ZEROES TO WS-AvgDays
           END-IF
           MOVE WS-AvgDays TO RcnAvgDays
           MOVE SPACES TO ReconReportRecord
           WRITE ReconReportRecord
           WRITE ReconReportRecord FROM ReconTotalLine
           CLOSE ReconReport
           DISPLAY "WORK ORDERS IN RECON THIS WEEK: " WS-RptOrders
           DISPLAY "WEEKLY RECON REPORT WRITTEN.".

      * A CLOSE AFTER THE WEEK END COUNTS ITS DAYS ONLY TO THE WEEK
      * END, AS THE UNIT STOOD THEN.
       2620-RECON-LINE.
           IF WS-CloseInt > WS-WeekEndInt
              MOVE WS-WeekEndInt TO WS-CloseInt
              MOVE "OPEN"   TO RcnStatus
           ELSE
              IF WtIsClosed(WS-WoSub)
                 MOVE "CLOSED" TO RcnStatus
              ELSE
                 MOVE "OPEN"   TO RcnStatus
              END-IF
           END-IF
           COMPUTE WS-DaysInRecon = WS-CloseInt - WS-OpenInt
           IF WS-DaysInRecon < 0
              MOVE ZEROES TO WS-DaysInRecon
           END-IF
           PERFORM 2030-TOTAL-WORK-ORDER
           MOVE WtVin(WS-WoSub) TO RcnVin WS-VinIn
           PERFORM 2020-FIND-VIN-UNIT
           IF VinFound
              MOVE VinTblModel(WS-VinFoundSub) TO RcnModel
           ELSE
              MOVE SPACES TO RcnModel
           END-IF
           MOVE WtNumber(WS-WoSub) TO RcnWoNumber
           MOVE WS-WoHours     TO RcnHours
           MOVE WS-WoLabor     TO RcnLabor
           MOVE WS-WoParts     TO RcnParts
           MOVE WS-WoSublet    TO RcnSublet
           MOVE WS-WoCost      TO RcnTotal
           MOVE WS-DaysInRecon TO RcnDays
           WRITE ReconReportRecord FROM ReconDetailLine
           ADD 1              TO WS-RptOrders
           ADD WS-WoHours     TO WS-RptHours
           ADD WS-WoLabor     TO WS-RptLabor
           ADD WS-WoParts     TO WS-RptParts
           ADD WS-WoSublet    TO WS-RptSublet
           ADD WS-DaysInRecon TO WS-RptDays.

       3000-REWRITE-WORK-ORDERS.
           OPEN OUTPUT WorkOrderFile
           PERFORM VARYING WS-WoSub FROM 1 BY 1
                     UNTIL WS-WoSub > WS-WoCount
              MOVE WorkOrderEntry(WS-WoSub) TO WorkOrderRec
              WRITE WorkOrderRec
              IF NOT WorkOrderFileOk
                 MOVE "CARRECAS"      TO WS-IOERR-PROGRAM-ID
                 MOVE "WorkOrderFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-WorkOrderStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE WorkOrderFile
           OPEN OUTPUT WorkLineFile
           PERFORM VARYING WS-LineSub FROM 1 BY 1
                     UNTIL WS-LineSub > WS-LineCount
              MOVE WorkLineEntry(WS-LineSub) TO WorkLineRec
              WRITE WorkLineRec
              IF NOT WorkLineFileOk
                 MOVE "CARRECAS"     TO WS-IOERR-PROGRAM-ID
                 MOVE "WorkLineFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-WorkLineStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE WorkLineFile.

       3100-REWRITE-VIN-FILE.
           OPEN OUTPUT VinUnitFile
           PERFORM VARYING WS-VinSub FROM 1 BY 1
                     UNTIL WS-VinSub > WS-VinCount
              MOVE VinTblNumber(WS-VinSub)   TO VinNumber
              MOVE VinTblModel(WS-VinSub)    TO VinModel
              MOVE VinTblColor(WS-VinSub)    TO VinColor
              MOVE VinTblReceived(WS-VinSub) TO VinReceivedDate
              MOVE VinTblStatus(WS-VinSub)   TO VinStatus
              MOVE VinTblCost(WS-VinSub)     TO VinCost
              MOVE VinTblNewUsed(WS-VinSub)  TO VinNewUsed
              WRITE VinUnitRec
              IF NOT VinUnitFileOk
                 MOVE "CARRECAS"    TO WS-IOERR-PROGRAM-ID
                 MOVE "VinUnitFile" TO WS-IOERR-FILE-NAME
                 MOVE WS-VinUnitStatus TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE VinUnitFile.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
