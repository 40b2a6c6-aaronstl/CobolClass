       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STOGENAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * STANDING-ORDER GENERATION.
      *
      * UNATTENDED BATCH STEP, RUN AHEAD OF MATHSHPS. EVERY STANDING
      * ORDER ON STDORD.DAT (SEE STOFD.CPY) THAT IS STILL IN FORCE
      * AND WHOSE NEXT CYCLE IS DUE BY TODAY IS TURNED INTO AN
      * ORDINARY "H"/"D" ORDER IN SHAPE-REC-IN LAYOUT, APPENDED TO
      * THE SAME ORDER FILE ORDENTAS KEYS INTO, SO MATHSHPS PRICES
      * AND CUTS IT LIKE ANY OTHER ORDER:
      *   - THE ORDER NUMBER IS "S" AND A 5-DIGIT SEQUENCE CARRIED
      *     IN STOCTL.DAT, SO GENERATED ORDERS NEVER COLLIDE WITH
      *     KEYED ONES;
      *   - EACH SHAPE LINE IS WRITTEN ONCE FOR EVERY RUG OF IT THE
      *     STANDING ORDER CARRIES, PRICED AT THE CUSTOMER'S
      *     CUSTPRICE.DAT CONTRACT TERMS (SEE 9953-PRICE-CONTRACT-
      *     LINE IN CPRCPARA.CPY FOR WHY A PERCENT-OFF TERM KEYS THE
      *     LIST PRICE);
      *   - A CYCLE THE OFFICE SKIPPED AT PREVIEW (STOMNTAS) IS NOT
      *     GENERATED, AND THE SKIP IS CLEARED;
      *   - THE NEXT-DUE DATE THEN MOVES ON PAST TODAY. CYCLES MISSED
      *     WHILE THE STEP DID NOT RUN ARE NOT MADE UP -- THE
      *     CUSTOMER GETS ONE ORDER, NOT A PILE OF THEM.
      * THE RUN IS LISTED ON STOGEN.RPT AND LOGGED TO THE AUDIT FILE.
      * A STANDING-ORDER FILE TOO BIG FOR THE TABLE STOPS THE RUN
      * WITH RETURN-CODE 8 BEFORE ANYTHING IS WRITTEN.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY STOSEL.
             COPY CPRCSEL.
             SELECT ORDER-OUT-FILE
               ASSIGN TO WS-ORDER-OUT-PATH
               organization is line sequential
               file status is WS-ORDER-OUT-STATUS.
             SELECT STANDING-CONTROL-FILE
               ASSIGN TO WS-STANDING-CONTROL-PATH
               organization is line sequential
               file status is WS-STANDING-CONTROL-STATUS.
             SELECT GENERATION-REPORT
               ASSIGN TO WS-GENERATION-REPORT-PATH
               organization is line sequential
               file status is WS-GENERATION-REPORT-STATUS.
             COPY AUDITSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY STOFD.
       COPY CPRCFD.

      * "H"/"D" PAIRS IN SHAPE-REC-IN LAYOUT FOR THE BATCH RUN.
       FD  ORDER-OUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-OUT-REC.
       01  ORDER-OUT-REC               PIC X(25).
       01  ORDER-HEADER-OUT REDEFINES ORDER-OUT-REC.
           05 OH-RECORD-TYPE           PIC X(01).
           05 OH-CUST-NUMBER           PIC X(06).
           05 OH-ORDER-NUMBER          PIC X(06).
           05 OH-SHIP-STATE            PIC X(02).
           05 OH-SALES-REP             PIC X(03).
           05 OH-SHIP-TO-CODE          PIC X(04).
           05 FILLER                   PIC X(03).
       01  ORDER-DETAIL-OUT REDEFINES ORDER-OUT-REC.
           05 OD-RECORD-TYPE           PIC X(01).
           05 OD-SHAPE-TYPE            PIC X(10).
           05 OD-SIZE-1                PIC 9(03).
           05 OD-SIZE-2                PIC 9(03).
           05 OD-SQ-FT-PRICE           PIC 9(03)V99.
           05 OD-SIZE-3                PIC 9(03).

       FD  STANDING-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS STANDING-CONTROL-REC.
       01  STANDING-CONTROL-REC.
           05  STANDING-CONTROL-NEXT-NUMBER PIC 9(05).

       FD  GENERATION-REPORT
           RECORDING MODE IS F
           DATA RECORD IS GENERATION-REPORT-RECORD.
       01  GENERATION-REPORT-RECORD    PIC X(80).

       COPY AUDITFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-OUT-PATH        PIC X(40)
           VALUE "C:\Users\bob\SHAPEENTRY.DAT".
       01 WS-ORDER-OUT-STATUS      PIC X(02).
           88 ORDER-OUT-SUCCESSFUL     VALUE "00".
       01 WS-STANDING-CONTROL-PATH PIC X(40)
           VALUE "C:\Users\Bob\STOCTL.DAT".
       01 WS-STANDING-CONTROL-STATUS PIC X(02).
           88 STANDING-CONTROL-SUCCESSFUL VALUE "00".
       01 WS-GENERATION-REPORT-PATH PIC X(40)
           VALUE "C:\Users\Bob\STOGEN.rpt".
       01 WS-GENERATION-REPORT-STATUS PIC X(02).

       01 WS-TODAY                 PIC 9(08).
       01 WS-NEXT-ORDER-NUMBER     PIC 9(05) VALUE 1.
       01 WS-GEN-ORDER-NUMBER.
           05 FILLER               PIC X(01) VALUE "S".
           05 WS-GEN-ORDER-SEQ     PIC 9(05).
       01 WS-COPY-COUNT            PIC 9(02).
       01 WS-ORDER-VALUE           PIC 9(08)V99.
       01 WS-CYCLE-DUE             PIC 9(08).
       01 WS-OUT-ERROR-SW          PIC X(01) VALUE "N".
           88 ORDER-OUT-HAD-ERROR      VALUE "Y".

      * RUN TOTALS.
       01 WS-ORDERS-GENERATED      PIC 9(05) VALUE 0.
       01 WS-CYCLES-SKIPPED        PIC 9(05) VALUE 0.
       01 WS-RECORDS-WRITTEN       PIC 9(06) VALUE 0.
       01 WS-RUN-VALUE             PIC 9(09)V99 VALUE 0.

       01  GEN-HDG-LINE.
           05 FILLER                 PIC X(29) VALUE
             "STANDING ORDERS GENERATED ON ".
           05 GEN-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(43) VALUE SPACES.

       01  GEN-COL-LINE.
           05 FILLER                 PIC X(40) VALUE
             "STDORD  CUSTOMER  ORDER   CYCLE DUE  RUG".
           05 FILLER                 PIC X(40) VALUE
             "S      EST VALUE   NEXT DUE  NOTE       ".

       01  GEN-DETAIL-LINE.
           05 GEN-DTL-STDORD         PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 GEN-DTL-CUST           PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 GEN-DTL-ORDER          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 GEN-DTL-CYCLE          PIC 9(08).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 GEN-DTL-RUGS           PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY GEN-DTL-VALUE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 GEN-DTL-NEXT           PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 GEN-DTL-NOTE           PIC X(12).

       01  GEN-TOTAL-LINE.
           05 GEN-TOT-LABEL          PIC X(20).
           05 GEN-TOT-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(13) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY GEN-TOT-VALUE.
           05 FILLER                 PIC X(28) VALUE SPACES.

       01 WS-RUGS-ON-ORDER         PIC 9(03).

       COPY STOWS.
       COPY CPRCWS.
       COPY AUDITWS.
       COPY IOERRWS.
       COPY RUNCTLWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "STOGENAS STANDING-ORDER GENERATION"
           MOVE "STOGENAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           IF STO-TABLE-FULL
              DISPLAY "STOGENAS: STANDING-ORDER FILE LARGER THAN THE "
                      "TABLE -- RUN REFUSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 2000-GENERATE-DUE-ORDERS
              PERFORM 3000-FINISH-RUN
           END-IF
           DISPLAY "ORDERS GENERATED: " WS-ORDERS-GENERATED
           DISPLAY "CYCLES SKIPPED:   " WS-CYCLES-SKIPPED
           DISPLAY "END STOGENAS"
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 9986-LOAD-STANDING-ORDERS
           PERFORM 9951-LOAD-CONTRACT-PRICES
           PERFORM 1035-LOAD-STANDING-CONTROL.

      * THE ORDER FILE IS THE ONE ORDENTAS APPENDS TO, AND THE
      * STANDING-ORDER AND CONTRACT-PRICE FILES ARE THE ONES
      * STOMNTAS AND MATHSHPS READ, SO ANY OVERRIDE HERE SHOULD
      * MATCH THEIRS.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "STOGENAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "STANDING-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-STANDING-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-STANDING-ORDER-PATH
           MOVE "CUST-PRICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CONTRACT-PRICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CONTRACT-PRICE-PATH
           MOVE "ORDER-OUT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-OUT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-OUT-PATH
           MOVE "STANDING-CONTROL" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-STANDING-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-STANDING-CONTROL-PATH
           MOVE "STANDING-GEN-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GENERATION-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GENERATION-REPORT-PATH.

      * NEXT STANDING-ORDER SEQUENCE, CARRIED IN STOCTL.DAT ACROSS
      * RUNS. A MISSING CONTROL FILE ONLY MEANS THIS IS THE FIRST
      * GENERATION, SO NUMBERING STARTS AT 1.
       1035-LOAD-STANDING-CONTROL.
           OPEN INPUT STANDING-CONTROL-FILE
           IF STANDING-CONTROL-SUCCESSFUL
              READ STANDING-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF STANDING-CONTROL-NEXT-NUMBER IS NUMERIC
                       MOVE STANDING-CONTROL-NEXT-NUMBER
                         TO WS-NEXT-ORDER-NUMBER
                    END-IF
              END-READ
              CLOSE STANDING-CONTROL-FILE
           END-IF.

       1037-WRITE-STANDING-CONTROL.
           OPEN OUTPUT STANDING-CONTROL-FILE
           MOVE WS-NEXT-ORDER-NUMBER TO STANDING-CONTROL-NEXT-NUMBER
           WRITE STANDING-CONTROL-REC
           CLOSE STANDING-CONTROL-FILE.

       2000-GENERATE-DUE-ORDERS.
           OPEN EXTEND ORDER-OUT-FILE
           IF NOT ORDER-OUT-SUCCESSFUL
              OPEN OUTPUT ORDER-OUT-FILE
           END-IF
           OPEN OUTPUT GENERATION-REPORT
           MOVE WS-TODAY TO GEN-HDG-DATE
           WRITE GENERATION-REPORT-RECORD FROM GEN-HDG-LINE
           MOVE SPACES TO GENERATION-REPORT-RECORD
           WRITE GENERATION-REPORT-RECORD
           WRITE GENERATION-REPORT-RECORD FROM GEN-COL-LINE
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                     UNTIL WS-STO-IDX > WS-STO-COUNT
              MOVE WS-STO-ENTRY(WS-STO-IDX) TO WS-STO-WORK
              IF WS-STO-NEXT-DUE <= WS-TODAY
                 AND (WS-STO-END-DATE = 0
                      OR WS-STO-NEXT-DUE <= WS-STO-END-DATE)
                 PERFORM 2100-PROCESS-DUE-ORDER
                 MOVE WS-STO-WORK TO WS-STO-ENTRY(WS-STO-IDX)
              END-IF
           END-PERFORM
           CLOSE ORDER-OUT-FILE.

      * ONE CYCLE PER STANDING ORDER PER RUN: GENERATE IT (OR HONOR
      * THE OFFICE'S SKIP), THEN MOVE THE DUE DATE PAST TODAY.
       2100-PROCESS-DUE-ORDER.
           MOVE WS-STO-NEXT-DUE TO WS-CYCLE-DUE
           MOVE WS-STO-ORDER-ID    TO GEN-DTL-STDORD
           MOVE WS-STO-CUST-NUMBER TO GEN-DTL-CUST
           MOVE WS-CYCLE-DUE       TO GEN-DTL-CYCLE
           IF WS-STO-SKIP-DATE = WS-STO-NEXT-DUE
              ADD 1 TO WS-CYCLES-SKIPPED
              MOVE ZEROES TO WS-STO-SKIP-DATE
              MOVE SPACES TO GEN-DTL-ORDER
              MOVE 0 TO GEN-DTL-RUGS GEN-DTL-VALUE
              MOVE "SKIPPED" TO GEN-DTL-NOTE
           ELSE
              PERFORM 2200-WRITE-GENERATED-ORDER
              MOVE WS-GEN-ORDER-NUMBER TO GEN-DTL-ORDER
              MOVE WS-RUGS-ON-ORDER TO GEN-DTL-RUGS
              MOVE WS-ORDER-VALUE TO GEN-DTL-VALUE
              MOVE SPACES TO GEN-DTL-NOTE
           END-IF
           PERFORM 9989-ADVANCE-DUE-DATE
              UNTIL WS-STO-NEXT-DUE > WS-TODAY
           IF WS-STO-END-DATE NOT = 0
              AND WS-STO-NEXT-DUE > WS-STO-END-DATE
              MOVE "FINAL CYCLE" TO GEN-DTL-NOTE
           END-IF
           MOVE WS-STO-NEXT-DUE TO GEN-DTL-NEXT
           WRITE GENERATION-REPORT-RECORD FROM GEN-DETAIL-LINE.

       2200-WRITE-GENERATED-ORDER.
           MOVE WS-NEXT-ORDER-NUMBER TO WS-GEN-ORDER-SEQ
           ADD 1 TO WS-NEXT-ORDER-NUMBER
           MOVE 0 TO WS-ORDER-VALUE WS-RUGS-ON-ORDER
           MOVE SPACES TO ORDER-OUT-REC
           MOVE "H"                 TO OH-RECORD-TYPE
           MOVE WS-STO-CUST-NUMBER  TO OH-CUST-NUMBER
           MOVE WS-GEN-ORDER-NUMBER TO OH-ORDER-NUMBER
           MOVE WS-STO-SHIP-STATE   TO OH-SHIP-STATE
           MOVE WS-STO-SALES-REP    TO OH-SALES-REP
           PERFORM 2300-WRITE-ORDER-RECORD
           PERFORM VARYING WS-STO-LINE-IDX FROM 1 BY 1
                     UNTIL WS-STO-LINE-IDX > WS-STO-LINE-COUNT
              PERFORM 2210-WRITE-SHAPE-LINE
           END-PERFORM
           ADD 1 TO WS-ORDERS-GENERATED
           ADD WS-ORDER-VALUE TO WS-RUN-VALUE
           MOVE WS-GEN-ORDER-NUMBER TO WS-STO-LAST-ORDER
           MOVE WS-TODAY TO WS-STO-LAST-RUN.

      * ONE "D" ROW FOR EACH RUG OF THIS SHAPE ON THE ORDER.
       2210-WRITE-SHAPE-LINE.
           MOVE WS-STO-CUST-NUMBER TO WS-CPRC-CHECK-CUST
           MOVE WS-STO-SHAPE(WS-STO-LINE-IDX) TO WS-CPRC-CHECK-SHAPE
           MOVE WS-STO-SIZE-1(WS-STO-LINE-IDX) TO WS-CPRC-SIZE-1
           MOVE WS-STO-SIZE-2(WS-STO-LINE-IDX) TO WS-CPRC-SIZE-2
           MOVE WS-STO-SIZE-3(WS-STO-LINE-IDX) TO WS-CPRC-SIZE-3
           MOVE WS-STO-LIST-PRICE(WS-STO-LINE-IDX)
             TO WS-CPRC-LIST-PRICE
           PERFORM 9953-PRICE-CONTRACT-LINE
           MOVE 0 TO WS-COPY-COUNT
           PERFORM UNTIL
                   WS-COPY-COUNT = WS-STO-QUANTITY(WS-STO-LINE-IDX)
              MOVE SPACES TO ORDER-OUT-REC
              MOVE "D"                 TO OD-RECORD-TYPE
              MOVE WS-CPRC-CHECK-SHAPE TO OD-SHAPE-TYPE
              MOVE WS-CPRC-SIZE-1      TO OD-SIZE-1
              MOVE WS-CPRC-SIZE-2      TO OD-SIZE-2
              MOVE WS-CPRC-KEYED-PRICE TO OD-SQ-FT-PRICE
              MOVE WS-CPRC-SIZE-3      TO OD-SIZE-3
              PERFORM 2300-WRITE-ORDER-RECORD
              ADD WS-CPRC-LINE-VALUE TO WS-ORDER-VALUE
              ADD 1 TO WS-COPY-COUNT WS-RUGS-ON-ORDER
           END-PERFORM.

       2300-WRITE-ORDER-RECORD.
           WRITE ORDER-OUT-REC
           IF ORDER-OUT-SUCCESSFUL
              ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
              MOVE "Y" TO WS-OUT-ERROR-SW
              MOVE "ORDER-OUT-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-ORDER-OUT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       3000-FINISH-RUN.
           MOVE SPACES TO GENERATION-REPORT-RECORD
           WRITE GENERATION-REPORT-RECORD
           MOVE "ORDERS GENERATED:   " TO GEN-TOT-LABEL
           MOVE WS-ORDERS-GENERATED TO GEN-TOT-COUNT
           MOVE WS-RUN-VALUE TO GEN-TOT-VALUE
           WRITE GENERATION-REPORT-RECORD FROM GEN-TOTAL-LINE
           MOVE "CYCLES SKIPPED:     " TO GEN-TOT-LABEL
           MOVE WS-CYCLES-SKIPPED TO GEN-TOT-COUNT
           MOVE 0 TO GEN-TOT-VALUE
           WRITE GENERATION-REPORT-RECORD FROM GEN-TOTAL-LINE
           CLOSE GENERATION-REPORT
           PERFORM 9987-WRITE-STANDING-ORDERS
           PERFORM 1037-WRITE-STANDING-CONTROL
           MOVE "STOGENAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-STO-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-RUN-VALUE TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           IF ORDER-OUT-HAD-ERROR
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED STANDING-ORDER PARAGRAPHS. SEE STOPARA.CPY.
       COPY STOPARA.

      * SHARED CONTRACT-PRICE PARAGRAPHS. SEE CPRCPARA.CPY.
       COPY CPRCPARA.
