      *     SHIPMENTS PAST THEIR PROMISED DATE, PLUS EACH ZONE'S
      *     ACTUAL-VERSUS-PROMISED AVERAGE -- THE NUMBERS LOGISTICS
      *     NEEDS AT RATE-NEGOTIATION TIME AND THE DESK NEEDS
      *     BEFORE THE CUSTOMER CALLS US. EACH LATE SHIPMENT SHOWS
      *     WHERE IT WAS GOING -- THE CHAIN STORE'S SHIP-TO ADDRESS
      *     OFF SHIPTO.DAT, OR THE CUSTOMER'S OWN ZIP.
      * TRANSIT IS COUNTED IN BUSINESS DAYS ON THE SHOP CALENDAR
      * (SHOPCAL.DAT, KEPT BY CALMNTAS): A SHIPMENT PROMISED IN TWO
      * DAYS THAT LEAVES ON A FRIDAY IS DUE TUESDAY, NOT SUNDAY, AND
      * A CARRIER ISN'T CHARGED FOR THE WEEKEND OR A HOLIDAY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WS-SHIP-TRACK-RPT-PATH
               organization is line sequential
               file status is WS-SHIP-TRACK-RPT-STATUS.
             COPY SHPTSEL.
             COPY SCALSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

           05 SHIPTRK-ZONE-NAME        PIC X(20).
           05 SHIPTRK-PROMISED-DAYS    PIC 9(01).
           05 SHIPTRK-DELIVERED-DATE   PIC 9(08).
      * BLANK ON ROWS MANIFESTED BEFORE SHIP-TOS WERE CARRIED.
           05 SHIPTRK-CUST-NUMBER      PIC X(06).
           05 SHIPTRK-SHIP-TO-CODE     PIC X(04).
           05 SHIPTRK-SHIP-ZIP         PIC X(09).
      * MANIFESTED WEIGHT AND RATED CHARGE; BLANK ON OLDER ROWS.
      * CARRIED THROUGH THE REWRITE UNTOUCHED.
           05 SHIPTRK-RATED            PIC X(15).

       FD  SHIP-TRACK-REPORT
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TRACK-RECORD.
       01  SHIP-TRACK-RECORD           PIC X(90).

       COPY SHPTFD.
       COPY SCALFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

              10 WS-TRK-ZONE            PIC X(20).
              10 WS-TRK-PROMISED        PIC 9(01).
              10 WS-TRK-DELIVERED       PIC 9(08).
              10 WS-TRK-CUST            PIC X(06).
              10 WS-TRK-SHIP-TO         PIC X(04).
              10 WS-TRK-ZIP             PIC X(09).
              10 WS-TRK-RATED           PIC X(15).
       01 WS-TRK-COUNT             PIC 9(04) VALUE 0.
       01 WS-TRK-FOUND-SW          PIC X(01) VALUE "N".
           88 SHIPMENT-FOUND           VALUE "Y".
       01 WS-ORDER-NUMBER-IN       PIC X(06).
       01 WS-DELIVERED-IN          PIC X(08).
       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-ACTUAL-DAYS           PIC S9(05).
       01 WS-DUE-DATE              PIC 9(08).
       01 WS-LATE-COUNT            PIC 9(04) VALUE 0.
       01 WS-AVG-ACTUAL            PIC 9(03)V9 VALUE 0.
       01 WS-AVG-PROMISE           PIC 9(03)V9 VALUE 0.
           05 TRK-LATE-ZONE          PIC X(20).
           05 FILLER                 PIC X(10) VALUE " PROMISED:".
           05 TRK-LATE-PROMISED      PIC 9(01).
           05 FILLER                 PIC X(21)
             VALUE " BUS DAYS - NOT DLVRD".

       01  TRK-DELIVER-LINE.
           05 FILLER                 PIC X(11)
             VALUE "  DELIVER: ".
           05 TRK-DLV-CUST           PIC X(06).
           05 FILLER                 PIC X(01) VALUE "/".
           05 TRK-DLV-SHIP-TO        PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TRK-DLV-NAME           PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TRK-DLV-CITY           PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TRK-DLV-ZIP            PIC X(09).
           05 FILLER                 PIC X(06) VALUE SPACES.

       01  TRK-ZONE-LINE.
           05 FILLER                 PIC X(06) VALUE "ZONE: ".

       01  TRK-BLANK-LINE            PIC X(90) VALUE SPACES.

       COPY SHPTWS.
       COPY SCALWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-TRACKING-FILE
           PERFORM 9962-LOAD-SHIP-TOS
           PERFORM 9992-LOAD-SHOP-CALENDAR
           PERFORM UNTIL CLERK-DONE
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
           MOVE "SHIP-TRACK-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TRACK-RPT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TRACK-RPT-PATH
           MOVE "SHIP-TO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TO-PATH
           MOVE "SHOP-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHOP-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHOP-CAL-PATH.

       1100-LOAD-TRACKING-FILE.
           OPEN INPUT SHIP-TRACK-FILE
                      TO WS-TRK-ZONE(WS-TRK-IDX)
                    MOVE SHIPTRK-PROMISED-DAYS
                      TO WS-TRK-PROMISED(WS-TRK-IDX)
                    MOVE SHIPTRK-CUST-NUMBER
                      TO WS-TRK-CUST(WS-TRK-IDX)
                    MOVE SHIPTRK-SHIP-TO-CODE
                      TO WS-TRK-SHIP-TO(WS-TRK-IDX)
                    MOVE SHIPTRK-SHIP-ZIP
                      TO WS-TRK-ZIP(WS-TRK-IDX)
                    MOVE SHIPTRK-RATED
                      TO WS-TRK-RATED(WS-TRK-IDX)
                    IF SHIPTRK-DELIVERED-DATE IS NUMERIC
                       MOVE SHIPTRK-DELIVERED-DATE
                         TO WS-TRK-DELIVERED(WS-TRK-IDX)
              PERFORM 2210-CHECK-ONE-SHIPMENT
           END-PERFORM
           WRITE SHIP-TRACK-RECORD FROM TRK-BLANK-LINE
           MOVE "ACTUAL VERSUS PROMISED BUSINESS DAYS BY ZONE"
             TO TRK-SECTION-TITLE
           WRITE SHIP-TRACK-RECORD FROM TRK-SECTION-LINE
           PERFORM VARYING WS-ZSTAT-IDX FROM 1 BY 1
           DISPLAY "SHIPMENTS PAST PROMISE: " WS-LATE-COUNT
           DISPLAY "REPORT WRITTEN TO " WS-SHIP-TRACK-RPT-PATH.

      * DUE THE PROMISED NUMBER OF BUSINESS DAYS AFTER IT SHIPPED.
       2210-CHECK-ONE-SHIPMENT.
           IF WS-TRK-DELIVERED(WS-TRK-IDX) = 0
              MOVE WS-TRK-SHIP-DATE(WS-TRK-IDX) TO WS-SCAL-FROM-DATE
              MOVE WS-TRK-PROMISED(WS-TRK-IDX) TO WS-SCAL-DAYS
              PERFORM 9996-ADD-WORKING-DAYS
              MOVE WS-SCAL-RESULT-DATE TO WS-DUE-DATE
              IF WS-TODAY-DATE > WS-DUE-DATE
                 ADD 1 TO WS-LATE-COUNT
                 MOVE WS-TRK-ORDER(WS-TRK-IDX)     TO TRK-LATE-ORDER
                 MOVE WS-TRK-SHIP-DATE(WS-TRK-IDX)
                 MOVE WS-TRK-PROMISED(WS-TRK-IDX)
                   TO TRK-LATE-PROMISED
                 WRITE SHIP-TRACK-RECORD FROM TRK-LATE-LINE
                 IF WS-TRK-CUST(WS-TRK-IDX) NOT = SPACES
                    PERFORM 2215-WRITE-DELIVER-TO
                 END-IF
              END-IF
           ELSE
              PERFORM 2230-ADD-ZONE-STAT
           END-IF.

      * THE SHIP-TO'S NAME AND CITY WHEN THE SHIPMENT WENT TO ONE,
      * OTHERWISE THE ZIP IT WAS RATED TO ON THE CUSTOMER'S OWN
      * ADDRESS.
       2215-WRITE-DELIVER-TO.
           MOVE WS-TRK-CUST(WS-TRK-IDX)    TO TRK-DLV-CUST
           MOVE WS-TRK-SHIP-TO(WS-TRK-IDX) TO TRK-DLV-SHIP-TO
           MOVE SPACES TO TRK-DLV-NAME
           MOVE SPACES TO TRK-DLV-CITY
           MOVE "N" TO WS-SHIPTO-FOUND-SW
           IF WS-TRK-SHIP-TO(WS-TRK-IDX) NOT = SPACES
              MOVE WS-TRK-CUST(WS-TRK-IDX)    TO WS-SHIPTO-CHECK-CUST
              MOVE WS-TRK-SHIP-TO(WS-TRK-IDX) TO WS-SHIPTO-CHECK-CODE
              PERFORM 9964-FIND-SHIP-TO
           END-IF
           IF SHIPTO-ON-FILE
              MOVE WS-SHIPTO-NAME(WS-SHIPTO-IDX) TO TRK-DLV-NAME
              MOVE WS-SHIPTO-CITY(WS-SHIPTO-IDX) TO TRK-DLV-CITY
           ELSE
              MOVE "CUSTOMER'S OWN ADDRESS" TO TRK-DLV-NAME
           END-IF
           MOVE WS-TRK-ZIP(WS-TRK-IDX) TO TRK-DLV-ZIP
           WRITE SHIP-TRACK-RECORD FROM TRK-DELIVER-LINE.

      * BUSINESS DAYS FROM THE DAY AFTER SHIPPING THROUGH THE DAY
      * DELIVERED; A DELIVERY DATED BEFORE THE SHIP DATE COUNTS ZERO.
       2230-ADD-ZONE-STAT.
           MOVE WS-TRK-SHIP-DATE(WS-TRK-IDX) TO WS-SCAL-FROM-DATE
           MOVE WS-TRK-DELIVERED(WS-TRK-IDX) TO WS-SCAL-TO-DATE
           PERFORM 9997-COUNT-WORKING-DAYS
           MOVE WS-SCAL-DAYS TO WS-ACTUAL-DAYS
           MOVE "N" TO WS-ZSTAT-FOUND-SW
           PERFORM VARYING WS-ZSTAT-IDX FROM 1 BY 1
                     UNTIL WS-ZSTAT-IDX > WS-ZSTAT-COUNT-USED
                TO SHIPTRK-PROMISED-DAYS
              MOVE WS-TRK-DELIVERED(WS-TRK-IDX)
                TO SHIPTRK-DELIVERED-DATE
              MOVE WS-TRK-CUST(WS-TRK-IDX)
                TO SHIPTRK-CUST-NUMBER
              MOVE WS-TRK-SHIP-TO(WS-TRK-IDX)
                TO SHIPTRK-SHIP-TO-CODE
              MOVE WS-TRK-ZIP(WS-TRK-IDX)
                TO SHIPTRK-SHIP-ZIP
              MOVE WS-TRK-RATED(WS-TRK-IDX)
                TO SHIPTRK-RATED
              WRITE SHIP-TRACK-REC
              IF NOT SHIP-TRACK-SUCCESSFUL
                 MOVE "SHIPTRKAS"       TO WS-IOERR-PROGRAM-ID

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED SHIP-TO MASTER PARAGRAPHS. SEE SHPTPARA.CPY.
       COPY SHPTPARA.

      * SHARED SHOP CALENDAR PARAGRAPHS. SEE SCALPARA.CPY.
       COPY SCALPARA.
