       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRCOVRAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MONTHLY PRICE-OVERRIDE REPORT.
      *
      * RUGS ARE PRICED OFF THE LIST-PRICE MASTER (LISTPRICE.DAT).
      * A CLERK CAN STILL KEY A DIFFERENT SQUARE-FOOT PRICE IN
      * ORDENTAS, ORDAMNDAS OR MATHSHPS'S QUOTE MODE, BUT ONLY WITH A
      * REASON, AND EVERY SUCH OVERRIDE IS WRITTEN TO THE
      * PRICE-OVERRIDE LOG (PRCOVR.DAT). FOR A NAMED MONTH THIS
      * PROGRAM LISTS EVERY OVERRIDE ON THE LOG -- WHO KEYED IT, ON
      * WHICH ORDER, THE LIST PRICE IN EFFECT AGAINST THE PRICE
      * KEYED, AND THE REASON GIVEN -- WITH COUNTS OF OVERRIDES
      * BELOW LIST, ABOVE LIST, AND ON SHAPES THAT HAD NO LIST PRICE
      * AT ALL.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY POVRSEL.
             SELECT OVERRIDE-REPORT
               ASSIGN TO WS-OVERRIDE-REPORT-PATH
               organization is line sequential
               file status is WS-OVERRIDE-REPORT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY POVRFD.

       FD  OVERRIDE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS OVERRIDE-RECORD.
       01  OVERRIDE-RECORD             PIC X(132).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-OVERRIDE-REPORT-PATH  PIC X(40)
           VALUE "C:\Users\bob\PRCOVR.rpt".
       01 WS-OVERRIDE-REPORT-STATUS PIC X(02).
           88 GOOD-OVERRIDE-WRITE      VALUE "00".

       01 WS-MONTH-IN              PIC X(06).
       01 WS-OVR-MONTH             PIC X(06).

      * THE MONTH'S TOTALS.
       01 WS-OVERRIDES-READ        PIC 9(06) VALUE 0.
       01 WS-MONTH-OVERRIDES       PIC 9(05) VALUE 0.
       01 WS-MONTH-BELOW-LIST      PIC 9(05) VALUE 0.
       01 WS-MONTH-ABOVE-LIST      PIC 9(05) VALUE 0.
       01 WS-MONTH-NO-LIST         PIC 9(05) VALUE 0.
       01 WS-PRICE-DIFF            PIC S9(03)V99 VALUE 0.

       01  POR-HDG-LINE.
           05 FILLER                 PIC X(36)
             VALUE "MONTHLY PRICE-OVERRIDE REPORT, MONTH".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 POR-HDG-MONTH          PIC X(06).
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  POR-COL-LINE.
           05 FILLER                 PIC X(54) VALUE
             "DATE      PROGRAM   CLERK     ORDER   CUST    SHAPE".
           05 FILLER                 PIC X(46) VALUE
             "        LIST   KEYED     DIFF  REASON".
           05 FILLER                 PIC X(32) VALUE SPACES.

       01  POR-DETAIL-LINE.
           05 POR-DTL-DATE           PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-PROGRAM        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-CLERK          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-ORDER          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-CUST           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-SHAPE          PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-LIST           PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-KEYED          PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-DIFF           PIC ---9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 POR-DTL-REASON         PIC X(30).
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  POR-COUNT-LINE.
           05 POR-CNT-LABEL          PIC X(30).
           05 POR-CNT-VALUE          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(96) VALUE SPACES.

       01  POR-NONE-LINE.
           05 FILLER                 PIC X(30)
             VALUE "NO PRICE OVERRIDES THIS MONTH.".
           05 FILLER                 PIC X(102) VALUE SPACES.

       01  POR-BLANK-LINE            PIC X(132) VALUE SPACES.

       COPY POVRWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "PRCOVRAS MONTHLY PRICE-OVERRIDE REPORT"
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-OVERRIDES
           PERFORM 3000-WRITE-TOTALS
           CLOSE OVERRIDE-REPORT
           MOVE "PRCOVRAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-OVERRIDES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-MONTH-OVERRIDES TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZEROES TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "OVERRIDES IN MONTH: " WS-MONTH-OVERRIDES
           DISPLAY "REPORT WRITTEN TO " WS-OVERRIDE-REPORT-PATH
           DISPLAY "END PRCOVRAS"
           GOBACK.

       1000-INITIALIZE.
           MOVE "PRCOVRAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           DISPLAY "ENTER MONTH TO REPORT (YYYYMM): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN IS NOT NUMERIC
              DISPLAY "PRCOVRAS: MONTH MUST BE YYYYMM -- RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT OVERRIDE-REPORT
           MOVE WS-MONTH-IN TO POR-HDG-MONTH
           WRITE OVERRIDE-RECORD FROM POR-HDG-LINE
           WRITE OVERRIDE-RECORD FROM POR-BLANK-LINE
           WRITE OVERRIDE-RECORD FROM POR-COL-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR PRCOVRAS. THE OVERRIDE-LOG ENTRY
      * SHOULD MATCH THE ORDER-ENTRY PROGRAMS'.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "PRCOVRAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "PRICE-OVERRIDE-LOG" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PRICE-OVERRIDE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PRICE-OVERRIDE-PATH
           MOVE "OVERRIDE-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OVERRIDE-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OVERRIDE-REPORT-PATH.

      * EVERY OVERRIDE LOGGED IN THE MONTH, IN THE ORDER KEYED.
       2000-LIST-OVERRIDES.
           OPEN INPUT PRICE-OVERRIDE-FILE
           IF PRICE-OVERRIDE-SUCCESSFUL
              PERFORM UNTIL END-OF-PRICE-OVERRIDES
                 READ PRICE-OVERRIDE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-OVERRIDES-READ
                    MOVE POVR-DATE(1:6) TO WS-OVR-MONTH
                    IF WS-OVR-MONTH = WS-MONTH-IN
                       PERFORM 2100-LIST-ONE-OVERRIDE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PRICE-OVERRIDE-FILE
           ELSE
              DISPLAY "PRCOVRAS: NO PRICE OVERRIDES ON FILE"
           END-IF.

      * A ZERO LIST PRICE ON THE LOG MEANS THE SHAPE HAD NO LIST
      * PRICE WHEN THE OVERRIDE WAS KEYED; IT HAS NO DIFFERENCE TO
      * SHOW.
       2100-LIST-ONE-OVERRIDE.
           ADD 1 TO WS-MONTH-OVERRIDES
           MOVE POVR-DATE         TO POR-DTL-DATE
           MOVE POVR-PROGRAM-ID   TO POR-DTL-PROGRAM
           MOVE POVR-OPERATOR     TO POR-DTL-CLERK
           MOVE POVR-ORDER-NUMBER TO POR-DTL-ORDER
           MOVE POVR-CUST-NUMBER  TO POR-DTL-CUST
           MOVE POVR-SHAPE-TYPE   TO POR-DTL-SHAPE
           MOVE POVR-LIST-PRICE   TO POR-DTL-LIST
           MOVE POVR-KEYED-PRICE  TO POR-DTL-KEYED
           MOVE POVR-REASON       TO POR-DTL-REASON
           IF POVR-LIST-PRICE = ZERO
              ADD 1 TO WS-MONTH-NO-LIST
              MOVE ZEROES TO WS-PRICE-DIFF
           ELSE
              COMPUTE WS-PRICE-DIFF =
                      POVR-KEYED-PRICE - POVR-LIST-PRICE
              IF WS-PRICE-DIFF < 0
                 ADD 1 TO WS-MONTH-BELOW-LIST
              ELSE
                 ADD 1 TO WS-MONTH-ABOVE-LIST
              END-IF
           END-IF
           MOVE WS-PRICE-DIFF TO POR-DTL-DIFF
           WRITE OVERRIDE-RECORD FROM POR-DETAIL-LINE
           IF NOT GOOD-OVERRIDE-WRITE
              MOVE "OVERRIDE-REPORT" TO WS-IOERR-FILE-NAME
              MOVE WS-OVERRIDE-REPORT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       3000-WRITE-TOTALS.
           WRITE OVERRIDE-RECORD FROM POR-BLANK-LINE
           IF WS-MONTH-OVERRIDES = 0
              WRITE OVERRIDE-RECORD FROM POR-NONE-LINE
           ELSE
              MOVE "OVERRIDES:" TO POR-CNT-LABEL
              MOVE WS-MONTH-OVERRIDES TO POR-CNT-VALUE
              WRITE OVERRIDE-RECORD FROM POR-COUNT-LINE
              MOVE "  BELOW LIST:" TO POR-CNT-LABEL
              MOVE WS-MONTH-BELOW-LIST TO POR-CNT-VALUE
              WRITE OVERRIDE-RECORD FROM POR-COUNT-LINE
              MOVE "  ABOVE LIST:" TO POR-CNT-LABEL
              MOVE WS-MONTH-ABOVE-LIST TO POR-CNT-VALUE
              WRITE OVERRIDE-RECORD FROM POR-COUNT-LINE
              MOVE "  NO LIST PRICE ON FILE:" TO POR-CNT-LABEL
              MOVE WS-MONTH-NO-LIST TO POR-CNT-VALUE
              WRITE OVERRIDE-RECORD FROM POR-COUNT-LINE
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
