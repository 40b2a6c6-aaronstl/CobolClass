       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APAGEAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * AGED OPEN-PAYABLES REPORT.
      *
      * EVERY UNPAID VENDOR INVOICE ON THE OPEN-PAYABLES FILE, BY
      * VENDOR, AGED AS OF A DATE THE OPERATOR GIVES (BLANK =
      * TODAY) BY DAYS PAST ITS DUE DATE:
      *   CURRENT (NOT YET DUE), 1-30, 31-60, 61-90, OVER 90.
      * EACH VENDOR GETS A SUBTOTAL LINE AND THE REPORT ENDS WITH
      * GRAND TOTALS BY BUCKET. AN INVOICE WHOSE DISCOUNT IS STILL
      * LIVE ON THE AS-OF DATE IS MARKED "D" SO IT IS NOT MISSED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY VENDSEL.
             COPY APOPNSEL.
             SELECT AP-AGING-REPORT
               ASSIGN TO WS-AP-AGING-REPORT-PATH
               organization is line sequential
               file status is WS-AP-AGING-REPORT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY VENDFD.
       COPY APOPNFD.

       FD  AP-AGING-REPORT
           RECORDING MODE IS F
           DATA RECORD IS AP-AGING-RECORD.
       01  AP-AGING-RECORD             PIC X(132).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-AP-AGING-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\APAGING.rpt".
       01 WS-AP-AGING-REPORT-STATUS PIC X(02).

       01 WS-AS-OF-IN              PIC X(08).
       01 WS-AS-OF-NUM REDEFINES WS-AS-OF-IN PIC 9(08).
       01 WS-AS-OF-DATE            PIC 9(08).
       01 WS-DAYS-PAST-DUE         PIC S9(05).
       01 WS-BUCKET                PIC 9(01).
       01 WS-BUCKET-IDX            PIC 9(01).
       01 WS-VENDOR-ANY-SW         PIC X(01).
           88 VENDOR-HAS-OPEN          VALUE "Y".
       01 WS-INVOICES-LISTED       PIC 9(05) VALUE 0.
       01 WS-UNKNOWN-VENDOR-ROWS   PIC 9(05) VALUE 0.

      * BUCKET 1 CURRENT, 2 1-30, 3 31-60, 4 61-90, 5 OVER 90, AND
      * THE ROW TOTAL IN 6.
       01 WS-VENDOR-TOTALS.
           05 WS-VEND-BUCKET         PIC 9(09)V99 OCCURS 6 TIMES.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-BUCKET        PIC 9(09)V99 OCCURS 6 TIMES.

       01  AGE-HDG-LINE.
           05 FILLER                 PIC X(25)
             VALUE "AGED OPEN PAYABLES AS OF ".
           05 AGE-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(99) VALUE SPACES.

       01  AGE-COL-LINE.
           05 FILLER                 PIC X(44) VALUE
             "VENDOR / INVOICE INV DATE DUE DATE        CU".
           05 FILLER                 PIC X(44) VALUE
             "RRENT          1-30         31-60         61".
           05 FILLER                 PIC X(44) VALUE
             "-90       OVER 90         TOTAL".

       01  AGE-VENDOR-LINE.
           05 AGE-VND-NUMBER         PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AGE-VND-NAME           PIC X(30).
           05 FILLER                 PIC X(95) VALUE SPACES.

       01  AGE-DETAIL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 AGE-DTL-INVOICE        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AGE-DTL-DISC-FLAG      PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AGE-DTL-INV-DATE       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AGE-DTL-DUE-DATE       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AGE-DTL-BUCKET         PIC ZZZ,ZZZ,ZZ9.99
                                     OCCURS 6 TIMES.
           05 FILLER                 PIC X(13) VALUE SPACES.

       01  AGE-TOTAL-LINE.
           05 AGE-TOT-LABEL          PIC X(35).
           05 AGE-TOT-BUCKET         PIC ZZZ,ZZZ,ZZ9.99
                                     OCCURS 6 TIMES.
           05 FILLER                 PIC X(13) VALUE SPACES.

       COPY VENDWS.
       COPY APOPNWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "APAGEAS AGED OPEN PAYABLES"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-VENDMAST-IDX FROM 1 BY 1
                     UNTIL WS-VENDMAST-IDX > WS-VENDMAST-COUNT
              PERFORM 2000-AGE-ONE-VENDOR
           END-PERFORM
           PERFORM 2500-AGE-UNKNOWN-VENDORS
           PERFORM 3000-WRITE-GRAND-TOTALS
           CLOSE AP-AGING-REPORT
           DISPLAY "OPEN INVOICES LISTED: " WS-INVOICES-LISTED
           DISPLAY "REPORT: " WS-AP-AGING-REPORT-PATH
           DISPLAY "END APAGEAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           DISPLAY "AGE AS OF (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-AS-OF-IN
           IF WS-AS-OF-IN IS NUMERIC
              MOVE WS-AS-OF-NUM TO WS-AS-OF-DATE
           END-IF
           PERFORM 9972-LOAD-VENDOR-MASTER
           PERFORM 9978-LOAD-OPEN-PAYABLES
           IF APOPEN-TABLE-FULL
              DISPLAY "APAGEAS: OPEN-PAYABLES FILE LARGER THAN THE "
                      "TABLE -- REPORT IS INCOMPLETE"
           END-IF
           INITIALIZE WS-GRAND-TOTALS
           OPEN OUTPUT AP-AGING-REPORT
           MOVE WS-AS-OF-DATE TO AGE-HDG-DATE
           WRITE AP-AGING-RECORD FROM AGE-HDG-LINE
           WRITE AP-AGING-RECORD FROM AGE-COL-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR APAGEAS.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "APAGEAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "VENDOR-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VENDOR-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VENDOR-MASTER-PATH
           MOVE "OPEN-PAYABLES-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OPEN-PAYABLES-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OPEN-PAYABLES-PATH
           MOVE "AP-AGING-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AP-AGING-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AP-AGING-REPORT-PATH.

       2000-AGE-ONE-VENDOR.
           INITIALIZE WS-VENDOR-TOTALS
           MOVE "N" TO WS-VENDOR-ANY-SW
           PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                     UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
              IF WS-APOPEN-VENDOR(WS-APOPEN-IDX) =
                 WS-VENDMAST-NUMBER(WS-VENDMAST-IDX)
                 AND WS-APOPEN-OPEN(WS-APOPEN-IDX)
                 IF NOT VENDOR-HAS-OPEN
                    MOVE "Y" TO WS-VENDOR-ANY-SW
                    MOVE WS-VENDMAST-NUMBER(WS-VENDMAST-IDX)
                      TO AGE-VND-NUMBER
                    MOVE WS-VENDMAST-NAME(WS-VENDMAST-IDX)
                      TO AGE-VND-NAME
                    WRITE AP-AGING-RECORD FROM AGE-VENDOR-LINE
                 END-IF
                 PERFORM 2100-AGE-ONE-INVOICE
              END-IF
           END-PERFORM
           IF VENDOR-HAS-OPEN
              PERFORM 2200-WRITE-VENDOR-TOTAL
           END-IF.

      * PUTS THE INVOICE AT WS-APOPEN-IDX IN ITS BUCKET, PRINTS IT
      * AND ADDS IT TO THE VENDOR'S TOTALS.
       2100-AGE-ONE-INVOICE.
           COMPUTE WS-DAYS-PAST-DUE =
              FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
            - FUNCTION INTEGER-OF-DATE(
                 WS-APOPEN-DUE-DATE(WS-APOPEN-IDX))
           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE <= 0
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-PAST-DUE <= 30
                 MOVE 2 TO WS-BUCKET
              WHEN WS-DAYS-PAST-DUE <= 60
                 MOVE 3 TO WS-BUCKET
              WHEN WS-DAYS-PAST-DUE <= 90
                 MOVE 4 TO WS-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET
           END-EVALUATE
           MOVE WS-APOPEN-INVOICE(WS-APOPEN-IDX) TO AGE-DTL-INVOICE
           MOVE WS-APOPEN-INV-DATE(WS-APOPEN-IDX) TO AGE-DTL-INV-DATE
           MOVE WS-APOPEN-DUE-DATE(WS-APOPEN-IDX) TO AGE-DTL-DUE-DATE
           MOVE SPACES TO AGE-DTL-DISC-FLAG
           IF WS-APOPEN-DISC-AMT(WS-APOPEN-IDX) > 0
              AND WS-APOPEN-DISC-DATE(WS-APOPEN-IDX) >= WS-AS-OF-DATE
              MOVE "D" TO AGE-DTL-DISC-FLAG
           END-IF
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                     UNTIL WS-BUCKET-IDX > 6
              MOVE 0 TO AGE-DTL-BUCKET(WS-BUCKET-IDX)
           END-PERFORM
           MOVE WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
             TO AGE-DTL-BUCKET(WS-BUCKET)
           MOVE WS-APOPEN-AMOUNT(WS-APOPEN-IDX) TO AGE-DTL-BUCKET(6)
           WRITE AP-AGING-RECORD FROM AGE-DETAIL-LINE
           ADD WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
             TO WS-VEND-BUCKET(WS-BUCKET)
           ADD WS-APOPEN-AMOUNT(WS-APOPEN-IDX) TO WS-VEND-BUCKET(6)
           ADD 1 TO WS-INVOICES-LISTED.

       2200-WRITE-VENDOR-TOTAL.
           MOVE "    VENDOR TOTAL" TO AGE-TOT-LABEL
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                     UNTIL WS-BUCKET-IDX > 6
              MOVE WS-VEND-BUCKET(WS-BUCKET-IDX)
                TO AGE-TOT-BUCKET(WS-BUCKET-IDX)
              ADD WS-VEND-BUCKET(WS-BUCKET-IDX)
                TO WS-GRAND-BUCKET(WS-BUCKET-IDX)
           END-PERFORM
           WRITE AP-AGING-RECORD FROM AGE-TOTAL-LINE
           MOVE SPACES TO AP-AGING-RECORD
           WRITE AP-AGING-RECORD.

      * OPEN PAYABLES WHOSE VENDOR HAS DROPPED OFF THE MASTER ARE
      * STILL OWED, SO THEY ARE AGED TOGETHER AT THE END.
       2500-AGE-UNKNOWN-VENDORS.
           INITIALIZE WS-VENDOR-TOTALS
           MOVE "N" TO WS-VENDOR-ANY-SW
           PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                     UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
              IF WS-APOPEN-OPEN(WS-APOPEN-IDX)
                 MOVE WS-APOPEN-VENDOR(WS-APOPEN-IDX)
                   TO WS-VENDMAST-CHECK-NUMBER
                 PERFORM 9974-FIND-VENDOR
                 IF NOT VENDMAST-ON-FILE
                    IF NOT VENDOR-HAS-OPEN
                       MOVE "Y" TO WS-VENDOR-ANY-SW
                       MOVE SPACES TO AGE-VND-NUMBER
                       MOVE "** VENDORS NOT ON THE MASTER"
                         TO AGE-VND-NAME
                       WRITE AP-AGING-RECORD FROM AGE-VENDOR-LINE
                    END-IF
                    ADD 1 TO WS-UNKNOWN-VENDOR-ROWS
                    PERFORM 2100-AGE-ONE-INVOICE
                 END-IF
              END-IF
           END-PERFORM
           IF VENDOR-HAS-OPEN
              PERFORM 2200-WRITE-VENDOR-TOTAL
           END-IF.

       3000-WRITE-GRAND-TOTALS.
           MOVE "GRAND TOTAL" TO AGE-TOT-LABEL
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                     UNTIL WS-BUCKET-IDX > 6
              MOVE WS-GRAND-BUCKET(WS-BUCKET-IDX)
                TO AGE-TOT-BUCKET(WS-BUCKET-IDX)
           END-PERFORM
           WRITE AP-AGING-RECORD FROM AGE-TOTAL-LINE.

      * SHARED VENDOR AND OPEN-PAYABLES PARAGRAPHS. SEE VENDPARA.CPY
      * AND APOPNPARA.CPY.
       COPY VENDPARA.

       COPY APOPNPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
