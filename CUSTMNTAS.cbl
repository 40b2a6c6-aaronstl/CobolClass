      * OF CUST-ID -- THE EXACT MARKER DATDIVAS ALREADY SCREENS OUT,
      * SO A DEACTIVATED CUSTOMER DROPS OFF THE STATEMENT RUN
      * WITHOUT LOSING THEIR HISTORY.
      *
      * EVERY CUSTOMER BELONGS TO ONE COMPANY ON THE COMPANY MASTER
      * KEPT BY COMPMNTAS (BLANK MEANS COMPANY 01). THE COMPANY MUST
      * BE ACTIVE, AND AN OPERATOR ONLY SEES, ADDS OR CHANGES THE
      * CUSTOMERS OF THE COMPANIES THE OPERATOR MASTER AUTHORIZES
      * THEM FOR. INVOICEAS BILLS EACH COMPANY'S CUSTOMERS IN THAT
      * COMPANY'S OWN RUN.
      *
      * THE CITY, STATE AND ZIP ARE CHECKED AGAINST THE ZIP REFERENCE
      * FILE ZIPLODAS BUILDS: A ZIP NOT ON IT, OR IN ANOTHER STATE,
      * IS REFUSED, AND A CITY THAT IS NOT THE POST OFFICE'S NAME
      * FOR THE ZIP IS OFFERED THE RIGHT SPELLING.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY COMPSEL.
           COPY ZIPREFSEL.
           COPY IOERRSEL.

       DATA DIVISION.
       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC              PIC X(95).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(132).

       COPY COMPFD.
       COPY ZIPREFFD.
       COPY IOERRFD.

       WORKING-STORAGE SECTION.
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX
                             PIC X(95).
       01  WS-CUST-COUNT             PIC 9(03) VALUE 0.
       01  WS-CUST-FOUND-SW          PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".
           88 CUSTOMER-NOT-AUTHORIZED    VALUE "X".
       01  WS-CHANGES-MADE-SW        PIC X(01) VALUE "N".
           88 CHANGES-MADE               VALUE "Y".

           05 WRK-CUST-CITY          PIC X(15).
           05 WRK-CUST-STATE         PIC X(02).
           05 WRK-CUST-ZIP           PIC X(09).
      * THE COMPANY THAT SELLS TO AND BILLS THEM. BLANK MEANS 01.
           05 WRK-CUST-COMPANY       PIC X(02).

       01  WS-BEFORE-IMAGE           PIC X(95).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE-TAG          PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE              PIC X(95).
           05 FILLER                 PIC X(01) VALUE SPACE.

       COPY COMPWS.
       COPY ZIPREFWS.
       COPY IOERRWS.
       COPY SIGNONWS.

           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-LOAD-CUSTOMER-FILE
           PERFORM 9931-LOAD-COMPANY-MASTER
           PERFORM 9915-OPEN-ZIP-REFERENCE
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           PERFORM 9919-CLOSE-ZIP-REFERENCE
           IF CHANGES-MADE
              PERFORM 3000-REWRITE-CUSTOMER-FILE
              DISPLAY "CUSTMNTAS: CUSTOMER MASTER UPDATED"
           END-EVALUATE.

      * FINDS THE ENTERED CUST-ID. LEAVES WS-CUST-IDX ON THE MATCH.
      * A CUSTOMER OF A COMPANY THE OPERATOR ISN'T AUTHORIZED FOR IS
      * NOT SHOWN OR TOUCHED.
       2010-FIND-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           DISPLAY "ENTER CUST-ID: "
           END-PERFORM
           IF CUSTOMER-FOUND
              SET WS-CUST-IDX DOWN BY 1
              MOVE WS-CUST-ENTRY(WS-CUST-IDX)(94:2)
                TO WS-SIGNON-CHECK-COMPANY
              PERFORM 9935-CHECK-OPERATOR-COMPANY
              IF NOT OPERATOR-COMPANY-OK
                 DISPLAY "CUSTOMER IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
                 MOVE "X" TO WS-CUST-FOUND-SW
              END-IF
           END-IF.

      * PROMPTS EVERY FIELD OF WS-WORK-CUSTOMER AND APPLIES THE SAME
      * EDITS DATDIVAS APPLIES ON THE WAY IN: CUST-ID PRESENT AND
      * NOT STARTING WITH '#', PAYMENT NUMERIC AND NONZERO -- AND AN
      * ADDRESS THE ZIP REFERENCE FILE BEARS OUT AND AN ACTIVE
      * COMPANY THE OPERATOR IS AUTHORIZED FOR.
       2020-ACCEPT-CUSTOMER-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "TITLE (3): "
           ACCEPT WRK-CUST-STATE
           DISPLAY "ZIP (9): "
           ACCEPT WRK-CUST-ZIP
           PERFORM 2030-CHECK-ADDRESS
           PERFORM 2050-ACCEPT-COMPANY
           IF WRK-CUST-ID = SPACES OR WRK-CUST-ID(1:1) = "#"
              DISPLAY "  CUST-ID IS MISSING OR MALFORMED."
              MOVE "N" TO WS-VALID-SW
           END-IF.

      * THE ZIP (ITS FIRST FIVE DIGITS) MUST BE ON THE ZIP REFERENCE
      * FILE AND IN THE STATE KEYED. THE STATE IS KEPT IN UPPER CASE
      * AND THE CITY AS THE OPERATOR LEFT IT AFTER THE OFFER.
       2030-CHECK-ADDRESS.
           MOVE WRK-CUST-ZIP(1:5) TO WS-ZIPREF-CHECK-ZIP
           MOVE WRK-CUST-STATE TO WS-ZIPREF-CHECK-STATE
           MOVE WRK-CUST-CITY TO WS-ZIPREF-CHECK-CITY
           MOVE 15 TO WS-ZIPREF-CITY-WIDTH
           PERFORM 9917-CHECK-ADDRESS-ZIP
           MOVE WS-ZIPREF-CHECK-STATE TO WRK-CUST-STATE
           MOVE WS-ZIPREF-CHECK-CITY TO WRK-CUST-CITY
           IF NOT ZIPREF-ADDRESS-OK
              MOVE "N" TO WS-VALID-SW
           END-IF.

      * THE SELLING COMPANY. BLANK IS COMPANY 01. THE COMPANY MUST BE
      * ON THE COMPANY MASTER AND ACTIVE, AND THE OPERATOR MUST BE
      * AUTHORIZED FOR IT.
       2050-ACCEPT-COMPANY.
           IF WRK-CUST-COMPANY = SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO WRK-CUST-COMPANY
           END-IF
           DISPLAY "COMPANY (2, BLANK KEEPS " WRK-CUST-COMPANY "): "
           ACCEPT WS-COMPMAST-CHECK-CODE
           IF WS-COMPMAST-CHECK-CODE = SPACES
              MOVE WRK-CUST-COMPANY TO WS-COMPMAST-CHECK-CODE
           END-IF
           PERFORM 9932-CHECK-COMPANY-ON-FILE
           MOVE WS-COMPMAST-CHECK-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           EVALUATE TRUE
              WHEN COMPMAST-CODE-NOT-ON-FILE
                 DISPLAY "  COMPANY IS NOT ON THE COMPANY MASTER."
                 MOVE "N" TO WS-VALID-SW
              WHEN COMPMAST-CODE-INACTIVE
                 DISPLAY "  COMPANY IS INACTIVE."
                 MOVE "N" TO WS-VALID-SW
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "  YOU ARE NOT AUTHORIZED FOR THAT COMPANY."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 MOVE WS-COMPMAST-CHECK-CODE TO WRK-CUST-COMPANY
                 IF COMPMAST-IN-USE
                    DISPLAY "  " WS-COMPMAST-NAME(WS-COMPMAST-IDX)
                 END-IF
           END-EVALUATE.

       2100-ADD-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           DISPLAY "ENTER NEW CUST-ID: "
                 DISPLAY "CUSTOMER NOT CHANGED."
              END-IF
           ELSE
              IF NOT CUSTOMER-NOT-AUTHORIZED
                 DISPLAY "CUSTOMER NOT ON FILE."
              END-IF
           END-IF.

      * KEEPS THE ROW BUT MARKS COLUMN 1 OF CUST-ID WITH "#", WHICH
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "CUSTOMER DEACTIVATED."
           ELSE
              IF NOT CUSTOMER-NOT-AUTHORIZED
                 DISPLAY "CUSTOMER NOT ON FILE."
              END-IF
           END-IF.

       2400-LIST-CUSTOMER.
           IF CUSTOMER-FOUND
              DISPLAY WS-CUST-ENTRY(WS-CUST-IDX)
           ELSE
              IF NOT CUSTOMER-NOT-AUTHORIZED
                 DISPLAY "CUSTOMER NOT ON FILE."
              END-IF
           END-IF.

      * ONE BEFORE LINE AND ONE AFTER LINE PER CHANGE, STAMPED WITH

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED COMPANY MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.

      * SHARED ZIP REFERENCE PARAGRAPHS. SEE ZIPREFPARA.CPY.
       COPY ZIPREFPARA.
