       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUGCNVAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * ONE-TIME RUG-ORDER MASTER CONVERSION.
      *
      * THE RUG-ORDER MASTER WAS A LINE-SEQUENTIAL FILE THAT EVERY
      * STATUS CHANGE REWROTE END TO END. IT IS NOW INDEXED BY
      * ORDER NUMBER, WITH THE CUSTOMER NUMBER AS AN ALTERNATE KEY.
      * BEFORE THIS RUN THE OPERATOR RENAMES THE OLD RUGORD.DAT TO
      * RUGORDSEQ.DAT (OR POINTS OLD-RUG-ORDER-FILE AT IT ON THE
      * RUN-CONTROL FILE). THIS PROGRAM:
      *   - LOADS EVERY OLD ROW ONTO A NEW INDEXED RUGORD.DAT,
      *     LISTING ANY ROW THE INDEX REFUSES (A BLANK OR REPEATED
      *     ORDER NUMBER);
      *   - RE-READS THE NEW MASTER FROM DISK, END TO END; AND
      *   - PRINTS A PROOF OF RECORD COUNT, PRICE TOTAL AND TAX
      *     TOTAL, OLD AGAINST NEW.
      * A PROOF THAT DOES NOT BALANCE ENDS WITH RETURN CODE 8; THE
      * OLD FILE IS NEVER TOUCHED, SO THE RUN CAN BE REPEATED ONCE
      * THE REFUSED ROWS ARE CORRECTED. AN INDEXED MASTER ALREADY
      * ON HAND IS NEVER OVERLAID.
      *
      * THE SAME RUN RELOADS THE MASTER WHEN ITS RECORD GROWS: TAKE
      * A FLAT BACKUPAS COPY, RENAME THE INDEXED FILE OUT OF THE WAY
      * AND POINT OLD-RUG-ORDER-FILE AT THE COPY. A SHORTER OLD ROW
      * READS IN SPACE-FILLED, SO ORDERS WRITTEN BEFORE THE SHIP-TO
      * CODE WAS CARRIED LOAD WITH IT BLANK -- SHIPPED TO THE
      * BILL-TO ADDRESS, AS THEY WERE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OLD-ORDER-FILE
               ASSIGN TO WS-OLD-ORDER-PATH
               organization is line sequential
               file status is WS-OLD-ORDER-STATUS.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is dynamic
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT CONVERT-REPORT
               ASSIGN TO WS-CONVERT-REPORT-PATH
               organization is line sequential
               file status is WS-CONVERT-REPORT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * THE OLD FLAT MASTER, IN THE SAME LAYOUT THE INDEXED FILE
      * CARRIES.
       FD  OLD-ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS OLD-ORDER-REC.
       01  OLD-ORDER-REC.
           05 OLDORD-ORDER-NUMBER      PIC X(06).
           05 OLDORD-CUST-NUMBER       PIC X(06).
           05 OLDORD-TOTAL-PRICE       PIC 9(08)V99.
           05 OLDORD-TOTAL-TAX         PIC 9(08)V99.
           05 FILLER                   PIC X(48).

       FD  RUG-ORDER-MASTER
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER      PIC X(06).
           05 RUGORD-CUST-NUMBER       PIC X(06).
           05 RUGORD-TOTAL-PRICE       PIC 9(08)V99.
           05 RUGORD-TOTAL-TAX         PIC 9(08)V99.
           05 RUGORD-STATUS            PIC X(01).
           05 RUGORD-ORDER-DATE        PIC 9(08).
           05 RUGORD-TOTAL-AREA        PIC 9(08)V99.
           05 RUGORD-PROMISE-DATE      PIC 9(08).
           05 RUGORD-CONTRACT-SW       PIC X(01).
           05 RUGORD-SALES-REP         PIC X(03).
           05 RUGORD-SHIP-STATE        PIC X(02).
           05 RUGORD-SHIP-TO-CODE      PIC X(04).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

       FD  CONVERT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS CONVERT-REPORT-REC.
       01  CONVERT-REPORT-REC          PIC X(80).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-OLD-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORDSEQ.DAT".
       01 WS-OLD-ORDER-STATUS      PIC X(02).
           88 OLD-ORDER-SUCCESSFUL     VALUE "00".
           88 END-OF-OLD-ORDERS        VALUE "10".
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
      * "02" IS A DUPLICATE ALTERNATE (CUSTOMER) KEY -- EXPECTED.
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-CONVERT-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\bob\RUGCNV.rpt".
       01 WS-CONVERT-REPORT-STATUS PIC X(02).
           88 CONVERT-REPORT-OK        VALUE "00".

       01 WS-OLD-COUNT             PIC 9(07) VALUE 0.
       01 WS-OLD-PRICE-TOTAL       PIC 9(09)V99 VALUE 0.
       01 WS-OLD-TAX-TOTAL         PIC 9(09)V99 VALUE 0.
       01 WS-NEW-COUNT             PIC 9(07) VALUE 0.
       01 WS-NEW-PRICE-TOTAL       PIC 9(09)V99 VALUE 0.
       01 WS-NEW-TAX-TOTAL         PIC 9(09)V99 VALUE 0.
       01 WS-REFUSED-COUNT         PIC 9(07) VALUE 0.
       01 WS-PROOF-SW              PIC X(01) VALUE "Y".
           88 PROOF-BALANCES           VALUE "Y".

       01  CNV-HEADING-LINE.
           05 FILLER                 PIC X(40)
             VALUE "RUG-ORDER MASTER CONVERSION PROOF".
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  CNV-COLUMN-LINE.
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(20)
             VALUE "    OLD FLAT FILE".
           05 FILLER                 PIC X(20)
             VALUE "  NEW INDEXED FILE".
           05 FILLER                 PIC X(20) VALUE SPACES.

       01  CNV-COUNT-LINE.
           05 FILLER                 PIC X(20)
             VALUE "RECORDS".
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 CNV-OLD-COUNT          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 CNV-NEW-COUNT          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(24) VALUE SPACES.

       01  CNV-MONEY-LINE.
           05 CNV-MONEY-LABEL        PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY CNV-OLD-AMOUNT.
           05 FILLER                 PIC X(06) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY CNV-NEW-AMOUNT.
           05 FILLER                 PIC X(24) VALUE SPACES.

       01  CNV-REFUSED-LINE.
           05 FILLER                 PIC X(16)
             VALUE "REFUSED ORDER ".
           05 CNV-REF-ORDER          PIC X(06).
           05 FILLER                 PIC X(10) VALUE " CUSTOMER ".
           05 CNV-REF-CUST           PIC X(06).
           05 FILLER                 PIC X(09) VALUE " STATUS ".
           05 CNV-REF-STATUS         PIC X(02).
           05 FILLER                 PIC X(31) VALUE SPACES.

       01  CNV-RESULT-LINE           PIC X(80).
       01  CNV-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "RUGCNVAS RUG-ORDER MASTER CONVERSION"
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-NEW-MASTER
           PERFORM 3000-REREAD-NEW-MASTER
           PERFORM 4000-PRINT-THE-PROOF
           CLOSE CONVERT-REPORT
           MOVE "RUGCNVAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-OLD-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-NEW-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-NEW-PRICE-TOTAL TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           IF PROOF-BALANCES
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "END RUGCNVAS"
           GOBACK.

      * THE OLD FILE MUST BE THERE AND THE NEW ONE MUST NOT. AN
      * INDEXED MASTER THAT ALREADY OPENS MEANS THE CONVERSION HAS
      * BEEN DONE; RUNNING AGAIN WOULD THROW AWAY EVERY STATUS
      * CHANGE SINCE.
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           IF WS-OLD-ORDER-PATH = WS-RUG-ORDER-PATH
              DISPLAY "RUGCNVAS: OLD AND NEW MASTER ARE THE SAME "
                      "FILE -- RENAME THE OLD FILE FIRST"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT OLD-ORDER-FILE
           IF NOT OLD-ORDER-SUCCESSFUL
              MOVE "RUGCNVAS"       TO WS-IOERR-PROGRAM-ID
              MOVE "OLD-ORDER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-OLD-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "RUGCNVAS: OLD RUG-ORDER FILE NOT FOUND -- "
                      "NOTHING CONVERTED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              CLOSE RUG-ORDER-MASTER
                    OLD-ORDER-FILE
              DISPLAY "RUGCNVAS: AN INDEXED RUG-ORDER MASTER IS "
                      "ALREADY ON HAND -- NOTHING CONVERTED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RUG-ORDER-MASTER
           IF NOT RUG-ORDER-SUCCESSFUL
              MOVE "RUGCNVAS"         TO WS-IOERR-PROGRAM-ID
              MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
              MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              CLOSE OLD-ORDER-FILE
              DISPLAY "RUGCNVAS: NEW RUG-ORDER MASTER CANNOT BE "
                      "CREATED -- NOTHING CONVERTED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CONVERT-REPORT
           WRITE CONVERT-REPORT-REC FROM CNV-HEADING-LINE
           WRITE CONVERT-REPORT-REC FROM CNV-BLANK-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR RUGCNVAS, IF ANYTHING.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "RUGCNVAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "OLD-RUG-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OLD-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OLD-ORDER-PATH
           MOVE "RUG-ORDER-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RUG-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RUG-ORDER-PATH
           MOVE "CONVERT-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CONVERT-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CONVERT-REPORT-PATH.

      * EVERY OLD ROW IS COUNTED AND TOTALED WHETHER OR NOT THE
      * INDEX TAKES IT, SO A REFUSED ROW SHOWS UP IN THE PROOF.
       2000-LOAD-NEW-MASTER.
           PERFORM UNTIL END-OF-OLD-ORDERS
              READ OLD-ORDER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 2100-CONVERT-ONE-ORDER
              END-READ
           END-PERFORM
           CLOSE OLD-ORDER-FILE
                 RUG-ORDER-MASTER.

       2100-CONVERT-ONE-ORDER.
           ADD 1 TO WS-OLD-COUNT
           IF OLDORD-TOTAL-PRICE IS NUMERIC
              ADD OLDORD-TOTAL-PRICE TO WS-OLD-PRICE-TOTAL
           END-IF
           IF OLDORD-TOTAL-TAX IS NUMERIC
              ADD OLDORD-TOTAL-TAX TO WS-OLD-TAX-TOTAL
           END-IF
           MOVE OLD-ORDER-REC TO RUG-ORDER-REC
           IF RUGORD-ORDER-NUMBER = SPACES
              MOVE "21" TO WS-RUG-ORDER-STATUS
           ELSE
              WRITE RUG-ORDER-REC
           END-IF
           IF NOT RUG-ORDER-SUCCESSFUL
              ADD 1 TO WS-REFUSED-COUNT
              MOVE OLDORD-ORDER-NUMBER TO CNV-REF-ORDER
              MOVE OLDORD-CUST-NUMBER  TO CNV-REF-CUST
              MOVE WS-RUG-ORDER-STATUS TO CNV-REF-STATUS
              WRITE CONVERT-REPORT-REC FROM CNV-REFUSED-LINE
              MOVE "RUGCNVAS"         TO WS-IOERR-PROGRAM-ID
              MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
              MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * THE PROOF IS TAKEN FROM THE NEW FILE AS IT SITS ON DISK,
      * NOT FROM WHAT THE LOAD PASS BELIEVES IT WROTE.
       3000-REREAD-NEW-MASTER.
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              PERFORM UNTIL END-OF-RUG-ORDERS
                 READ RUG-ORDER-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    IF RUGORD-TOTAL-PRICE IS NUMERIC
                       ADD RUGORD-TOTAL-PRICE TO WS-NEW-PRICE-TOTAL
                    END-IF
                    IF RUGORD-TOTAL-TAX IS NUMERIC
                       ADD RUGORD-TOTAL-TAX TO WS-NEW-TAX-TOTAL
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE RUG-ORDER-MASTER
           ELSE
              MOVE "RUGCNVAS"         TO WS-IOERR-PROGRAM-ID
              MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
              MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       4000-PRINT-THE-PROOF.
           IF WS-REFUSED-COUNT > 0
              WRITE CONVERT-REPORT-REC FROM CNV-BLANK-LINE
           END-IF
           WRITE CONVERT-REPORT-REC FROM CNV-COLUMN-LINE
           MOVE WS-OLD-COUNT TO CNV-OLD-COUNT
           MOVE WS-NEW-COUNT TO CNV-NEW-COUNT
           WRITE CONVERT-REPORT-REC FROM CNV-COUNT-LINE
           MOVE "TOTAL PRICE" TO CNV-MONEY-LABEL
           MOVE WS-OLD-PRICE-TOTAL TO CNV-OLD-AMOUNT
           MOVE WS-NEW-PRICE-TOTAL TO CNV-NEW-AMOUNT
           WRITE CONVERT-REPORT-REC FROM CNV-MONEY-LINE
           MOVE "TOTAL TAX" TO CNV-MONEY-LABEL
           MOVE WS-OLD-TAX-TOTAL TO CNV-OLD-AMOUNT
           MOVE WS-NEW-TAX-TOTAL TO CNV-NEW-AMOUNT
           WRITE CONVERT-REPORT-REC FROM CNV-MONEY-LINE
           WRITE CONVERT-REPORT-REC FROM CNV-BLANK-LINE
           IF WS-OLD-COUNT NOT = WS-NEW-COUNT
              OR WS-OLD-PRICE-TOTAL NOT = WS-NEW-PRICE-TOTAL
              OR WS-OLD-TAX-TOTAL NOT = WS-NEW-TAX-TOTAL
              MOVE "N" TO WS-PROOF-SW
           END-IF
           IF PROOF-BALANCES
              MOVE "PROOF BALANCES -- THE INDEXED MASTER IS READY"
                TO CNV-RESULT-LINE
           ELSE
              MOVE "PROOF DOES NOT BALANCE -- NEW MASTER NOT READY"
                TO CNV-RESULT-LINE
           END-IF
           WRITE CONVERT-REPORT-REC FROM CNV-RESULT-LINE
           DISPLAY "RECORDS     OLD: " WS-OLD-COUNT
                   "  NEW: " WS-NEW-COUNT
           DISPLAY "TOTAL PRICE OLD: " WS-OLD-PRICE-TOTAL
                   "  NEW: " WS-NEW-PRICE-TOTAL
           DISPLAY "TOTAL TAX   OLD: " WS-OLD-TAX-TOTAL
                   "  NEW: " WS-NEW-TAX-TOTAL
           DISPLAY "REFUSED ROWS:    " WS-REFUSED-COUNT
           DISPLAY CNV-RESULT-LINE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
