       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BNKXFRAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * DIRECT-DEPOSIT BANK FILE TRANSFER.
      *
      * CALCPYAS LEAVES THE ACH EXTRACT, PAYROLLACH.DAT, ON DISK FOR
      * THE BANK. THIS PROGRAM STAGES IT AS THE BANK UPLOAD FILE,
      * BANKACH.DAT, WHICH IS WHAT ACTUALLY GOES OUT -- BUT ONLY
      * AFTER THE EXTRACT HAS BEEN PROVED AGAINST THE RECORD COUNT,
      * NET-AMOUNT HASH AND CHECKSUM CALCPYAS LEFT FOR IT ON THE SHOP
      * OUTPUT INVENTORY. AN EXTRACT EDITED BY HAND SINCE THE PAY
      * RUN IS REFUSED, LOGGED TO THE I/O ERROR LOG, AND NOTHING IS
      * STAGED, SO A CHANGED ACCOUNT NUMBER OR AMOUNT NEVER REACHES
      * THE BANK. THE "D" DETAILS ARE ALSO FOOTED AGAINST THE "T"
      * BATCH TOTAL BEFORE THE UPLOAD IS WRITTEN.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT ACH-EXTRACT-FILE
               ASSIGN TO WS-ACH-EXTRACT-PATH
               organization is line sequential
               file status is WS-ACH-EXTRACT-STATUS.
             SELECT BANK-UPLOAD-FILE
               ASSIGN TO WS-BANK-UPLOAD-PATH
               organization is line sequential
               file status is WS-BANK-UPLOAD-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY CTLHSEL.

       DATA DIVISION.
        FILE SECTION.

      * CALCPYAS'S DIRECT-DEPOSIT EXTRACT: "D" DETAILS FOLLOWED BY
      * THE "T" BATCH TOTAL.
       FD  ACH-EXTRACT-FILE
           RECORDING MODE IS F
           DATA RECORD IS ACH-EXTRACT-REC.
       01  ACH-EXTRACT-REC.
           05  ACH-RECORD-TYPE          PIC X(01).
               88 ACH-DETAIL-RECORD         VALUE "D".
               88 ACH-TOTAL-RECORD          VALUE "T".
           05  ACH-PAY-DATE             PIC X(06).
           05  ACH-EMP-NUMBER           PIC X(06).
           05  ACH-NET-AMOUNT           PIC 9(07)V99.
           05  ACH-BANK-ROUTING         PIC X(09).
           05  ACH-BANK-ACCOUNT         PIC X(17).
       01  ACH-TOTAL-REC.
           05  ACH-TOTAL-TYPE           PIC X(01).
           05  ACH-TOTAL-COUNT          PIC 9(06).
           05  ACH-TOTAL-NET            PIC 9(09)V99.
           05  FILLER                   PIC X(30).

      * THE FILE THE BANK PICKS UP -- THE EXTRACT, RECORD FOR
      * RECORD.
       FD  BANK-UPLOAD-FILE
           RECORDING MODE IS F
           DATA RECORD IS BANK-UPLOAD-REC.
       01  BANK-UPLOAD-REC              PIC X(48).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY CTLHFD.

       WORKING-STORAGE SECTION.
       01 WS-ACH-EXTRACT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLACH.DAT".
       01 WS-ACH-EXTRACT-STATUS    PIC X(02).
           88 ACH-EXTRACT-SUCCESSFUL    VALUE "00".
           88 END-OF-ACH-EXTRACT        VALUE "10".
       01 WS-BANK-UPLOAD-PATH      PIC X(40)
           VALUE "C:\Users\Bob\BANKACH.DAT".
       01 WS-BANK-UPLOAD-STATUS    PIC X(02).
           88 BANK-UPLOAD-SUCCESSFUL    VALUE "00".

      * THE EXTRACT IS HELD WHILE IT IS FOOTED, SO A BATCH THAT
      * DOESN'T FOOT LEAVES NO PARTIAL UPLOAD BEHIND.
       01 WS-ACH-TABLE.
           05 WS-ACH-ROW OCCURS 2000 TIMES PIC X(48).
       01 WS-ACH-COUNT             PIC 9(04) VALUE 0.
       01 WS-ACH-SUB               PIC 9(04).

       01 WS-DETAIL-COUNT          PIC 9(06) VALUE 0.
       01 WS-DETAIL-NET            PIC 9(09)V99 VALUE 0.
       01 WS-TRAILER-COUNT         PIC 9(06) VALUE 0.
       01 WS-TRAILER-NET           PIC 9(09)V99 VALUE 0.
       01 WS-TRAILER-SW            PIC X(01) VALUE "N".
           88 TRAILER-FOUND             VALUE "Y".
       01 WS-REJECT-SW             PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-NET-EDIT.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY CTLHWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BNKXFRAS DIRECT-DEPOSIT BANK FILE TRANSFER"
           MOVE "BNKXFRAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           IF NOT RUN-REFUSED
              PERFORM 2000-LOAD-EXTRACT
           END-IF
           IF NOT RUN-REFUSED
              PERFORM 3000-FOOT-THE-BATCH
           END-IF
           IF RUN-REFUSED
              DISPLAY "BNKXFRAS: NOTHING SENT TO THE BANK"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 4000-WRITE-BANK-UPLOAD
           IF RUN-REFUSED
              DISPLAY "BNKXFRAS: NOTHING SENT TO THE BANK"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "BNKXFRAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-ACH-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-ACH-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-DETAIL-NET TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           MOVE WS-DETAIL-NET TO WS-NET-EDIT
           DISPLAY "DEPOSITS STAGED:  " WS-DETAIL-COUNT
           DISPLAY "NET TO THE BANK:  " WS-NET-EDIT
           DISPLAY "END BNKXFRAS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1020-VERIFY-CONTROL-TOTALS.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR BNKXFRAS, IF ANYTHING. THE
      * EXTRACT ENTRY SHOULD MATCH CALCPYAS'S OWN.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "BNKXFRAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "ACH-EXTRACT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ACH-EXTRACT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ACH-EXTRACT-PATH
           MOVE "BANK-UPLOAD-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BANK-UPLOAD-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BANK-UPLOAD-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH.

      * THE EXTRACT MUST STILL MATCH THE CONTROL TOTALS CALCPYAS
      * RECORDED FOR IT. A MISMATCH IS ALREADY DISPLAYED AND LOGGED
      * BY 9958-VERIFY-CONTROL-HASH.
       1020-VERIFY-CONTROL-TOTALS.
           MOVE "BNKXFRAS" TO WS-CTLH-PROGRAM-ID
           MOVE "ACH-EXTRACT-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-ACH-EXTRACT-PATH TO WS-CTLH-FILE-PATH
           MOVE "ACH-EXTRACT-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-REJECT-SW
           END-IF.

       2000-LOAD-EXTRACT.
           OPEN INPUT ACH-EXTRACT-FILE
           IF NOT ACH-EXTRACT-SUCCESSFUL
              MOVE "ACH-EXTRACT-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-ACH-EXTRACT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "BNKXFRAS: NO ACH EXTRACT ON FILE"
              MOVE "Y" TO WS-REJECT-SW
           ELSE
              PERFORM UNTIL END-OF-ACH-EXTRACT
                       OR WS-ACH-COUNT = 2000
                 READ ACH-EXTRACT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-ACH-COUNT
                    MOVE ACH-EXTRACT-REC TO WS-ACH-ROW(WS-ACH-COUNT)
                    PERFORM 2010-ACCUMULATE-ONE-RECORD
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED. A SHORT UPLOAD WOULD LEAVE
      * EMPLOYEES UNPAID, SO THE RUN STOPS.
              IF NOT END-OF-ACH-EXTRACT
                 READ ACH-EXTRACT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "BNKXFRAS: EXTRACT TABLE FULL AT 2000 "
                            "-- RUN REFUSED, UNLOADED DEPOSITS "
                            "WOULD NEVER BE SENT"
                    MOVE "Y" TO WS-REJECT-SW
                 END-READ
              END-IF
              CLOSE ACH-EXTRACT-FILE
           END-IF.

       2010-ACCUMULATE-ONE-RECORD.
           IF ACH-DETAIL-RECORD
              ADD 1 TO WS-DETAIL-COUNT
              ADD ACH-NET-AMOUNT TO WS-DETAIL-NET
           END-IF
           IF ACH-TOTAL-RECORD
              MOVE "Y" TO WS-TRAILER-SW
              MOVE ACH-TOTAL-COUNT TO WS-TRAILER-COUNT
              MOVE ACH-TOTAL-NET TO WS-TRAILER-NET
           END-IF.

      * THE BANK REJECTS A BATCH WHOSE DETAILS DON'T FOOT TO ITS
      * TOTAL RECORD, SO IT IS CAUGHT HERE FIRST.
       3000-FOOT-THE-BATCH.
           IF WS-DETAIL-COUNT = 0
              DISPLAY "BNKXFRAS: NO DIRECT DEPOSITS ON THE EXTRACT"
              MOVE "Y" TO WS-REJECT-SW
           ELSE
              IF NOT TRAILER-FOUND
                 OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                 OR WS-TRAILER-NET NOT = WS-DETAIL-NET
                 DISPLAY "BNKXFRAS: EXTRACT DOES NOT FOOT -- "
                         WS-DETAIL-COUNT " DETAILS VS "
                         WS-TRAILER-COUNT " ON THE BATCH TOTAL"
                 MOVE "Y" TO WS-REJECT-SW
              END-IF
           END-IF.

       4000-WRITE-BANK-UPLOAD.
           OPEN OUTPUT BANK-UPLOAD-FILE
           IF NOT BANK-UPLOAD-SUCCESSFUL
              MOVE "BANK-UPLOAD-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-BANK-UPLOAD-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              MOVE "Y" TO WS-REJECT-SW
           ELSE
              PERFORM VARYING WS-ACH-SUB FROM 1 BY 1
                        UNTIL WS-ACH-SUB > WS-ACH-COUNT
                 MOVE WS-ACH-ROW(WS-ACH-SUB) TO BANK-UPLOAD-REC
                 WRITE BANK-UPLOAD-REC
                 IF NOT BANK-UPLOAD-SUCCESSFUL
                    MOVE "BANK-UPLOAD-FILE" TO WS-IOERR-FILE-NAME
                    MOVE WS-BANK-UPLOAD-STATUS TO WS-IOERR-FILE-STATUS
                    PERFORM 9900-LOG-IO-ERROR
                    MOVE "Y" TO WS-REJECT-SW
                 END-IF
              END-PERFORM
              CLOSE BANK-UPLOAD-FILE
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.
