      * RETAINED ROWS ARE STAGED TO A WORK FILE FIRST, THE SAME WAY
      * LOGARCAS PROTECTS THE AUDIT LOG, AND EVERY ARCHIVE FILE IS
      * REGISTERED ON OUTINV.DAT SO RETMGRAS TRACKS ITS RETENTION.
      * THE REWRITTEN CHECK REGISTER'S CONTROL TOTALS ARE RECORDED
      * THERE AGAIN TOO, SO BANK REC STILL ACCEPTS IT.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY IOERRSEL.
           COPY RUNCTLSEL.
           COPY AUDITSEL.
           COPY CTLHSEL.

       DATA DIVISION.
       FILE SECTION.
           05 CHKREG-NET-AMOUNT   PIC 9(07)V99.
           05 CHKREG-STATUS       PIC X(01).
              88 CHKREG-ISSUED        VALUE "I".
              88 CHKREG-ESCHEATED     VALUE "E".
           05 CHKREG-COMPANY      PIC X(02).

       FD  CHKREG-ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHKREG-ARCHIVE-REC.
       01  CHKREG-ARCHIVE-REC     PIC X(32).

       FD  CHKREG-KEEP-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHKREG-KEEP-REC.
       01  CHKREG-KEEP-REC        PIC X(32).

       FD  OUTPUT-INVENTORY-FILE
           RECORDING MODE IS F
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY CTLHFD.

       WORKING-STORAGE SECTION.

       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY CTLHWS.

       01  WS-PAYTRAN-ARCHIVE-PATH  PIC X(40).
       01  WS-CARTRAN-ARCHIVE-PATH  PIC X(40).
           MOVE WS-OUTPUT-INV-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OUTPUT-INV-PATH
           MOVE WS-OUTPUT-INV-PATH TO WS-CTLH-INVENTORY-PATH
           MOVE "ARCHIVE-PREFIX" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ARCHIVE-PREFIX TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
      ******************************************************************
      * PAYROLL CHECK REGISTER. AN OUTSTANDING "I" CHECK STAYS ON
      * THE LIVE REGISTER WHATEVER ITS AGE -- BANK REC AND
      * ESCHEATMENT STILL NEED TO SEE IT. SO DOES AN ESCHEATED "E"
      * CHECK, WHICH ESCHEATAS MAY NOT HAVE REPORTED YET.
      ******************************************************************
       4000-ARCHIVE-CHECK-REGISTER.
           MOVE ZEROES TO WS-OLD-COUNT
           END-IF
           IF WS-CHKREG-DATE-CCYYMMDD < WS-CUTOFF-DATE
              AND NOT CHKREG-ISSUED
              AND NOT CHKREG-ESCHEATED
              ADD 1 TO WS-ARCHIVED-COUNT
              WRITE CHKREG-ARCHIVE-REC FROM CHECK-REGISTER-REC
           ELSE
              END-READ
           END-PERFORM
           CLOSE CHKREG-KEEP-FILE
                 CHECK-REGISTER-FILE
           MOVE WS-CHECK-REGISTER-PATH TO WS-CTLH-FILE-PATH
           MOVE "CHECK-REGISTER-FILE" TO WS-CTLH-LOGICAL-NAME
           MOVE "TRNARCAS" TO WS-CTLH-PROGRAM-ID
           MOVE "TRNARCAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 9949-RECORD-CONTROL-HASH.

      ******************************************************************
      * SHARED PROOF AND REGISTRATION.
       COPY AUDITPARA.
      * SHARED OPERATOR SIGNON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.
