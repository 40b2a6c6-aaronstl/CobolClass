      * BY RECORD COUNT AGAINST ITS SOURCE, AND REGISTERS EVERY
      * BACKUP ON THE SHOP OUTPUT INVENTORY SO RETENTION APPLIES.
      *
      * THE INDEXED YTD AND RUG-ORDER MASTERS ARE HANDLED
      * SPECIALLY: EACH BACKS UP TO A FLAT COPY (THE WAY YEARENDAS
      * ARCHIVES THE YTD MASTER) AND RESTORES BY RELOADING THE
      * INDEXED FILE FROM THE FLAT COPY.
      *
      * EACH BACKUP'S VERIFIED RECORD COUNT GOES ON ITS INVENTORY
      * ROW. RESTORES ARE RUN THROUGH RESTORAS, WHICH CHECKS THE
      * RESTORED FILES AGAINST THOSE COUNTS.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY BSETSEL.
             SELECT COPY-SOURCE-FILE
               ASSIGN TO WS-COPY-SOURCE-PATH
               organization is line sequential
               access is dynamic
               record key is YTD-EMP-NUMBER
               file status is WS-YTD-MASTER-STATUS.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is dynamic
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT OUTPUT-INVENTORY-FILE
               ASSIGN TO WS-OUTPUT-INV-PATH
               organization is line sequential
       DATA DIVISION.
        FILE SECTION.

       COPY BSETFD.

      * GENERIC COPY-FROM/COPY-TO FILES, WIDE ENOUGH FOR EVERY
      * MASTER RECORD THIS SHOP KEEPS.
           05  YTD-WH                  PIC 9(09)V99.
           05  YTD-NET                 PIC 9(09)V99.
           05  YTD-DEFERRAL            PIC 9(09)V99.
      * W-2 BOX DETAIL: FEDERAL TAXABLE WAGES AND WITHHOLDING,
      * SOCIAL SECURITY AND MEDICARE WAGES AND TAX, STATE AND
      * LOCAL WITHHOLDING.
           05  YTD-FIT-WAGES           PIC 9(09)V99.
           05  YTD-FED-WH              PIC 9(09)V99.
           05  YTD-SS-WAGES            PIC 9(09)V99.
           05  YTD-SS-WH               PIC 9(09)V99.
           05  YTD-MED-WAGES           PIC 9(09)V99.
           05  YTD-MED-WH              PIC 9(09)V99.
           05  YTD-STATE-WH            PIC 9(09)V99.
           05  YTD-LOCAL-WH            PIC 9(09)V99.

       FD  RUG-ORDER-MASTER
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC.
           05  RUGORD-ORDER-NUMBER     PIC X(06).
           05  RUGORD-CUST-NUMBER      PIC X(06).
           05  FILLER                  PIC X(68).

       FD  OUTPUT-INVENTORY-FILE
           RECORDING MODE IS F
       01  OUTPUT-INVENTORY-REC.
           05 OUTINV-FILE-NAME         PIC X(40).
           05 OUTINV-CREATED-DATE      PIC 9(08).
      * A BACKUP IS A DATED ROW (BLANK ENTRY TYPE) CARRYING THE
      * RECORD COUNT THE COPY VERIFIED AT; THE HASH COLUMNS OF THE
      * SHOP CONTROL-TOTAL LAYOUT (SEE CTLHFD.CPY) STAY BLANK.
           05 OUTINV-ENTRY-TYPE        PIC X(01).
           05 OUTINV-LOGICAL-NAME      PIC X(20).
           05 OUTINV-PROGRAM-ID        PIC X(08).
           05 OUTINV-RECORD-COUNT      PIC 9(09).
           05 FILLER                   PIC X(25).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-COPY-SOURCE-PATH      PIC X(65).
       01 WS-COPY-SOURCE-STATUS    PIC X(02).
           88 COPY-SOURCE-OK           VALUE "00".
           88 YTD-MASTER-SUCCESSFUL    VALUE "00".
           88 YTD-MASTER-NOT-FOUND     VALUE "35".
           88 END-OF-YTD-MASTER        VALUE "10".
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
      * "02" IS A DUPLICATE ALTERNATE (CUSTOMER) KEY -- EXPECTED.
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-OUTPUT-INV-PATH       PIC X(40)
           VALUE "C:\Users\Bob\OUTINV.DAT".
       01 WS-OUTPUT-INV-STATUS     PIC X(02).
           88 OUTPUT-INV-SUCCESSFUL    VALUE "00".

       COPY BSETWS.

      * RUN MODE: "BACKUP" (THE UNATTENDED DEFAULT THE BATCH WINDOW
      * RUNS). "RESTORE" IS REFUSED -- RESTORES GO THROUGH RESTORAS.
       01 WS-RUN-MODE              PIC X(08) VALUE "BACKUP".
           88 RESTORE-RUN              VALUE "RESTORE".

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-SOURCE-COUNT          PIC 9(07) VALUE 0.
       01 WS-DEST-COUNT            PIC 9(07) VALUE 0.
       01 WS-FILES-BACKED-UP       PIC 9(02) VALUE 0.
       01 WS-FILES-FAILED          PIC 9(02) VALUE 0.
      * PROVES 5100 ACTUALLY OPENED AND FINISHED ITS PASS -- THE
      * FILE STATUS ALONE CAN'T SAY SO, IT ENDS "10" ON A GOOD COPY.
       01 WS-COPY-DONE-SW          PIC X(01) VALUE "N".
           DISPLAY "BACKUPAS MASTER-FILE BACKUP"
           PERFORM 1000-INITIALIZE
           IF RESTORE-RUN
              DISPLAY "BACKUPAS: RESTORES ARE RUN THROUGH RESTORAS "
                      "-- NOTHING DONE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-BACK-UP-THE-SET
           MOVE "BACKUPAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-SET-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-FILES-BACKED-UP TO WS-AUDIT-RECORDS-WRITTEN
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 9901-LOAD-BACKUP-SET.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR BACKUPAS. A RUN-MODE ENTRY OF
      * "RESTORE" IS TURNED AWAY; ANYTHING ELSE RUNS THE UNATTENDED
      * BACKUP THE BATCH WINDOW CALLS.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "BACKUPAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "BACKUP-SET-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-YTD-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-YTD-MASTER-PATH
           MOVE "RUG-ORDER-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RUG-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RUG-ORDER-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OUTPUT-INV-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:8) TO WS-RUN-MODE.

       2000-BACK-UP-THE-SET.
           MOVE WS-TODAY-DATE TO WS-BACKUP-DATE
           PERFORM 2100-BACK-UP-ONE-FILE
             UNTIL WS-SET-SUB > WS-SET-COUNT.

       2100-BACK-UP-ONE-FILE.
           PERFORM 9902-BUILD-BACKUP-PATH
           EVALUATE WS-SET-ORG(WS-SET-SUB)
              WHEN "I"
                 PERFORM 2200-BACK-UP-YTD-MASTER
              WHEN "O"
                 PERFORM 2300-BACK-UP-ORDER-MASTER
              WHEN OTHER
                 MOVE WS-SET-SOURCE(WS-SET-SUB)
                   TO WS-COPY-SOURCE-PATH
                 MOVE WS-BACKUP-FILE-PATH TO WS-COPY-DEST-PATH
                 MOVE "N" TO WS-COUNT-ONLY-SW
                 PERFORM 5100-COPY-AND-COUNT
                 IF COPY-PASS-OK
                    PERFORM 5200-VERIFY-THE-COPY
                 ELSE
                    ADD 1 TO WS-FILES-FAILED
                    DISPLAY "BACKUPAS: SOURCE NOT READABLE -- "
                            WS-SET-SOURCE(WS-SET-SUB)
                 END-IF
           END-EVALUATE.

      * THE INDEXED MASTER BACKS UP TO A FLAT COPY, RECORD BY
      * RECORD, THE WAY YEARENDAS ARCHIVES IT.
                      "BACKED UP"
           END-IF.

      * THE INDEXED RUG-ORDER MASTER BACKS UP THE SAME WAY, IN
      * ORDER-NUMBER SEQUENCE.
       2300-BACK-UP-ORDER-MASTER.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO WS-RUG-ORDER-PATH
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE WS-BACKUP-FILE-PATH TO WS-COPY-DEST-PATH
              OPEN OUTPUT COPY-DEST-FILE
              PERFORM UNTIL END-OF-RUG-ORDERS
                 READ RUG-ORDER-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-SOURCE-COUNT
                    MOVE SPACES TO COPY-DEST-REC
                    MOVE RUG-ORDER-REC TO COPY-DEST-REC
                    WRITE COPY-DEST-REC
                 END-READ
              END-PERFORM
              CLOSE RUG-ORDER-MASTER
                    COPY-DEST-FILE
              MOVE SPACES TO WS-RUG-ORDER-STATUS
              PERFORM 5200-VERIFY-THE-COPY
           ELSE
              ADD 1 TO WS-FILES-FAILED
              DISPLAY "BACKUPAS: RUG-ORDER MASTER NOT READABLE -- "
                      "NOT BACKED UP"
           END-IF.

      * COPIES WS-COPY-SOURCE-PATH TO WS-COPY-DEST-PATH COUNTING
      * RECORDS AS IT GOES; WITH COUNTING-ONLY SET IT JUST COUNTS
      * THE SOURCE AND WRITES NOTHING.
           IF NOT OUTPUT-INV-SUCCESSFUL
              OPEN OUTPUT OUTPUT-INVENTORY-FILE
           END-IF
           MOVE SPACES              TO OUTPUT-INVENTORY-REC
           MOVE WS-BACKUP-FILE-PATH TO OUTINV-FILE-NAME
           MOVE WS-TODAY-DATE       TO OUTINV-CREATED-DATE
           MOVE SPACE               TO OUTINV-ENTRY-TYPE
           MOVE "MASTER-BACKUP"     TO OUTINV-LOGICAL-NAME
           MOVE "BACKUPAS"          TO OUTINV-PROGRAM-ID
           MOVE WS-DEST-COUNT       TO OUTINV-RECORD-COUNT
           WRITE OUTPUT-INVENTORY-REC
           CLOSE OUTPUT-INVENTORY-FILE.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED MASTER-FILE BACKUP-SET PARAGRAPHS. SEE BSETPARA.CPY.
       COPY BSETPARA.
