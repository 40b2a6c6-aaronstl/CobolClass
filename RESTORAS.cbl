       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RESTORAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MASTER-FILE RESTORE FROM A BACKUPAS BACKUP SET.
      *
      * BACKUPAS COPIES THE MASTER SET TO DATE-STAMPED FILES EVERY
      * NIGHT AND REGISTERS EACH VERIFIED COPY, WITH ITS RECORD
      * COUNT, ON THE SHOP OUTPUT INVENTORY. THIS PROGRAM PUTS THEM
      * BACK. A PAYROLL-ROLE OPERATOR SIGNS ON, PICKS A BACKUP DATE
      * FROM THE SETS LISTED ON THE INVENTORY, AND RESTORES ONE
      * MASTER BY ITS SET NAME OR THE WHOLE SET ("ALL"). CURRENT AND
      * BACKUP RECORD COUNTS ARE SHOWN SIDE BY SIDE AND NOTHING IS
      * TOUCHED UNTIL THE OPERATOR CONFIRMS. THEN, FOR EACH FILE:
      *   - THE BACKUP COPY IS COUNTED AND MUST MATCH THE COUNT
      *     BACKUPAS RECORDED FOR IT;
      *   - THE CURRENT FILE IS SAVED ASIDE FIRST, TO
      *     <PREFIX>SAVED_<YYYYMMDDHHMM>_<NAME>.DAT, AND THE SAVED
      *     COPY REGISTERED ON THE INVENTORY SO RETENTION PRUNES IT;
      *   - THE BACKUP IS COPIED BACK (THE INDEXED YTD AND
      *     RUG-ORDER MASTERS ARE RELOADED FROM THEIR FLAT COPIES)
      *     AND THE RESTORED FILE IS COUNTED AGAIN AGAINST WHAT
      *     BACKUPAS RECORDED.
      * A BACKUP TAKEN BEFORE BACKUPAS RECORDED COUNTS IS CHECKED
      * AGAINST THE BACKUP COPY'S OWN COUNT, WITH A WARNING. THE
      * RESTORE IS LOGGED ON THE AUDIT LOG; ANY FILE THAT FAILS
      * ENDS THE RUN WITH RETURN-CODE 8.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY BSETSEL.
             SELECT COPY-SOURCE-FILE
               ASSIGN TO WS-COPY-SOURCE-PATH
               organization is line sequential
               file status is WS-COPY-SOURCE-STATUS.
             SELECT COPY-DEST-FILE
               ASSIGN TO WS-COPY-DEST-PATH
               organization is line sequential
               file status is WS-COPY-DEST-STATUS.
             SELECT YTD-MASTER
               ASSIGN TO WS-YTD-MASTER-PATH
               organization is indexed
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
               file status is WS-OUTPUT-INV-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY BSETFD.

      * GENERIC COPY-FROM/COPY-TO FILES, WIDE ENOUGH FOR EVERY
      * MASTER RECORD THIS SHOP KEEPS.
       FD  COPY-SOURCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS COPY-SOURCE-REC.
       01  COPY-SOURCE-REC             PIC X(200).

       FD  COPY-DEST-FILE
           RECORDING MODE IS F
           DATA RECORD IS COPY-DEST-REC.
       01  COPY-DEST-REC               PIC X(200).

       FD  YTD-MASTER
           DATA RECORD IS YTD-MASTER-REC.
       01  YTD-MASTER-REC.
           05  YTD-EMP-NUMBER          PIC X(06).
           05  YTD-GROSS               PIC 9(09)V99.
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

      * THE SHOP OUTPUT INVENTORY. A BACKUPAS ROW CARRIES THE
      * RECORD COUNT ITS COPY VERIFIED AT; A ROW WRITTEN BEFORE IT
      * DID HAS THAT COLUMN BLANK.
       FD  OUTPUT-INVENTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS OUTPUT-INVENTORY-REC.
       01  OUTPUT-INVENTORY-REC.
           05 OUTINV-FILE-NAME         PIC X(40).
           05 OUTINV-CREATED-DATE      PIC 9(08).
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
           88 END-OF-COPY-SOURCE       VALUE "10".
       01 WS-COPY-DEST-PATH        PIC X(65).
       01 WS-COPY-DEST-STATUS      PIC X(02).
           88 COPY-DEST-OK             VALUE "00".
           88 END-OF-COPY-DEST         VALUE "10".
       01 WS-YTD-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLYTD.DAT".
       01 WS-YTD-MASTER-STATUS     PIC X(02).
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
           88 END-OF-OUTPUT-INV        VALUE "10".

       COPY BSETWS.

      * EVERY BACKUPAS COPY ON THE INVENTORY. THE INVENTORY KEEPS
      * ONLY THE FIRST 40 CHARACTERS OF A PATH, SO A SET MEMBER IS
      * MATCHED ON THE FIRST 40 OF ITS BACKUP PATH. A BACKUP RUN
      * TWICE ON ONE DATE LEAVES TWO ROWS; THE LATER ONE STANDS.
       01 WS-BKINV-TABLE.
           05 WS-BKINV-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-BKINV-IDX.
              10 WS-BKINV-NAME          PIC X(40).
              10 WS-BKINV-COUNT         PIC 9(09).
              10 WS-BKINV-COUNT-SW      PIC X(01).
                  88 BKINV-COUNT-RECORDED   VALUE "Y".
       01 WS-BKINV-COUNT-ROWS      PIC 9(04) VALUE 0.
       01 WS-BKINV-FOUND-SW        PIC X(01).
           88 BKINV-ROW-FOUND          VALUE "Y".

      * THE DISTINCT BACKUP DATES ON THE INVENTORY, WITH HOW MANY
      * FILES EACH SET HOLDS.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-DATE-IDX.
              10 WS-DATE-VALUE          PIC X(08).
              10 WS-DATE-FILES          PIC 9(03).
       01 WS-DATE-COUNT            PIC 9(03) VALUE 0.
       01 WS-DATE-FOUND-SW         PIC X(01).
           88 DATE-ON-LIST             VALUE "Y".
       01 WS-PREFIX-LEN            PIC 9(02).
       01 WS-ROW-DATE              PIC X(08).

      * ONE ROW PER SET MEMBER, IN STEP WITH WS-SET-TABLE: WHETHER
      * IT IS BEING RESTORED AND WHAT BACKUPAS RECORDED FOR IT ON
      * THE CHOSEN DATE.
       01 WS-RESTORE-TABLE.
           05 WS-RST-ENTRY OCCURS 20 TIMES.
              10 WS-RST-SELECTED-SW     PIC X(01).
                  88 RST-SELECTED           VALUE "Y".
              10 WS-RST-ON-INV-SW       PIC X(01).
                  88 RST-ON-INVENTORY       VALUE "Y".
              10 WS-RST-RECORDED-SW     PIC X(01).
                  88 RST-COUNT-RECORDED     VALUE "Y".
              10 WS-RST-RECORDED-COUNT  PIC 9(09).
       01 WS-SELECTED-COUNT        PIC 9(02) VALUE 0.

       01 WS-FILE-CHOICE           PIC X(12).
           88 RESTORE-WHOLE-SET        VALUE "ALL".
       01 WS-CONFIRM-IN            PIC X(01).

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TIME-NOW              PIC 9(08).
      * WHERE THE CURRENT FILE IS SAVED BEFORE IT IS OVERWRITTEN.
       01 WS-SAVE-STAMP            PIC X(12).
       01 WS-SAVE-FILE-PATH        PIC X(65).
       01 WS-SAVED-SW              PIC X(01).
           88 CURRENT-FILE-SAVED       VALUE "Y".

       01 WS-SOURCE-COUNT          PIC 9(09) VALUE 0.
       01 WS-CURRENT-COUNT         PIC 9(09) VALUE 0.
       01 WS-BACKUP-COUNT          PIC 9(09) VALUE 0.
       01 WS-EXPECTED-COUNT        PIC 9(09) VALUE 0.
       01 WS-FILES-RESTORED        PIC 9(02) VALUE 0.
       01 WS-FILES-FAILED          PIC 9(02) VALUE 0.
      * PROVES 5100 ACTUALLY OPENED AND FINISHED ITS PASS -- THE
      * FILE STATUS ALONE CAN'T SAY SO, IT ENDS "10" ON A GOOD COPY.
       01 WS-COPY-DONE-SW          PIC X(01) VALUE "N".
           88 COPY-PASS-OK             VALUE "Y".
       01 WS-COUNT-ONLY-SW         PIC X(01) VALUE "N".
           88 COUNTING-ONLY            VALUE "Y".
       01 WS-FILE-OK-SW            PIC X(01).
           88 FILE-STILL-OK            VALUE "Y".

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "RESTORAS MASTER-FILE RESTORE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           IF NOT OPERATOR-IS-PAYROLL
              DISPLAY "RESTORAS: PAYROLL ROLE REQUIRED TO RESTORE "
                      "MASTER FILES"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 9901-LOAD-BACKUP-SET
           PERFORM 1100-LOAD-BACKUP-INVENTORY
           IF WS-DATE-COUNT = 0
              DISPLAY "RESTORAS: NO BACKUP SETS ON THE OUTPUT "
                      "INVENTORY -- NOTHING RESTORED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-LIST-BACKUP-SETS
           PERFORM 2100-CHOOSE-BACKUP-DATE
           PERFORM 2200-CHOOSE-FILES
           DISPLAY "THIS RESTORE WILL OVERWRITE:"
           PERFORM 2300-SHOW-ONE-TARGET THRU 2300-EXIT
             VARYING WS-SET-SUB FROM 1 BY 1
             UNTIL WS-SET-SUB > WS-SET-COUNT
           DISPLAY "PROCEED WITH THE RESTORE? (Y/N): "
           ACCEPT WS-CONFIRM-IN
           IF WS-CONFIRM-IN = "Y" OR WS-CONFIRM-IN = "y"
              ACCEPT WS-TIME-NOW FROM TIME
              MOVE SPACES TO WS-SAVE-STAMP
              STRING WS-TODAY-DATE       DELIMITED BY SIZE
                     WS-TIME-NOW(1:4)    DELIMITED BY SIZE
                INTO WS-SAVE-STAMP
              END-STRING
              PERFORM 3000-RESTORE-ONE-FILE THRU 3000-EXIT
                VARYING WS-SET-SUB FROM 1 BY 1
                UNTIL WS-SET-SUB > WS-SET-COUNT
           ELSE
              DISPLAY "NOTHING RESTORED."
           END-IF
           MOVE "RESTORAS"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-SELECTED-COUNT  TO WS-AUDIT-RECORDS-READ
           MOVE WS-FILES-RESTORED  TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-BACKUP-DATE     TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "FILES RESTORED: " WS-FILES-RESTORED
           DISPLAY "FILES FAILED:   " WS-FILES-FAILED
           IF WS-FILES-FAILED > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END RESTORAS"
           GOBACK.

      * THE SET, THE BACKUP PREFIX, THE INDEXED MASTERS AND THE
      * INVENTORY ARE RESOLVED UNDER BACKUPAS'S OWN RUNCTL.DAT
      * ENTRIES, SO THE RESTORE ALWAYS READS WHAT THE BACKUP WROTE.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "BACKUPAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "BACKUP-SET-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BACKUP-SET-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BACKUP-SET-PATH
           MOVE "BACKUP-PREFIX" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BACKUP-PREFIX TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BACKUP-PREFIX
           MOVE "YTD-MASTER" TO WS-RUNCTL-LOGICAL-NAME
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
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OUTPUT-INV-PATH.

      * A BACKUP IS ANY INVENTORY ROW NAMED <PREFIX><YYYYMMDD>_...
      * -- THE SAVED-ASIDE COPIES THIS PROGRAM WRITES DON'T FIT
      * THAT PATTERN AND ARE LEFT OFF THE LIST.
       1100-LOAD-BACKUP-INVENTORY.
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT WS-BACKUP-PREFIX TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           OPEN INPUT OUTPUT-INVENTORY-FILE
           IF OUTPUT-INV-SUCCESSFUL
              PERFORM UNTIL END-OF-OUTPUT-INV
                 READ OUTPUT-INVENTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WS-PREFIX-LEN > 0 AND WS-PREFIX-LEN < 32
                       IF OUTINV-FILE-NAME(1:WS-PREFIX-LEN)
                             = WS-BACKUP-PREFIX(1:WS-PREFIX-LEN)
                          AND OUTINV-FILE-NAME(WS-PREFIX-LEN + 1:8)
                             IS NUMERIC
                          AND OUTINV-FILE-NAME(WS-PREFIX-LEN + 9:1)
                             = "_"
                          PERFORM 1110-KEEP-BACKUP-ROW THRU 1110-EXIT
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE OUTPUT-INVENTORY-FILE
           END-IF.

       1110-KEEP-BACKUP-ROW.
           MOVE OUTINV-FILE-NAME(WS-PREFIX-LEN + 1:8) TO WS-ROW-DATE
           MOVE "N" TO WS-BKINV-FOUND-SW
           SET WS-BKINV-IDX TO 1
           SEARCH WS-BKINV-ENTRY
              WHEN WS-BKINV-IDX > WS-BKINV-COUNT-ROWS
                 CONTINUE
              WHEN WS-BKINV-NAME(WS-BKINV-IDX) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-BKINV-FOUND-SW
           END-SEARCH
           IF NOT BKINV-ROW-FOUND
              IF WS-BKINV-COUNT-ROWS = 500
                 GO TO 1110-EXIT
              END-IF
              ADD 1 TO WS-BKINV-COUNT-ROWS
              SET WS-BKINV-IDX TO WS-BKINV-COUNT-ROWS
              MOVE OUTINV-FILE-NAME TO WS-BKINV-NAME(WS-BKINV-IDX)
              PERFORM 1120-COUNT-FILE-ON-DATE
           END-IF
           IF OUTINV-RECORD-COUNT IS NUMERIC
              MOVE OUTINV-RECORD-COUNT TO WS-BKINV-COUNT(WS-BKINV-IDX)
              MOVE "Y" TO WS-BKINV-COUNT-SW(WS-BKINV-IDX)
           ELSE
              MOVE 0 TO WS-BKINV-COUNT(WS-BKINV-IDX)
              MOVE "N" TO WS-BKINV-COUNT-SW(WS-BKINV-IDX)
           END-IF.
       1110-EXIT.
           EXIT.

       1120-COUNT-FILE-ON-DATE.
           MOVE "N" TO WS-DATE-FOUND-SW
           SET WS-DATE-IDX TO 1
           SEARCH WS-DATE-ENTRY
              WHEN WS-DATE-IDX > WS-DATE-COUNT
                 CONTINUE
              WHEN WS-DATE-VALUE(WS-DATE-IDX) = WS-ROW-DATE
                 MOVE "Y" TO WS-DATE-FOUND-SW
                 ADD 1 TO WS-DATE-FILES(WS-DATE-IDX)
           END-SEARCH
           IF NOT DATE-ON-LIST AND WS-DATE-COUNT < 100
              ADD 1 TO WS-DATE-COUNT
              MOVE WS-ROW-DATE TO WS-DATE-VALUE(WS-DATE-COUNT)
              MOVE 1 TO WS-DATE-FILES(WS-DATE-COUNT)
           END-IF.

       2000-LIST-BACKUP-SETS.
           DISPLAY "BACKUP SETS ON THE OUTPUT INVENTORY:"
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
              DISPLAY "  " WS-DATE-VALUE(WS-DATE-IDX)
                      "  " WS-DATE-FILES(WS-DATE-IDX) " FILES"
           END-PERFORM.

      * ONLY A DATE ON THE LIST CAN BE RESTORED FROM.
       2100-CHOOSE-BACKUP-DATE.
           DISPLAY "BACKUP DATE TO RESTORE (YYYYMMDD): "
           ACCEPT WS-BACKUP-DATE
           MOVE "N" TO WS-DATE-FOUND-SW
           SET WS-DATE-IDX TO 1
           SEARCH WS-DATE-ENTRY
              WHEN WS-DATE-IDX > WS-DATE-COUNT
                 CONTINUE
              WHEN WS-DATE-VALUE(WS-DATE-IDX) = WS-BACKUP-DATE
                 MOVE "Y" TO WS-DATE-FOUND-SW
           END-SEARCH
           IF NOT DATE-ON-LIST
              DISPLAY "RESTORAS: NO BACKUP SET FOR " WS-BACKUP-DATE
                      " ON THE INVENTORY -- NOTHING RESTORED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * ONE MASTER BY ITS SET NAME, OR "ALL" FOR EVERY MEMBER OF
      * THE SET BACKED UP THAT DATE. A MEMBER WITH NO VERIFIED
      * BACKUP ON THE DATE IS SKIPPED -- BACKUPAS NEVER REGISTERS A
      * COPY THAT FAILED ITS COUNT.
       2200-CHOOSE-FILES.
           DISPLAY "SET NAME TO RESTORE, OR ALL FOR THE WHOLE SET: "
           ACCEPT WS-FILE-CHOICE
           INSPECT WS-FILE-CHOICE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-SELECTED-COUNT
           PERFORM 2210-MATCH-SET-MEMBER THRU 2210-EXIT
             VARYING WS-SET-SUB FROM 1 BY 1
             UNTIL WS-SET-SUB > WS-SET-COUNT
           IF WS-SELECTED-COUNT = 0
              DISPLAY "RESTORAS: NO VERIFIED BACKUP OF "
                      WS-FILE-CHOICE " ON " WS-BACKUP-DATE
                      " -- NOTHING RESTORED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2210-MATCH-SET-MEMBER.
           MOVE "N" TO WS-RST-SELECTED-SW(WS-SET-SUB)
                       WS-RST-ON-INV-SW(WS-SET-SUB)
                       WS-RST-RECORDED-SW(WS-SET-SUB)
           MOVE 0 TO WS-RST-RECORDED-COUNT(WS-SET-SUB)
           IF NOT RESTORE-WHOLE-SET
              AND WS-SET-NAME(WS-SET-SUB) NOT = WS-FILE-CHOICE
              GO TO 2210-EXIT
           END-IF
           PERFORM 9902-BUILD-BACKUP-PATH
           MOVE "N" TO WS-BKINV-FOUND-SW
           SET WS-BKINV-IDX TO 1
           SEARCH WS-BKINV-ENTRY
              WHEN WS-BKINV-IDX > WS-BKINV-COUNT-ROWS
                 CONTINUE
              WHEN WS-BKINV-NAME(WS-BKINV-IDX)
                      = WS-BACKUP-FILE-PATH(1:40)
                 MOVE "Y" TO WS-BKINV-FOUND-SW
           END-SEARCH
           IF NOT BKINV-ROW-FOUND
              DISPLAY "  NO VERIFIED BACKUP OF "
                      WS-SET-NAME(WS-SET-SUB) " ON "
                      WS-BACKUP-DATE " -- SKIPPED"
              GO TO 2210-EXIT
           END-IF
           MOVE "Y" TO WS-RST-SELECTED-SW(WS-SET-SUB)
                       WS-RST-ON-INV-SW(WS-SET-SUB)
           ADD 1 TO WS-SELECTED-COUNT
           IF BKINV-COUNT-RECORDED(WS-BKINV-IDX)
              MOVE "Y" TO WS-RST-RECORDED-SW(WS-SET-SUB)
              MOVE WS-BKINV-COUNT(WS-BKINV-IDX)
                TO WS-RST-RECORDED-COUNT(WS-SET-SUB)
           END-IF.
       2210-EXIT.
           EXIT.

      * WHAT EACH FILE HOLDS NOW NEXT TO WHAT THE BACKUP HOLDS.
       2300-SHOW-ONE-TARGET.
           IF NOT RST-SELECTED(WS-SET-SUB)
              GO TO 2300-EXIT
           END-IF
           PERFORM 9902-BUILD-BACKUP-PATH
           PERFORM 5000-COUNT-CURRENT-FILE
           MOVE WS-BACKUP-FILE-PATH TO WS-COPY-SOURCE-PATH
           MOVE "Y" TO WS-COUNT-ONLY-SW
           PERFORM 5100-COPY-AND-COUNT
           DISPLAY "  " WS-SET-NAME(WS-SET-SUB)
                   " CURRENT RECORDS: " WS-CURRENT-COUNT
                   " BACKUP RECORDS: " WS-SOURCE-COUNT
           IF NOT RST-COUNT-RECORDED(WS-SET-SUB)
              DISPLAY "    (BACKUP TAKEN BEFORE COUNTS WERE "
                      "RECORDED -- CHECKED AGAINST ITS OWN COUNT)"
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * CHECK THE BACKUP, SAVE THE CURRENT FILE ASIDE, RESTORE, AND
      * RECOUNT. A FAILURE AT ANY STEP LEAVES THE FILE (AND THE
      * NEXT STEPS) ALONE.
      ******************************************************************
       3000-RESTORE-ONE-FILE.
           IF NOT RST-SELECTED(WS-SET-SUB)
              GO TO 3000-EXIT
           END-IF
           PERFORM 9902-BUILD-BACKUP-PATH
           MOVE "Y" TO WS-FILE-OK-SW
           PERFORM 3100-CHECK-BACKUP-COPY THRU 3100-EXIT
           IF NOT FILE-STILL-OK
              ADD 1 TO WS-FILES-FAILED
              GO TO 3000-EXIT
           END-IF
           PERFORM 3200-SAVE-CURRENT-FILE THRU 3200-EXIT
           IF NOT FILE-STILL-OK
              ADD 1 TO WS-FILES-FAILED
              GO TO 3000-EXIT
           END-IF
           EVALUATE WS-SET-ORG(WS-SET-SUB)
              WHEN "I"
                 PERFORM 3300-RESTORE-YTD-MASTER
              WHEN "O"
                 PERFORM 3400-RESTORE-ORDER-MASTER
              WHEN OTHER
                 MOVE WS-BACKUP-FILE-PATH TO WS-COPY-SOURCE-PATH
                 MOVE WS-SET-SOURCE(WS-SET-SUB)
                   TO WS-COPY-DEST-PATH
                 MOVE "N" TO WS-COUNT-ONLY-SW
                 PERFORM 5100-COPY-AND-COUNT
                 IF NOT COPY-PASS-OK
                    MOVE "N" TO WS-FILE-OK-SW
                 END-IF
           END-EVALUATE
           IF FILE-STILL-OK
              PERFORM 3500-VERIFY-RESTORED-FILE
           END-IF
           IF FILE-STILL-OK
              ADD 1 TO WS-FILES-RESTORED
              DISPLAY "RESTORED " WS-SET-NAME(WS-SET-SUB)
                      " (" WS-EXPECTED-COUNT " RECORDS)"
           ELSE
              ADD 1 TO WS-FILES-FAILED
              DISPLAY "RESTORAS: " WS-SET-NAME(WS-SET-SUB)
                      " NOT FULLY RESTORED FROM "
                      WS-BACKUP-FILE-PATH
              IF CURRENT-FILE-SAVED
                 DISPLAY "  THE FILE AS IT WAS IS SAVED IN "
                         WS-SAVE-FILE-PATH
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      * THE BACKUP MUST STILL HOLD WHAT BACKUPAS RECORDED FOR IT.
      * WITH NO COUNT RECORDED, ITS OWN COUNT IS WHAT THE RESTORED
      * FILE WILL BE HELD TO.
       3100-CHECK-BACKUP-COPY.
           MOVE WS-BACKUP-FILE-PATH TO WS-COPY-SOURCE-PATH
           MOVE "Y" TO WS-COUNT-ONLY-SW
           PERFORM 5100-COPY-AND-COUNT
           IF NOT COPY-PASS-OK
              DISPLAY "RESTORAS: BACKUP COPY NOT READABLE -- "
                      WS-BACKUP-FILE-PATH
              MOVE "N" TO WS-FILE-OK-SW
              GO TO 3100-EXIT
           END-IF
           MOVE WS-SOURCE-COUNT TO WS-BACKUP-COUNT
           IF RST-COUNT-RECORDED(WS-SET-SUB)
              MOVE WS-RST-RECORDED-COUNT(WS-SET-SUB)
                TO WS-EXPECTED-COUNT
              IF WS-BACKUP-COUNT NOT = WS-EXPECTED-COUNT
                 DISPLAY "RESTORAS: BACKUP OF "
                         WS-SET-NAME(WS-SET-SUB)
                         " HOLDS " WS-BACKUP-COUNT
                         " RECORDS, BACKUPAS RECORDED "
                         WS-EXPECTED-COUNT " -- NOT RESTORED"
                 MOVE "N" TO WS-FILE-OK-SW
              END-IF
           ELSE
              MOVE WS-BACKUP-COUNT TO WS-EXPECTED-COUNT
              DISPLAY "  WARNING: NO COUNT RECORDED FOR "
                      WS-SET-NAME(WS-SET-SUB)
                      " -- CHECKING AGAINST THE BACKUP'S OWN "
                      WS-BACKUP-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      * THE CURRENT FILE GOES TO <PREFIX>SAVED_<STAMP>_<NAME>.DAT
      * (THE INDEXED MASTERS AS A FLAT COPY, THE SAME WAY BACKUPAS
      * TAKES THEM) AND IS RECOUNTED BEFORE ANYTHING IS OVERWRITTEN.
      * NO CURRENT FILE AT ALL IS NOT AN ERROR -- THERE IS NOTHING
      * TO LOSE.
       3200-SAVE-CURRENT-FILE.
           MOVE "N" TO WS-SAVED-SW
           MOVE SPACES TO WS-SAVE-FILE-PATH
           STRING WS-BACKUP-PREFIX          DELIMITED BY SPACE
                  "SAVED_"                  DELIMITED BY SIZE
                  WS-SAVE-STAMP             DELIMITED BY SPACE
                  "_"                       DELIMITED BY SIZE
                  WS-SET-NAME(WS-SET-SUB)   DELIMITED BY SPACE
                  ".DAT"                    DELIMITED BY SIZE
             INTO WS-SAVE-FILE-PATH
           END-STRING
           EVALUATE WS-SET-ORG(WS-SET-SUB)
              WHEN "I"
                 PERFORM 3210-SAVE-YTD-MASTER
              WHEN "O"
                 PERFORM 3220-SAVE-ORDER-MASTER
              WHEN OTHER
                 MOVE WS-SET-SOURCE(WS-SET-SUB)
                   TO WS-COPY-SOURCE-PATH
                 MOVE WS-SAVE-FILE-PATH TO WS-COPY-DEST-PATH
                 MOVE "N" TO WS-COUNT-ONLY-SW
                 PERFORM 5100-COPY-AND-COUNT
                 IF COPY-PASS-OK
                    MOVE "Y" TO WS-SAVED-SW
                 END-IF
           END-EVALUATE
           IF NOT CURRENT-FILE-SAVED
              DISPLAY "  NO CURRENT " WS-SET-NAME(WS-SET-SUB)
                      " TO SAVE"
              GO TO 3200-EXIT
           END-IF
           MOVE WS-SOURCE-COUNT TO WS-CURRENT-COUNT
           MOVE WS-SAVE-FILE-PATH TO WS-COPY-SOURCE-PATH
           MOVE "Y" TO WS-COUNT-ONLY-SW
           PERFORM 5100-COPY-AND-COUNT
           IF NOT COPY-PASS-OK
              OR WS-SOURCE-COUNT NOT = WS-CURRENT-COUNT
              DISPLAY "RESTORAS: CURRENT " WS-SET-NAME(WS-SET-SUB)
                      " COULD NOT BE SAVED TO " WS-SAVE-FILE-PATH
                      " -- NOT RESTORED"
              MOVE "N" TO WS-SAVED-SW
              MOVE "N" TO WS-FILE-OK-SW
              GO TO 3200-EXIT
           END-IF
           PERFORM 3600-RECORD-SAVED-FILE
           DISPLAY "  SAVED CURRENT " WS-SET-NAME(WS-SET-SUB)
                   " (" WS-CURRENT-COUNT " RECORDS) TO "
                   WS-SAVE-FILE-PATH.
       3200-EXIT.
           EXIT.

       3210-SAVE-YTD-MASTER.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO WS-YTD-MASTER-PATH
           OPEN INPUT YTD-MASTER
           IF YTD-MASTER-SUCCESSFUL
              MOVE WS-SAVE-FILE-PATH TO WS-COPY-DEST-PATH
              OPEN OUTPUT COPY-DEST-FILE
              PERFORM UNTIL END-OF-YTD-MASTER
                 READ YTD-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-SOURCE-COUNT
                    MOVE SPACES TO COPY-DEST-REC
                    MOVE YTD-MASTER-REC TO COPY-DEST-REC
                    WRITE COPY-DEST-REC
                 END-READ
              END-PERFORM
              CLOSE YTD-MASTER
                    COPY-DEST-FILE
              MOVE SPACES TO WS-YTD-MASTER-STATUS
              MOVE "Y" TO WS-SAVED-SW
           END-IF.

       3220-SAVE-ORDER-MASTER.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO WS-RUG-ORDER-PATH
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE WS-SAVE-FILE-PATH TO WS-COPY-DEST-PATH
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
              MOVE "Y" TO WS-SAVED-SW
           END-IF.

      * RELOADS THE INDEXED MASTER FROM THE FLAT BACKUP COPY.
       3300-RESTORE-YTD-MASTER.
           MOVE WS-BACKUP-FILE-PATH TO WS-COPY-SOURCE-PATH
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO WS-YTD-MASTER-PATH
           OPEN INPUT COPY-SOURCE-FILE
           IF COPY-SOURCE-OK
              OPEN OUTPUT YTD-MASTER
              PERFORM UNTIL END-OF-COPY-SOURCE
                 READ COPY-SOURCE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE COPY-SOURCE-REC(1:138) TO YTD-MASTER-REC
      * A COPY TAKEN BEFORE THE MASTER CARRIED THE W-2 BOX DETAIL
      * ENDS AT THE DEFERRAL -- THE DETAIL RELOADS AS ZERO.
                    IF COPY-SOURCE-REC(51:88) = SPACES
                       MOVE ZEROES TO YTD-FIT-WAGES
                                      YTD-FED-WH
                                      YTD-SS-WAGES
                                      YTD-SS-WH
                                      YTD-MED-WAGES
                                      YTD-MED-WH
                                      YTD-STATE-WH
                                      YTD-LOCAL-WH
                    END-IF
                    WRITE YTD-MASTER-REC
                    IF NOT YTD-MASTER-SUCCESSFUL
                       MOVE "RESTORAS"   TO WS-IOERR-PROGRAM-ID
                       MOVE "YTD-MASTER" TO WS-IOERR-FILE-NAME
                       MOVE WS-YTD-MASTER-STATUS
                         TO WS-IOERR-FILE-STATUS
                       PERFORM 9900-LOG-IO-ERROR
                       MOVE "N" TO WS-FILE-OK-SW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE COPY-SOURCE-FILE
                    YTD-MASTER
              MOVE SPACES TO WS-COPY-SOURCE-STATUS
              MOVE SPACES TO WS-YTD-MASTER-STATUS
           ELSE
              MOVE "N" TO WS-FILE-OK-SW
           END-IF.

      * RELOADS THE INDEXED RUG-ORDER MASTER FROM ITS FLAT BACKUP
      * COPY. A ROW THE INDEX REFUSES IS LOGGED AND THE RESTORE IS
      * COUNTED AS FAILED.
       3400-RESTORE-ORDER-MASTER.
           MOVE WS-BACKUP-FILE-PATH TO WS-COPY-SOURCE-PATH
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO WS-RUG-ORDER-PATH
           OPEN INPUT COPY-SOURCE-FILE
           IF COPY-SOURCE-OK
              OPEN OUTPUT RUG-ORDER-MASTER
              PERFORM UNTIL END-OF-COPY-SOURCE
                 READ COPY-SOURCE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE COPY-SOURCE-REC(1:80) TO RUG-ORDER-REC
                    WRITE RUG-ORDER-REC
                    IF NOT RUG-ORDER-SUCCESSFUL
                       MOVE "RESTORAS"         TO WS-IOERR-PROGRAM-ID
                       MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
                       MOVE WS-RUG-ORDER-STATUS
                         TO WS-IOERR-FILE-STATUS
                       PERFORM 9900-LOG-IO-ERROR
                       MOVE "N" TO WS-FILE-OK-SW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE COPY-SOURCE-FILE
                    RUG-ORDER-MASTER
              MOVE SPACES TO WS-COPY-SOURCE-STATUS
              MOVE SPACES TO WS-RUG-ORDER-STATUS
           ELSE
              MOVE "N" TO WS-FILE-OK-SW
           END-IF.

      * THE RESTORED FILE, COUNTED FROM DISK, MUST HOLD WHAT
      * BACKUPAS RECORDED.
       3500-VERIFY-RESTORED-FILE.
           PERFORM 5000-COUNT-CURRENT-FILE
           IF WS-CURRENT-COUNT NOT = WS-EXPECTED-COUNT
              DISPLAY "RESTORAS: RESTORED " WS-SET-NAME(WS-SET-SUB)
                      " HOLDS " WS-CURRENT-COUNT
                      " RECORDS, EXPECTED " WS-EXPECTED-COUNT
              MOVE "N" TO WS-FILE-OK-SW
           END-IF.

      * THE SAVED-ASIDE COPY GOES ON THE INVENTORY AS A DATED ROW
      * SO RETMGRAS PRUNES IT LIKE ANY OTHER OUTPUT.
       3600-RECORD-SAVED-FILE.
           OPEN EXTEND OUTPUT-INVENTORY-FILE
           IF NOT OUTPUT-INV-SUCCESSFUL
              OPEN OUTPUT OUTPUT-INVENTORY-FILE
           END-IF
           MOVE SPACES              TO OUTPUT-INVENTORY-REC
           MOVE WS-SAVE-FILE-PATH   TO OUTINV-FILE-NAME
           MOVE WS-TODAY-DATE       TO OUTINV-CREATED-DATE
           MOVE SPACE               TO OUTINV-ENTRY-TYPE
           MOVE "MASTER-BACKUP"     TO OUTINV-LOGICAL-NAME
           MOVE "RESTORAS"          TO OUTINV-PROGRAM-ID
           MOVE WS-CURRENT-COUNT    TO OUTINV-RECORD-COUNT
           WRITE OUTPUT-INVENTORY-REC
           CLOSE OUTPUT-INVENTORY-FILE.

      * COUNTS THE SET MEMBER AS IT STANDS ON DISK INTO
      * WS-CURRENT-COUNT -- THE INDEXED MASTERS THROUGH THEIR OWN
      * FILES, EVERYTHING ELSE THROUGH THE LINE-SEQUENTIAL COPY
      * FILE. A FILE THAT ISN'T THERE COUNTS ZERO.
       5000-COUNT-CURRENT-FILE.
           EVALUATE WS-SET-ORG(WS-SET-SUB)
              WHEN "I"
                 PERFORM 5200-COUNT-YTD-MASTER
              WHEN "O"
                 PERFORM 5300-COUNT-ORDER-MASTER
              WHEN OTHER
                 MOVE WS-SET-SOURCE(WS-SET-SUB)
                   TO WS-COPY-SOURCE-PATH
                 MOVE "Y" TO WS-COUNT-ONLY-SW
                 PERFORM 5100-COPY-AND-COUNT
           END-EVALUATE
           MOVE WS-SOURCE-COUNT TO WS-CURRENT-COUNT.

      * COPIES WS-COPY-SOURCE-PATH TO WS-COPY-DEST-PATH COUNTING
      * RECORDS AS IT GOES; WITH COUNTING-ONLY SET IT JUST COUNTS
      * THE SOURCE AND WRITES NOTHING.
       5100-COPY-AND-COUNT.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE "N" TO WS-COPY-DONE-SW
           OPEN INPUT COPY-SOURCE-FILE
           IF COPY-SOURCE-OK
              IF NOT COUNTING-ONLY
                 OPEN OUTPUT COPY-DEST-FILE
              END-IF
              PERFORM UNTIL END-OF-COPY-SOURCE
                 READ COPY-SOURCE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-SOURCE-COUNT
                    IF NOT COUNTING-ONLY
                       MOVE COPY-SOURCE-REC TO COPY-DEST-REC
                       WRITE COPY-DEST-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE COPY-SOURCE-FILE
              IF NOT COUNTING-ONLY
                 CLOSE COPY-DEST-FILE
              END-IF
              MOVE "Y" TO WS-COPY-DONE-SW
           END-IF.

       5200-COUNT-YTD-MASTER.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO WS-YTD-MASTER-PATH
           OPEN INPUT YTD-MASTER
           IF YTD-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-YTD-MASTER
                 READ YTD-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-SOURCE-COUNT
                 END-READ
              END-PERFORM
              CLOSE YTD-MASTER
              MOVE SPACES TO WS-YTD-MASTER-STATUS
           END-IF.

       5300-COUNT-ORDER-MASTER.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO WS-RUG-ORDER-PATH
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              PERFORM UNTIL END-OF-RUG-ORDERS
                 READ RUG-ORDER-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-SOURCE-COUNT
                 END-READ
              END-PERFORM
              CLOSE RUG-ORDER-MASTER
              MOVE SPACES TO WS-RUG-ORDER-STATUS
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR AUDIT TRAIL PARAGRAPH. SEE AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED MASTER-FILE BACKUP-SET PARAGRAPHS. SEE BSETPARA.CPY.
       COPY BSETPARA.
