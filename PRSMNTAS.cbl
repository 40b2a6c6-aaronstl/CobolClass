       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRSMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * PRESIDENT AND VICE-PRESIDENT TABLE MAINTENANCE.
      *
      * USPRES.DAT AND USVPS.DAT, THE TWO FILES USPRESAS (PAYRDFAS)
      * LOOKS PRESIDENTS AND THEIR VPS UP IN, HAVE BEEN KEPT WITH A
      * TEXT EDITOR, WHICH LETS A DUPLICATE NUMBER OR A PARTY NAME
      * SHIFTED INTO THE TERM YEARS GET IN. THIS MENU-DRIVEN SCREEN
      * (IN THE STYLE OF CUSTMNTAS) SITS BEHIND THE OPERATOR SIGN-ON
      * AND:
      *   - ADDS A PRESIDENT. PAYRDFAS NUMBERS PRESIDENTS BY THEIR
      *     PLACE IN THE FILE, SO A NEW PRESIDENT MUST TAKE THE NEXT
      *     NUMBER -- ONE NOT ALREADY ON FILE AND ONE PAST THE LAST;
      *   - CHANGES A PRESIDENT'S NAME, TERM OR PARTY -- A BLANK
      *     ANSWER KEEPS THE VALUE ON FILE. THE NUMBER NEVER CHANGES;
      *   - ADDS A VP UNDER A PRESIDENT WHO IS ON THE PRESIDENT FILE,
      *     FILED AFTER THAT PRESIDENT'S OTHER VPS;
      *   - REMOVES A VP;
      *   - LISTS A PRESIDENT WITH THEIR VPS.
      * A TERM MUST BE TWO 4-DIGIT YEARS WITH THE START NOT AFTER THE
      * END, AND MAY NOT OVERLAP ANY OTHER PRESIDENT'S TERM. THE ONE
      * YEAR TWO TERMS MAY SHARE IS THE HANDOVER YEAR, WHERE ONE ENDS
      * AND THE NEXT BEGINS -- THE SAME RULE PAYRDFAS'S YEAR LOOKUP
      * FOLLOWS.
      *
      * EVERY CHANGE IS WRITTEN AS A BEFORE/AFTER IMAGE, STAMPED WITH
      * THE OPERATOR'S ID AND THE TIME, TO PRESMAINT.LOG. THE ACTION
      * SAYS WHICH FILE THE IMAGES ARE FROM: PADD/PCHG FOR THE
      * PRESIDENT FILE, VADD/VDEL FOR THE VP FILE.
      *
      * THE TABLES HOLD THE SAME 45 PRESIDENTS AND 50 VPS PAYRDFAS
      * DOES, SO THIS SCREEN NEVER BUILDS A FILE PAYRDFAS CANNOT
      * LOAD IN FULL.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESIDENT-FILE
             ASSIGN TO WS-PRES-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRES-FILE-STATUS.

           SELECT VP-FILE
             ASSIGN TO WS-VP-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VP-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\PRESMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

      * SAME LAYOUTS PAYRDFAS READS.
       FD  PRESIDENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS PRES-INFO-IN.
       01  PRES-INFO-IN.
           05 PRES-NUM-IN            PIC X(02).
           05 PRES-NAME-IN           PIC X(27).
           05 PRES-TERM-START-IN     PIC X(04).
           05 PRES-TERM-END-IN       PIC X(04).
           05 PRES-PARTY-IN          PIC X(15).

       FD  VP-FILE
           RECORDING MODE IS F
           DATA RECORD IS VP-INFO-IN.
       01  VP-INFO-IN.
           05 VP-PRES-NUM-IN         PIC X(02).
           05 VP-NAME-IN             PIC X(27).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(132).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-PRES-FILE-PATH         PIC X(40)
           VALUE "C:\Users\Bob\USPRES.DAT".
       01  WS-PRES-FILE-STATUS       PIC X(02).
           88 PRES-FILE-OK               VALUE "00".
           88 END-OF-PRES-FILE           VALUE "10".
       01  WS-VP-FILE-PATH           PIC X(40)
           VALUE "C:\Users\Bob\USVPS.DAT".
       01  WS-VP-FILE-STATUS         PIC X(02).
           88 VP-FILE-OK                 VALUE "00".
           88 END-OF-VP-FILE             VALUE "10".
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

      * BOTH FILES HELD IN MEMORY WHILE THE OPERATOR WORKS, EACH
      * REWRITTEN ON EXIT WHEN ANYTHING IN IT CHANGED.
       01  WS-PRES-TABLE.
           05 WS-PRES-ENTRY OCCURS 45 TIMES
                             INDEXED BY WS-PRES-IDX.
              10 TBL-PRES-NUM        PIC X(02).
              10 TBL-PRES-NAME       PIC X(27).
              10 TBL-PRES-TERM-START PIC X(04).
              10 TBL-PRES-TERM-END   PIC X(04).
              10 TBL-PRES-PARTY      PIC X(15).
       01  WS-PRES-COUNT             PIC 9(02) VALUE 0.
       01  WS-NEXT-PRES-NUM          PIC 9(02) VALUE 0.
      * WHERE THE PRESIDENT BEING CHANGED SITS; THE OVERLAP CHECK
      * RUNS WS-PRES-IDX OVER THE WHOLE TABLE.
       01  WS-PRES-SAVE-SUB          PIC 9(02) VALUE 0.
       01  WS-PRES-FOUND-SW          PIC X(01) VALUE "N".
           88 PRESIDENT-FOUND            VALUE "Y".
       01  WS-PRES-CHANGED-SW        PIC X(01) VALUE "N".
           88 PRES-CHANGES-MADE          VALUE "Y".

       01  WS-VP-TABLE.
           05 WS-VP-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-VP-IDX.
              10 TBL-VP-PRES-NUM     PIC X(02).
              10 TBL-VP-NAME         PIC X(27).
       01  WS-VP-COUNT               PIC 9(02) VALUE 0.
       01  WS-VP-CHANGED-SW          PIC X(01) VALUE "N".
           88 VP-CHANGES-MADE            VALUE "Y".
       01  WS-VP-INSERT-SUB          PIC 9(02) VALUE 0.
       01  WS-VP-SHIFT-SUB           PIC 9(02) VALUE 0.
       01  WS-VP-DUP-SW              PIC X(01) VALUE "N".
           88 VP-ALREADY-ON-FILE         VALUE "Y".
      * THE VPS OF THE PRESIDENT BEING WORKED, AS LINE NUMBERS THE
      * OPERATOR PICKS FROM, EACH POINTING BACK INTO WS-VP-TABLE.
       01  WS-VP-PICK-TABLE.
           05 WS-VP-PICK-SUB OCCURS 50 TIMES
                                     PIC 9(02).
       01  WS-VP-PICK-COUNT          PIC 9(02) VALUE 0.

      * WORK RECORDS, SAME SHAPE AS THE FILE RECORDS.
       01  WS-WORK-PRES.
           05 WRK-PRES-NUM           PIC X(02).
           05 WRK-PRES-NAME          PIC X(27).
           05 WRK-PRES-TERM-START    PIC X(04).
           05 WRK-PRES-TERM-END      PIC X(04).
           05 WRK-PRES-PARTY         PIC X(15).
       01  WS-WORK-VP.
           05 WRK-VP-PRES-NUM        PIC X(02).
           05 WRK-VP-NAME            PIC X(27).

       01  WS-BEFORE-IMAGE           PIC X(52).
       01  WS-AFTER-IMAGE            PIC X(52).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-PRES-NUM-IN            PIC X(02).
       01  WS-PRES-NUM-IN-N REDEFINES WS-PRES-NUM-IN
                                     PIC 9(02).
       01  WS-PICK-IN                PIC X(02).
       01  WS-PICK-IN-N REDEFINES WS-PICK-IN
                                     PIC 9(02).
       01  WS-TEXT-IN                PIC X(27).
       01  WS-CONFIRM                PIC X(01).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".

       01  WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE          PIC 9(08).
           05 WS-AUDIT-TIME          PIC 9(08).

       01  MAINT-AUDIT-LINE.
           05 AUD-ACTION             PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-OPERATOR           PIC X(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-DATE               PIC 9(08).
           05 AUD-TIME               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE-TAG          PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE              PIC X(52).
           05 FILLER                 PIC X(44) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "PRSMNTAS PRESIDENT AND VP TABLE MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "PRSMNTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-PRESIDENT-FILE
           PERFORM 1200-LOAD-VP-FILE
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF PRES-CHANGES-MADE
              PERFORM 3000-REWRITE-PRESIDENT-FILE
              DISPLAY "PRSMNTAS: PRESIDENT FILE UPDATED"
           END-IF
           IF VP-CHANGES-MADE
              PERFORM 3100-REWRITE-VP-FILE
              DISPLAY "PRSMNTAS: VP FILE UPDATED"
           END-IF
           IF NOT PRES-CHANGES-MADE AND NOT VP-CHANGES-MADE
              DISPLAY "PRSMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THESE ARE THE FILES PAYRDFAS READS, SO THE OVERRIDES ARE
      * LOOKED UP UNDER ITS NAME -- ONE RUNCTL.DAT ROW MOVES BOTH
      * PROGRAMS TOGETHER.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "PAYRDFAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "PRESIDENT-FILE-IN" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PRES-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PRES-FILE-PATH
           MOVE "VP-FILE-IN" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VP-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VP-FILE-PATH.

      * A ROW WHOSE NUMBER IS NOT ITS PLACE IN THE FILE IS REPORTED:
      * PAYRDFAS WILL SHOW IT UNDER ITS PLACE, NOT ITS NUMBER.
       1100-LOAD-PRESIDENT-FILE.
           OPEN INPUT PRESIDENT-FILE
           IF PRES-FILE-OK
              PERFORM UNTIL END-OF-PRES-FILE
                       OR WS-PRES-COUNT = 45
                 READ PRESIDENT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-PRES-COUNT
                    SET WS-PRES-IDX TO WS-PRES-COUNT
                    MOVE PRES-INFO-IN TO WS-PRES-ENTRY(WS-PRES-IDX)
                    IF PRES-NUM-IN NOT = WS-PRES-COUNT
                       DISPLAY "PRSMNTAS: RECORD " WS-PRES-COUNT
                               " OF THE PRESIDENT FILE IS NUMBERED "
                               PRES-NUM-IN " -- OUT OF SEQUENCE"
                    END-IF
                 END-READ
              END-PERFORM
              DISPLAY "PRESIDENTS LOADED: " WS-PRES-COUNT
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-PRES-FILE
                 READ PRESIDENT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "PRSMNTAS: PRESIDENT TABLE FULL AT 45 "
                            "-- MAINTENANCE REFUSED, A REWRITE "
                            "WOULD DROP THE UNLOADED PRESIDENTS"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE PRESIDENT-FILE
           ELSE
              DISPLAY "NO PRESIDENT FILE YET -- STARTING EMPTY"
           END-IF.

       1200-LOAD-VP-FILE.
           OPEN INPUT VP-FILE
           IF VP-FILE-OK
              PERFORM UNTIL END-OF-VP-FILE
                       OR WS-VP-COUNT = 50
                 READ VP-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-VP-COUNT
                    SET WS-VP-IDX TO WS-VP-COUNT
                    MOVE VP-INFO-IN TO WS-VP-ENTRY(WS-VP-IDX)
                 END-READ
              END-PERFORM
              DISPLAY "VPS LOADED: " WS-VP-COUNT
              IF NOT END-OF-VP-FILE
                 READ VP-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "PRSMNTAS: VP TABLE FULL AT 50 "
                            "-- MAINTENANCE REFUSED, A REWRITE "
                            "WOULD DROP THE UNLOADED VPS"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE VP-FILE
           ELSE
              DISPLAY "NO VP FILE YET -- STARTING EMPTY"
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A PRESIDENT"
           DISPLAY "C - CHANGE A PRESIDENT"
           DISPLAY "V - ADD A VICE PRESIDENT"
           DISPLAY "R - REMOVE A VICE PRESIDENT"
           DISPLAY "L - LIST A PRESIDENT AND THEIR VPS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-PRESIDENT
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-PRESIDENT
              WHEN WS-MENU-CHOICE = "V" OR WS-MENU-CHOICE = "v"
                 PERFORM 2300-ADD-VP
              WHEN WS-MENU-CHOICE = "R" OR WS-MENU-CHOICE = "r"
                 PERFORM 2400-REMOVE-VP
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2500-LIST-PRESIDENT
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * ACCEPTS A PRESIDENT NUMBER INTO WS-PRES-NUM-IN -- "7" IS
      * TAKEN AS "07" -- AND LOOKS IT UP. LEAVES WS-PRES-IDX ON THE
      * MATCH.
       2010-FIND-PRESIDENT.
           MOVE "N" TO WS-PRES-FOUND-SW
           DISPLAY "PRESIDENT NUMBER (2): "
           ACCEPT WS-PRES-NUM-IN
           IF WS-PRES-NUM-IN(2:1) = SPACE
              MOVE WS-PRES-NUM-IN(1:1) TO WS-PRES-NUM-IN(2:1)
              MOVE "0" TO WS-PRES-NUM-IN(1:1)
           END-IF
           PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                     UNTIL WS-PRES-IDX > WS-PRES-COUNT
                        OR PRESIDENT-FOUND
              IF TBL-PRES-NUM(WS-PRES-IDX) = WS-PRES-NUM-IN
                 MOVE "Y" TO WS-PRES-FOUND-SW
              END-IF
           END-PERFORM
           IF PRESIDENT-FOUND
              SET WS-PRES-IDX DOWN BY 1
           END-IF.

      * PROMPTS EVERY FIELD OF WS-WORK-PRES -- A BLANK ANSWER KEEPS
      * WHAT IS THERE -- AND EDITS THE RESULT: A NAME, A TERM OF TWO
      * 4-DIGIT YEARS THAT STARTS NO LATER THAN IT ENDS AND CLEARS
      * EVERY OTHER PRESIDENT'S TERM, AND A PARTY.
       2020-ACCEPT-PRESIDENT-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "NAME (27), BLANK KEEPS: " WRK-PRES-NAME
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-PRES-NAME
           END-IF
           DISPLAY "TERM START YEAR (4), BLANK KEEPS: "
                   WRK-PRES-TERM-START
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-PRES-TERM-START
           END-IF
           DISPLAY "TERM END YEAR (4), BLANK KEEPS: "
                   WRK-PRES-TERM-END
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-PRES-TERM-END
           END-IF
           DISPLAY "PARTY (15), BLANK KEEPS: " WRK-PRES-PARTY
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-PRES-PARTY
           END-IF
           IF WRK-PRES-NAME = SPACES
              DISPLAY "  NAME IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-PRES-PARTY = SPACES
              DISPLAY "  PARTY IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           EVALUATE TRUE
              WHEN WRK-PRES-TERM-START IS NOT NUMERIC
                 DISPLAY "  TERM START IS NOT A 4-DIGIT YEAR."
                 MOVE "N" TO WS-VALID-SW
              WHEN WRK-PRES-TERM-END IS NOT NUMERIC
                 DISPLAY "  TERM END IS NOT A 4-DIGIT YEAR."
                 MOVE "N" TO WS-VALID-SW
              WHEN WRK-PRES-TERM-START > WRK-PRES-TERM-END
                 DISPLAY "  TERM START " WRK-PRES-TERM-START
                         " IS AFTER TERM END " WRK-PRES-TERM-END "."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 PERFORM 2030-CHECK-TERM-OVERLAP
           END-EVALUATE.

      * TWO TERMS OVERLAP WHEN EACH STARTS BEFORE THE OTHER ENDS.
      * THE COMPARISONS ARE STRICT SO A HANDOVER YEAR -- ONE TERM'S
      * END YEAR THE SAME AS THE OTHER'S START -- IS NOT AN OVERLAP.
      * ROWS WITHOUT TWO GOOD YEARS ON FILE ARE PASSED OVER.
       2030-CHECK-TERM-OVERLAP.
           PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                     UNTIL WS-PRES-IDX > WS-PRES-COUNT
              IF TBL-PRES-NUM(WS-PRES-IDX) NOT = WRK-PRES-NUM
                 AND TBL-PRES-TERM-START(WS-PRES-IDX) IS NUMERIC
                 AND TBL-PRES-TERM-END(WS-PRES-IDX) IS NUMERIC
                 AND WRK-PRES-TERM-START
                       < TBL-PRES-TERM-END(WS-PRES-IDX)
                 AND TBL-PRES-TERM-START(WS-PRES-IDX)
                       < WRK-PRES-TERM-END
                 DISPLAY "  TERM OVERLAPS PRESIDENT "
                         TBL-PRES-NUM(WS-PRES-IDX) " "
                         TBL-PRES-NAME(WS-PRES-IDX) " "
                         TBL-PRES-TERM-START(WS-PRES-IDX) "-"
                         TBL-PRES-TERM-END(WS-PRES-IDX) "."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-PERFORM.

      * PAYRDFAS TAKES A PRESIDENT'S NUMBER FROM THEIR PLACE IN THE
      * FILE, SO THE ONLY NUMBER THAT CAN BE ADDED IS THE NEXT ONE.
       2100-ADD-PRESIDENT.
           PERFORM 2010-FIND-PRESIDENT
           COMPUTE WS-NEXT-PRES-NUM = WS-PRES-COUNT + 1
           EVALUATE TRUE
              WHEN WS-PRES-NUM-IN IS NOT NUMERIC
                 DISPLAY "PRESIDENT NUMBER MUST BE 2 DIGITS "
                         "-- NOT ADDED."
              WHEN PRESIDENT-FOUND
                 DISPLAY "PRESIDENT " WS-PRES-NUM-IN
                         " ALREADY ON FILE -- NOT ADDED."
              WHEN WS-PRES-COUNT = 45
                 DISPLAY "PRESIDENT TABLE FULL -- NOT ADDED."
              WHEN WS-PRES-NUM-IN-N NOT = WS-NEXT-PRES-NUM
                 DISPLAY "PRESIDENTS ARE ADDED IN SEQUENCE -- THE "
                         "NEXT NUMBER IS " WS-NEXT-PRES-NUM
                         ". NOT ADDED."
              WHEN OTHER
                 MOVE SPACES TO WS-WORK-PRES
                 MOVE WS-PRES-NUM-IN TO WRK-PRES-NUM
                 PERFORM 2020-ACCEPT-PRESIDENT-FIELDS
                 IF ENTRY-IS-VALID
                    ADD 1 TO WS-PRES-COUNT
                    SET WS-PRES-IDX TO WS-PRES-COUNT
                    MOVE WS-WORK-PRES TO WS-PRES-ENTRY(WS-PRES-IDX)
                    MOVE "Y" TO WS-PRES-CHANGED-SW
                    MOVE "PADD" TO AUD-ACTION
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-PRES TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "PRESIDENT ADDED."
                 ELSE
                    DISPLAY "PRESIDENT NOT ADDED."
                 END-IF
           END-EVALUATE.

       2200-CHANGE-PRESIDENT.
           PERFORM 2010-FIND-PRESIDENT
           IF PRESIDENT-FOUND
              MOVE WS-PRES-ENTRY(WS-PRES-IDX) TO WS-BEFORE-IMAGE
              MOVE WS-PRES-ENTRY(WS-PRES-IDX) TO WS-WORK-PRES
              SET WS-PRES-SAVE-SUB TO WS-PRES-IDX
              PERFORM 2020-ACCEPT-PRESIDENT-FIELDS
              IF ENTRY-IS-VALID
                 SET WS-PRES-IDX TO WS-PRES-SAVE-SUB
                 MOVE WS-WORK-PRES TO WS-PRES-ENTRY(WS-PRES-IDX)
                 MOVE "Y" TO WS-PRES-CHANGED-SW
                 MOVE "PCHG" TO AUD-ACTION
                 MOVE WS-WORK-PRES TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "PRESIDENT CHANGED."
              ELSE
                 DISPLAY "PRESIDENT NOT CHANGED."
              END-IF
           ELSE
              DISPLAY "PRESIDENT NOT ON FILE."
           END-IF.

      * A NEW VP MUST NAME A PRESIDENT ON THE PRESIDENT FILE AND NOT
      * ALREADY BE ON FILE UNDER THEM. IT IS FILED AFTER THE LAST VP
      * OF THAT PRESIDENT OR AN EARLIER ONE, SO THE VP FILE STAYS IN
      * PRESIDENT ORDER FOR PAYRDFAS'S DESK REFERENCE.
       2300-ADD-VP.
           PERFORM 2010-FIND-PRESIDENT
           EVALUATE TRUE
              WHEN NOT PRESIDENT-FOUND
                 DISPLAY "PRESIDENT " WS-PRES-NUM-IN
                         " IS NOT ON THE PRESIDENT FILE -- VP NOT "
                         "ADDED."
              WHEN WS-VP-COUNT = 50
                 DISPLAY "VP TABLE FULL -- NOT ADDED."
              WHEN OTHER
                 DISPLAY "PRESIDENT: " TBL-PRES-NAME(WS-PRES-IDX)
                 MOVE SPACES TO WS-WORK-VP
                 MOVE WS-PRES-NUM-IN TO WRK-VP-PRES-NUM
                 DISPLAY "VP NAME (27): "
                 ACCEPT WRK-VP-NAME
                 MOVE "N" TO WS-VP-DUP-SW
                 MOVE 0 TO WS-VP-INSERT-SUB
                 PERFORM VARYING WS-VP-IDX FROM 1 BY 1
                           UNTIL WS-VP-IDX > WS-VP-COUNT
                    IF WS-VP-ENTRY(WS-VP-IDX) = WS-WORK-VP
                       MOVE "Y" TO WS-VP-DUP-SW
                    END-IF
                    IF TBL-VP-PRES-NUM(WS-VP-IDX) NOT > WRK-VP-PRES-NUM
                       SET WS-VP-INSERT-SUB TO WS-VP-IDX
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WRK-VP-NAME = SPACES
                       DISPLAY "VP NAME IS REQUIRED -- NOT ADDED."
                    WHEN VP-ALREADY-ON-FILE
                       DISPLAY "VP ALREADY ON FILE FOR THAT "
                               "PRESIDENT -- NOT ADDED."
                    WHEN OTHER
                       ADD 1 TO WS-VP-INSERT-SUB
                       PERFORM VARYING WS-VP-SHIFT-SUB
                                 FROM WS-VP-COUNT BY -1
                                 UNTIL WS-VP-SHIFT-SUB
                                       < WS-VP-INSERT-SUB
                          MOVE WS-VP-ENTRY(WS-VP-SHIFT-SUB)
                            TO WS-VP-ENTRY(WS-VP-SHIFT-SUB + 1)
                       END-PERFORM
                       MOVE WS-WORK-VP TO WS-VP-ENTRY(WS-VP-INSERT-SUB)
                       ADD 1 TO WS-VP-COUNT
                       MOVE "Y" TO WS-VP-CHANGED-SW
                       MOVE "VADD" TO AUD-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-WORK-VP TO WS-AFTER-IMAGE
                       PERFORM 2900-WRITE-AUDIT-IMAGES
                       DISPLAY "VP ADDED."
                 END-EVALUATE
           END-EVALUATE.

      * SHOWS THE PRESIDENT'S VPS AS NUMBERED LINES AND REMOVES THE
      * ONE PICKED. A VP FILED UNDER A NUMBER NO LONGER ON THE
      * PRESIDENT FILE CAN STILL BE PICKED AND REMOVED.
       2400-REMOVE-VP.
           PERFORM 2010-FIND-PRESIDENT
           PERFORM 2410-PICK-LIST-VPS
           IF WS-VP-PICK-COUNT = 0
              DISPLAY "NO VPS ON FILE FOR PRESIDENT "
                      WS-PRES-NUM-IN "."
           ELSE
              DISPLAY "LINE TO REMOVE (BLANK CANCELS): "
              ACCEPT WS-PICK-IN
              IF WS-PICK-IN(2:1) = SPACE
                 MOVE WS-PICK-IN(1:1) TO WS-PICK-IN(2:1)
                 MOVE "0" TO WS-PICK-IN(1:1)
              END-IF
              EVALUATE TRUE
                 WHEN WS-PICK-IN = "0 " OR WS-PICK-IN = "00"
                    DISPLAY "VP NOT REMOVED."
                 WHEN WS-PICK-IN IS NOT NUMERIC
                    DISPLAY "NOT A LINE NUMBER -- VP NOT REMOVED."
                 WHEN WS-PICK-IN-N > WS-VP-PICK-COUNT
                    DISPLAY "NOT A LINE NUMBER -- VP NOT REMOVED."
                 WHEN OTHER
                    PERFORM 2420-CONFIRM-REMOVE-VP
              END-EVALUATE
           END-IF.

      * LISTS THE VPS FILED UNDER WS-PRES-NUM-IN, REMEMBERING WHERE
      * EACH SITS IN WS-VP-TABLE.
       2410-PICK-LIST-VPS.
           MOVE 0 TO WS-VP-PICK-COUNT
           PERFORM VARYING WS-VP-IDX FROM 1 BY 1
                     UNTIL WS-VP-IDX > WS-VP-COUNT
              IF TBL-VP-PRES-NUM(WS-VP-IDX) = WS-PRES-NUM-IN
                 ADD 1 TO WS-VP-PICK-COUNT
                 SET WS-VP-PICK-SUB(WS-VP-PICK-COUNT) TO WS-VP-IDX
                 DISPLAY "  " WS-VP-PICK-COUNT "  "
                         TBL-VP-NAME(WS-VP-IDX)
              END-IF
           END-PERFORM.

       2420-CONFIRM-REMOVE-VP.
           SET WS-VP-IDX TO WS-VP-PICK-SUB(WS-PICK-IN-N)
           MOVE WS-VP-ENTRY(WS-VP-IDX) TO WS-WORK-VP
           DISPLAY "REMOVE " WRK-VP-NAME " (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
              SET WS-VP-SHIFT-SUB TO WS-VP-IDX
              PERFORM UNTIL WS-VP-SHIFT-SUB >= WS-VP-COUNT
                 MOVE WS-VP-ENTRY(WS-VP-SHIFT-SUB + 1)
                   TO WS-VP-ENTRY(WS-VP-SHIFT-SUB)
                 ADD 1 TO WS-VP-SHIFT-SUB
              END-PERFORM
              MOVE SPACES TO WS-VP-ENTRY(WS-VP-COUNT)
              SUBTRACT 1 FROM WS-VP-COUNT
              MOVE "Y" TO WS-VP-CHANGED-SW
              MOVE "VDEL" TO AUD-ACTION
              MOVE WS-WORK-VP TO WS-BEFORE-IMAGE
              MOVE SPACES TO WS-AFTER-IMAGE
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "VP REMOVED."
           ELSE
              DISPLAY "VP NOT REMOVED."
           END-IF.

       2500-LIST-PRESIDENT.
           PERFORM 2010-FIND-PRESIDENT
           IF PRESIDENT-FOUND
              DISPLAY TBL-PRES-NUM(WS-PRES-IDX) "  "
                      TBL-PRES-NAME(WS-PRES-IDX) " "
                      TBL-PRES-TERM-START(WS-PRES-IDX) "-"
                      TBL-PRES-TERM-END(WS-PRES-IDX) "  "
                      TBL-PRES-PARTY(WS-PRES-IDX)
              PERFORM 2410-PICK-LIST-VPS
              IF WS-VP-PICK-COUNT = 0
                 DISPLAY "  NO VPS ON FILE."
              END-IF
           ELSE
              DISPLAY "PRESIDENT NOT ON FILE."
           END-IF.

      * ONE BEFORE LINE AND ONE AFTER LINE PER CHANGE, STAMPED WITH
      * WHO AND WHEN.
       2900-WRITE-AUDIT-IMAGES.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-DATE  TO AUD-DATE
           MOVE WS-AUDIT-TIME  TO AUD-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
              OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE "OLD " TO AUD-IMAGE-TAG
           MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           MOVE "NEW " TO AUD-IMAGE-TAG
           MOVE WS-AFTER-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-FILE.

       3000-REWRITE-PRESIDENT-FILE.
           OPEN OUTPUT PRESIDENT-FILE
           PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                     UNTIL WS-PRES-IDX > WS-PRES-COUNT
              MOVE WS-PRES-ENTRY(WS-PRES-IDX) TO PRES-INFO-IN
              WRITE PRES-INFO-IN
              IF NOT PRES-FILE-OK
                 MOVE "PRESIDENT-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-PRES-FILE-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE PRESIDENT-FILE.

       3100-REWRITE-VP-FILE.
           OPEN OUTPUT VP-FILE
           PERFORM VARYING WS-VP-IDX FROM 1 BY 1
                     UNTIL WS-VP-IDX > WS-VP-COUNT
              MOVE WS-VP-ENTRY(WS-VP-IDX) TO VP-INFO-IN
              WRITE VP-INFO-IN
              IF NOT VP-FILE-OK
                 MOVE "VP-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-VP-FILE-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE VP-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
