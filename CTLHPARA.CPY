      ******************************************************************
      * READS THE FILE AT WS-CTLH-FILE-PATH END TO END AND WORKS OUT
      * ITS CONTROL TOTALS: THE RECORD COUNT, A HASH OF ITS AMOUNT
      * FIELD (WHERE WS-CTLH-LAYOUTS SAYS THE FILE NAMED BY
      * WS-CTLH-LOGICAL-NAME KEEPS IT) AND A CHECKSUM OVER EVERY
      * BYTE OF EVERY RECORD. A FILE THAT WON'T OPEN LEAVES
      * CTLH-FILE-READ OFF.
      ******************************************************************
       9948-COMPUTE-CONTROL-HASH.
           MOVE 0 TO WS-CTLH-RECORD-COUNT
                     WS-CTLH-AMOUNT-HASH
                     WS-CTLH-CHECKSUM
                     WS-CTLH-AMOUNT-POS
                     WS-CTLH-AMOUNT-LEN
           MOVE SPACE TO WS-CTLH-TYPE-VALUE
           MOVE "S" TO WS-CTLH-ENTRY-TYPE
           SET WS-CTLH-LAYOUT-IDX TO 1
           SEARCH WS-CTLH-LAYOUT
              AT END
                 CONTINUE
              WHEN WS-CTLH-LAYOUT-NAME(WS-CTLH-LAYOUT-IDX) =
                   WS-CTLH-LOGICAL-NAME
                 MOVE WS-CTLH-LAYOUT-POS(WS-CTLH-LAYOUT-IDX)
                   TO WS-CTLH-AMOUNT-POS
                 MOVE WS-CTLH-LAYOUT-LEN(WS-CTLH-LAYOUT-IDX)
                   TO WS-CTLH-AMOUNT-LEN
                 MOVE WS-CTLH-LAYOUT-TYPE(WS-CTLH-LAYOUT-IDX)
                   TO WS-CTLH-TYPE-VALUE
                 MOVE WS-CTLH-LAYOUT-ENTRY(WS-CTLH-LAYOUT-IDX)
                   TO WS-CTLH-ENTRY-TYPE
           END-SEARCH
           MOVE "N" TO WS-CTLH-FILE-SW
           OPEN INPUT CONTROL-HASH-FILE
           IF CTLH-DATA-SUCCESSFUL
              MOVE "Y" TO WS-CTLH-FILE-SW
              PERFORM UNTIL NOT CTLH-DATA-SUCCESSFUL
                 READ CONTROL-HASH-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 9959-HASH-ONE-RECORD
                 END-READ
              END-PERFORM
      * A READ THAT FAILS PART WAY LEAVES TOTALS FOR HALF A FILE,
      * WHICH PROVE NOTHING EITHER WAY.
              IF NOT END-OF-CTLH-DATA
                 MOVE "N" TO WS-CTLH-FILE-SW
              END-IF
              CLOSE CONTROL-HASH-FILE
           END-IF.

      ******************************************************************
      * ADDS ONE RECORD INTO THE TOTALS. TRAILING SPACES ARE LEFT
      * OUT OF THE CHECKSUM, SO A PROGRAM WHOSE RECORD LAYOUT IS
      * SHORTER OR LONGER THAN THE WRITER'S GETS THE SAME ANSWER;
      * THE END OF EACH RECORD IS FOLDED IN, SO MOVING A BYTE FROM
      * ONE RECORD TO THE NEXT STILL CHANGES IT. THE AMOUNT HASH
      * TAKES THE FIELD'S DIGITS AS WHOLE CENTS, SIGN IGNORED; A
      * RECORD WHOSE FIELD ISN'T NUMERIC ADDS NOTHING TO IT.
      ******************************************************************
       9959-HASH-ONE-RECORD.
           ADD 1 TO WS-CTLH-RECORD-COUNT
           PERFORM VARYING WS-CTLH-LINE-LEN FROM 1000 BY -1
                     UNTIL WS-CTLH-LINE-LEN = 0
                        OR CTLH-DATA-REC(WS-CTLH-LINE-LEN:1)
                           NOT = SPACE
              CONTINUE
           END-PERFORM
           PERFORM VARYING WS-CTLH-BYTE-SUB FROM 1 BY 1
                     UNTIL WS-CTLH-BYTE-SUB > WS-CTLH-LINE-LEN
              COMPUTE WS-CTLH-CHECKSUM = FUNCTION MOD(
                 WS-CTLH-CHECKSUM * 31 +
                 FUNCTION ORD(CTLH-DATA-REC(WS-CTLH-BYTE-SUB:1)),
                 999999937)
           END-PERFORM
           COMPUTE WS-CTLH-CHECKSUM =
              FUNCTION MOD(WS-CTLH-CHECKSUM * 31 + 1, 999999937)
           IF WS-CTLH-AMOUNT-LEN > 0
              AND (WS-CTLH-TYPE-VALUE = SPACE
                   OR CTLH-DATA-REC(1:1) = WS-CTLH-TYPE-VALUE)
              MOVE CTLH-DATA-REC(WS-CTLH-AMOUNT-POS:WS-CTLH-AMOUNT-LEN)
                TO WS-CTLH-AMOUNT-TEXT
              INSPECT WS-CTLH-AMOUNT-TEXT
                 REPLACING LEADING SPACES BY ZEROS
      * A SIGNED FIELD CARRIES ITS SIGN IN THE LAST DIGIT.
              INSPECT WS-CTLH-AMOUNT-TEXT(18:1)
                 CONVERTING "pqrstuvwxy{ABCDEFGHI}JKLMNOPQR"
                         TO "012345678901234567890123456789"
              IF WS-CTLH-AMOUNT-DIGITS IS NUMERIC
                 ADD WS-CTLH-AMOUNT-DIGITS TO WS-CTLH-AMOUNT-HASH
              END-IF
           END-IF.

      ******************************************************************
      * PUTS THE CLOSED FILE'S CONTROL TOTALS ON THE SHOP OUTPUT
      * INVENTORY. A STANDING FILE'S EARLIER ROW IS REPLACED, SO THE
      * INVENTORY HOLDS ONE ROW PER FILE AND ALWAYS THE LATEST
      * TOTALS. IF THE INVENTORY HAS OUTGROWN THE TABLE THE ROW IS
      * SIMPLY ADDED AT THE END RATHER THAN REWRITING THE FILE AND
      * LOSING THE ROWS THAT WOULDN'T LOAD -- THE LAST ROW FOR A
      * FILE IS THE ONE THAT COUNTS. THE CALLING PROGRAM HAS
      * ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9949-RECORD-CONTROL-HASH.
           PERFORM 9948-COMPUTE-CONTROL-HASH
           IF NOT CTLH-FILE-READ
              DISPLAY WS-CTLH-PROGRAM-ID
                      ": CANNOT READ BACK " WS-CTLH-FILE-PATH
              DISPLAY "  -- NO CONTROL TOTALS RECORDED FOR IT"
              MOVE WS-CTLH-LOGICAL-NAME TO WS-IOERR-FILE-NAME
              MOVE WS-CTLH-DATA-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           ELSE
              ACCEPT WS-CTLH-TODAY-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO CTLH-INVENTORY-REC
              MOVE WS-CTLH-FILE-PATH TO CTLH-INV-FILE-NAME
              MOVE WS-CTLH-TODAY-DATE TO CTLH-INV-CREATED-DATE
              MOVE WS-CTLH-ENTRY-TYPE TO CTLH-INV-ENTRY-TYPE
              MOVE WS-CTLH-LOGICAL-NAME TO CTLH-INV-LOGICAL-NAME
              MOVE WS-CTLH-PROGRAM-ID TO CTLH-INV-PROGRAM-ID
              MOVE WS-CTLH-RECORD-COUNT TO CTLH-INV-RECORD-COUNT
              MOVE WS-CTLH-AMOUNT-HASH TO CTLH-INV-AMOUNT-HASH
              MOVE WS-CTLH-CHECKSUM TO CTLH-INV-CHECKSUM
              MOVE "Y" TO CTLH-INV-CONTROL-SW
              MOVE CTLH-INVENTORY-REC TO WS-CTLH-NEW-ROW
              MOVE 0 TO WS-CTLH-INV-COUNT
              MOVE "N" TO WS-CTLH-INV-FULL-SW
              MOVE "N" TO WS-CTLH-ROW-FOUND-SW
              OPEN INPUT CONTROL-INVENTORY-FILE
              IF CTLH-INV-SUCCESSFUL
                 PERFORM UNTIL END-OF-CTLH-INV
                          OR WS-CTLH-INV-COUNT = 500
                    READ CONTROL-INVENTORY-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WS-CTLH-INV-COUNT
                       SET WS-CTLH-INV-IDX TO WS-CTLH-INV-COUNT
                       MOVE CTLH-INVENTORY-REC
                         TO WS-CTLH-INV-ROW(WS-CTLH-INV-IDX)
      * A DATE-STAMPED OUTPUT WRITTEN OVER (A RERUN OF THE SAME
      * PERIOD) IS STILL ONE FILE, SO ITS ROW IS REPLACED TOO.
                       IF CTLH-INV-FILE-NAME = WS-CTLH-FILE-PATH
                          AND NOT CTLH-ROW-FOUND
                          MOVE WS-CTLH-NEW-ROW
                            TO WS-CTLH-INV-ROW(WS-CTLH-INV-IDX)
                          MOVE "Y" TO WS-CTLH-ROW-FOUND-SW
                       END-IF
                    END-READ
                 END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
                 IF NOT END-OF-CTLH-INV
                    READ CONTROL-INVENTORY-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE "Y" TO WS-CTLH-INV-FULL-SW
                    END-READ
                 END-IF
                 CLOSE CONTROL-INVENTORY-FILE
              END-IF
              IF CTLH-INV-TABLE-FULL
                 OR (NOT CTLH-ROW-FOUND AND WS-CTLH-INV-COUNT = 500)
                 OPEN EXTEND CONTROL-INVENTORY-FILE
                 MOVE WS-CTLH-NEW-ROW TO CTLH-INVENTORY-REC
                 WRITE CTLH-INVENTORY-REC
              ELSE
                 IF NOT CTLH-ROW-FOUND
                    ADD 1 TO WS-CTLH-INV-COUNT
                    SET WS-CTLH-INV-IDX TO WS-CTLH-INV-COUNT
                    MOVE WS-CTLH-NEW-ROW
                      TO WS-CTLH-INV-ROW(WS-CTLH-INV-IDX)
                 END-IF
                 OPEN OUTPUT CONTROL-INVENTORY-FILE
                 PERFORM VARYING WS-CTLH-INV-IDX FROM 1 BY 1
                           UNTIL WS-CTLH-INV-IDX > WS-CTLH-INV-COUNT
                    MOVE WS-CTLH-INV-ROW(WS-CTLH-INV-IDX)
                      TO CTLH-INVENTORY-REC
                    WRITE CTLH-INVENTORY-REC
                 END-PERFORM
              END-IF
              IF NOT CTLH-INV-SUCCESSFUL
                 MOVE "OUTPUT-INVENTORY" TO WS-IOERR-FILE-NAME
                 MOVE WS-CTLH-INV-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
              CLOSE CONTROL-INVENTORY-FILE
           END-IF.

      ******************************************************************
      * CHECKS THE FILE AT WS-CTLH-FILE-PATH AGAINST THE TOTALS ITS
      * PRODUCER LEFT ON THE INVENTORY, BEFORE THE CALLING PROGRAM
      * USES IT:
      *   - IF THE INVENTORY HAS A ROW FOR THIS VERY PATH, THE FILE
      *     MUST MATCH THE LATEST ONE;
      *   - OTHERWISE THE FILE IS A COPY (PAYROLL2-CURRENT.txt, SAY,
      *     COPIED FROM A DATE-STAMPED PAYROLL2_ FILE) AND MUST MATCH
      *     SOME ROW RECORDED UNDER THE SAME LOGICAL NAME;
      *   - A FILE WHOSE KIND HAS NEVER HAD TOTALS RECORDED PASSES AS
      *     CTLH-NOT-RECORDED, WITH A WARNING, SO THE FIRST RUN AFTER
      *     THE TOTALS STARTED BEING KEPT ISN'T REFUSED. SO DOES A
      *     FILE THAT ISN'T THERE TO READ -- THE CALLING PROGRAM'S
      *     OWN OPEN REPORTS THAT.
      * ON CTLH-MISMATCH BOTH SETS OF TOTALS ARE DISPLAYED AND THE
      * I/O ERROR LOG GETS THE CALLER'S PROGRAM AND FILE NAME WITH
      * STATUS "HM"; REFUSING THE FILE IS UP TO THE CALLER.
      ******************************************************************
       9958-VERIFY-CONTROL-HASH.
           MOVE "N" TO WS-CTLH-PATH-FOUND-SW
                       WS-CTLH-LOGICAL-FOUND-SW
                       WS-CTLH-COPY-MATCH-SW
           PERFORM 9948-COMPUTE-CONTROL-HASH
           IF CTLH-FILE-READ
              OPEN INPUT CONTROL-INVENTORY-FILE
              IF CTLH-INV-SUCCESSFUL
                 PERFORM UNTIL NOT CTLH-INV-SUCCESSFUL
                    READ CONTROL-INVENTORY-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CTLH-INV-HAS-CONTROLS
                          IF CTLH-INV-FILE-NAME = WS-CTLH-FILE-PATH
                             MOVE "Y" TO WS-CTLH-PATH-FOUND-SW
                             MOVE CTLH-INV-RECORD-COUNT
                               TO WS-CTLH-ON-FILE-COUNT
                             MOVE CTLH-INV-AMOUNT-HASH
                               TO WS-CTLH-ON-FILE-HASH
                             MOVE CTLH-INV-CHECKSUM
                               TO WS-CTLH-ON-FILE-CHECKSUM
                             MOVE CTLH-INV-PROGRAM-ID
                               TO WS-CTLH-ON-FILE-PROGRAM
                          END-IF
                          IF CTLH-INV-LOGICAL-NAME =
                             WS-CTLH-LOGICAL-NAME
                             MOVE "Y" TO WS-CTLH-LOGICAL-FOUND-SW
                             IF CTLH-INV-RECORD-COUNT =
                                WS-CTLH-RECORD-COUNT
                                AND CTLH-INV-AMOUNT-HASH =
                                    WS-CTLH-AMOUNT-HASH
                                AND CTLH-INV-CHECKSUM =
                                    WS-CTLH-CHECKSUM
                                MOVE "Y" TO WS-CTLH-COPY-MATCH-SW
                             END-IF
                          END-IF
                       END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CONTROL-INVENTORY-FILE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN NOT CTLH-FILE-READ
                 MOVE "N" TO WS-CTLH-RESULT-SW
              WHEN CTLH-PATH-ON-INVENTORY
                 IF WS-CTLH-ON-FILE-COUNT = WS-CTLH-RECORD-COUNT
                    AND WS-CTLH-ON-FILE-HASH = WS-CTLH-AMOUNT-HASH
                    AND WS-CTLH-ON-FILE-CHECKSUM = WS-CTLH-CHECKSUM
                    MOVE "V" TO WS-CTLH-RESULT-SW
                 ELSE
                    MOVE "M" TO WS-CTLH-RESULT-SW
                 END-IF
              WHEN CTLH-COPY-MATCHED
                 MOVE "V" TO WS-CTLH-RESULT-SW
              WHEN CTLH-LOGICAL-ON-INVENTORY
                 MOVE "M" TO WS-CTLH-RESULT-SW
              WHEN OTHER
                 MOVE "N" TO WS-CTLH-RESULT-SW
           END-EVALUATE
           IF CTLH-MISMATCH
              DISPLAY WS-CTLH-PROGRAM-ID
                      ": CONTROL TOTALS DO NOT MATCH -- "
                      WS-CTLH-FILE-PATH
              DISPLAY "  FOUND    RECORDS " WS-CTLH-RECORD-COUNT
                      " AMOUNT " WS-CTLH-AMOUNT-HASH
                      " CHECKSUM " WS-CTLH-CHECKSUM
              IF CTLH-PATH-ON-INVENTORY
                 DISPLAY "  RECORDED RECORDS " WS-CTLH-ON-FILE-COUNT
                         " AMOUNT " WS-CTLH-ON-FILE-HASH
                         " CHECKSUM " WS-CTLH-ON-FILE-CHECKSUM
                         " BY " WS-CTLH-ON-FILE-PROGRAM
              ELSE
                 DISPLAY "  MATCHES NO " WS-CTLH-LOGICAL-NAME
                         " RECORDED ON THE OUTPUT INVENTORY"
              END-IF
              MOVE WS-CTLH-MISMATCH-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           IF CTLH-NOT-RECORDED AND CTLH-FILE-READ
              DISPLAY WS-CTLH-PROGRAM-ID
                      ": NO CONTROL TOTALS ON RECORD FOR "
                      WS-CTLH-FILE-PATH
              DISPLAY "  -- USED UNVERIFIED"
           END-IF.
