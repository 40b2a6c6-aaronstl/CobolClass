       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEFENTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * REMAKE AND DEFECT ENTRY.
      *
      * A RUG CUT WRONG OR FAILED AT INSPECTION USED TO BE QUIETLY
      * RE-CUT, AND THE WASTED FOOTAGE NEVER SHOWED UP ANYWHERE.
      * THE FLOOR NOW KEYS EACH ONE HERE: THE ORDER AND LINE THAT
      * FAILED, A DEFECT REASON CODE (SEE DEFWS.CPY), THE CUTTING
      * OPERATOR, THE MATERIAL IT WAS CUT FROM AND THE FOOTAGE
      * SCRAPPED. EACH ENTRY:
      *   - ADDS A NO-CHARGE REMAKE LINE (KIND "R", PRICED AT ZERO)
      *     TO THE SAME ORDER ON THE ORDER-LINE FILE, FOR THE SAME
      *     SHAPE AND FOOTAGE, SO CUTLISTAS SCHEDULES THE RE-CUT.
      *     THE FAILED LINE KEEPS ITS PRICE AND SHIPS AND BILLS AS
      *     USUAL ONCE ITS REMAKE IS CUT;
      *   - POSTS THE SCRAPPED FOOTAGE AS AN ISSUE AGAINST THE
      *     MATERIAL'S ON-HAND ON THE STOCK MASTER; AND
      *   - LOGS THE DEFECT TO DEFECT.DAT FOR THE MONTHLY QUALITY
      *     REPORT (DEFRPTAS).
      * ONLY AN OPEN LINE (PRICED, CUT OR WAITING ON MATERIAL) CAN
      * FAIL -- A SHIPPED LINE IS A RETURN FOR CREDMEMAS, AND A
      * CANCELED ONE WAS NEVER MADE. THE LINE FILE AND THE STOCK
      * MASTER ARE REWRITTEN ON EXIT.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT MATL-STOCK-FILE
               ASSIGN TO WS-MATL-STOCK-PATH
               organization is line sequential
               file status is WS-MATL-STOCK-STATUS.
             COPY DEFSEL.
             COPY ORDLNSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * THE MATERIAL STOCK MASTER MATSTKAS MAINTAINS.
       FD  MATL-STOCK-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATL-STOCK-REC.
       01  MATL-STOCK-REC.
           05 MSTK-MATL-CODE           PIC X(06).
           05 MSTK-ON-HAND             PIC 9(09)V99.
           05 MSTK-ON-ORDER            PIC 9(09)V99.
           05 MSTK-REORDER-POINT       PIC 9(09)V99.
           05 MSTK-REORDER-QTY         PIC 9(09)V99.
           05 MSTK-STD-COST            PIC 9(03)V9(04).
           05 MSTK-LEAD-DAYS           PIC 9(03).

       COPY DEFFD.
       COPY ORDLNFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-MATL-STOCK-PATH       PIC X(40)
           VALUE "C:\Users\bob\MATLSTOCK.DAT".
       01 WS-MATL-STOCK-STATUS     PIC X(02).
           88 MATL-STOCK-SUCCESSFUL    VALUE "00".
           88 END-OF-MATL-STOCK        VALUE "10".

      * THE WHOLE STOCK MASTER, HELD SO THE SCRAP CAN BE ISSUED
      * AGAINST IT AND PUT BACK ON EXIT.
       01 WS-STOCK-TABLE.
           05 WS-STOCK-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-STOCK-IDX.
              10 WS-STK-MATL            PIC X(06).
              10 WS-STK-ON-HAND         PIC 9(09)V99.
              10 WS-STK-ON-ORDER        PIC 9(09)V99.
              10 WS-STK-REORDER-POINT   PIC 9(09)V99.
              10 WS-STK-REORDER-QTY     PIC 9(09)V99.
              10 WS-STK-STD-COST        PIC 9(03)V9(04).
              10 WS-STK-LEAD-DAYS       PIC 9(03).
       01 WS-STOCK-COUNT           PIC 9(02) VALUE 0.
       01 WS-STOCK-FOUND-SW        PIC X(01) VALUE "N".
           88 MATERIAL-FOUND           VALUE "Y".

       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 FLOOR-DONE               VALUE "Y".
       01 WS-ENTRY-OK-SW           PIC X(01) VALUE "N".
           88 ENTRY-OK                 VALUE "Y".
       01 WS-LINE-FOUND-SW         PIC X(01) VALUE "N".
           88 LINE-FOUND               VALUE "Y".
       01 WS-LINE-CHANGES-SW       PIC X(01) VALUE "N".
           88 LINE-CHANGES-MADE        VALUE "Y".
       01 WS-STOCK-CHANGES-SW      PIC X(01) VALUE "N".
           88 STOCK-CHANGES-MADE       VALUE "Y".
       01 WS-DEFECT-OPEN-SW        PIC X(01) VALUE "N".
           88 DEFECT-FILE-OPEN         VALUE "Y".

       01 WS-ORDER-NUMBER-IN       PIC X(06).
       01 WS-LINE-NUMBER-IN        PIC X(03).
       01 WS-LINE-NUMBER-NUM REDEFINES WS-LINE-NUMBER-IN
                                    PIC 9(03).
       01 WS-REASON-IN             PIC X(02).
       01 WS-CUT-OPERATOR-IN       PIC X(08).
       01 WS-MATL-CODE-IN          PIC X(06).
       01 WS-SCRAP-IN              PIC X(08).
       01 WS-SCRAP-NUM REDEFINES WS-SCRAP-IN PIC 9(06)V99.
       01 WS-CONFIRM               PIC X(01).

      * THE FAILED LINE, HELD WHILE THE REST OF THE ENTRY IS KEYED.
       01 WS-FAILED-CUST           PIC X(06).
       01 WS-FAILED-SHAPE          PIC X(10).
       01 WS-FAILED-AREA           PIC 9(06)V99.
       01 WS-SCRAP-AREA            PIC 9(06)V99.
       01 WS-REMAKE-LINE-NUMBER    PIC 9(03).

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-DEFECTS-KEYED         PIC 9(06) VALUE 0.
       01 WS-REMAKES-ADDED         PIC 9(06) VALUE 0.
       01 WS-SCRAP-POSTED          PIC 9(09)V99 VALUE 0.

       COPY DEFWS.
       COPY ORDLNWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "DEFENTAS REMAKE AND DEFECT ENTRY"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "DEFENTAS" TO WS-IOERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-FILES
           PERFORM UNTIL FLOOR-DONE
              PERFORM 2000-ENTER-DEFECT
           END-PERFORM
           IF DEFECT-FILE-OPEN
              CLOSE DEFECT-FILE
           END-IF
           IF LINE-CHANGES-MADE
              PERFORM 9981-WRITE-ORDER-LINES
              DISPLAY "DEFENTAS: ORDER LINES UPDATED"
           END-IF
           IF STOCK-CHANGES-MADE
              PERFORM 3000-REWRITE-STOCK-MASTER
              DISPLAY "DEFENTAS: STOCK MASTER UPDATED"
           END-IF
           MOVE "DEFENTAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-DEFECTS-KEYED TO WS-AUDIT-RECORDS-READ
           MOVE WS-REMAKES-ADDED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-SCRAP-POSTED TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "DEFECTS KEYED:      " WS-DEFECTS-KEYED
           DISPLAY "REMAKE LINES ADDED: " WS-REMAKES-ADDED
           DISPLAY "SCRAP SQ FT ISSUED: " WS-SCRAP-POSTED
           DISPLAY "END DEFENTAS"
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR DEFENTAS. THE STOCK MASTER AND
      * ORDER-LINE ENTRIES SHOULD MATCH MATSTKAS'S AND MATHSHPS'S.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "DEFENTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "MATL-STOCK-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MATL-STOCK-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MATL-STOCK-PATH
           MOVE "ORDER-LINE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-LINE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-LINE-PATH
           MOVE "DEFECT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEFECT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEFECT-PATH.

      * THE LINE FILE AND THE STOCK MASTER ARE BOTH PUT BACK WHOLE,
      * SO IF EITHER DID NOT FIT NOTHING MAY BE KEYED -- THE REWRITE
      * WOULD DROP THE ROWS LEFT BEHIND.
       1100-LOAD-FILES.
           PERFORM 9980-LOAD-ORDER-LINES
           DISPLAY "ORDER LINES ON FILE: " WS-ORDLN-COUNT
           IF ORDLN-TABLE-FULL
              DISPLAY "DEFENTAS: ORDER-LINE TABLE FULL AT 5000 -- "
                      "ENTRY REFUSED, A REWRITE WOULD DROP THE "
                      "UNLOADED LINES"
              MOVE "Y" TO WS-QUIT-SW
           END-IF
           PERFORM 1110-LOAD-STOCK-MASTER
           IF NOT FLOOR-DONE
              OPEN EXTEND DEFECT-FILE
              IF NOT DEFECT-SUCCESSFUL
                 OPEN OUTPUT DEFECT-FILE
              END-IF
              IF DEFECT-SUCCESSFUL
                 MOVE "Y" TO WS-DEFECT-OPEN-SW
              ELSE
                 MOVE "DEFECT-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-DEFECT-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
                 DISPLAY "DEFENTAS: DEFECT FILE WON'T OPEN -- STATUS "
                         WS-DEFECT-STATUS
                 MOVE "Y" TO WS-QUIT-SW
              END-IF
           END-IF.

       1110-LOAD-STOCK-MASTER.
           OPEN INPUT MATL-STOCK-FILE
           IF MATL-STOCK-SUCCESSFUL
              PERFORM UNTIL END-OF-MATL-STOCK
                       OR WS-STOCK-COUNT = 50
                 READ MATL-STOCK-FILE INTO MATL-STOCK-REC
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-STOCK-COUNT
                    SET WS-STOCK-IDX TO WS-STOCK-COUNT
                    MOVE MSTK-MATL-CODE
                      TO WS-STK-MATL(WS-STOCK-IDX)
                    MOVE MSTK-ON-HAND
                      TO WS-STK-ON-HAND(WS-STOCK-IDX)
                    MOVE MSTK-ON-ORDER
                      TO WS-STK-ON-ORDER(WS-STOCK-IDX)
                    MOVE MSTK-REORDER-POINT
                      TO WS-STK-REORDER-POINT(WS-STOCK-IDX)
                    MOVE MSTK-REORDER-QTY
                      TO WS-STK-REORDER-QTY(WS-STOCK-IDX)
                    IF MSTK-STD-COST IS NUMERIC
                       MOVE MSTK-STD-COST
                         TO WS-STK-STD-COST(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-STD-COST(WS-STOCK-IDX)
                    END-IF
                    IF MSTK-LEAD-DAYS IS NUMERIC
                       MOVE MSTK-LEAD-DAYS
                         TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A MASTER THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-MATL-STOCK
                 READ MATL-STOCK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "DEFENTAS: STOCK TABLE FULL AT 50 -- "
                            "ENTRY REFUSED, A REWRITE WOULD DROP THE "
                            "UNLOADED MATERIALS"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE MATL-STOCK-FILE
              DISPLAY "MATERIALS ON STOCK MASTER: " WS-STOCK-COUNT
           ELSE
              DISPLAY "DEFENTAS: NO STOCK MASTER -- SET MATERIALS UP "
                      "IN MATSTKAS FIRST"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

      * ONE DEFECT, FIELD BY FIELD. A BLANK ORDER NUMBER ENDS THE
      * SESSION; ANY FIELD THAT FAILS ITS CHECK DROPS THE ENTRY.
       2000-ENTER-DEFECT.
           DISPLAY " "
           DISPLAY "ENTER ORDER NUMBER (BLANK TO EXIT): "
           MOVE SPACES TO WS-ORDER-NUMBER-IN
           ACCEPT WS-ORDER-NUMBER-IN
           IF WS-ORDER-NUMBER-IN = SPACES
              MOVE "Y" TO WS-QUIT-SW
           ELSE
              MOVE "Y" TO WS-ENTRY-OK-SW
              PERFORM 2010-FIND-LINE
              IF ENTRY-OK
                 PERFORM 2020-GET-REASON
              END-IF
              IF ENTRY-OK
                 PERFORM 2030-GET-OPERATOR
                 PERFORM 2040-GET-MATERIAL
              END-IF
              IF ENTRY-OK
                 PERFORM 2050-GET-SCRAP
              END-IF
              IF ENTRY-OK
                 DISPLAY "REMAKE LINE " WS-LINE-NUMBER-IN " OF ORDER "
                         WS-ORDER-NUMBER-IN " AT NO CHARGE AND ISSUE "
                         WS-SCRAP-AREA " SQ FT OF " WS-MATL-CODE-IN
                         " AS SCRAP (Y/N)? "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    PERFORM 2100-POST-DEFECT
                 ELSE
                    DISPLAY "DEFECT NOT POSTED."
                 END-IF
              END-IF
           END-IF.

      * THE LINE MUST BE ON THE ORDER AND STILL OPEN. ITS SHAPE,
      * FOOTAGE AND CUSTOMER ARE KEPT FOR THE REMAKE.
       2010-FIND-LINE.
           MOVE "N" TO WS-LINE-FOUND-SW
           DISPLAY "ENTER LINE NUMBER (3 DIGITS): "
           ACCEPT WS-LINE-NUMBER-IN
           IF WS-LINE-NUMBER-IN IS NUMERIC
              PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                        UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
                           OR LINE-FOUND
                 IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = WS-ORDER-NUMBER-IN
                    AND WS-ORDLN-LINE(WS-ORDLN-IDX) =
                        WS-LINE-NUMBER-NUM
                    MOVE "Y" TO WS-LINE-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF
           IF LINE-FOUND
              SET WS-ORDLN-IDX DOWN BY 1
              IF WS-ORDLN-OPEN(WS-ORDLN-IDX)
                 MOVE WS-ORDLN-CUST(WS-ORDLN-IDX) TO WS-FAILED-CUST
                 MOVE WS-ORDLN-SHAPE(WS-ORDLN-IDX) TO WS-FAILED-SHAPE
                 MOVE WS-ORDLN-AREA(WS-ORDLN-IDX) TO WS-FAILED-AREA
                 DISPLAY "  " WS-FAILED-SHAPE " SQFT "
                         WS-FAILED-AREA " STATUS "
                         WS-ORDLN-STATUS(WS-ORDLN-IDX)
              ELSE
                 DISPLAY "LINE " WS-LINE-NUMBER-IN " IS CLOSED "
                         "(STATUS " WS-ORDLN-STATUS(WS-ORDLN-IDX)
                         ") -- NO REMAKE."
                 MOVE "N" TO WS-ENTRY-OK-SW
              END-IF
           ELSE
              DISPLAY "LINE " WS-LINE-NUMBER-IN " NOT ON ORDER "
                      WS-ORDER-NUMBER-IN
              MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       2020-GET-REASON.
           DISPLAY "DEFECT REASON CODES:"
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > WS-DEFECT-REASON-COUNT
              DISPLAY "  " WS-REASON-CODE(WS-REASON-IDX) " "
                      WS-REASON-TEXT(WS-REASON-IDX)
           END-PERFORM
           DISPLAY "ENTER REASON CODE: "
           ACCEPT WS-REASON-IN
           SET WS-REASON-IDX TO 1
           SEARCH WS-DEFECT-REASON
              AT END
                 DISPLAY "REASON " WS-REASON-IN " NOT A DEFECT CODE "
                         "-- NOT POSTED."
                 MOVE "N" TO WS-ENTRY-OK-SW
              WHEN WS-REASON-CODE(WS-REASON-IDX) = WS-REASON-IN
                 CONTINUE
           END-SEARCH.

      * THE OPERATOR WHO CUT THE RUG, WHICH IS NOT ALWAYS WHOEVER
      * IS KEYING THE DEFECT.
       2030-GET-OPERATOR.
           DISPLAY "ENTER CUTTING OPERATOR (BLANK = " WS-OPERATOR-ID
                   "): "
           MOVE SPACES TO WS-CUT-OPERATOR-IN
           ACCEPT WS-CUT-OPERATOR-IN
           IF WS-CUT-OPERATOR-IN = SPACES
              MOVE WS-OPERATOR-ID TO WS-CUT-OPERATOR-IN
           END-IF.

       2040-GET-MATERIAL.
           DISPLAY "ENTER MATERIAL CODE CUT FROM: "
           ACCEPT WS-MATL-CODE-IN
           MOVE "N" TO WS-STOCK-FOUND-SW
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                     UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                        OR MATERIAL-FOUND
              IF WS-STK-MATL(WS-STOCK-IDX) = WS-MATL-CODE-IN
                 MOVE "Y" TO WS-STOCK-FOUND-SW
              END-IF
           END-PERFORM
           IF MATERIAL-FOUND
              SET WS-STOCK-IDX DOWN BY 1
           ELSE
              DISPLAY "MATERIAL " WS-MATL-CODE-IN " NOT ON THE STOCK "
                      "MASTER -- NOT POSTED."
              MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

      * THE WHOLE RUG IS USUALLY LOST, SO A BLANK TAKES THE LINE'S
      * OWN FOOTAGE; A PARTLY SALVAGED PIECE IS KEYED AS THE
      * FOOTAGE ACTUALLY WASTED.
       2050-GET-SCRAP.
           DISPLAY "ENTER SQ FT SCRAPPED (8 DIGITS, 2 DECIMALS "
                   "IMPLIED; BLANK = " WS-FAILED-AREA "): "
           MOVE SPACES TO WS-SCRAP-IN
           ACCEPT WS-SCRAP-IN
           EVALUATE TRUE
              WHEN WS-SCRAP-IN = SPACES
                 MOVE WS-FAILED-AREA TO WS-SCRAP-AREA
              WHEN WS-SCRAP-IN IS NUMERIC
                 MOVE WS-SCRAP-NUM TO WS-SCRAP-AREA
              WHEN OTHER
                 DISPLAY "FOOTAGE MUST BE 8 DIGITS -- NOT POSTED."
                 MOVE "N" TO WS-ENTRY-OK-SW
           END-EVALUATE.

       2100-POST-DEFECT.
           PERFORM 2110-ADD-REMAKE-LINE
           IF ENTRY-OK
              PERFORM 2120-ISSUE-SCRAP
              PERFORM 2130-WRITE-DEFECT
              ADD 1 TO WS-DEFECTS-KEYED
              DISPLAY "REMAKE LINE " WS-REMAKE-LINE-NUMBER
                      " ADDED TO ORDER " WS-ORDER-NUMBER-IN
           END-IF.

      * THE REMAKE GOES ON THE END OF THE ORDER AS ITS NEXT LINE
      * NUMBER: SAME SHAPE AND FOOTAGE, NO PRICE OR TAX, PRICED
      * STATUS SO IT COMES UP ON THE NEXT CUT-LIST.
       2110-ADD-REMAKE-LINE.
           IF WS-ORDLN-COUNT NOT < 5000
              DISPLAY "ORDER-LINE TABLE FULL -- NOT POSTED."
              MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
              MOVE 0 TO WS-REMAKE-LINE-NUMBER
              PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                        UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
                 IF WS-ORDLN-ORDER(WS-ORDLN-IDX) = WS-ORDER-NUMBER-IN
                    AND WS-ORDLN-LINE(WS-ORDLN-IDX) >
                        WS-REMAKE-LINE-NUMBER
                    MOVE WS-ORDLN-LINE(WS-ORDLN-IDX)
                      TO WS-REMAKE-LINE-NUMBER
                 END-IF
              END-PERFORM
              ADD 1 TO WS-REMAKE-LINE-NUMBER
              ADD 1 TO WS-ORDLN-COUNT
              SET WS-ORDLN-IDX TO WS-ORDLN-COUNT
              MOVE WS-ORDER-NUMBER-IN TO WS-ORDLN-ORDER(WS-ORDLN-IDX)
              MOVE WS-REMAKE-LINE-NUMBER
                TO WS-ORDLN-LINE(WS-ORDLN-IDX)
              MOVE WS-FAILED-CUST   TO WS-ORDLN-CUST(WS-ORDLN-IDX)
              MOVE WS-FAILED-SHAPE  TO WS-ORDLN-SHAPE(WS-ORDLN-IDX)
              MOVE WS-FAILED-AREA   TO WS-ORDLN-AREA(WS-ORDLN-IDX)
              MOVE ZEROES           TO WS-ORDLN-PRICE(WS-ORDLN-IDX)
              MOVE ZEROES           TO WS-ORDLN-TAX(WS-ORDLN-IDX)
              MOVE "P"              TO WS-ORDLN-STATUS(WS-ORDLN-IDX)
              MOVE WS-TODAY-DATE    TO WS-ORDLN-DATE(WS-ORDLN-IDX)
              MOVE "R"              TO WS-ORDLN-KIND(WS-ORDLN-IDX)
              MOVE WS-LINE-NUMBER-NUM
                TO WS-ORDLN-REMAKE-OF(WS-ORDLN-IDX)
              MOVE "Y" TO WS-LINE-CHANGES-SW
              ADD 1 TO WS-REMAKES-ADDED
           END-IF.

      * THE SCRAP IS AN ISSUE AGAINST ON-HAND. ON-HAND NEVER GOES
      * BELOW ZERO; A SHORTFALL MEANS THE MASTER WAS ALREADY BEHIND
      * THE RACKS AND IS FLAGGED FOR A COUNT.
       2120-ISSUE-SCRAP.
           IF WS-SCRAP-AREA > WS-STK-ON-HAND(WS-STOCK-IDX)
              DISPLAY "SCRAP EXCEEDS ON-HAND FOR " WS-MATL-CODE-IN
                      " -- ON-HAND SET TO ZERO; COUNT THE RACK"
              MOVE ZEROES TO WS-STK-ON-HAND(WS-STOCK-IDX)
           ELSE
              SUBTRACT WS-SCRAP-AREA FROM WS-STK-ON-HAND(WS-STOCK-IDX)
           END-IF
           ADD WS-SCRAP-AREA TO WS-SCRAP-POSTED
           MOVE "Y" TO WS-STOCK-CHANGES-SW.

       2130-WRITE-DEFECT.
           MOVE WS-TODAY-DATE       TO DEF-DATE
           MOVE WS-ORDER-NUMBER-IN  TO DEF-ORDER-NUMBER
           MOVE WS-LINE-NUMBER-NUM  TO DEF-LINE-NUMBER
           MOVE WS-REASON-IN        TO DEF-REASON-CODE
           MOVE WS-CUT-OPERATOR-IN  TO DEF-OPERATOR
           MOVE WS-MATL-CODE-IN     TO DEF-MATL-CODE
           MOVE WS-FAILED-SHAPE     TO DEF-SHAPE-TYPE
           MOVE WS-SCRAP-AREA       TO DEF-SCRAP-AREA
           MOVE WS-REMAKE-LINE-NUMBER TO DEF-REMAKE-LINE
           MOVE WS-OPERATOR-ID      TO DEF-ENTERED-BY
           WRITE DEFECT-REC
           IF NOT DEFECT-SUCCESSFUL
              MOVE "DEFECT-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-DEFECT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "DEFENTAS: DEFECT FOR ORDER " WS-ORDER-NUMBER-IN
                      " NOT LOGGED -- STATUS " WS-DEFECT-STATUS
           END-IF.

       3000-REWRITE-STOCK-MASTER.
           OPEN OUTPUT MATL-STOCK-FILE
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                     UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
              MOVE WS-STK-MATL(WS-STOCK-IDX) TO MSTK-MATL-CODE
              MOVE WS-STK-ON-HAND(WS-STOCK-IDX) TO MSTK-ON-HAND
              MOVE WS-STK-ON-ORDER(WS-STOCK-IDX) TO MSTK-ON-ORDER
              MOVE WS-STK-REORDER-POINT(WS-STOCK-IDX)
                TO MSTK-REORDER-POINT
              MOVE WS-STK-REORDER-QTY(WS-STOCK-IDX)
                TO MSTK-REORDER-QTY
              MOVE WS-STK-STD-COST(WS-STOCK-IDX) TO MSTK-STD-COST
              MOVE WS-STK-LEAD-DAYS(WS-STOCK-IDX) TO MSTK-LEAD-DAYS
              WRITE MATL-STOCK-REC
              IF NOT MATL-STOCK-SUCCESSFUL
                 MOVE "MATL-STOCK-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-MATL-STOCK-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE MATL-STOCK-FILE.

      * SHARED ORDER-LINE LOAD, REWRITE AND ROLL-UP. SEE
      * ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
