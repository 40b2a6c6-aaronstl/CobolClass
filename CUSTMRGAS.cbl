      *     OPERATOR AND TIME.
      * THE INVOICED-CONTROL FILE IS KEYED BY ORDER NUMBER ONLY AND
      * NEEDS NO REPOINTING.
      *
      * A DUPLICATE IS ONLY MERGED INTO A SURVIVOR OF THE SAME
      * COMPANY, AND ONLY BY AN OPERATOR AUTHORIZED FOR THAT
      * COMPANY -- EACH COMPANY KEEPS ITS OWN RECEIVABLES.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               file status is WS-TRAN-WORK-STATUS.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is dynamic
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT MERGE-AUDIT-FILE
               ASSIGN TO "C:\Users\Bob\CUSTMERGE.LOG"
           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(20).
           05 CUST-PAYMENT             PIC 9(06)V9(3).
           05 FILLER                   PIC X(53).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
       FD  RUG-ORDER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC               PIC X(80).
       01  RUG-ORDER-KEY-VIEW REDEFINES RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER      PIC X(06).
           05 RUGORD-CUST-NUMBER       PIC X(06).
           05 FILLER                   PIC X(68).

       FD  MERGE-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MERGE-AUDIT-REC.
       01  MERGE-AUDIT-REC             PIC X(132).

       COPY IOERRFD.
       COPY RUNCTLFD.
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
      * "02" IS A DUPLICATE ALTERNATE (CUSTOMER) KEY, WHICH IS
      * EXPECTED -- A CUSTOMER HAS MANY ORDERS.
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
           88 RUG-ORDER-NOT-ON-FILE    VALUE "23".
           88 RUG-ORDER-FILE-MISSING   VALUE "35".
       01 WS-MERGE-AUDIT-STATUS    PIC X(02).
           88 MERGE-AUDIT-OK           VALUE "00".

       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX
                             PIC X(95).
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.
       01 WS-SURV-SUB              PIC 9(03) VALUE 0.
       01 WS-DUP-SUB               PIC 9(03) VALUE 0.
       01 WS-CUST-SCAN             PIC 9(03).

       01 WS-ORDER-OPEN-SW         PIC X(01) VALUE "N".
           88 RUG-ORDER-FILE-OPEN      VALUE "Y".
       01 WS-MORE-DUP-ORDERS-SW    PIC X(01) VALUE "N".
           88 MORE-DUP-ORDERS          VALUE "Y".
       01 WS-ORDERS-REPOINTED      PIC 9(04) VALUE 0.
       01 WS-TRANS-REPOINTED       PIC 9(05) VALUE 0.

           88 OPERATOR-DONE            VALUE "Y".
       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-WORK-BALANCE          PIC 9(06)V9(3) VALUE 0.
       01 WS-SURV-RECORD           PIC X(95).
       01 WS-DUP-RECORD            PIC X(95).
      * COMPANY CODES OF THE PAIR (BLANK ON FILE MEANS 01).
       01 WS-SURV-COMPANY          PIC X(02).
       01 WS-DUP-COMPANY           PIC X(02).
       01 WS-CHANGES-MADE-SW       PIC X(01) VALUE "N".
           88 CHANGES-MADE             VALUE "Y".

           05 AUD-DATE               PIC 9(08).
           05 AUD-TIME               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE              PIC X(95).
           05 FILLER                 PIC X(01) VALUE SPACE.

       COPY IOERRWS.
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-CUSTOMER-FILE
           PERFORM 1200-OPEN-ORDER-MASTER
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF RUG-ORDER-FILE-OPEN
              CLOSE RUG-ORDER-MASTER
           END-IF
           IF CHANGES-MADE
              PERFORM 3000-REWRITE-CUSTOMER-FILE
              DISPLAY "CUSTMRGAS: MASTERS UPDATED"
           END-IF
           GOBACK.
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

      * THE ORDER MASTER IS INDEXED; EACH REPOINTED ORDER IS
      * REWRITTEN IN PLACE AS THE MERGE HAPPENS. WITHOUT IT NO MERGE
      * CAN BE DONE SAFELY, SO THE SCREEN IS NOT OFFERED. A SHOP
      * WITH NO ORDER MASTER YET HAS NO ORDERS TO REPOINT.
       1200-OPEN-ORDER-MASTER.
           OPEN I-O RUG-ORDER-MASTER
           EVALUATE TRUE
              WHEN RUG-ORDER-SUCCESSFUL
                 MOVE "Y" TO WS-ORDER-OPEN-SW
              WHEN RUG-ORDER-FILE-MISSING
                 CONTINUE
              WHEN OTHER
                 MOVE "CUSTMRGAS"        TO WS-IOERR-PROGRAM-ID
                 MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
                 MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
                 DISPLAY "CUSTMRGAS: RUG-ORDER MASTER WILL NOT OPEN "
                         "-- MERGES REFUSED"
                 MOVE "Y" TO WS-QUIT-SW
           END-EVALUATE.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
                 MOVE WS-CUST-SCAN TO WS-DUP-SUB
              END-IF
           END-PERFORM
           MOVE "01" TO WS-SURV-COMPANY
                        WS-DUP-COMPANY
           IF WS-SURV-SUB > 0
              AND WS-CUST-ENTRY(WS-SURV-SUB)(94:2) NOT = SPACES
              MOVE WS-CUST-ENTRY(WS-SURV-SUB)(94:2) TO WS-SURV-COMPANY
           END-IF
           IF WS-DUP-SUB > 0
              AND WS-CUST-ENTRY(WS-DUP-SUB)(94:2) NOT = SPACES
              MOVE WS-CUST-ENTRY(WS-DUP-SUB)(94:2) TO WS-DUP-COMPANY
           END-IF
           MOVE WS-SURV-COMPANY TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           EVALUATE TRUE
              WHEN WS-SURVIVOR-ID-IN = WS-DUPLICATE-ID-IN
                 DISPLAY "SURVIVOR AND DUPLICATE ARE THE SAME -- "
                 DISPLAY "DUPLICATE NOT ON FILE -- NOT MERGED."
              WHEN WS-SURVIVOR-ID-IN(1:1) = "#"
                 DISPLAY "SURVIVOR IS DEACTIVATED -- NOT MERGED."
              WHEN WS-SURV-COMPANY NOT = WS-DUP-COMPANY
                 DISPLAY "SURVIVOR IS IN COMPANY " WS-SURV-COMPANY
                         ", DUPLICATE IN " WS-DUP-COMPANY
                         " -- NOT MERGED."
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "YOU ARE NOT AUTHORIZED FOR COMPANY "
                         WS-SURV-COMPANY " -- NOT MERGED."
              WHEN OTHER
                 DISPLAY "MERGE " WS-DUPLICATE-ID-IN " INTO "
                         WS-SURVIVOR-ID-IN "? (Y/N): "
              MOVE SPACES TO WS-TRAN-WORK-STATUS
           END-IF.

      * THE ORDER MASTER CARRIES THE 6-CHARACTER CUSTOMER NUMBER
      * AS ITS ALTERNATE KEY. EACH PASS STARTS AT THE DUPLICATE'S
      * FIRST REMAINING ORDER; A REPOINTED ORDER NO LONGER CARRIES
      * THAT KEY, SO THE LOOP ENDS WHEN NONE ARE LEFT.
       2400-REPOINT-ORDERS.
           MOVE 0 TO WS-ORDERS-REPOINTED
           MOVE "N" TO WS-MORE-DUP-ORDERS-SW
           IF RUG-ORDER-FILE-OPEN
              MOVE "Y" TO WS-MORE-DUP-ORDERS-SW
           END-IF
           PERFORM UNTIL NOT MORE-DUP-ORDERS
              PERFORM 2410-REPOINT-NEXT-ORDER
           END-PERFORM.

       2410-REPOINT-NEXT-ORDER.
           MOVE WS-DUPLICATE-ID-IN(1:6) TO RUGORD-CUST-NUMBER
           START RUG-ORDER-MASTER KEY = RUGORD-CUST-NUMBER
           END-START
           IF RUG-ORDER-SUCCESSFUL
              READ RUG-ORDER-MASTER NEXT RECORD
              AT END
                 MOVE "N" TO WS-MORE-DUP-ORDERS-SW
              END-READ
           ELSE
              MOVE "N" TO WS-MORE-DUP-ORDERS-SW
           END-IF
           IF MORE-DUP-ORDERS
              IF RUGORD-CUST-NUMBER = WS-DUPLICATE-ID-IN(1:6)
                 MOVE WS-SURVIVOR-ID-IN(1:6) TO RUGORD-CUST-NUMBER
                 REWRITE RUG-ORDER-REC
                 IF RUG-ORDER-SUCCESSFUL
                    ADD 1 TO WS-ORDERS-REPOINTED
                 ELSE
                    MOVE "CUSTMRGAS"        TO WS-IOERR-PROGRAM-ID
                    MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
                    MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
                    PERFORM 9900-LOG-IO-ERROR
                    MOVE "N" TO WS-MORE-DUP-ORDERS-SW
                 END-IF
              ELSE
                 MOVE "N" TO WS-MORE-DUP-ORDERS-SW
              END-IF
           END-IF.

       2500-COMBINE-AND-DEACTIVATE.
           MOVE WS-CUST-ENTRY(WS-DUP-SUB) TO CUSTOMER-REC
           MOVE CUST-PAYMENT TO WS-WORK-BALANCE
           END-PERFORM
           CLOSE CUSTOMER-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

