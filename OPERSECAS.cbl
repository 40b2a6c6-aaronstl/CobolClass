      * GRANDFATHERED: ANY ID IS ACCEPTED WITH THE PAYROLL ROLE, SO
      * THE SHOP KEEPS RUNNING UNTIL THE MASTER IS SET UP.
      *
      * SINCE THE BUSINESS WAS SPLIT INTO SEPARATE COMPANIES THE
      * MASTER ALSO LISTS THE COMPANIES EACH OPERATOR MAY WORK IN,
      * HANDED BACK WITH THE ROLE. A ROW WITH NO COMPANIES LISTED
      * (EVERY ROW WRITTEN BEFORE THE SPLIT) MAY WORK IN ALL OF THEM.
      *
      * OPERATOR MASTER RECORD: ID(8), PASSWORD(8), ROLE(1),
      * ACTIVE FLAG(1), AUTHORIZED COMPANY CODES(10 X 2).
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 OPER-PASSWORD       PIC X(08).
           05 OPER-ROLE           PIC X(01).
           05 OPER-ACTIVE-FLAG    PIC X(01).
           05 OPER-COMPANIES      PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-OPER-MASTER-STATUS  PIC X(02).
           05 LS-PASSWORD         PIC X(08).
           05 LS-SIGNON-RESULT    PIC X(01).
           05 LS-OPERATOR-ROLE    PIC X(01).
           05 LS-OPER-COMPANIES   PIC X(20).

       PROCEDURE DIVISION USING LS-SIGNON-PARMS.
       0000-VALIDATE-SIGNON.
           MOVE "N" TO LS-SIGNON-RESULT
           MOVE " " TO LS-OPERATOR-ROLE
           MOVE SPACES TO LS-OPER-COMPANIES
           MOVE "N" TO WS-OPER-FOUND-SW
           OPEN INPUT OPERATOR-MASTER
           IF NOT OPER-MASTER-OPENED
                          AND OPER-PASSWORD = LS-PASSWORD
                          MOVE "Y" TO LS-SIGNON-RESULT
                          MOVE OPER-ROLE TO LS-OPERATOR-ROLE
                          MOVE OPER-COMPANIES TO LS-OPER-COMPANIES
                       END-IF
                    END-IF
                 END-READ
