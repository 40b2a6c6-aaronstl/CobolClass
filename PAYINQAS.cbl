      *   - A REDISPLAY OF THE MOST RECENT PAY STUB, PULLED STRAIGHT
      *     FROM THE STUB FILE THE LAST RUN WROTE.
      * EVERY FILE IS OPENED INPUT ONLY -- NOTHING HERE CAN TOUCH A
      * MASTER. AN EMPLOYEE OF A COMPANY THE OPERATOR IS NOT
      * AUTHORIZED FOR IS NOT SHOWN.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
        FILE SECTION.

      * SAME LAYOUT CALCPYAS LOADS; ONLY THE FIELDS SHOWN AND THE
      * COMPANY ARE NAMED.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  EMP-DEPT-IN              PIC X(04).
           05  FILLER                   PIC X(84).
           05  EMP-COMPANY-IN           PIC X(02).

       FD  YTD-MASTER
           DATA RECORD IS YTD-MASTER-REC.
           05  YTD-WH                   PIC 9(09)V99.
           05  YTD-NET                  PIC 9(09)V99.
           05  YTD-DEFERRAL             PIC 9(09)V99.
      * W-2 BOX DETAIL: FEDERAL TAXABLE WAGES AND WITHHOLDING,
      * SOCIAL SECURITY AND MEDICARE WAGES AND TAX, STATE AND
      * LOCAL WITHHOLDING.
           05  YTD-FIT-WAGES            PIC 9(09)V99.
           05  YTD-FED-WH               PIC 9(09)V99.
           05  YTD-SS-WAGES             PIC 9(09)V99.
           05  YTD-SS-WH                PIC 9(09)V99.
           05  YTD-MED-WAGES            PIC 9(09)V99.
           05  YTD-MED-WH               PIC 9(09)V99.
           05  YTD-STATE-WH             PIC 9(09)V99.
           05  YTD-LOCAL-WH             PIC 9(09)V99.

       FD  PTO-MASTER-FILE
           RECORDING MODE IS F
           88 EMPLOYEE-FOUND           VALUE "Y".
       01 WS-CUR-EMP-NAME          PIC X(20).
       01 WS-CUR-EMP-DEPT          PIC X(04).
       01 WS-CUR-EMP-COMPANY       PIC X(02).

      * THE MOST RECENT STUB BLOCK FOR THE EMPLOYEE, CAPTURED WHILE
      * SCANNING THE STUB FILE TOP TO BOTTOM -- A LATER BLOCK FOR
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE SPACES TO WS-CUR-EMP-NAME
                          WS-CUR-EMP-DEPT
                          WS-CUR-EMP-COMPANY
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-EMP-MASTER OR EMPLOYEE-FOUND
                       MOVE "Y" TO WS-EMP-FOUND-SW
                       MOVE EMP-NAME-IN TO WS-CUR-EMP-NAME
                       MOVE EMP-DEPT-IN TO WS-CUR-EMP-DEPT
                       MOVE EMP-COMPANY-IN TO WS-CUR-EMP-COMPANY
                    END-IF
                 END-READ
              END-PERFORM
              DISPLAY "NO EMPLOYEE MASTER ON FILE."
           END-IF
           IF EMPLOYEE-FOUND
              MOVE WS-CUR-EMP-COMPANY TO WS-SIGNON-CHECK-COMPANY
              PERFORM 9935-CHECK-OPERATOR-COMPANY
              IF OPERATOR-COMPANY-OK
                 DISPLAY "EMPLOYEE: " WS-EMP-NUMBER-IN
                         "  " WS-CUR-EMP-NAME
                         "  DEPT: " WS-CUR-EMP-DEPT
              ELSE
                 DISPLAY "EMPLOYEE IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
                 MOVE "N" TO WS-EMP-FOUND-SW
              END-IF
           ELSE
              DISPLAY "EMPLOYEE NOT ON THE MASTER."
           END-IF.
