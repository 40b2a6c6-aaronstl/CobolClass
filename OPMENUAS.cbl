      * OPERATORS DON'T NEED A CHEAT-SHEET OF PROGRAM-IDS. EACH CHOICE
      * CALLS THE EXISTING STANDALONE UTILITY AND RETURNS HERE WHEN IT
      * FINISHES.
      * OPTION C PICKS THE COMPANY THE NEXT PAYROLL OR RECEIVABLES RUN
      * IS FOR, FROM AMONG THE COMPANIES THE OPERATOR IS AUTHORIZED
      * FOR, AND RECORDS IT IN RUNCOMP.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO "C:\Users\Bob\PAYROLLCKP.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHECKPOINT-STATUS.
           COPY COMPSEL.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS CHECKPOINT-REC.
       01  CHECKPOINT-REC     PIC X(80).

       COPY COMPFD.

       WORKING-STORAGE SECTION.

       01  WS-MENU-CHOICE     PIC X(01).
       01  WS-QUIT-SW         PIC X(01) VALUE "N".
           88 WS-OPERATOR-DONE    VALUE "Y".
       01  WS-CHECKPOINT-STATUS PIC X(02).
       01  WS-NEW-COMPANY     PIC X(02).
       01  WS-PRIOR-COMPANY   PIC X(02).

       COPY SIGNONWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9930-OPERATOR-SIGNON
           PERFORM 9933-LOAD-RUN-COMPANY
           PERFORM UNTIL WS-OPERATOR-DONE
               PERFORM 1000-DISPLAY-MENU
               PERFORM 1010-DISPATCH-CHOICE
       1000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "=== FLOOR OPERATOR UTILITY MENU ===".
           DISPLAY "COMPANY: " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.
           DISPLAY "1 - Vehicle lookup (CARCHKAS)".
           DISPLAY "2 - Shipping zone lookup (ZipCodeAS)".
           DISPLAY "3 - Prime number checker (PRMCHKFLAS)".
           DISPLAY "4 - U.S. President lookup (USPRESAS)".
           DISPLAY "5 - Character classifier (EVALUEAARONSEAVERS)".
           DISPLAY "9 - Customer account inquiry (CUSTINQAS)".
           IF OPERATOR-IS-PAYROLL
              DISPLAY "6 - Run the payroll calculation (CALCPYAS)"
              DISPLAY "7 - Clear the payroll checkpoint for a full"
                      " rerun"
              DISPLAY "8 - Employee pay inquiry (PAYINQAS)"
           END-IF.
           DISPLAY "C - Select company for the next run".
           DISPLAY "X - Exit".
           DISPLAY "Enter selection: ".
           ACCEPT WS-MENU-CHOICE.
      * ANYWAY ARE TURNED AWAY, AS THE AUDITORS ASKED.
              WHEN WS-MENU-CHOICE = "6"
                 IF OPERATOR-IS-PAYROLL
                    MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
                    PERFORM 9935-CHECK-OPERATOR-COMPANY
                    IF OPERATOR-COMPANY-OK AND RUN-COMPANY-VALID
                       CALL "CALCPYAS"
                       CANCEL "CALCPYAS"
                    ELSE
                       DISPLAY "NOT AUTHORIZED FOR COMPANY "
                               WS-RUN-COMPANY-CODE
                               " -- SELECT ANOTHER WITH OPTION C."
                    END-IF
                 ELSE
                    DISPLAY "PAYROLL ROLE REQUIRED."
                 END-IF
                 ELSE
                    DISPLAY "PAYROLL ROLE REQUIRED."
                 END-IF
              WHEN WS-MENU-CHOICE = "9"
                 CALL "CUSTINQAS"
                 CANCEL "CUSTINQAS"
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 1020-SELECT-COMPANY
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * ACCEPTS A COMPANY CODE AND, IF IT IS ACTIVE ON THE COMPANY
      * MASTER AND THE OPERATOR IS AUTHORIZED FOR IT, MAKES IT THE
      * COMPANY FOR THE NEXT RUN. ANYTHING ELSE LEAVES THE COMPANY
      * ALREADY SELECTED IN PLACE.
       1020-SELECT-COMPANY.
           DISPLAY "Company code: ".
           ACCEPT WS-NEW-COMPANY.
           MOVE WS-RUN-COMPANY-CODE TO WS-PRIOR-COMPANY
           MOVE WS-NEW-COMPANY TO WS-RUN-COMPANY-CODE
           PERFORM 9937-SET-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              IF RUN-COMPANY-VALID
                 DISPLAY "NOT AUTHORIZED FOR COMPANY "
                         WS-RUN-COMPANY-CODE "."
              END-IF
              MOVE WS-PRIOR-COMPANY TO WS-RUN-COMPANY-CODE
              PERFORM 9937-SET-RUN-COMPANY
           ELSE
              PERFORM 9934-WRITE-RUN-COMPANY
              DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                      WS-RUN-COMPANY-NAME " SELECTED."
           END-IF.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
