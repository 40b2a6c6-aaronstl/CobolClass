      * OPERSECAS SUBPROGRAM. WS-OPERATOR-ID IS TAGGED ONTO ANY LOG
      * OUTPUT THE PROGRAM PRODUCES (SEE WS-IOERR-OPERATOR-ID IN
      * IOERRWS.CPY); WS-OPERATOR-ROLE DRIVES THE ROLE CHECKS --
      * "P" PAYROLL, "F" FLOOR. WS-OPERATOR-COMPANIES LISTS UP TO
      * TEN COMPANY CODES THE OPERATOR MAY WORK IN; ALL BLANK MEANS
      * EVERY COMPANY (SEE 9935-CHECK-OPERATOR-COMPANY). COPY THIS
      * UNDER WORKING-STORAGE IN ANY INTERACTIVE PROGRAM THAT
      * PROMPTS AN OPERATOR DIRECTLY.
      ******************************************************************
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(08) VALUE SPACES.
           05 WS-SIGNON-PARM-RESULT    PIC X(01).
               88 SIGNON-ACCEPTED          VALUE "Y".
           05 WS-SIGNON-PARM-ROLE      PIC X(01).
           05 WS-SIGNON-PARM-COMPANIES PIC X(20).
       01  WS-OPERATOR-COMPANIES       PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-COMPANY-LIST REDEFINES WS-OPERATOR-COMPANIES.
           05 WS-OPERATOR-COMPANY      PIC X(02) OCCURS 10 TIMES
                                       INDEXED BY WS-OPER-COMP-IDX.
       01  WS-SIGNON-CHECK-COMPANY     PIC X(02).
       01  WS-SIGNON-COMPANY-SW        PIC X(01).
           88 OPERATOR-COMPANY-OK          VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE 0.
