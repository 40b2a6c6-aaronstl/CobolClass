       01 WS-COMPANY-MASTER-PATH      PIC X(40)
           VALUE "C:\Users\Bob\COMPANY.DAT".
       01 WS-COMPANY-MASTER-STATUS    PIC X(02).
           88 COMPANY-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-COMPANY-MASTER       VALUE "10".
       01 WS-RUN-COMPANY-STATUS       PIC X(02).
           88 RUN-COMPANY-SUCCESSFUL      VALUE "00".
           88 END-OF-RUN-COMPANY          VALUE "10".
       01 WS-COMPMAST-TABLE.
           05 WS-COMPMAST-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-COMPMAST-IDX.
              10 WS-COMPMAST-CODE     PIC X(02).
              10 WS-COMPMAST-NAME     PIC X(30).
              10 WS-COMPMAST-FEIN     PIC X(09).
              10 WS-COMPMAST-STATE-ID PIC X(15).
              10 WS-COMPMAST-ROUTING  PIC X(09).
              10 WS-COMPMAST-ACCOUNT  PIC X(17).
              10 WS-COMPMAST-FIRST-CHK PIC 9(08).
              10 WS-COMPMAST-STATUS   PIC X(01).
       01 WS-COMPMAST-COUNT           PIC 9(02) VALUE 0.
       01 WS-COMPMAST-IN-USE-SW       PIC X(01) VALUE "N".
           88 COMPMAST-IN-USE             VALUE "Y".
      * THE COMPANY EVERY ROW WITH A BLANK COMPANY CODE BELONGS TO.
       01 WS-DEFAULT-COMPANY-CODE     PIC X(02) VALUE "01".
      * THE COMPANY THIS RUN IS FOR, AND WHAT THE MASTER SAYS ABOUT
      * IT, AFTER 9933-LOAD-RUN-COMPANY.
       01 WS-RUN-COMPANY-CODE         PIC X(02) VALUE "01".
       01 WS-RUN-COMPANY-NAME         PIC X(30) VALUE SPACES.
       01 WS-RUN-COMPANY-FEIN         PIC X(09) VALUE SPACES.
       01 WS-RUN-COMPANY-STATE-ID     PIC X(15) VALUE SPACES.
       01 WS-RUN-COMPANY-ROUTING      PIC X(09) VALUE SPACES.
       01 WS-RUN-COMPANY-ACCOUNT      PIC X(17) VALUE SPACES.
       01 WS-RUN-COMPANY-FIRST-CHK    PIC 9(08) VALUE 0.
       01 WS-RUN-COMPANY-SW           PIC X(01) VALUE "Y".
           88 RUN-COMPANY-VALID           VALUE "Y".
           88 RUN-COMPANY-REFUSED         VALUE "N".
      * 9932-CHECK-COMPANY-ON-FILE WORK FIELDS.
       01 WS-COMPMAST-CHECK-CODE      PIC X(02).
       01 WS-COMPMAST-FOUND-SW        PIC X(01).
           88 COMPMAST-CODE-ON-FILE       VALUE "Y".
           88 COMPMAST-CODE-NOT-ON-FILE   VALUE "N".
       01 WS-COMPMAST-FOUND-STATUS    PIC X(01).
           88 COMPMAST-CODE-INACTIVE      VALUE "I".
      * 9936-BUILD-COMPANY-PATH WORK FIELDS.
       01 WS-COMPANY-FILE-PATH        PIC X(40).
       01 WS-COMPANY-PATH-WORK        PIC X(40).
       01 WS-COMPANY-PATH-POS         PIC 9(02).
       01 WS-COMPANY-PATH-LEN         PIC 9(02).
       01 WS-COMPANY-PATH-DOT         PIC 9(02).
       01 WS-COMPANY-PATH-TAIL        PIC 9(02).
       01 WS-COMPANY-PATH-SW          PIC X(01) VALUE "Y".
           88 COMPANY-PATH-OK             VALUE "Y".
           88 COMPANY-PATH-TOO-LONG       VALUE "N".
