       01 WS-LOAN-MASTER-PATH         PIC X(40)
           VALUE "C:\Users\Bob\LOANMAST.DAT".
       01 WS-LOAN-MASTER-STATUS       PIC X(02).
           88 LOAN-MASTER-SUCCESSFUL      VALUE "00".
           88 END-OF-LOAN-MASTER          VALUE "10".
       01 WS-LOANMAST-TABLE.
           05 WS-LOANMAST-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-LOANMAST-IDX.
              10 WS-LOANMAST-EMP      PIC X(06).
              10 WS-LOANMAST-NUMBER   PIC X(04).
              10 WS-LOANMAST-TYPE     PIC X(01).
              10 WS-LOANMAST-ORIG     PIC 9(07)V99.
              10 WS-LOANMAST-REPAY    PIC 9(05)V99.
              10 WS-LOANMAST-BALANCE  PIC 9(07)V99.
              10 WS-LOANMAST-START    PIC 9(08).
              10 WS-LOANMAST-STATUS   PIC X(01).
                  88 WS-LOANMAST-ACTIVE   VALUE "A".
              10 WS-LOANMAST-LAST-PAY PIC 9(08).
       01 WS-LOANMAST-COUNT           PIC 9(03) VALUE 0.
       01 WS-LOANMAST-FULL-SW         PIC X(01) VALUE "N".
           88 LOANMAST-TABLE-FULL         VALUE "Y".
