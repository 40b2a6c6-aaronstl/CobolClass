       01 WS-OPEN-PAYABLES-PATH       PIC X(40)
           VALUE "C:\Users\Bob\APOPEN.DAT".
       01 WS-OPEN-PAYABLES-STATUS     PIC X(02).
           88 OPEN-PAYABLES-SUCCESSFUL    VALUE "00".
           88 END-OF-OPEN-PAYABLES        VALUE "10".
       01 WS-APOPEN-TABLE.
           05 WS-APOPEN-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-APOPEN-IDX.
              10 WS-APOPEN-VENDOR     PIC X(06).
              10 WS-APOPEN-INVOICE    PIC X(10).
              10 WS-APOPEN-INV-DATE   PIC 9(08).
              10 WS-APOPEN-PO         PIC X(06).
              10 WS-APOPEN-AMOUNT     PIC 9(07)V99.
              10 WS-APOPEN-DISC-AMT   PIC 9(07)V99.
              10 WS-APOPEN-DISC-DATE  PIC 9(08).
              10 WS-APOPEN-DUE-DATE   PIC 9(08).
              10 WS-APOPEN-STATUS     PIC X(01).
                  88 WS-APOPEN-OPEN       VALUE "O".
              10 WS-APOPEN-CHECK      PIC 9(08).
              10 WS-APOPEN-PAID-DATE  PIC 9(08).
              10 WS-APOPEN-PAID-AMT   PIC 9(07)V99.
       01 WS-APOPEN-COUNT             PIC 9(04) VALUE 0.
       01 WS-APOPEN-FULL-SW           PIC X(01) VALUE "N".
           88 APOPEN-TABLE-FULL           VALUE "Y".
