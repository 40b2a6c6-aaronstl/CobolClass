       01 WS-INV-COUNT-PATH           PIC X(40)
           VALUE "C:\Users\bob\INVCOUNT.DAT".
       01 WS-INV-COUNT-STATUS         PIC X(02).
           88 INV-COUNT-SUCCESSFUL        VALUE "00".
           88 END-OF-INV-COUNT            VALUE "10".
