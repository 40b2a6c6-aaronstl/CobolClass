       01 WS-BANK-BALANCE-PATH        PIC X(40)
           VALUE "C:\Users\Bob\BANKBAL.DAT".
       01 WS-BANK-BALANCE-STATUS      PIC X(02).
           88 BANK-BALANCE-SUCCESSFUL     VALUE "00".
           88 END-OF-BANK-BALANCE         VALUE "10".
