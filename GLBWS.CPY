       01 WS-GL-BALANCE-PATH          PIC X(40)
           VALUE "C:\Users\Bob\GLBAL.DAT".
       01 WS-GL-BALANCE-STATUS        PIC X(02).
           88 GL-BALANCE-SUCCESSFUL       VALUE "00".
           88 END-OF-GL-BALANCES          VALUE "10".
       01 WS-GLB-TABLE.
           05 WS-GLB-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-GLB-IDX.
              10 WS-GLB-ACCOUNT       PIC X(08).
              10 WS-GLB-PERIOD        PIC 9(06).
              10 WS-GLB-DEBITS        PIC 9(11)V99.
              10 WS-GLB-CREDITS       PIC 9(11)V99.
       01 WS-GLB-COUNT                PIC 9(04) VALUE 0.
       01 WS-GLB-FULL-SW              PIC X(01) VALUE "N".
           88 GLB-TABLE-FULL              VALUE "Y".
      * SET WS-GLB-POST-ACCOUNT, WS-GLB-POST-PERIOD, WS-GLB-POST-SIDE
      * ("D" OR "C") AND WS-GLB-POST-AMOUNT AND PERFORM
      * 9967-POST-GL-AMOUNT. GLB-POST-REFUSED COMES BACK SET IF THE
      * ROW WAS NEW AND THE TABLE HAD NO ROOM FOR IT.
       01 WS-GLB-POST-ACCOUNT         PIC X(08).
       01 WS-GLB-POST-PERIOD          PIC 9(06).
       01 WS-GLB-POST-SIDE            PIC X(01).
       01 WS-GLB-POST-AMOUNT          PIC 9(11)V99.
       01 WS-GLB-FOUND-SW             PIC X(01).
           88 GLB-ROW-ON-FILE             VALUE "Y".
       01 WS-GLB-REFUSED-SW           PIC X(01) VALUE "N".
           88 GLB-POST-REFUSED            VALUE "Y".
