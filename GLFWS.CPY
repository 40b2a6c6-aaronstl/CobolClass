       01 WS-GL-FORMAT-PATH           PIC X(40)
           VALUE "C:\Users\Bob\GLFMT.DAT".
       01 WS-GL-FORMAT-STATUS         PIC X(02).
           88 GL-FORMAT-SUCCESSFUL        VALUE "00".
           88 END-OF-GL-FORMAT            VALUE "10".
       01 WS-GLF-TABLE.
           05 WS-GLF-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-GLF-IDX
                                          WS-GLF-CHECK-IDX.
              10 WS-GLF-STATEMENT     PIC X(01).
              10 WS-GLF-LINE-TYPE     PIC X(01).
              10 WS-GLF-CAPTION       PIC X(30).
              10 WS-GLF-ACCOUNT-FROM  PIC X(08).
              10 WS-GLF-ACCOUNT-TO    PIC X(08).
              10 WS-GLF-SIGN          PIC X(01).
       01 WS-GLF-COUNT                PIC 9(03) VALUE 0.
       01 WS-GLF-FULL-SW              PIC X(01) VALUE "N".
           88 GLF-TABLE-FULL              VALUE "Y".
      * SET WS-GLF-CHECK-ACCOUNT AND PERFORM 9991-CHECK-INCOME-
      * ACCOUNT; GLF-INCOME-ACCOUNT COMES BACK SET IF THE ACCOUNT
      * FALLS IN ANY INCOME STATEMENT RANGE. IT SEARCHES ON ITS OWN
      * INDEX, SO A CALLER CAN BE PART WAY DOWN THE TABLE ON
      * WS-GLF-IDX.
       01 WS-GLF-CHECK-ACCOUNT        PIC X(08).
       01 WS-GLF-INCOME-SW            PIC X(01).
           88 GLF-INCOME-ACCOUNT          VALUE "Y".
