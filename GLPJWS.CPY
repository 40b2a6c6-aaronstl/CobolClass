       01 WS-GL-POSTED-PATH           PIC X(40)
           VALUE "C:\Users\Bob\GLPOSTED.DAT".
       01 WS-GL-POSTED-STATUS         PIC X(02).
           88 GL-POSTED-SUCCESSFUL        VALUE "00".
           88 END-OF-GL-POSTED            VALUE "10".
      * SET WS-GLPJ-CHECK-JOURNAL, WS-GLPJ-CHECK-DATE AND
      * WS-GLPJ-CHECK-DEBITS AND PERFORM 9968-CHECK-JOURNAL-POSTED.
      * 9969-RECORD-JOURNAL-POSTED APPENDS THE SAME KEY WITH
      * WS-GLPJ-CHECK-LINES, STAMPED WITH TODAY AND WS-OPERATOR-ID.
       01 WS-GLPJ-CHECK-JOURNAL       PIC X(20).
       01 WS-GLPJ-CHECK-DATE          PIC 9(08).
       01 WS-GLPJ-CHECK-DEBITS        PIC 9(11)V99.
       01 WS-GLPJ-CHECK-LINES         PIC 9(05).
       01 WS-GLPJ-FOUND-SW            PIC X(01).
           88 GLPJ-ALREADY-POSTED         VALUE "Y".
