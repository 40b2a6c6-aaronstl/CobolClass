           88 ACCTPER-FILE-SUCCESSFUL     VALUE "00".
           88 END-OF-ACCTPER-FILE         VALUE "10".
       01 WS-ACCTPER-CHECK-PERIOD     PIC 9(06).
      * THE COMPANY WHOSE PERIOD IS BEING CHECKED. PROGRAMS THAT RUN
      * FOR ONE COMPANY MOVE THE RUN COMPANY IN; THE REST CHECK 01.
       01 WS-ACCTPER-CHECK-COMPANY    PIC X(02) VALUE "01".
       01 WS-ACCTPER-OPEN-SWITCH      PIC X(01).
           88 ACCTPER-PERIOD-OPEN         VALUE "Y".
           88 ACCTPER-PERIOD-CLOSED       VALUE "N".
