       01 WS-DEPT-MASTER-PATH         PIC X(40)
           VALUE "C:\Users\Bob\DEPTMAST.DAT".
       01 WS-DEPT-MASTER-STATUS       PIC X(02).
           88 DEPT-MASTER-SUCCESSFUL      VALUE "00".
           88 END-OF-DEPT-MASTER          VALUE "10".
       01 WS-DEPTMAST-TABLE.
           05 WS-DEPTMAST-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-DEPTMAST-IDX.
              10 WS-DEPTMAST-CODE     PIC X(04).
              10 WS-DEPTMAST-NAME     PIC X(30).
              10 WS-DEPTMAST-CC       PIC X(06).
              10 WS-DEPTMAST-STATUS   PIC X(01).
       01 WS-DEPTMAST-COUNT           PIC 9(03) VALUE 0.
       01 WS-DEPTMAST-IN-USE-SW       PIC X(01) VALUE "N".
           88 DEPTMAST-IN-USE             VALUE "Y".
       01 WS-DEPTMAST-CHECK-CODE      PIC X(04).
       01 WS-DEPTMAST-FOUND-SW        PIC X(01).
           88 DEPTMAST-CODE-ON-FILE       VALUE "Y".
           88 DEPTMAST-CODE-NOT-ON-FILE   VALUE "N".
       01 WS-DEPTMAST-FOUND-STATUS    PIC X(01).
           88 DEPTMAST-CODE-INACTIVE      VALUE "I".
       01 WS-DEPTMAST-FOUND-NAME      PIC X(30).
       01 WS-DEPTMAST-FOUND-CC        PIC X(06).
