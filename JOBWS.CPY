       01 WS-JOB-MASTER-PATH          PIC X(40)
           VALUE "C:\Users\Bob\JOBMAST.DAT".
       01 WS-JOB-MASTER-STATUS        PIC X(02).
           88 JOB-MASTER-SUCCESSFUL       VALUE "00".
           88 END-OF-JOB-MASTER           VALUE "10".
