           RECORDING MODE IS F
           DATA RECORD IS DISTRIB-DEST-REC.
       01  DISTRIB-DEST-REC           PIC X(160).

      * ONE ARCHIVED COPY OF A DISTRIBUTED REPORT, LINE FOR LINE.
       FD  DISTRIB-ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS DISTRIB-ARCHIVE-REC.
       01  DISTRIB-ARCHIVE-REC        PIC X(160).

      * THE REPORT ARCHIVE INDEX: ONE ROW PER ARCHIVED REPORT,
      * APPENDED BY 9926-ARCHIVE-REPORT, SEARCHED AND REPRINTED FROM
      * BY ARCINQAS AND PRUNED BY RETMGRAS UNDER THE RETENTION
      * POLICY.
       FD  DISTRIB-INDEX-FILE
           RECORDING MODE IS F
           DATA RECORD IS DISTRIB-INDEX-REC.
       01  DISTRIB-INDEX-REC.
           05 DISTRIB-IX-REPORT-NAME  PIC X(20).
           05 DISTRIB-IX-PROGRAM-ID   PIC X(12).
           05 DISTRIB-IX-RUN-DATE     PIC 9(08).
           05 DISTRIB-IX-RUN-TIME     PIC 9(08).
           05 DISTRIB-IX-ENVIRONMENT  PIC X(04).
           05 DISTRIB-IX-PAGE-COUNT   PIC 9(05).
           05 DISTRIB-IX-LINE-COUNT   PIC 9(07).
           05 DISTRIB-IX-ARCHIVE-PATH PIC X(40).
