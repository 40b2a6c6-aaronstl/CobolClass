       01 WS-DISTRIB-ROUTE-FOUND-SW   PIC X(01).
           88 DISTRIB-ROUTE-FOUND         VALUE "Y".
           88 DISTRIB-ROUTE-NOT-FOUND     VALUE "N".

      * REPORT ARCHIVE WORK FIELDS FOR 9926-ARCHIVE-REPORT. EACH COPY
      * IS NAMED <PREFIX><YYYYMMDDHHMMSSHH>.rpt FROM THE MOMENT IT
      * WAS TAKEN, BUMPED UNTIL THE NAME IS FREE.
       01 WS-DISTRIB-ARCHIVE-STATUS   PIC X(02).
           88 DISTRIB-ARCHIVE-FILE-OK     VALUE "00".
           88 END-OF-DISTRIB-ARCHIVE-FILE VALUE "10".
       01 WS-DISTRIB-INDEX-STATUS     PIC X(02).
           88 DISTRIB-INDEX-FILE-OK       VALUE "00".
           88 END-OF-DISTRIB-INDEX-FILE   VALUE "10".
       01 WS-DISTRIB-ARCHIVE-PATH     PIC X(40).
       01 WS-DISTRIB-ARCHIVE-PREFIX   PIC X(20)
           VALUE "C:\Users\Bob\RPTARC_".
       01 WS-DISTRIB-ARC-STAMP.
           05 WS-DISTRIB-ARC-DATE     PIC 9(08).
           05 WS-DISTRIB-ARC-TIME     PIC 9(08).
       01 WS-DISTRIB-ARC-STAMP-NUM REDEFINES WS-DISTRIB-ARC-STAMP
                                      PIC 9(16).
       01 WS-DISTRIB-ARC-FREE-SW      PIC X(01).
           88 DISTRIB-ARC-NAME-FREE       VALUE "Y".
       01 WS-DISTRIB-ARC-LINES        PIC 9(07) VALUE 0.
       01 WS-DISTRIB-ARC-FEEDS        PIC 9(05) VALUE 0.
       01 WS-DISTRIB-ARC-PAGES        PIC 9(05) VALUE 0.
       01 WS-DISTRIB-ARC-TOP-SW       PIC X(01).
           88 DISTRIB-ARC-STARTS-ON-FEED  VALUE "Y".
      * A REPORT WITH NO PAGE EJECTS IS COUNTED AT THIS MANY LINES
      * TO THE PRINTED PAGE.
       01 WS-DISTRIB-LINES-PER-PAGE   PIC 9(03) VALUE 60.
