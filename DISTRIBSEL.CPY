      ******************************************************************
      * FILE-CONTROL ENTRIES FOR THE SHOP-WIDE REPORT-DISTRIBUTION
      * ROUTING TABLE AND THE GENERIC SOURCE/DESTINATION FILES USED TO
      * COPY A FINISHED REPORT TO ITS ROUTED DESTINATION, AND FOR THE
      * REPORT ARCHIVE EVERY DISTRIBUTED REPORT IS CAPTURED INTO.
      ******************************************************************
       SELECT DISTRIB-ROUTING-FILE
           ASSIGN TO "C:\Users\Bob\DISTRIB.DAT"
           ASSIGN TO WS-DISTRIB-DEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTRIB-DEST-STATUS.

       SELECT DISTRIB-ARCHIVE-FILE
           ASSIGN TO WS-DISTRIB-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTRIB-ARCHIVE-STATUS.

       SELECT DISTRIB-INDEX-FILE
           ASSIGN TO "C:\Users\Bob\RPTARCIX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTRIB-INDEX-STATUS.
