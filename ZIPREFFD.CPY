      ******************************************************************
      * ONE ROW PER 5-DIGIT ZIP: THE CITY NAME THE POST OFFICE
      * PREFERS FOR IT (OTHER NAMES IT ACCEPTS ARE NOT CARRIED), THE
      * 2-LETTER STATE, AND THE COUNTY -- ITS CODE WITHIN THE STATE
      * AND ITS NAME -- THAT COUNTY SALES TAX IS FIGURED BY. LOAD
      * DATE IS THE ZIPLODAS RUN THAT WROTE THE ROW.
      ******************************************************************
       FD  ZIP-REFERENCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ZIP-REFERENCE-REC.
       01  ZIP-REFERENCE-REC.
           05 ZIPREF-ZIP              PIC X(05).
           05 ZIPREF-CITY             PIC X(28).
           05 ZIPREF-STATE            PIC X(02).
           05 ZIPREF-COUNTY-CODE      PIC X(03).
           05 ZIPREF-COUNTY-NAME      PIC X(25).
           05 ZIPREF-LOAD-DATE        PIC 9(08).
