      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE SHOP-WIDE ZIP REFERENCE FILE. ONE
      * ROW PER 5-DIGIT ZIP WITH THE POST OFFICE'S PREFERRED CITY
      * NAME, STATE AND COUNTY, BUILT FROM THE POSTAL SERVICE'S FILE
      * BY ZIPLODAS. INDEXED ON THE ZIP SO AN ADDRESS SCREEN READS
      * ONE ROW PER ADDRESS KEYED, AND ON THE STATE SO A STATE CODE
      * CAN BE PROVED WITHOUT A ZIP. THE PATH IS IN
      * WS-ZIPREF-PATH SO A PROGRAM CAN POINT IT ELSEWHERE THROUGH
      * RUNCTL.DAT ("ZIP-REFERENCE-FILE").
      ******************************************************************
       SELECT ZIP-REFERENCE-FILE
           ASSIGN TO WS-ZIPREF-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ZIPREF-ZIP
           ALTERNATE RECORD KEY IS ZIPREF-STATE
              WITH DUPLICATES
           FILE STATUS IS WS-ZIPREF-STATUS.
