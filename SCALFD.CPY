      ******************************************************************
      * ONE ROW PER EXCEPTION DATE: THE DATE (YYYYMMDD), "C" IF THE
      * PLANT IS CLOSED THAT DAY OR "W" IF IT IS WORKING A DAY IT
      * NORMALLY WOULDN'T (A SATURDAY, SAY), AND WHAT THE DAY IS.
      * ANY DATE NOT ON FILE IS A WORKING DAY MONDAY THROUGH FRIDAY
      * AND A NON-WORKING DAY ON THE WEEKEND.
      ******************************************************************
       FD  SHOP-CALENDAR-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHOP-CAL-REC.
       01  SHOP-CAL-REC.
           05 SCAL-DATE                PIC 9(08).
           05 SCAL-DAY-TYPE            PIC X(01).
               88 SCAL-PLANT-CLOSED        VALUE "C".
               88 SCAL-EXTRA-WORKDAY       VALUE "W".
           05 SCAL-DESCRIPTION         PIC X(30).
