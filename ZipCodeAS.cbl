             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OrderOutStatus.

      * THE ZIP REFERENCE FILE ZIPLODAS BUILDS, FOR THE CITY AND
      * STATE OF A ZIP KEYED AT THE INTERACTIVE PROMPT.
           COPY ZIPREFSEL.

           COPY IOERRSEL.

       DATA DIVISION.
           DATA RECORD IS ZipOrderOutRec.
       01  ZipOrderOutRec            PIC X(120).

       COPY ZIPREFFD.

       COPY IOERRFD.

       WORKING-STORAGE SECTION.
           88 CanadianPostalValid        VALUE "Y".

       01  WS-OutputLine             PIC X(120).
       01  WS-ZoneCityLine           PIC X(80).
      * RATE-SHOP RESULTS: THE CHEAPEST QUALIFYING CARRIER'S
      * CHARGE, AND THE "STD" CARRIER'S CHARGE FOR THE SAVINGS
      * COLUMN.
       01  WS-2Day-Surcharge-Edit    PIC ZZ9.99.
       01  WS-Overnight-Surcharge-Edit PIC ZZ9.99.

       COPY ZIPREFWS.
       COPY IOERRWS.
       COPY SIGNONWS.

             "Enter a five digit zip code or Canadian postal code - "
           ACCEPT WS-Entry
           PERFORM 1100-CLASSIFY-ENTRY
           PERFORM 9915-OPEN-ZIP-REFERENCE
           PERFORM 3010-DISPLAY-RESULT
           PERFORM 9919-CLOSE-ZIP-REFERENCE.

      * SHARED CLASSIFICATION LOGIC FOR BOTH BATCH AND INTERACTIVE
      * MODE. SETS WS-ZoneFoundSw / WS-CanadianSw FOR THE CALLER TO
       3010-DISPLAY-RESULT.
           EVALUATE TRUE
              WHEN ZoneFound
                 PERFORM 3020-DISPLAY-ZONE-CITY
                 DISPLAY " Your Zipcode " ZipCodeDigits " is "
                         ZoneGroundDays(WS-ZoneFoundSub)
                         " day ground shipping."
                         " or numbers."
           END-EVALUATE.

      * THE ZONE, WITH THE POST OFFICE'S CITY AND STATE FOR THE ZIP
      * BESIDE IT WHEN THE ZIP IS ON THE ZIP REFERENCE FILE.
       3020-DISPLAY-ZONE-CITY.
           MOVE ZipCodeDigits TO WS-ZIPREF-CHECK-ZIP
           PERFORM 9916-FIND-ZIP
           MOVE SPACES TO WS-ZoneCityLine
           EVALUATE TRUE
              WHEN ZIPREF-ZIP-ON-FILE
                 STRING "Zone: "               DELIMITED BY SIZE
                        ZoneName(WS-ZoneFoundSub) DELIMITED BY "  "
                        "   "                  DELIMITED BY SIZE
                        WS-ZIPREF-FOUND-CITY   DELIMITED BY "  "
                        ", "                   DELIMITED BY SIZE
                        WS-ZIPREF-FOUND-STATE  DELIMITED BY SIZE
                   INTO WS-ZoneCityLine
                 END-STRING
              WHEN ZIPREF-IN-USE
                 STRING "Zone: "               DELIMITED BY SIZE
                        ZoneName(WS-ZoneFoundSub) DELIMITED BY "  "
                        "   (zip not on the zip reference file)"
                                               DELIMITED BY SIZE
                   INTO WS-ZoneCityLine
                 END-STRING
              WHEN OTHER
                 STRING "Zone: "               DELIMITED BY SIZE
                        ZoneName(WS-ZoneFoundSub) DELIMITED BY SIZE
                   INTO WS-ZoneCityLine
                 END-STRING
           END-EVALUATE
           DISPLAY WS-ZoneCityLine.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED ZIP REFERENCE PARAGRAPHS. SEE ZIPREFPARA.CPY.
       COPY ZIPREFPARA.
