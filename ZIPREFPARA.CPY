      ******************************************************************
      * OPENS THE ZIP REFERENCE FILE FOR THE RUN. CALLING PROGRAM
      * PERFORMS THIS ONCE BEFORE ITS FIRST CHECK AND 9919 BEFORE IT
      * ENDS. A MISSING ZIPREF.DAT LEAVES ZIPREF-IN-USE OFF, AND EVERY
      * ADDRESS THEN PASSES 9917 -- THE CONTROL ONLY BITES ONCE
      * ZIPLODAS HAS BUILT THE FILE.
      ******************************************************************
       9915-OPEN-ZIP-REFERENCE.
           MOVE "N" TO WS-ZIPREF-IN-USE-SW
           OPEN INPUT ZIP-REFERENCE-FILE
           IF ZIPREF-SUCCESSFUL
              MOVE "Y" TO WS-ZIPREF-IN-USE-SW
           END-IF.

      ******************************************************************
      * READS THE ROW FOR THE ZIP IN WS-ZIPREF-CHECK-ZIP. CALLING
      * PROGRAM TESTS ZIPREF-ZIP-ON-FILE AFTER THE PERFORM; THE CITY,
      * STATE AND COUNTY OF A MATCH ARE LEFT IN THE WS-ZIPREF-FOUND-
      * FIELDS.
      ******************************************************************
       9916-FIND-ZIP.
           MOVE SPACES TO WS-ZIPREF-FOUND-CITY
                          WS-ZIPREF-FOUND-STATE
                          WS-ZIPREF-FOUND-COUNTY-CODE
                          WS-ZIPREF-FOUND-COUNTY
           SET ZIPREF-ZIP-NOT-ON-FILE TO TRUE
           IF ZIPREF-IN-USE
              MOVE WS-ZIPREF-CHECK-ZIP TO ZIPREF-ZIP
              READ ZIP-REFERENCE-FILE
                 KEY IS ZIPREF-ZIP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET ZIPREF-ZIP-ON-FILE TO TRUE
                    MOVE ZIPREF-CITY TO WS-ZIPREF-FOUND-CITY
                    MOVE ZIPREF-STATE TO WS-ZIPREF-FOUND-STATE
                    MOVE ZIPREF-COUNTY-CODE
                      TO WS-ZIPREF-FOUND-COUNTY-CODE
                    MOVE ZIPREF-COUNTY-NAME TO WS-ZIPREF-FOUND-COUNTY
              END-READ
           END-IF.

      ******************************************************************
      * CHECKS ONE KEYED ADDRESS: WS-ZIPREF-CHECK-ZIP, -STATE AND
      * -CITY, WITH WS-ZIPREF-CITY-WIDTH SET TO THE WIDTH OF THE
      * CALLER'S CITY FIELD. CALLING PROGRAM TESTS ZIPREF-ADDRESS-OK
      * AFTER THE PERFORM AND REFUSES THE ENTRY OTHERWISE:
      *   ZIPREF-ZIP-UNKNOWN     - THE ZIP IS NOT ON THE FILE;
      *   ZIPREF-STATE-MISMATCH  - THE ZIP IS IN ANOTHER STATE.
      * THE STATE COMES BACK IN UPPER CASE. WHEN THE CITY KEYED IS
      * NOT THE POST OFFICE'S NAME FOR THE ZIP, THE OPERATOR IS
      * OFFERED THAT NAME; TAKING IT LEAVES IT IN WS-ZIPREF-CHECK-
      * CITY FOR THE CALLER TO MOVE BACK. DECLINING KEEPS THE CITY
      * AS KEYED -- A NEIGHBORHOOD NAME THE POST OFFICE ALSO
      * DELIVERS TO IS NOT AN ERROR. A ZIP THAT IS NOT FIVE DIGITS
      * (A CANADIAN POSTAL CODE) IS NOT CHECKED.
      ******************************************************************
       9917-CHECK-ADDRESS-ZIP.
           SET ZIPREF-ADDRESS-OK TO TRUE
           INSPECT WS-ZIPREF-CHECK-STATE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ZIPREF-IN-USE AND WS-ZIPREF-CHECK-ZIP IS NUMERIC
              PERFORM 9916-FIND-ZIP
              EVALUATE TRUE
                 WHEN ZIPREF-ZIP-NOT-ON-FILE
                    DISPLAY "  ZIP " WS-ZIPREF-CHECK-ZIP
                            " IS NOT ON THE ZIP REFERENCE FILE."
                    SET ZIPREF-ZIP-UNKNOWN TO TRUE
                 WHEN WS-ZIPREF-FOUND-STATE NOT = WS-ZIPREF-CHECK-STATE
                    DISPLAY "  ZIP " WS-ZIPREF-CHECK-ZIP " IS IN "
                            WS-ZIPREF-FOUND-STATE ", NOT "
                            WS-ZIPREF-CHECK-STATE "."
                    SET ZIPREF-STATE-MISMATCH TO TRUE
                 WHEN OTHER
                    IF WS-ZIPREF-CITY-WIDTH = 0
                       OR WS-ZIPREF-CITY-WIDTH > 28
                       MOVE 28 TO WS-ZIPREF-CITY-WIDTH
                    END-IF
                    MOVE WS-ZIPREF-CHECK-CITY TO WS-ZIPREF-KEYED-CITY
                    INSPECT WS-ZIPREF-KEYED-CITY CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    IF WS-ZIPREF-KEYED-CITY(1:WS-ZIPREF-CITY-WIDTH)
                       NOT = WS-ZIPREF-FOUND-CITY
                                (1:WS-ZIPREF-CITY-WIDTH)
                       DISPLAY "  THE POST OFFICE NAME FOR ZIP "
                               WS-ZIPREF-CHECK-ZIP " IS "
                               WS-ZIPREF-FOUND-CITY
                       DISPLAY "  USE IT (Y/N)? "
                       ACCEPT WS-ZIPREF-REPLY
                       IF WS-ZIPREF-REPLY = "Y" OR WS-ZIPREF-REPLY = "y"
                          MOVE WS-ZIPREF-FOUND-CITY
                            TO WS-ZIPREF-CHECK-CITY
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF.

      ******************************************************************
      * CHECKS THAT THE STATE IN WS-ZIPREF-CHECK-STATE HAS AT LEAST
      * ONE ZIP ON THE FILE, FOR A SCREEN THAT KEYS A STATE WITH NO
      * ZIP. CALLING PROGRAM TESTS ZIPREF-STATE-ON-FILE; WITH NO
      * ZIPREF.DAT EVERY STATE PASSES.
      ******************************************************************
       9918-CHECK-STATE-ON-FILE.
           INSPECT WS-ZIPREF-CHECK-STATE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "Y" TO WS-ZIPREF-STATE-FOUND-SW
           IF ZIPREF-IN-USE
              MOVE "N" TO WS-ZIPREF-STATE-FOUND-SW
              MOVE WS-ZIPREF-CHECK-STATE TO ZIPREF-STATE
              START ZIP-REFERENCE-FILE
                 KEY IS = ZIPREF-STATE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ZIPREF-STATE-FOUND-SW
              END-START
           END-IF.

       9919-CLOSE-ZIP-REFERENCE.
           IF ZIPREF-IN-USE
              CLOSE ZIP-REFERENCE-FILE
              MOVE "N" TO WS-ZIPREF-IN-USE-SW
           END-IF.
