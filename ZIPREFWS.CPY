       01 WS-ZIPREF-PATH              PIC X(40)
           VALUE "C:\Users\Bob\ZIPREF.DAT".
       01 WS-ZIPREF-STATUS            PIC X(02).
           88 ZIPREF-SUCCESSFUL           VALUE "00" "02".
           88 ZIPREF-RECORD-NOT-FOUND     VALUE "23".
       01 WS-ZIPREF-IN-USE-SW         PIC X(01) VALUE "N".
           88 ZIPREF-IN-USE               VALUE "Y".
      * SET BY THE CALLING PROGRAM BEFORE 9916, 9917 OR 9918. THE
      * CITY WIDTH IS HOW MUCH OF THE CITY THE CALLER'S OWN RECORD
      * HOLDS, SO A 15-BYTE CITY IS COMPARED ON ITS 15 BYTES.
       01 WS-ZIPREF-CHECK-ZIP         PIC X(05).
       01 WS-ZIPREF-CHECK-CITY        PIC X(28).
       01 WS-ZIPREF-CHECK-STATE       PIC X(02).
       01 WS-ZIPREF-CITY-WIDTH        PIC 9(02).
      * RESULTS.
       01 WS-ZIPREF-FOUND-SW          PIC X(01).
           88 ZIPREF-ZIP-ON-FILE          VALUE "Y".
           88 ZIPREF-ZIP-NOT-ON-FILE      VALUE "N".
       01 WS-ZIPREF-RESULT-SW         PIC X(01).
           88 ZIPREF-ADDRESS-OK           VALUE "Y".
           88 ZIPREF-ZIP-UNKNOWN          VALUE "Z".
           88 ZIPREF-STATE-MISMATCH       VALUE "S".
       01 WS-ZIPREF-STATE-FOUND-SW    PIC X(01).
           88 ZIPREF-STATE-ON-FILE        VALUE "Y".
       01 WS-ZIPREF-FOUND-CITY        PIC X(28).
       01 WS-ZIPREF-FOUND-STATE       PIC X(02).
       01 WS-ZIPREF-FOUND-COUNTY-CODE PIC X(03).
       01 WS-ZIPREF-FOUND-COUNTY      PIC X(25).
      * 9917 WORK FIELDS.
       01 WS-ZIPREF-KEYED-CITY        PIC X(28).
       01 WS-ZIPREF-REPLY             PIC X(01).
