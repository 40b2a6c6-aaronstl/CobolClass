       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZIPLODAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * ZIP REFERENCE FILE LOAD.
      *
      * CUSTMNTAS, SHPMNTAS, CARDEALAS AND EMPMNTAS TOOK ANY CITY,
      * STATE AND ZIP TYPED, AND CUSTSHPAS FOUND THE BAD ONES AFTER
      * A DELIVERY FAILED. THIS PROGRAM REBUILDS ZIPREF.DAT, THE
      * INDEXED ZIP REFERENCE THOSE SCREENS NOW CHECK EVERY ADDRESS
      * AGAINST (ZIPREFPARA.CPY), FROM THE POSTAL SERVICE'S ZIP FILE
      * AS DELIVERED (ZIPPOSTAL.TXT). EACH POSTAL ROW NAMES ONE CITY
      * FOR A ZIP AND SAYS WHETHER IT IS THE NAME THE POST OFFICE
      * PREFERS ("P", OR BLANK), ONE IT ACCEPTS ("A") OR ONE IT DOES
      * NOT ("N"). ONLY THE PREFERRED NAME IS KEPT, WITH THE STATE
      * AND THE COUNTY THAT COUNTY SALES TAX IS FIGURED BY.
      *
      * A ROW WITH A ZIP THAT IS NOT FIVE DIGITS, NO CITY, OR A STATE
      * THAT IS NOT TWO LETTERS IS REJECTED, AND SO IS A SECOND
      * PREFERRED NAME FOR A ZIP ALREADY LOADED. EVERY REJECT IS
      * LISTED ON ZIPLOAD.rpt WITH THE COUNTS. THE FILE IS REPLACED
      * WHOLE; AN EMPTY OR MISSING POSTAL FILE LEAVES THE REFERENCE
      * FILE ON DISK UNTOUCHED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT ZIP-POSTAL-FILE
               ASSIGN TO WS-ZIP-POSTAL-PATH
               organization is line sequential
               file status is WS-ZIP-POSTAL-STATUS.
             SELECT ZIP-LOAD-REPORT
               ASSIGN TO WS-ZIP-LOAD-RPT-PATH
               organization is line sequential
               file status is WS-ZIP-LOAD-RPT-STATUS.
             COPY ZIPREFSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       FD  ZIP-POSTAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS ZIP-POSTAL-REC.
       01  ZIP-POSTAL-REC.
           05 POSTAL-ZIP              PIC X(05).
           05 POSTAL-CITY             PIC X(28).
           05 POSTAL-STATE            PIC X(02).
           05 POSTAL-COUNTY-CODE      PIC X(03).
           05 POSTAL-COUNTY-NAME      PIC X(25).
           05 POSTAL-NAME-TYPE        PIC X(01).
               88 POSTAL-PREFERRED-NAME   VALUES "P" " ".

       FD  ZIP-LOAD-REPORT
           RECORDING MODE IS F
           DATA RECORD IS ZIP-LOAD-RPT-RECORD.
       01  ZIP-LOAD-RPT-RECORD        PIC X(80).

       COPY ZIPREFFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-ZIP-POSTAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\ZIPPOSTAL.TXT".
       01 WS-ZIP-POSTAL-STATUS     PIC X(02).
           88 ZIP-POSTAL-SUCCESSFUL     VALUE "00".
           88 END-OF-ZIP-POSTAL         VALUE "10".
       01 WS-ZIP-LOAD-RPT-PATH     PIC X(40)
           VALUE "C:\Users\Bob\ZIPLOAD.rpt".
       01 WS-ZIP-LOAD-RPT-STATUS   PIC X(02).
           88 GOOD-ZIP-LOAD-RPT-WRITE   VALUE "00".

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-POSTAL-READ           PIC 9(07) VALUE 0.
       01 WS-ZIPS-LOADED           PIC 9(07) VALUE 0.
       01 WS-OTHER-NAMES           PIC 9(07) VALUE 0.
       01 WS-ROWS-REJECTED         PIC 9(07) VALUE 0.
       01 WS-REJECT-REASON         PIC X(30).

       01  ZLD-HDG-LINE.
           05 FILLER                 PIC X(34)
             VALUE "ZIP REFERENCE FILE LOAD FOR RUN OF".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ZLD-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(37) VALUE SPACES.

       01  ZLD-REJECT-LINE.
           05 FILLER                 PIC X(09) VALUE "REJECTED ".
           05 ZLD-REJ-ZIP            PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ZLD-REJ-CITY           PIC X(28).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ZLD-REJ-STATE          PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ZLD-REJ-REASON         PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.

       01  ZLD-TOTAL-LINE.
           05 ZLD-TOT-LABEL          PIC X(40).
           05 ZLD-TOT-COUNT          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(31) VALUE SPACES.

       01  ZLD-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY ZIPREFWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "ZIPLODAS ZIP REFERENCE FILE LOAD"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "ZIPLODAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-ROW
             UNTIL END-OF-ZIP-POSTAL
           PERFORM 3000-WRITE-TOTALS
           CLOSE ZIP-POSTAL-FILE
                 ZIP-REFERENCE-FILE
                 ZIP-LOAD-REPORT
           MOVE "ZIPLODAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-POSTAL-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-ZIPS-LOADED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE 0 TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "ZIPS LOADED:     " WS-ZIPS-LOADED
           DISPLAY "ROWS REJECTED:   " WS-ROWS-REJECTED
           IF WS-ROWS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "REPORT: " WS-ZIP-LOAD-RPT-PATH
           DISPLAY "END ZIPLODAS"
           GOBACK.

      * THE POSTAL FILE IS OPENED AND ITS FIRST ROW READ BEFORE THE
      * REFERENCE FILE IS OPENED FOR OUTPUT, SO A MISSING OR EMPTY
      * DELIVERY CANNOT WIPE OUT THE FILE THE SCREENS ARE USING.
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           OPEN INPUT ZIP-POSTAL-FILE
           IF NOT ZIP-POSTAL-SUCCESSFUL
              MOVE "ZIP-POSTAL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-ZIP-POSTAL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "ZIPLODAS: NO POSTAL FILE AT "
                      WS-ZIP-POSTAL-PATH " -- NOTHING LOADED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2900-READ-POSTAL
           IF END-OF-ZIP-POSTAL
              DISPLAY "ZIPLODAS: POSTAL FILE IS EMPTY -- NOTHING "
                      "LOADED"
              CLOSE ZIP-POSTAL-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ZIP-REFERENCE-FILE
           IF NOT ZIPREF-SUCCESSFUL
              MOVE "ZIP-REFERENCE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-ZIPREF-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "ZIPLODAS: CANNOT OPEN " WS-ZIPREF-PATH
              CLOSE ZIP-POSTAL-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ZIP-LOAD-REPORT
           MOVE WS-TODAY-DATE TO ZLD-HDG-DATE
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-HDG-LINE
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-BLANK-LINE.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR ZIPLODAS, IF ANYTHING.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "ZIPLODAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "ZIP-POSTAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ZIP-POSTAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ZIP-POSTAL-PATH
           MOVE "ZIP-REFERENCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ZIPREF-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ZIPREF-PATH
           MOVE "ZIP-LOAD-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ZIP-LOAD-RPT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ZIP-LOAD-RPT-PATH.

      * ONE POSTAL ROW. THE NEXT ROW IS READ AT THE END.
       2000-LOAD-ONE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           INSPECT POSTAL-CITY CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT POSTAL-STATE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE TRUE
              WHEN POSTAL-ZIP IS NOT NUMERIC
                 MOVE "ZIP IS NOT FIVE DIGITS" TO WS-REJECT-REASON
              WHEN POSTAL-CITY = SPACES
                 MOVE "NO CITY NAME" TO WS-REJECT-REASON
              WHEN POSTAL-STATE IS NOT ALPHABETIC
                OR POSTAL-STATE(1:1) = SPACE
                OR POSTAL-STATE(2:1) = SPACE
                 MOVE "STATE IS NOT TWO LETTERS" TO WS-REJECT-REASON
              WHEN NOT POSTAL-PREFERRED-NAME
                 ADD 1 TO WS-OTHER-NAMES
              WHEN OTHER
                 PERFORM 2010-WRITE-ZIP-ROW
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2020-LIST-REJECT
           END-IF
           PERFORM 2900-READ-POSTAL.

       2010-WRITE-ZIP-ROW.
           MOVE SPACES TO ZIP-REFERENCE-REC
           MOVE POSTAL-ZIP TO ZIPREF-ZIP
           MOVE POSTAL-CITY TO ZIPREF-CITY
           MOVE POSTAL-STATE TO ZIPREF-STATE
           MOVE POSTAL-COUNTY-CODE TO ZIPREF-COUNTY-CODE
           MOVE POSTAL-COUNTY-NAME TO ZIPREF-COUNTY-NAME
           MOVE WS-TODAY-DATE TO ZIPREF-LOAD-DATE
           WRITE ZIP-REFERENCE-REC
              INVALID KEY
                 MOVE "SECOND PREFERRED NAME FOR ZIP"
                   TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-ZIPS-LOADED
           END-WRITE.

       2020-LIST-REJECT.
           ADD 1 TO WS-ROWS-REJECTED
           MOVE POSTAL-ZIP TO ZLD-REJ-ZIP
           MOVE POSTAL-CITY TO ZLD-REJ-CITY
           MOVE POSTAL-STATE TO ZLD-REJ-STATE
           MOVE WS-REJECT-REASON TO ZLD-REJ-REASON
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-REJECT-LINE.

       2900-READ-POSTAL.
           READ ZIP-POSTAL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-POSTAL-READ
           END-READ.

       3000-WRITE-TOTALS.
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-BLANK-LINE
           MOVE "POSTAL ROWS READ" TO ZLD-TOT-LABEL
           MOVE WS-POSTAL-READ TO ZLD-TOT-COUNT
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-TOTAL-LINE
           MOVE "ZIPS LOADED" TO ZLD-TOT-LABEL
           MOVE WS-ZIPS-LOADED TO ZLD-TOT-COUNT
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-TOTAL-LINE
           MOVE "OTHER CITY NAMES PASSED OVER" TO ZLD-TOT-LABEL
           MOVE WS-OTHER-NAMES TO ZLD-TOT-COUNT
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-TOTAL-LINE
           MOVE "ROWS REJECTED" TO ZLD-TOT-LABEL
           MOVE WS-ROWS-REJECTED TO ZLD-TOT-COUNT
           WRITE ZIP-LOAD-RPT-RECORD FROM ZLD-TOTAL-LINE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
