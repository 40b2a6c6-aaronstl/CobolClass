      ******************************************************************
      * LOOKS WS-GLPJ-CHECK-JOURNAL/DATE/DEBITS UP ON THE POSTED-
      * JOURNAL CONTROL FILE. A MISSING FILE MEANS NOTHING HAS BEEN
      * POSTED YET.
      ******************************************************************
       9968-CHECK-JOURNAL-POSTED.
           MOVE "N" TO WS-GLPJ-FOUND-SW
           OPEN INPUT GL-POSTED-FILE
           IF GL-POSTED-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-POSTED OR GLPJ-ALREADY-POSTED
                 READ GL-POSTED-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF GLPJ-JOURNAL = WS-GLPJ-CHECK-JOURNAL
                       AND GLPJ-JOURNAL-DATE = WS-GLPJ-CHECK-DATE
                       AND GLPJ-DEBITS = WS-GLPJ-CHECK-DEBITS
                       MOVE "Y" TO WS-GLPJ-FOUND-SW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-POSTED-FILE
           END-IF.

      ******************************************************************
      * APPENDS THE WS-GLPJ-CHECK- KEY TO THE CONTROL FILE ONCE ITS
      * BATCH IS ON THE BALANCE MASTER. THE CALLING PROGRAM HAS
      * ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9969-RECORD-JOURNAL-POSTED.
           OPEN EXTEND GL-POSTED-FILE
           IF NOT GL-POSTED-SUCCESSFUL
              OPEN OUTPUT GL-POSTED-FILE
           END-IF
           MOVE WS-GLPJ-CHECK-JOURNAL TO GLPJ-JOURNAL
           MOVE WS-GLPJ-CHECK-DATE    TO GLPJ-JOURNAL-DATE
           MOVE WS-GLPJ-CHECK-DEBITS  TO GLPJ-DEBITS
           MOVE WS-GLPJ-CHECK-LINES   TO GLPJ-LINES
           ACCEPT GLPJ-POSTED-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID        TO GLPJ-OPERATOR
           WRITE GL-POSTED-REC
           IF NOT GL-POSTED-SUCCESSFUL
              MOVE "GL-POSTED-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-POSTED-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           CLOSE GL-POSTED-FILE.
