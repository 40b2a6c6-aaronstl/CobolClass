      ******************************************************************
      * THE SET COMES FROM BACKUPSET.DAT WHEN ONE IS ON HAND;
      * OTHERWISE THE BUILT-IN LIST OF THE FILES THE SHOP CANNOT
      * RECREATE.
      ******************************************************************
       9901-LOAD-BACKUP-SET.
           MOVE 0 TO WS-SET-COUNT
           OPEN INPUT BACKUP-SET-FILE
           IF BACKUP-SET-SUCCESSFUL
              PERFORM UNTIL END-OF-BACKUP-SET
                       OR WS-SET-COUNT = 20
                 READ BACKUP-SET-FILE INTO BACKUP-SET-REC-IN
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-SET-COUNT
                    MOVE BSET-NAME-IN
                      TO WS-SET-NAME(WS-SET-COUNT)
                    MOVE BSET-SOURCE-PATH-IN
                      TO WS-SET-SOURCE(WS-SET-COUNT)
                    MOVE BSET-ORG-IN TO WS-SET-ORG(WS-SET-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BACKUP-SET-FILE
           END-IF
           IF WS-SET-COUNT = 0
              DISPLAY "NO BACKUP-SET FILE -- USING THE STANDARD "
                      "MASTER SET"
              MOVE 8 TO WS-SET-COUNT
              MOVE "PAYROLLYTD  " TO WS-SET-NAME(1)
              MOVE WS-YTD-MASTER-PATH TO WS-SET-SOURCE(1)
              MOVE "I" TO WS-SET-ORG(1)
              MOVE "DATDIVCUST  " TO WS-SET-NAME(2)
              MOVE "C:\Users\Bob\DATDIVCUST.DAT"
                TO WS-SET-SOURCE(2)
              MOVE " " TO WS-SET-ORG(2)
              MOVE "RUGORD      " TO WS-SET-NAME(3)
              MOVE WS-RUG-ORDER-PATH TO WS-SET-SOURCE(3)
              MOVE "O" TO WS-SET-ORG(3)
              MOVE "PAYCHKREG   " TO WS-SET-NAME(4)
              MOVE "C:\Users\Bob\PAYCHKREG.DAT"
                TO WS-SET-SOURCE(4)
              MOVE " " TO WS-SET-ORG(4)
              MOVE "PTOMAST     " TO WS-SET-NAME(5)
              MOVE "C:\Users\Bob\PTOACCR.DAT" TO WS-SET-SOURCE(5)
              MOVE " " TO WS-SET-ORG(5)
              MOVE "RUNCTL      " TO WS-SET-NAME(6)
              MOVE "C:\Users\Bob\RUNCTL.DAT" TO WS-SET-SOURCE(6)
              MOVE " " TO WS-SET-ORG(6)
              MOVE "PAYCHKCTL   " TO WS-SET-NAME(7)
              MOVE "C:\Users\Bob\PAYCHKCTL.DAT"
                TO WS-SET-SOURCE(7)
              MOVE " " TO WS-SET-ORG(7)
              MOVE "PAYCAL      " TO WS-SET-NAME(8)
              MOVE "C:\Users\Bob\PAYCAL.DAT" TO WS-SET-SOURCE(8)
              MOVE " " TO WS-SET-ORG(8)
           END-IF.

      ******************************************************************
      * BACKUP_YYYYMMDD_<NAME>.DAT UNDER THE BACKUP PREFIX.
      ******************************************************************
       9902-BUILD-BACKUP-PATH.
           MOVE SPACES TO WS-BACKUP-FILE-PATH
           STRING WS-BACKUP-PREFIX          DELIMITED BY SPACE
                  WS-BACKUP-DATE            DELIMITED BY SPACE
                  "_"                       DELIMITED BY SIZE
                  WS-SET-NAME(WS-SET-SUB)   DELIMITED BY SPACE
                  ".DAT"                    DELIMITED BY SIZE
             INTO WS-BACKUP-FILE-PATH
           END-STRING.
