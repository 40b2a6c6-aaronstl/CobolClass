      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE MASTER-FILE BACKUP SET. ONE ROW
      * PER MASTER BACKUPAS COPIES EACH NIGHT AND RESTORAS PUTS
      * BACK. THE PATH IS IN WS-BACKUP-SET-PATH SO A PROGRAM CAN
      * POINT IT ELSEWHERE THROUGH RUNCTL.DAT ("BACKUP-SET-FILE").
      ******************************************************************
       SELECT BACKUP-SET-FILE
           ASSIGN TO WS-BACKUP-SET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-SET-STATUS.
