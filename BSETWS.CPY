       01 WS-BACKUP-SET-PATH       PIC X(40)
           VALUE "C:\Users\Bob\BACKUPSET.DAT".
       01 WS-BACKUP-SET-STATUS     PIC X(02).
           88 BACKUP-SET-SUCCESSFUL    VALUE "00".
           88 END-OF-BACKUP-SET        VALUE "10".

      * THE SET BEING WORKED. THE BUILT-IN LIST COVERS THE FILES
      * THE SHOP CANNOT RECREATE; BACKUPSET.DAT OVERRIDES IT.
      * THE LIST TAKES THE INDEXED MASTERS' PATHS FROM THE CALLING
      * PROGRAM'S WS-YTD-MASTER-PATH AND WS-RUG-ORDER-PATH, SO A
      * PROGRAM COPYING THIS MUST DECLARE BOTH.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 20 TIMES.
              10 WS-SET-NAME            PIC X(12).
              10 WS-SET-SOURCE          PIC X(40).
              10 WS-SET-ORG             PIC X(01).
       01 WS-SET-COUNT             PIC 9(02) VALUE 0.
       01 WS-SET-SUB               PIC 9(02).

      * SET WS-BACKUP-DATE AND WS-SET-SUB AND PERFORM
      * 9902-BUILD-BACKUP-PATH FOR THE BACKUP FILE'S NAME.
       01 WS-BACKUP-DATE           PIC X(08).
       01 WS-BACKUP-PREFIX         PIC X(40)
           VALUE "C:\Users\Bob\BACKUP_".
      * WIDE ENOUGH FOR A FULL 40-CHAR PREFIX PLUS THE 8-DIGIT
      * DATE, "_", A 12-CHAR SET NAME AND ".DAT".
       01 WS-BACKUP-FILE-PATH      PIC X(65).
