      ******************************************************************
      * THE FILE BEING TOTALLED, ONE LINE AT A TIME. NOTHING THE
      * SHOP PASSES BETWEEN PROGRAMS IS ANYWHERE NEAR 1000 BYTES.
      ******************************************************************
       FD  CONTROL-HASH-FILE
           RECORDING MODE IS F
           DATA RECORD IS CTLH-DATA-REC.
       01  CTLH-DATA-REC              PIC X(1000).
      ******************************************************************
      * ONE ROW PER OUTPUT ON THE SHOP OUTPUT INVENTORY. THE FILE
      * NAME AND CREATED DATE ARE WHAT EVERY PROGRAM THAT READS THE
      * INVENTORY HAS ALWAYS USED; THE REST WAS ADDED FOR THE
      * CONTROL TOTALS AND IS BLANK ON ROWS WRITTEN WITHOUT THEM.
      *   - ENTRY TYPE IS A SPACE FOR A DATE-STAMPED OUTPUT (ONE PER
      *     RUN, SUBJECT TO RETMGRAS'S RETENTION POLICY) OR "S" FOR
      *     A STANDING FILE THAT KEEPS ITS NAME RUN AFTER RUN, SUCH
      *     AS THE CHECK REGISTER. A STANDING FILE HAS ONE ROW,
      *     REPLACED EACH TIME ITS TOTALS ARE RECORDED, AND IS NEVER
      *     A RETENTION CANDIDATE OR A PAYROLL RUN.
      *   - LOGICAL NAME IS THE FILE'S RUNCTL.DAT NAME, SO A COPY
      *     READ UNDER ANOTHER PATH CAN STILL BE MATCHED TO IT.
      *   - PROGRAM-ID IS THE PROGRAM THAT LAST WROTE THE FILE.
      *   - RECORD COUNT, AMOUNT HASH AND CHECKSUM ARE AS WORKED OUT
      *     BY 9948-COMPUTE-CONTROL-HASH WHEN THE FILE WAS CLOSED.
      ******************************************************************
       FD  CONTROL-INVENTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CTLH-INVENTORY-REC.
       01  CTLH-INVENTORY-REC.
           05 CTLH-INV-FILE-NAME      PIC X(40).
           05 CTLH-INV-CREATED-DATE   PIC 9(08).
           05 CTLH-INV-ENTRY-TYPE     PIC X(01).
               88 CTLH-INV-STANDING-FILE  VALUE "S".
           05 CTLH-INV-LOGICAL-NAME   PIC X(20).
           05 CTLH-INV-PROGRAM-ID     PIC X(08).
           05 CTLH-INV-RECORD-COUNT   PIC 9(09).
           05 CTLH-INV-AMOUNT-HASH    PIC 9(15).
           05 CTLH-INV-CHECKSUM       PIC 9(09).
           05 CTLH-INV-CONTROL-SW     PIC X(01).
               88 CTLH-INV-HAS-CONTROLS   VALUE "Y".
