      ******************************************************************
      * FILE-CONTROL ENTRIES FOR THE CONTROL-TOTAL CHECK ON FILES
      * PASSED BETWEEN PROGRAMS (SEE CTLHPARA.CPY).
      *   - CONTROL-HASH-FILE IS WHATEVER FILE IS BEING TOTALLED,
      *     READ AS PLAIN LINES; WS-CTLH-FILE-PATH NAMES IT.
      *   - CONTROL-INVENTORY-FILE IS THE SHOP OUTPUT INVENTORY,
      *     OUTINV.DAT, WHERE THE PRODUCING PROGRAM LEAVES EACH
      *     OUTPUT'S TOTALS. A PROGRAM CAN POINT IT ELSEWHERE THROUGH
      *     RUNCTL.DAT ("OUTPUT-INVENTORY").
      ******************************************************************
       SELECT CONTROL-HASH-FILE
           ASSIGN TO WS-CTLH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTLH-DATA-STATUS.
       SELECT CONTROL-INVENTORY-FILE
           ASSIGN TO WS-CTLH-INVENTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTLH-INV-STATUS.
