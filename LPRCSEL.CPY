      ******************************************************************
      * FILE-CONTROL ENTRIES FOR THE LIST-PRICE MASTER AND THE
      * SHAPE-TO-MATERIAL MAP IT IS KEYED AGAINST. EVERY PROGRAM THAT
      * PRICES A RUG LOOKS THE SQUARE-FOOT PRICE UP HERE INSTEAD OF
      * TAKING IT OFF THE PRICE SHEET. THE PATHS ARE IN
      * WS-LIST-PRICE-PATH AND WS-LPRC-MATL-PATH SO A PROGRAM CAN
      * POINT THEM ELSEWHERE THROUGH RUNCTL.DAT ("LIST-PRICE-FILE"
      * AND "MATERIAL-MASTER").
      ******************************************************************
       SELECT LIST-PRICE-FILE
           ASSIGN TO WS-LIST-PRICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-PRICE-STATUS.
       SELECT LPRC-MATL-FILE
           ASSIGN TO WS-LPRC-MATL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LPRC-MATL-STATUS.
