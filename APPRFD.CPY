      * "A" APPROVED (NOT YET EXECUTED/CONSUMED), "R" REJECTED,
      * "X" EXECUTED. THE KEY FIELD CARRIES WHAT THE ACTION NEEDS:
      * THE CHECK NUMBER FOR A VOID OR REISSUE, THE RUN FILE PATH
      * FOR A REVERSAL, THE HELD BATCH ID (FIRST SIX CHARACTERS)
      * FOR A MASS RATE INCREASE.
      ******************************************************************
       FD  APPROVAL-QUEUE-FILE
           RECORDING MODE IS F
