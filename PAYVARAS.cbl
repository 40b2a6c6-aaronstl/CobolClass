      *******************************************************************
      * PERIOD-OVER-PERIOD PAYROLL VARIANCE REPORT.
      *
      * CALCPYAS STAMPS EACH RUN'S OUTPUT AS PAYROLL2_YYYYMMDD_G.txt
      * (G THE PAY GROUP), SO THE PRIOR PERIOD'S RESULTS ARE ALREADY
      * ON DISK. THIS PROGRAM READS THE CURRENT AND PRIOR PERIOD
      * FILES (PATHS RESOLVED THROUGH RUNCTL.DAT), TOTALS EACH
      * EMPLOYEE'S GROSS AND NET PER PERIOD, AND PRINTS AN EXCEPTION
      * REPORT OF:
      *   - EMPLOYEES WHOSE GROSS MOVED MORE THAN WS-VARIANCE-PCT
      *     PERCENT (THE THRESHOLD IS ALSO RUNCTL-OVERRIDABLE), AND
      *   - EMPLOYEES PAID LAST PERIOD BUT MISSING THIS ONE.
