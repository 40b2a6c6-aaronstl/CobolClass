      * MOVES THE PERIOD IN AND TESTS ACCTPER-PERIOD-OPEN AFTER THE
      * PERFORM. A PERIOD WITH NO ROW, OR NO ACCTPER.DAT AT ALL, IS
      * OPEN; ONLY A ROW FLAGGED "C" CLOSES IT. WHERE A PERIOD WAS
      * CLOSED AND LATER REOPENED, THE LAST ROW WINS. ONLY ROWS FOR
      * THE COMPANY IN WS-ACCTPER-CHECK-COMPANY, OR FOR NO COMPANY,
      * COUNT.
      ******************************************************************
       9950-CHECK-PERIOD-OPEN.
           SET ACCTPER-PERIOD-OPEN TO TRUE
                    CONTINUE
                 NOT AT END
                    IF ACCTPER-PERIOD-IN = WS-ACCTPER-CHECK-PERIOD
                       AND (ACCTPER-COMPANY-IN = SPACES
                         OR ACCTPER-COMPANY-IN =
                            WS-ACCTPER-CHECK-COMPANY)
                       IF ACCTPER-FLAG-IN = "C"
                          SET ACCTPER-PERIOD-CLOSED TO TRUE
                       ELSE
