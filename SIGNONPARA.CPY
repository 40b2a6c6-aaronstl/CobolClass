              MOVE WS-OPERATOR-PASSWORD TO WS-SIGNON-PARM-PASSWORD
              MOVE "N" TO WS-SIGNON-PARM-RESULT
              MOVE " " TO WS-SIGNON-PARM-ROLE
              MOVE SPACES TO WS-SIGNON-PARM-COMPANIES
              CALL "OPERSECAS" USING WS-SIGNON-PARMS
              IF NOT SIGNON-ACCEPTED
                 DISPLAY "SIGN-ON REFUSED."
           END-PERFORM
           IF SIGNON-ACCEPTED
              MOVE WS-SIGNON-PARM-ROLE TO WS-OPERATOR-ROLE
              MOVE WS-SIGNON-PARM-COMPANIES TO WS-OPERATOR-COMPANIES
           ELSE
              DISPLAY "THREE FAILED SIGN-ON ATTEMPTS -- EXITING."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
      * CHECKS THAT THE SIGNED-ON OPERATOR MAY WORK IN THE COMPANY IN
      * WS-SIGNON-CHECK-COMPANY (BLANK MEANS 01). AN OPERATOR WHOSE
      * MASTER ROW LISTS NO COMPANIES MAY WORK IN ALL OF THEM, AS
      * EVERY OPERATOR COULD BEFORE THE BUSINESS WAS SPLIT. CALLING
      * PROGRAM TESTS OPERATOR-COMPANY-OK AFTER THE PERFORM.
      ******************************************************************
       9935-CHECK-OPERATOR-COMPANY.
           IF WS-SIGNON-CHECK-COMPANY = SPACES
              MOVE "01" TO WS-SIGNON-CHECK-COMPANY
           END-IF
           IF WS-OPERATOR-COMPANIES = SPACES
              MOVE "Y" TO WS-SIGNON-COMPANY-SW
           ELSE
              MOVE "N" TO WS-SIGNON-COMPANY-SW
              PERFORM VARYING WS-OPER-COMP-IDX FROM 1 BY 1
                        UNTIL WS-OPER-COMP-IDX > 10
                           OR OPERATOR-COMPANY-OK
                 IF WS-OPERATOR-COMPANY(WS-OPER-COMP-IDX)
                    = WS-SIGNON-CHECK-COMPANY
                    MOVE "Y" TO WS-SIGNON-COMPANY-SW
                 END-IF
              END-PERFORM
           END-IF.
