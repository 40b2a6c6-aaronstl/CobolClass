       01 WS-SHOP-CAL-PATH            PIC X(40)
           VALUE "C:\Users\Bob\SHOPCAL.DAT".
       01 WS-SHOP-CAL-STATUS          PIC X(02).
           88 SHOP-CAL-SUCCESSFUL         VALUE "00".
           88 END-OF-SHOP-CAL             VALUE "10".
      * KEPT IN DATE ORDER BY CALMNTAS. 500 ROWS IS TEN-ODD YEARS OF
      * HOLIDAYS, SHUTDOWNS AND SATURDAYS.
       01 WS-SCAL-TABLE.
           05 WS-SCAL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SCAL-IDX.
              10 WS-SCAL-DATE         PIC 9(08).
              10 WS-SCAL-DAY-TYPE     PIC X(01).
                  88 WS-SCAL-CLOSED       VALUE "C".
                  88 WS-SCAL-WORKED       VALUE "W".
              10 WS-SCAL-DESCRIPTION  PIC X(30).
       01 WS-SCAL-COUNT               PIC 9(04) VALUE 0.
       01 WS-SCAL-FULL-SW             PIC X(01) VALUE "N".
           88 SCAL-TABLE-FULL             VALUE "Y".
      * SET WS-SCAL-CHECK-DATE AND PERFORM 9994-FIND-SHOP-CAL-DATE;
      * ON A HIT WS-SCAL-IDX IS LEFT ON THE DATE'S ROW.
      * SET WS-SCAL-CHECK-DATE AND PERFORM 9995-CHECK-WORKING-DAY TO
      * LEARN WHETHER THE SHOP WORKS THAT DAY (SCAL-WORKING-DAY).
       01 WS-SCAL-CHECK-DATE          PIC 9(08).
       01 WS-SCAL-FOUND-SW            PIC X(01).
           88 SCAL-DATE-ON-FILE           VALUE "Y".
       01 WS-SCAL-WORKING-SW          PIC X(01).
           88 SCAL-WORKING-DAY            VALUE "Y".
      * SET WS-SCAL-FROM-DATE AND WS-SCAL-DAYS AND PERFORM
      * 9996-ADD-WORKING-DAYS; THE DATE THAT MANY WORKING DAYS
      * LATER COMES BACK IN WS-SCAL-RESULT-DATE.
      * SET WS-SCAL-FROM-DATE AND WS-SCAL-TO-DATE AND PERFORM
      * 9997-COUNT-WORKING-DAYS; THE WORKING DAYS AFTER THE FROM DATE
      * UP TO AND INCLUDING THE TO DATE COME BACK IN WS-SCAL-DAYS.
      * SET WS-SCAL-CHECK-DATE AND PERFORM 9998-ROLL-TO-WORKING-DAY;
      * THE DATE ITSELF, OR THE NEXT WORKING DAY AFTER IT, COMES
      * BACK IN WS-SCAL-RESULT-DATE.
       01 WS-SCAL-FROM-DATE           PIC 9(08).
       01 WS-SCAL-TO-DATE             PIC 9(08).
       01 WS-SCAL-RESULT-DATE         PIC 9(08).
       01 WS-SCAL-DAYS                PIC 9(04).
       01 WS-SCAL-DAY-INT             PIC 9(08).
       01 WS-SCAL-END-INT             PIC 9(08).
       01 WS-SCAL-LIMIT-INT           PIC 9(08).
       01 WS-SCAL-WEEKDAY             PIC 9(01).
       01 WS-SCAL-STEPS               PIC 9(04).
