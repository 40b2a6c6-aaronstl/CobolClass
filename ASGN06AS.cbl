      * RESULTS ARE NOW ALSO WRITTEN TO A PER-EMPLOYEE WELLNESS-INTAKE
      * OUTPUT FILE, AND WEIGHT/HEIGHT CAN BE ENTERED IN EITHER
      * IMPERIAL OR METRIC UNITS.
      * WELRPTAS SUMMARIZES THE RESULTS AND CREDITS BY DEPARTMENT FOR
      * THE BENEFITS BROKER; CHANGING THE RESULT LINE LAYOUT MEANS
      * CHANGING ITS WELLNESS-RESULT-REC TOO.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
