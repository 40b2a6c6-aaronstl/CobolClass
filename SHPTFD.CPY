      ******************************************************************
      * ONE ROW PER SHIP-TO: THE BILL-TO CUSTOMER NUMBER AND A
      * 4-CHARACTER SHIP-TO CODE UNIQUE WITHIN THAT CUSTOMER, THE
      * LOCATION'S NAME AND STREET ADDRESS, CITY, STATE AND ZIP
      * (WHICH DRIVE SALES TAX AND FREIGHT FOR ORDERS SHIPPED
      * THERE), AND STATUS "A" ACTIVE OR "I" INACTIVE (NO NEW
      * ORDERS). AN ORDER WITH NO SHIP-TO CODE SHIPS TO THE
      * CUSTOMER'S OWN ADDRESS ON THE CUSTOMER MASTER.
      ******************************************************************
       FD  SHIP-TO-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TO-REC.
       01  SHIP-TO-REC.
           05 SHPT-CUST-NUMBER         PIC X(06).
           05 SHPT-CODE                PIC X(04).
           05 SHPT-NAME                PIC X(30).
           05 SHPT-ADDRESS             PIC X(30).
           05 SHPT-CITY                PIC X(20).
           05 SHPT-STATE               PIC X(02).
           05 SHPT-ZIP                 PIC X(09).
           05 SHPT-STATUS              PIC X(01).
               88 SHPT-ACTIVE              VALUE "A".
               88 SHPT-INACTIVE            VALUE "I".
