       FILE-CONTROL.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is sequential
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT TAX-JURISDICTION-FILE
               ASSIGN TO WS-TAX-JUR-PATH
           05 RUGORD-CONTRACT-SW       PIC X(01).
           05 RUGORD-SALES-REP         PIC X(03).
           05 RUGORD-SHIP-STATE        PIC X(02).
           05 RUGORD-SHIP-TO-CODE      PIC X(04).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

       FD  TAX-JURISDICTION-FILE
           RECORDING MODE IS F
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-TAX-JUR-PATH          PIC X(40)
           VALUE "C:\Users\bob\TAXJUR.DAT".
