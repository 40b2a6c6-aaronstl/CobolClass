       01 WS-CTLH-FILE-PATH           PIC X(40).
       01 WS-CTLH-DATA-STATUS         PIC X(02).
           88 CTLH-DATA-SUCCESSFUL        VALUE "00".
           88 END-OF-CTLH-DATA            VALUE "10".
       01 WS-CTLH-INVENTORY-PATH      PIC X(40)
           VALUE "C:\Users\Bob\OUTINV.DAT".
       01 WS-CTLH-INV-STATUS          PIC X(02).
           88 CTLH-INV-SUCCESSFUL         VALUE "00".
           88 END-OF-CTLH-INV             VALUE "10".
      * STATUS WRITTEN TO THE I/O ERROR LOG WHEN A FILE'S CONTROL
      * TOTALS DON'T MATCH WHAT ITS PRODUCER RECORDED.
       01 WS-CTLH-MISMATCH-STATUS     PIC X(02) VALUE "HM".

      * EVERY FILE WHOSE CONTROL TOTALS ARE KEPT, BY ITS RUNCTL.DAT
      * LOGICAL NAME: WHERE ITS AMOUNT FIELD STARTS AND HOW LONG IT
      * IS, THE RECORD TYPE (FIRST BYTE) THE AMOUNT IS TAKEN FROM --
      * A SPACE FOR EVERY RECORD -- AND ITS INVENTORY ENTRY TYPE
      * (SEE CTLHFD.CPY). THE AMOUNTS ARE HASHED AS WHOLE CENTS.
      *   PAYROLL-OUT          NET PAY
      *   GL-CONTROL-FILE      DEPARTMENT GROSS
      *   ACH-EXTRACT-FILE     NET AMOUNT ON THE "D" DETAILS
      *   CHECK-REGISTER-FILE  CHECK AMOUNT
      *   FREIGHT-CHARGE-FILE  FREIGHT CHARGE
      *   INVOICE-ADJ-FILE     ADJUSTMENT AMOUNT
       01 WS-CTLH-LAYOUTS.
           05 FILLER PIC X(28) VALUE
              "PAYROLL-OUT         008806  ".
           05 FILLER PIC X(28) VALUE
              "GL-CONTROL-FILE     001911 S".
           05 FILLER PIC X(28) VALUE
              "ACH-EXTRACT-FILE    001409DS".
           05 FILLER PIC X(28) VALUE
              "CHECK-REGISTER-FILE 002109 S".
           05 FILLER PIC X(28) VALUE
              "FREIGHT-CHARGE-FILE 001308 S".
           05 FILLER PIC X(28) VALUE
              "INVOICE-ADJ-FILE    001310 S".
       01 WS-CTLH-LAYOUT-TABLE REDEFINES WS-CTLH-LAYOUTS.
           05 WS-CTLH-LAYOUT OCCURS 6 TIMES
                              INDEXED BY WS-CTLH-LAYOUT-IDX.
              10 WS-CTLH-LAYOUT-NAME  PIC X(20).
              10 WS-CTLH-LAYOUT-POS   PIC 9(04).
              10 WS-CTLH-LAYOUT-LEN   PIC 9(02).
              10 WS-CTLH-LAYOUT-TYPE  PIC X(01).
              10 WS-CTLH-LAYOUT-ENTRY PIC X(01).

      * SET WS-CTLH-FILE-PATH, WS-CTLH-LOGICAL-NAME AND
      * WS-CTLH-PROGRAM-ID, THEN:
      *   - A PRODUCING PROGRAM, ONCE IT HAS CLOSED THE FILE,
      *     PERFORMS 9949-RECORD-CONTROL-HASH TO PUT THE FILE'S
      *     TOTALS ON THE INVENTORY;
      *   - A CONSUMING PROGRAM, BEFORE IT OPENS THE FILE, SETS
      *     WS-IOERR-PROGRAM-ID AND WS-IOERR-FILE-NAME AND PERFORMS
      *     9958-VERIFY-CONTROL-HASH, THEN REFUSES THE FILE ON
      *     CTLH-MISMATCH (ALREADY DISPLAYED AND LOGGED).
       01 WS-CTLH-LOGICAL-NAME        PIC X(20).
       01 WS-CTLH-PROGRAM-ID          PIC X(08).
       01 WS-CTLH-RESULT-SW           PIC X(01).
           88 CTLH-VERIFIED               VALUE "V".
           88 CTLH-MISMATCH               VALUE "M".
           88 CTLH-NOT-RECORDED           VALUE "N".

      * WHAT 9948-COMPUTE-CONTROL-HASH FOUND IN THE FILE.
       01 WS-CTLH-FILE-SW             PIC X(01).
           88 CTLH-FILE-READ              VALUE "Y".
       01 WS-CTLH-RECORD-COUNT        PIC 9(09).
       01 WS-CTLH-AMOUNT-HASH         PIC 9(15).
       01 WS-CTLH-CHECKSUM            PIC 9(09).

      * WHAT THE INVENTORY SAYS THE FILE SHOULD HOLD.
       01 WS-CTLH-ON-FILE-COUNT       PIC 9(09).
       01 WS-CTLH-ON-FILE-HASH        PIC 9(15).
       01 WS-CTLH-ON-FILE-CHECKSUM    PIC 9(09).
       01 WS-CTLH-ON-FILE-PROGRAM     PIC X(08).
       01 WS-CTLH-PATH-FOUND-SW       PIC X(01).
           88 CTLH-PATH-ON-INVENTORY      VALUE "Y".
       01 WS-CTLH-LOGICAL-FOUND-SW    PIC X(01).
           88 CTLH-LOGICAL-ON-INVENTORY   VALUE "Y".
       01 WS-CTLH-COPY-MATCH-SW       PIC X(01).
           88 CTLH-COPY-MATCHED           VALUE "Y".

       01 WS-CTLH-AMOUNT-POS          PIC 9(04).
       01 WS-CTLH-AMOUNT-LEN          PIC 9(02).
       01 WS-CTLH-TYPE-VALUE          PIC X(01).
       01 WS-CTLH-ENTRY-TYPE          PIC X(01).
       01 WS-CTLH-LINE-LEN            PIC 9(04).
       01 WS-CTLH-BYTE-SUB            PIC 9(04).
       01 WS-CTLH-AMOUNT-TEXT         PIC X(18) JUSTIFIED RIGHT.
       01 WS-CTLH-AMOUNT-DIGITS REDEFINES WS-CTLH-AMOUNT-TEXT
                                      PIC 9(18).
       01 WS-CTLH-TODAY-DATE          PIC 9(08).

      * THE INVENTORY, HELD WHILE ONE ROW IS REPLACED OR ADDED.
       01 WS-CTLH-NEW-ROW             PIC X(111).
       01 WS-CTLH-INV-TABLE.
           05 WS-CTLH-INV-ROW OCCURS 500 TIMES
                               INDEXED BY WS-CTLH-INV-IDX
                                          PIC X(111).
       01 WS-CTLH-INV-COUNT           PIC 9(04) VALUE 0.
       01 WS-CTLH-INV-FULL-SW         PIC X(01).
           88 CTLH-INV-TABLE-FULL         VALUE "Y".
       01 WS-CTLH-ROW-FOUND-SW        PIC X(01).
           88 CTLH-ROW-FOUND              VALUE "Y".
