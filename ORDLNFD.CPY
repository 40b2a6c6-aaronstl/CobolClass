      ******************************************************************
      * ONE ROW PER SHAPE LINE OF A RUG ORDER: THE ORDER AND ITS LINE
      * NUMBER (1, 2, 3 ... IN THE ORDER MATHSHPS PRICED THEM), THE
      * CUSTOMER, THE SHAPE, ITS SQUARE FOOTAGE, PRICE AND TAX, AND
      * THE LINE'S OWN STATUS:
      *   P = PRICED   C = CUT   W = WAITING ON MATERIAL
      *   S = SHIPPED  X = CANCELED
      * WITH THE DATE THE STATUS LAST CHANGED (THE SHIP DATE ONCE
      * THE LINE SHIPS). THE ORDER ON THE MASTER CLOSES ONLY WHEN
      * ITS LAST OPEN LINE SHIPS OR IS CANCELED. A LINE'S KIND IS
      * SPACE FOR A RUG THE CUSTOMER ORDERED, OR "R" FOR A NO-CHARGE
      * REMAKE OF A LINE THAT WAS CUT WRONG OR FAILED INSPECTION
      * (SEE DEFENTAS), WHICH ALSO CARRIES THE NUMBER OF THE LINE IT
      * REMAKES.
      ******************************************************************
       FD  ORDER-LINE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-LINE-REC.
       01  ORDER-LINE-REC.
           05 OLN-ORDER-NUMBER         PIC X(06).
           05 OLN-LINE-NUMBER          PIC 9(03).
           05 OLN-CUST-NUMBER          PIC X(06).
           05 OLN-SHAPE-TYPE           PIC X(10).
           05 OLN-AREA                 PIC 9(06)V99.
           05 OLN-PRICE                PIC 9(06)V99.
           05 OLN-TAX                  PIC 9(06)V99.
           05 OLN-STATUS               PIC X(01).
           05 OLN-STATUS-DATE          PIC 9(08).
           05 OLN-LINE-KIND            PIC X(01).
           05 OLN-REMAKE-OF-LINE       PIC 9(03).
