      ******************************************************************
      * ONE ROW PER DEFECT: WHEN, THE ORDER AND LINE THAT FAILED,
      * THE REASON CODE (SEE WS-DEFECT-REASON-TABLE IN DEFWS.CPY),
      * THE CUTTING OPERATOR, THE MATERIAL THE RUG WAS CUT FROM, ITS
      * SHAPE, THE FOOTAGE SCRAPPED, THE NO-CHARGE REMAKE LINE ADDED
      * TO THE ORDER FOR IT, AND THE CLERK WHO KEYED THE ENTRY.
      ******************************************************************
       FD  DEFECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS DEFECT-REC.
       01  DEFECT-REC.
           05 DEF-DATE                 PIC 9(08).
           05 DEF-ORDER-NUMBER         PIC X(06).
           05 DEF-LINE-NUMBER          PIC 9(03).
           05 DEF-REASON-CODE          PIC X(02).
           05 DEF-OPERATOR             PIC X(08).
           05 DEF-MATL-CODE            PIC X(06).
           05 DEF-SHAPE-TYPE           PIC X(10).
           05 DEF-SCRAP-AREA           PIC 9(06)V99.
           05 DEF-REMAKE-LINE          PIC 9(03).
           05 DEF-ENTERED-BY           PIC X(08).
