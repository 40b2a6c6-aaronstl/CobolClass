       01 WS-DEFECT-PATH              PIC X(40)
           VALUE "C:\Users\Bob\DEFECT.DAT".
       01 WS-DEFECT-STATUS            PIC X(02).
           88 DEFECT-SUCCESSFUL           VALUE "00".
           88 END-OF-DEFECTS              VALUE "10".
      * THE SHOP'S DEFECT REASON CODES. A NEW CODE IS ADDED HERE AND
      * THE OCCURS COUNT RAISED TO MATCH.
       01 WS-DEFECT-REASON-VALUES.
           05 FILLER                  PIC X(24)
                                      VALUE "CWCUT WRONG SIZE        ".
           05 FILLER                  PIC X(24)
                                      VALUE "MSMISMEASURED AT ORDER  ".
           05 FILLER                  PIC X(24)
                                      VALUE "MFMATERIAL FLAW         ".
           05 FILLER                  PIC X(24)
                                      VALUE "BDBINDING / EDGE DEFECT ".
           05 FILLER                  PIC X(24)
                                      VALUE "CLCOLOR / DYE MISMATCH  ".
           05 FILLER                  PIC X(24)
                                      VALUE "DHDAMAGED IN HANDLING   ".
           05 FILLER                  PIC X(24)
                                      VALUE "OTOTHER                 ".
       01 WS-DEFECT-REASON-TABLE REDEFINES WS-DEFECT-REASON-VALUES.
           05 WS-DEFECT-REASON OCCURS 7 TIMES
                              INDEXED BY WS-REASON-IDX.
              10 WS-REASON-CODE       PIC X(02).
              10 WS-REASON-TEXT       PIC X(22).
       01 WS-DEFECT-REASON-COUNT      PIC 9(02) VALUE 7.
