       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TSTCPYAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MASKED PRODUCTION-DATA COPY FOR THE TEST ENVIRONMENT.
      *
      * TESTGENAS'S RANDOM ROWS DON'T REPRODUCE REAL PROBLEMS, AND A
      * STRAIGHT COPY OF PRODUCTION PUTS REAL NAMES, BANK DATA AND
      * SSNS ON THE TEST MACHINE. THIS PROGRAM BUILDS THE TEST
      * ENVIRONMENT'S MASTERS FROM PRODUCTION WITH THE SENSITIVE
      * FIELDS SCRAMBLED:
      *   - EMPMASTER.DAT   NAME, BANK ROUTING AND ACCOUNT, SSN
      *   - DATDIVCUST.DAT  INITIALS, SURNAME, STREET ADDRESS
      *   - PAYROLLYTD.DAT, PTOACCR.DAT, PAYCHKREG.DAT AND
      *     PAYTRAN.DAT ARE COPIED AS THEY STAND -- THEY CARRY
      *     NOTHING BUT KEYS AND AMOUNTS.
      * EMPLOYEE NUMBERS AND CUSTOMER IDS ARE NEVER CHANGED, SO
      * EVERY FILE STILL JOINS TO EVERY OTHER, AND EACH SCRAMBLED
      * VALUE IS DRAWN FROM A SEED BUILT FROM THE RECORD'S OWN KEY:
      * THE SAME EMPLOYEE OR CUSTOMER COMES OUT THE SAME ON EVERY
      * RUN. SCRAMBLING KEEPS EACH FIELD'S SHAPE -- LETTERS STAY
      * LETTERS, DIGITS STAY DIGITS, SPACES AND PUNCTUATION STAY
      * PUT -- SO "LAST, FIRST" NAMES STILL PARSE. A SCRAMBLED SSN
      * PASSES EMPMNTAS'S EDITS AND STAYS UNIQUE, AND A SCRAMBLED
      * ROUTING NUMBER CARRIES A GOOD CHECK DIGIT AND KEEPS THE "*"
      * ACHRETAS PUTS ON A BAD ONE.
      *
      * SOURCES ARE THIS PROGRAM'S RUNCTL.DAT ROWS AS PROD SEES
      * THEM; TARGETS ARE ITS ROWS FOR THE TARGET ENVIRONMENT
      * ("TARGET-ENV", DEFAULT TEST). BEFORE ANYTHING IS WRITTEN
      * EVERY TARGET IS CHECKED AGAINST EVERY PATH RUNCTL.DAT GIVES
      * PROD AND AGAINST THE SOURCES THEMSELVES; ONE HIT AND THE RUN
      * STOPS WITH NOTHING COPIED AND RETURN-CODE 8. A FILE WITH NO
      * TARGET-ENVIRONMENT ROW RESOLVES TO ITS PRODUCTION PATH AND
      * IS REFUSED THE SAME WAY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT EMP-SOURCE-FILE
               ASSIGN TO WS-EMP-SOURCE-PATH
               organization is line sequential
               file status is WS-EMP-SOURCE-STATUS.
             SELECT EMP-TARGET-FILE
               ASSIGN TO WS-EMP-TARGET-PATH
               organization is line sequential
               file status is WS-EMP-TARGET-STATUS.
             SELECT CUST-SOURCE-FILE
               ASSIGN TO WS-CUST-SOURCE-PATH
               organization is line sequential
               file status is WS-CUST-SOURCE-STATUS.
             SELECT CUST-TARGET-FILE
               ASSIGN TO WS-CUST-TARGET-PATH
               organization is line sequential
               file status is WS-CUST-TARGET-STATUS.
             SELECT YTD-SOURCE-MASTER
               ASSIGN TO WS-YTD-SOURCE-PATH
               organization is indexed
               access is dynamic
               record key is YTDS-EMP-NUMBER
               file status is WS-YTD-SOURCE-STATUS.
             SELECT YTD-TARGET-MASTER
               ASSIGN TO WS-YTD-TARGET-PATH
               organization is indexed
               access is dynamic
               record key is YTDT-EMP-NUMBER
               file status is WS-YTD-TARGET-STATUS.
             SELECT COPY-SOURCE-FILE
               ASSIGN TO WS-COPY-SOURCE-PATH
               organization is line sequential
               file status is WS-COPY-SOURCE-STATUS.
             SELECT COPY-DEST-FILE
               ASSIGN TO WS-COPY-DEST-PATH
               organization is line sequential
               file status is WS-COPY-DEST-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * SAME LAYOUT CALCPYAS AND EMPMNTAS WORK ON; ONLY THE FIELDS
      * THAT GET SCRAMBLED ARE BROKEN OUT.
       FD  EMP-SOURCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-SOURCE-REC.
       01  EMP-SOURCE-REC.
           05  EMPS-NUMBER              PIC X(06).
           05  EMPS-NAME                PIC X(20).
           05  FILLER                   PIC X(13).
           05  EMPS-BANK-ROUTING        PIC X(09).
           05  EMPS-BANK-ACCOUNT        PIC X(17).
           05  FILLER                   PIC X(23).
           05  EMPS-SSN                 PIC X(09).
           05  FILLER                   PIC X(19).

       FD  EMP-TARGET-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-TARGET-REC.
       01  EMP-TARGET-REC               PIC X(116).

      * SAME LAYOUT CUSTMNTAS MAINTAINS.
       FD  CUST-SOURCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUST-SOURCE-REC.
       01  CUST-SOURCE-REC.
           05  CUSTS-ID                 PIC X(13).
           05  CUSTS-TITLE              PIC X(03).
           05  CUSTS-INIT               PIC X(02).
           05  CUSTS-SURNAME            PIC X(09).
           05  FILLER                   PIC X(15).
           05  CUSTS-STREET             PIC X(25).
           05  FILLER                   PIC X(26).

       FD  CUST-TARGET-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUST-TARGET-REC.
       01  CUST-TARGET-REC              PIC X(95).

       FD  YTD-SOURCE-MASTER
           DATA RECORD IS YTD-SOURCE-REC.
       01  YTD-SOURCE-REC.
           05  YTDS-EMP-NUMBER          PIC X(06).
           05  FILLER                   PIC X(132).

       FD  YTD-TARGET-MASTER
           DATA RECORD IS YTD-TARGET-REC.
       01  YTD-TARGET-REC.
           05  YTDT-EMP-NUMBER          PIC X(06).
           05  FILLER                   PIC X(132).

      * GENERIC COPY-FROM/COPY-TO FILES FOR THE MASTERS THAT GO
      * ACROSS UNCHANGED.
       FD  COPY-SOURCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS COPY-SOURCE-REC.
       01  COPY-SOURCE-REC             PIC X(200).

       FD  COPY-DEST-FILE
           RECORDING MODE IS F
           DATA RECORD IS COPY-DEST-REC.
       01  COPY-DEST-REC               PIC X(200).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-SOURCE-PATH       PIC X(40).
       01 WS-EMP-SOURCE-STATUS     PIC X(02).
           88 EMP-SOURCE-OK            VALUE "00".
           88 END-OF-EMP-SOURCE        VALUE "10".
       01 WS-EMP-TARGET-PATH       PIC X(40).
       01 WS-EMP-TARGET-STATUS     PIC X(02).
           88 EMP-TARGET-OK            VALUE "00".
       01 WS-CUST-SOURCE-PATH      PIC X(40).
       01 WS-CUST-SOURCE-STATUS    PIC X(02).
           88 CUST-SOURCE-OK           VALUE "00".
           88 END-OF-CUST-SOURCE       VALUE "10".
       01 WS-CUST-TARGET-PATH      PIC X(40).
       01 WS-CUST-TARGET-STATUS    PIC X(02).
           88 CUST-TARGET-OK           VALUE "00".
       01 WS-YTD-SOURCE-PATH       PIC X(40).
       01 WS-YTD-SOURCE-STATUS     PIC X(02).
           88 YTD-SOURCE-OK            VALUE "00".
           88 END-OF-YTD-SOURCE        VALUE "10".
       01 WS-YTD-TARGET-PATH       PIC X(40).
       01 WS-YTD-TARGET-STATUS     PIC X(02).
           88 YTD-TARGET-OK            VALUE "00".
       01 WS-COPY-SOURCE-PATH      PIC X(40).
       01 WS-COPY-SOURCE-STATUS    PIC X(02).
           88 COPY-SOURCE-OK           VALUE "00".
           88 END-OF-COPY-SOURCE       VALUE "10".
       01 WS-COPY-DEST-PATH        PIC X(40).
       01 WS-COPY-DEST-STATUS      PIC X(02).
           88 COPY-DEST-OK             VALUE "00".

      * THE FILES COPIED, BY RUNCTL.DAT LOGICAL NAME, WITH THE
      * PRODUCTION DEFAULT PATH EACH STARTS FROM. THE ORDER IS
      * FIXED: 1 EMPLOYEE MASTER, 2 CUSTOMERS, 3 YTD MASTER, THEN
      * THE FLAT FILES COPIED AS THEY STAND.
       01 WS-COPY-DEFAULTS.
           05 FILLER PIC X(20) VALUE "EMP-MASTER-FILE".
           05 FILLER PIC X(40) VALUE "C:\Users\Bob\EMPMASTER.DAT".
           05 FILLER PIC X(20) VALUE "CUSTOMER-FILE".
           05 FILLER PIC X(40) VALUE "C:\Users\Bob\DATDIVCUST.DAT".
           05 FILLER PIC X(20) VALUE "YTD-MASTER".
           05 FILLER PIC X(40) VALUE "C:\Users\Bob\PAYROLLYTD.DAT".
           05 FILLER PIC X(20) VALUE "PTO-MASTER-FILE".
           05 FILLER PIC X(40) VALUE "C:\Users\Bob\PTOACCR.DAT".
           05 FILLER PIC X(20) VALUE "CHECK-REGISTER-FILE".
           05 FILLER PIC X(40) VALUE "C:\Users\Bob\PAYCHKREG.DAT".
           05 FILLER PIC X(20) VALUE "PAYMENT-TRAN-FILE".
           05 FILLER PIC X(40) VALUE "C:\Users\Bob\PAYTRAN.DAT".
       01 WS-COPY-DEFAULT-TABLE REDEFINES WS-COPY-DEFAULTS.
           05 WS-COPY-DEFAULT OCCURS 6 TIMES.
              10 WS-DEFAULT-LOGICAL     PIC X(20).
              10 WS-DEFAULT-PATH        PIC X(40).
       01 WS-COPY-TABLE.
           05 WS-COPY-ENTRY OCCURS 6 TIMES.
              10 WS-COPY-LOGICAL        PIC X(20).
              10 WS-COPY-SOURCE         PIC X(40).
              10 WS-COPY-TARGET         PIC X(40).
              10 WS-COPY-READ           PIC 9(07).
              10 WS-COPY-WRITTEN        PIC 9(07).
       01 WS-COPY-SUB              PIC 9(02).

      * EVERY PATH RUNCTL.DAT GIVES PROD -- ITS OWN ROWS AND THE
      * ROWS THAT APPLY EVERYWHERE -- FOR ANY PROGRAM.
       01 WS-PROD-PATH-TABLE.
           05 WS-PROD-PATH OCCURS 1000 TIMES
                            INDEXED BY WS-PROD-IDX
                                       PIC X(40).
       01 WS-PROD-PATH-COUNT       PIC 9(04) VALUE 0.
       01 WS-PROD-FOUND-SW         PIC X(01).
           88 PATH-IS-PRODUCTION       VALUE "Y".

       01 WS-TARGET-ENV            PIC X(04) VALUE "TEST".
       01 WS-REFUSED-COUNT         PIC 9(02) VALUE 0.
       01 WS-FILES-COPIED          PIC 9(02) VALUE 0.
       01 WS-FILES-FAILED          PIC 9(02) VALUE 0.
       01 WS-TOTAL-READ            PIC 9(06) VALUE 0.
       01 WS-TOTAL-WRITTEN         PIC 9(06) VALUE 0.

      * SCRAMBLING. THE SEED IS BUILT FROM THE RECORD'S KEY BY
      * 5000-SEED-FROM-KEY AND STEPPED BY 5200-NEXT-RANDOM, SO A
      * GIVEN KEY ALWAYS DRAWS THE SAME CHARACTERS.
       01 WS-KEY-CHARS             PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-UPPER-LETTERS         PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LOWER-LETTERS         PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-DIGIT-CHARS           PIC X(10) VALUE "0123456789".
       01 WS-MASK-KEY              PIC X(13).
       01 WS-MASK-SEED             PIC 9(09).
       01 WS-MASK-TEXT             PIC X(25).
       01 WS-MASK-LEN              PIC 9(02).
       01 WS-MASK-SUB              PIC 9(02).
       01 WS-MASK-PICK             PIC 9(02).
       01 WS-KEY-CHAR-POS          PIC 9(02).

      * A SCRAMBLED SSN IS BUILT FROM THE EMPLOYEE NUMBER SO NO TWO
      * EMPLOYEES SHARE ONE: AREA 100-199, GROUP 10-19, SERIAL
      * 1000-1999 -- NEVER ONE EMPMNTAS WOULD REFUSE.
       01 WS-EMP-NUMBER-NUM        PIC 9(06).
       01 WS-MASKED-SSN.
           05 WS-MASKED-SSN-AREA   PIC 9(03).
           05 WS-MASKED-SSN-GROUP  PIC 9(02).
           05 WS-MASKED-SSN-SERIAL PIC 9(04).
      * A SCRAMBLED ROUTING NUMBER: EIGHT DRAWN DIGITS AND THE ABA
      * CHECK DIGIT (WEIGHTS 3, 7, 1).
       01 WS-MASKED-ROUTING.
           05 WS-ROUTING-DIGIT     PIC 9(01) OCCURS 9 TIMES.
       01 WS-ROUTING-SUB           PIC 9(02).
       01 WS-ROUTING-SUM           PIC 9(04).

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "TSTCPYAS MASKED TEST-DATA COPY"
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-PRODUCTION-PATHS
           PERFORM 1200-CHECK-ONE-TARGET
             VARYING WS-COPY-SUB FROM 1 BY 1
             UNTIL WS-COPY-SUB > 6
           IF WS-TARGET-ENV = "PROD" OR WS-TARGET-ENV = SPACES
              DISPLAY "TSTCPYAS: TARGET ENVIRONMENT IS PROD"
              ADD 1 TO WS-REFUSED-COUNT
           END-IF
           IF WS-REFUSED-COUNT > 0
              DISPLAY "TSTCPYAS: NOTHING COPIED -- " WS-REFUSED-COUNT
                      " TARGET(S) RESOLVE TO PRODUCTION"
              MOVE "TSTCPYAS" TO WS-AUDIT-PROGRAM-ID
              MOVE ZEROES TO WS-AUDIT-RECORDS-READ
                             WS-AUDIT-RECORDS-WRITTEN
                             WS-AUDIT-KEY-TOTAL
              PERFORM 9910-WRITE-AUDIT-RECORD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-COPY-EMP-MASTER THRU 2000-EXIT
           PERFORM 2100-COPY-CUSTOMERS THRU 2100-EXIT
           PERFORM 2200-COPY-YTD-MASTER THRU 2200-EXIT
           PERFORM 2300-COPY-FLAT-FILE THRU 2300-EXIT
             VARYING WS-COPY-SUB FROM 4 BY 1
             UNTIL WS-COPY-SUB > 6
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > 6
              DISPLAY "  " WS-COPY-LOGICAL(WS-COPY-SUB)
                      " READ " WS-COPY-READ(WS-COPY-SUB)
                      " WRITTEN " WS-COPY-WRITTEN(WS-COPY-SUB)
              ADD WS-COPY-READ(WS-COPY-SUB) TO WS-TOTAL-READ
              ADD WS-COPY-WRITTEN(WS-COPY-SUB) TO WS-TOTAL-WRITTEN
           END-PERFORM
           MOVE "TSTCPYAS"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-TOTAL-READ      TO WS-AUDIT-RECORDS-READ
           MOVE WS-TOTAL-WRITTEN   TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZEROES             TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "FILES COPIED:   " WS-FILES-COPIED
           DISPLAY "FILES FAILED:   " WS-FILES-FAILED
           IF WS-FILES-FAILED > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END TSTCPYAS"
           GOBACK.

      * EACH FILE IS LOOKED UP TWICE UNDER TSTCPYAS: ONCE AS PROD
      * SEES IT FOR THE SOURCE, THEN FOR THE TARGET ENVIRONMENT
      * STARTING FROM THAT SAME PATH -- SO A FILE WITH NO TARGET
      * ROW OF ITS OWN LANDS ON PRODUCTION AND IS REFUSED AT 1200.
      * THE MACHINE'S OWN RUNENV.DAT PLAYS NO PART IN THE LOOKUPS;
      * IT IS PUT BACK AFTERWARDS FOR THE AUDIT AND ERROR LOGS.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "PROD" TO WS-RUNCTL-ENVIRONMENT
           MOVE "Y" TO WS-RUNCTL-ENV-LOADED-SW
           MOVE "TSTCPYAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "TARGET-ENV" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TARGET-ENV TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:4) TO WS-TARGET-ENV
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > 6
              MOVE WS-DEFAULT-LOGICAL(WS-COPY-SUB)
                TO WS-COPY-LOGICAL(WS-COPY-SUB)
              MOVE 0 TO WS-COPY-READ(WS-COPY-SUB)
                        WS-COPY-WRITTEN(WS-COPY-SUB)
              MOVE "PROD" TO WS-RUNCTL-ENVIRONMENT
              MOVE WS-COPY-LOGICAL(WS-COPY-SUB)
                TO WS-RUNCTL-LOGICAL-NAME
              MOVE WS-DEFAULT-PATH(WS-COPY-SUB)
                TO WS-RUNCTL-RESULT-PATH
              PERFORM 9920-LOOKUP-RUNCTL-PATH
              MOVE WS-RUNCTL-RESULT-PATH
                TO WS-COPY-SOURCE(WS-COPY-SUB)
              MOVE WS-TARGET-ENV TO WS-RUNCTL-ENVIRONMENT
              PERFORM 9920-LOOKUP-RUNCTL-PATH
              MOVE WS-RUNCTL-RESULT-PATH
                TO WS-COPY-TARGET(WS-COPY-SUB)
           END-PERFORM
           MOVE WS-COPY-SOURCE(1) TO WS-EMP-SOURCE-PATH
           MOVE WS-COPY-TARGET(1) TO WS-EMP-TARGET-PATH
           MOVE WS-COPY-SOURCE(2) TO WS-CUST-SOURCE-PATH
           MOVE WS-COPY-TARGET(2) TO WS-CUST-TARGET-PATH
           MOVE WS-COPY-SOURCE(3) TO WS-YTD-SOURCE-PATH
           MOVE WS-COPY-TARGET(3) TO WS-YTD-TARGET-PATH
           PERFORM 9925-LOAD-RUN-ENVIRONMENT.

      * EVERY PATH ON A RUNCTL.DAT ROW PROD WOULD USE -- BLANK OR
      * "PROD" IN THE ENVIRONMENT COLUMN -- WHATEVER PROGRAM IT
      * BELONGS TO, PLUS THE COMPILED-IN PRODUCTION DEFAULTS.
       1100-LOAD-PRODUCTION-PATHS.
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > 6
              ADD 1 TO WS-PROD-PATH-COUNT
              MOVE WS-DEFAULT-PATH(WS-COPY-SUB)
                TO WS-PROD-PATH(WS-PROD-PATH-COUNT)
              ADD 1 TO WS-PROD-PATH-COUNT
              MOVE WS-COPY-SOURCE(WS-COPY-SUB)
                TO WS-PROD-PATH(WS-PROD-PATH-COUNT)
           END-PERFORM
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-RUNCTL-FILE
                       OR WS-PROD-PATH-COUNT = 1000
                 READ RUN-CONTROL-FILE INTO RUN-CTL-REC-IN
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RUNCTL-ENV-IN = SPACES
                       OR RUNCTL-ENV-IN = "PROD"
                       ADD 1 TO WS-PROD-PATH-COUNT
                       MOVE RUNCTL-PATH-IN
                         TO WS-PROD-PATH(WS-PROD-PATH-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF.

       1200-CHECK-ONE-TARGET.
           IF WS-COPY-TARGET(WS-COPY-SUB) = SPACES
              DISPLAY "TSTCPYAS: NO " WS-TARGET-ENV " PATH FOR "
                      WS-COPY-LOGICAL(WS-COPY-SUB)
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
              MOVE "N" TO WS-PROD-FOUND-SW
              SET WS-PROD-IDX TO 1
              SEARCH WS-PROD-PATH
                 WHEN WS-PROD-IDX > WS-PROD-PATH-COUNT
                    CONTINUE
                 WHEN WS-PROD-PATH(WS-PROD-IDX)
                         = WS-COPY-TARGET(WS-COPY-SUB)
                    MOVE "Y" TO WS-PROD-FOUND-SW
              END-SEARCH
              IF PATH-IS-PRODUCTION
                 DISPLAY "TSTCPYAS: " WS-COPY-LOGICAL(WS-COPY-SUB)
                         " TARGET " WS-COPY-TARGET(WS-COPY-SUB)
                         " IS A PRODUCTION PATH"
                 ADD 1 TO WS-REFUSED-COUNT
              END-IF
           END-IF.

       2000-COPY-EMP-MASTER.
           OPEN INPUT EMP-SOURCE-FILE
           IF NOT EMP-SOURCE-OK
              DISPLAY "TSTCPYAS: PRODUCTION EMPLOYEE MASTER NOT "
                      "READABLE -- " WS-EMP-SOURCE-PATH
              ADD 1 TO WS-FILES-FAILED
              GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT EMP-TARGET-FILE
           IF NOT EMP-TARGET-OK
              DISPLAY "TSTCPYAS: CANNOT WRITE " WS-EMP-TARGET-PATH
              CLOSE EMP-SOURCE-FILE
              ADD 1 TO WS-FILES-FAILED
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-EMP-SOURCE
              READ EMP-SOURCE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-COPY-READ(1)
                 PERFORM 2010-MASK-EMPLOYEE
                 WRITE EMP-TARGET-REC FROM EMP-SOURCE-REC
                 ADD 1 TO WS-COPY-WRITTEN(1)
              END-READ
           END-PERFORM
           CLOSE EMP-SOURCE-FILE
                 EMP-TARGET-FILE
           ADD 1 TO WS-FILES-COPIED.
       2000-EXIT.
           EXIT.

      * NAME, BANK DATA AND SSN. BLANK FIELDS STAY BLANK -- AN
      * EMPLOYEE WITH NO BANK DATA MUST STILL LAND ON THE CHECK
      * LIST IN TEST.
       2010-MASK-EMPLOYEE.
           MOVE EMPS-NUMBER TO WS-MASK-KEY
           PERFORM 5000-SEED-FROM-KEY
           MOVE EMPS-NAME TO WS-MASK-TEXT
           MOVE 20 TO WS-MASK-LEN
           PERFORM 5100-SCRAMBLE-TEXT
           MOVE WS-MASK-TEXT TO EMPS-NAME
           IF EMPS-BANK-ROUTING NOT = SPACES
              PERFORM 2020-MASK-ROUTING
           END-IF
           IF EMPS-BANK-ACCOUNT NOT = SPACES
              MOVE EMPS-BANK-ACCOUNT TO WS-MASK-TEXT
              MOVE 17 TO WS-MASK-LEN
              PERFORM 5100-SCRAMBLE-TEXT
              MOVE WS-MASK-TEXT TO EMPS-BANK-ACCOUNT
           END-IF
           IF EMPS-SSN NOT = SPACES AND EMPS-SSN NOT = ZEROES
              PERFORM 2030-MASK-SSN
           END-IF.

       2020-MASK-ROUTING.
           MOVE 0 TO WS-ROUTING-DIGIT(1)
           PERFORM VARYING WS-ROUTING-SUB FROM 2 BY 1
                   UNTIL WS-ROUTING-SUB > 8
              PERFORM 5200-NEXT-RANDOM
              COMPUTE WS-ROUTING-DIGIT(WS-ROUTING-SUB) =
                      FUNCTION MOD(WS-MASK-SEED, 10)
           END-PERFORM
           COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                        + WS-ROUTING-DIGIT(7))
                 + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                        + WS-ROUTING-DIGIT(8))
                 +     (WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6))
           COMPUTE WS-ROUTING-DIGIT(9) =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-ROUTING-SUM, 10),
                                10)
      * ACHRETAS MARKS A ROUTING THE BANK RETURNED WITH "*" IN ITS
      * FIRST BYTE; THE MARK CARRIES OVER.
           IF EMPS-BANK-ROUTING(1:1) = "*"
              MOVE WS-MASKED-ROUTING TO EMPS-BANK-ROUTING
              MOVE "*" TO EMPS-BANK-ROUTING(1:1)
           ELSE
              MOVE WS-MASKED-ROUTING TO EMPS-BANK-ROUTING
           END-IF.

       2030-MASK-SSN.
           IF EMPS-NUMBER IS NUMERIC
              MOVE EMPS-NUMBER TO WS-EMP-NUMBER-NUM
           ELSE
              MOVE WS-COPY-READ(1) TO WS-EMP-NUMBER-NUM
           END-IF
           COMPUTE WS-MASKED-SSN-AREA = 100 + WS-EMP-NUMBER-NUM / 10000
           COMPUTE WS-MASKED-SSN-GROUP = 10 +
                   FUNCTION MOD(WS-EMP-NUMBER-NUM / 1000, 10)
           COMPUTE WS-MASKED-SSN-SERIAL = 1000 +
                   FUNCTION MOD(WS-EMP-NUMBER-NUM, 1000)
           MOVE WS-MASKED-SSN TO EMPS-SSN.

       2100-COPY-CUSTOMERS.
           OPEN INPUT CUST-SOURCE-FILE
           IF NOT CUST-SOURCE-OK
              DISPLAY "TSTCPYAS: PRODUCTION CUSTOMER FILE NOT "
                      "READABLE -- " WS-CUST-SOURCE-PATH
              ADD 1 TO WS-FILES-FAILED
              GO TO 2100-EXIT
           END-IF
           OPEN OUTPUT CUST-TARGET-FILE
           IF NOT CUST-TARGET-OK
              DISPLAY "TSTCPYAS: CANNOT WRITE " WS-CUST-TARGET-PATH
              CLOSE CUST-SOURCE-FILE
              ADD 1 TO WS-FILES-FAILED
              GO TO 2100-EXIT
           END-IF
           PERFORM UNTIL END-OF-CUST-SOURCE
              READ CUST-SOURCE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-COPY-READ(2)
                 PERFORM 2110-MASK-CUSTOMER
                 WRITE CUST-TARGET-REC FROM CUST-SOURCE-REC
                 ADD 1 TO WS-COPY-WRITTEN(2)
              END-READ
           END-PERFORM
           CLOSE CUST-SOURCE-FILE
                 CUST-TARGET-FILE
           ADD 1 TO WS-FILES-COPIED.
       2100-EXIT.
           EXIT.

      * INITIALS, SURNAME AND STREET. TITLE, GENDER, CITY, STATE
      * AND ZIP STAY -- SALES TAX, FREIGHT ZONES AND THE MAILING
      * PROGRAMS ALL WORK OFF THEM.
       2110-MASK-CUSTOMER.
           MOVE CUSTS-ID TO WS-MASK-KEY
           PERFORM 5000-SEED-FROM-KEY
           MOVE CUSTS-INIT TO WS-MASK-TEXT
           MOVE 2 TO WS-MASK-LEN
           PERFORM 5100-SCRAMBLE-TEXT
           MOVE WS-MASK-TEXT TO CUSTS-INIT
           MOVE CUSTS-SURNAME TO WS-MASK-TEXT
           MOVE 9 TO WS-MASK-LEN
           PERFORM 5100-SCRAMBLE-TEXT
           MOVE WS-MASK-TEXT TO CUSTS-SURNAME
           MOVE CUSTS-STREET TO WS-MASK-TEXT
           MOVE 25 TO WS-MASK-LEN
           PERFORM 5100-SCRAMBLE-TEXT
           MOVE WS-MASK-TEXT TO CUSTS-STREET.

      * THE INDEXED YTD MASTER GOES ACROSS RECORD FOR RECORD IN
      * EMPLOYEE-NUMBER ORDER.
       2200-COPY-YTD-MASTER.
           OPEN INPUT YTD-SOURCE-MASTER
           IF NOT YTD-SOURCE-OK
              DISPLAY "TSTCPYAS: PRODUCTION YTD MASTER NOT "
                      "READABLE -- " WS-YTD-SOURCE-PATH
              ADD 1 TO WS-FILES-FAILED
              GO TO 2200-EXIT
           END-IF
           OPEN OUTPUT YTD-TARGET-MASTER
           IF NOT YTD-TARGET-OK
              DISPLAY "TSTCPYAS: CANNOT WRITE " WS-YTD-TARGET-PATH
              CLOSE YTD-SOURCE-MASTER
              ADD 1 TO WS-FILES-FAILED
              GO TO 2200-EXIT
           END-IF
           PERFORM UNTIL END-OF-YTD-SOURCE
              READ YTD-SOURCE-MASTER NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-COPY-READ(3)
                 WRITE YTD-TARGET-REC FROM YTD-SOURCE-REC
                 IF YTD-TARGET-OK
                    ADD 1 TO WS-COPY-WRITTEN(3)
                 ELSE
                    MOVE "TSTCPYAS"   TO WS-IOERR-PROGRAM-ID
                    MOVE "YTD-MASTER" TO WS-IOERR-FILE-NAME
                    MOVE WS-YTD-TARGET-STATUS TO WS-IOERR-FILE-STATUS
                    PERFORM 9900-LOG-IO-ERROR
                 END-IF
              END-READ
           END-PERFORM
           CLOSE YTD-SOURCE-MASTER
                 YTD-TARGET-MASTER
           IF WS-COPY-WRITTEN(3) = WS-COPY-READ(3)
              ADD 1 TO WS-FILES-COPIED
           ELSE
              ADD 1 TO WS-FILES-FAILED
           END-IF.
       2200-EXIT.
           EXIT.

      * PTO, CHECK REGISTER AND PAYTRAN: KEYS AND AMOUNTS ONLY, SO
      * THEY GO ACROSS AS THEY STAND.
       2300-COPY-FLAT-FILE.
           MOVE WS-COPY-SOURCE(WS-COPY-SUB) TO WS-COPY-SOURCE-PATH
           MOVE WS-COPY-TARGET(WS-COPY-SUB) TO WS-COPY-DEST-PATH
           OPEN INPUT COPY-SOURCE-FILE
           IF NOT COPY-SOURCE-OK
              DISPLAY "TSTCPYAS: PRODUCTION "
                      WS-COPY-LOGICAL(WS-COPY-SUB)
                      " NOT READABLE -- " WS-COPY-SOURCE-PATH
              ADD 1 TO WS-FILES-FAILED
              GO TO 2300-EXIT
           END-IF
           OPEN OUTPUT COPY-DEST-FILE
           IF NOT COPY-DEST-OK
              DISPLAY "TSTCPYAS: CANNOT WRITE " WS-COPY-DEST-PATH
              CLOSE COPY-SOURCE-FILE
              ADD 1 TO WS-FILES-FAILED
              GO TO 2300-EXIT
           END-IF
           PERFORM UNTIL END-OF-COPY-SOURCE
              READ COPY-SOURCE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-COPY-READ(WS-COPY-SUB)
                 MOVE COPY-SOURCE-REC TO COPY-DEST-REC
                 WRITE COPY-DEST-REC
                 ADD 1 TO WS-COPY-WRITTEN(WS-COPY-SUB)
              END-READ
           END-PERFORM
           CLOSE COPY-SOURCE-FILE
                 COPY-DEST-FILE
           ADD 1 TO WS-FILES-COPIED.
       2300-EXIT.
           EXIT.

      * FOLDS THE KEY IN WS-MASK-KEY INTO WS-MASK-SEED, ONE
      * CHARACTER AT A TIME.
       5000-SEED-FROM-KEY.
           MOVE 7 TO WS-MASK-SEED
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > 13
              MOVE 0 TO WS-KEY-CHAR-POS
              INSPECT WS-KEY-CHARS TALLYING WS-KEY-CHAR-POS
                      FOR CHARACTERS
                      BEFORE INITIAL WS-MASK-KEY(WS-MASK-SUB:1)
              COMPUTE WS-MASK-SEED =
                      FUNCTION MOD(WS-MASK-SEED * 37
                                   + WS-KEY-CHAR-POS + 1, 999983)
           END-PERFORM.

      * REPLACES THE FIRST WS-MASK-LEN CHARACTERS OF WS-MASK-TEXT:
      * EACH LETTER WITH A DRAWN LETTER OF THE SAME CASE, EACH DIGIT
      * WITH A DRAWN DIGIT. EVERYTHING ELSE IS LEFT WHERE IT IS.
       5100-SCRAMBLE-TEXT.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > WS-MASK-LEN
              EVALUATE TRUE
                 WHEN WS-MASK-TEXT(WS-MASK-SUB:1) = SPACE
                    CONTINUE
                 WHEN WS-MASK-TEXT(WS-MASK-SUB:1) IS ALPHABETIC-UPPER
                    PERFORM 5200-NEXT-RANDOM
                    COMPUTE WS-MASK-PICK =
                            FUNCTION MOD(WS-MASK-SEED, 26) + 1
                    MOVE WS-UPPER-LETTERS(WS-MASK-PICK:1)
                      TO WS-MASK-TEXT(WS-MASK-SUB:1)
                 WHEN WS-MASK-TEXT(WS-MASK-SUB:1) IS ALPHABETIC-LOWER
                    PERFORM 5200-NEXT-RANDOM
                    COMPUTE WS-MASK-PICK =
                            FUNCTION MOD(WS-MASK-SEED, 26) + 1
                    MOVE WS-LOWER-LETTERS(WS-MASK-PICK:1)
                      TO WS-MASK-TEXT(WS-MASK-SUB:1)
                 WHEN WS-MASK-TEXT(WS-MASK-SUB:1) IS NUMERIC
                    PERFORM 5200-NEXT-RANDOM
                    COMPUTE WS-MASK-PICK =
                            FUNCTION MOD(WS-MASK-SEED, 10) + 1
                    MOVE WS-DIGIT-CHARS(WS-MASK-PICK:1)
                      TO WS-MASK-TEXT(WS-MASK-SUB:1)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

       5200-NEXT-RANDOM.
           COMPUTE WS-MASK-SEED =
                   FUNCTION MOD(WS-MASK-SEED * 7919 + 12345, 999983).

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR AUDIT TRAIL PARAGRAPH. SEE AUDITPARA.CPY.
       COPY AUDITPARA.
