001000**----------------------------------------------------------------*
001010**  BUDGREC.CPY                                                   *
001020**  RECORD LAYOUT FOR THE DEPARTMENT MERIT-BUDGET FILE (DEPTBUDG).*
001030**  ONE RECORD PER DEPTMAST DEPARTMENT (SEE DEPTREC.CPY) PER      *
001040**  FISCAL YEAR, GIVING THE MERIT POOL FINANCE HAS ALLOWED THE    *
001050**  DEPARTMENT FOR RAISES.  MAINTAINED BY FINANCE, NOT CODE, THE  *
001060**  SAME AS DEPTMAST.  Program16 LINES THE POOLS UP AGAINST THE   *
001070**  CYCLE'S ACTUAL RAISE DOLLARS AND THE SIMULATION PROJECTION.   *
001080**  WRITTEN  - 2026-10-15  RLW                                    *
001090**----------------------------------------------------------------*
001100 01  BUDGET-REC.
001110     05  BUD-DEPT-CODE           PIC X(04).
001120     05  BUD-FISCAL-YEAR         PIC 9(04).
001130     05  BUD-MERIT-POOL          PIC 9(09).
001140**        ANNUAL SALARY DOLLARS THE DEPARTMENT MAY ADD IN RAISES
001150     05  BUD-TOLERANCE-PCT       PIC V999.
001160**        HOW CLOSE TO THE POOL COUNTS AS "NEAR" - .050 FLAGS A
001170**        DEPARTMENT THAT HAS USED 95 PERCENT OR MORE.  ZERO
001180**        TAKES THE RUN'S STANDARD TOLERANCE
001190     05  FILLER                  PIC X(20).
