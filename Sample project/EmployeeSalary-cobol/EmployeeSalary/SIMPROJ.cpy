001000**----------------------------------------------------------------*
001010**  SIMPROJ.CPY                                                   *
001020**  RECORD LAYOUT FOR THE SIMULATION PROJECTION FILE (SIMPROJ) -  *
001030**  ONE RECORD PER DEPARTMENT FROM A Program1 RUN TYPE 'S', WITH  *
001040**  THE SALARY TOTALS BEFORE AND AFTER THE MOUNTED GRADERAT.      *
001050**  SHARED BY Program1 (WHICH WRITES IT) AND Program16 (WHICH     *
001060**  JUDGES IT AGAINST THE DEPARTMENT MERIT POOLS) SO THE TWO      *
001070**  NEVER DRIFT APART.                                            *
001080**  WRITTEN  - 2026-10-15  RLW                                    *
001090**----------------------------------------------------------------*
001100 01  SIM-PROJ-REC.
001110     05  SPJ-DEPT-CODE           PIC X(04).
001120     05  SPJ-EMP-COUNT           PIC 9(06).
001130     05  SPJ-OLD-SALARY          PIC 9(09).
001140     05  SPJ-NEW-SALARY          PIC 9(09).
001150     05  SPJ-RUN-DATE            PIC X(08).
001160**        DATE OF THE SIMULATION RUN, YYYYMMDD
001170     05  FILLER                  PIC X(04).
