001000**----------------------------------------------------------------*
001010**  RETROREC.CPY                                                  *
001020**  RECORD LAYOUT FOR THE LATE-CLEARED RAISE QUEUE (RETROQ) -     *
001030**  ONE RECORD PER RAISE THAT CLEARED AFTER THE DATE IT WAS DUE.  *
001040**  APPENDED BY Program5 (SUSPENSE RELEASE), Program11 (REPAIRED  *
001050**  EXCEPTION) AND Program3 (BACK-DATED SALARY CHANGE), AND READ  *
001060**  BY THE RETROACTIVE PAY RUN (Program18), WHICH WORKS OUT THE   *
001070**  BACK PAY OWED, SO THE FOUR CAN NEVER DRIFT APART.             *
001080**  WRITTEN  - 2026-10-15  RLW                                    *
001090**----------------------------------------------------------------*
001100 01  RETRO-Q-REC.
001110     05  RTQ-EMP-NB              PIC X(05).
001120     05  RTQ-DEPT-CODE           PIC X(04).
001130     05  RTQ-SOURCE              PIC X(01).
001140**        'S' = SUSPENDED RAISE RELEASED OR CAPPED (Program5)
001150**        'F' = REPAIRED EXCEPTION RECYCLED (Program11)
001160**        'M' = BACK-DATED MAINTENANCE CHANGE (Program3)
001170     05  RTQ-EFFECTIVE-DT        PIC X(08).
001180**        YYYYMMDD THE RAISE WAS DUE
001190     05  RTQ-CLEARED-DT          PIC X(08).
001200**        YYYYMMDD THE RAISE ACTUALLY CLEARED
001210     05  RTQ-OLD-SALARY          PIC 9(06).
001220     05  RTQ-NEW-SALARY          PIC 9(07).
001230**        ANNUAL SALARY BEFORE AND AFTER THE RAISE AS CLEARED
001240     05  FILLER                  PIC X(41).
