001000**----------------------------------------------------------------*
001010**  HISTREC.CPY                                                   *
001020**  RECORD LAYOUT FOR THE RAISE-HISTORY FILE (RAISEHST) - AN      *
001025**  INDEXED FILE KEYED ON HIST-KEY, ONE ENTRY PER POSTING, SO AN  *
001030**  EMPLOYEE CAN CARRY SEVERAL DATED ENTRIES ON ONE DAY.  WRITTEN *
001035**  BY Program1 (PAYROLL, BONUS AND ADJUSTMENT RUNS), Program11   *
001040**  (REPAIRED EXCEPTIONS), Program18 (RETRO PAY) AND Program21    *
001045**  (THE LOAD FROM THE OLD SEQUENTIAL FILE), AND READ BY Program4 *
001050**  (RAISE TREND REPORT), Program7 (EMPLOYEE INQUIRY) AND         *
001055**  Program10 (ARCHIVE AND PURGE), SO THEY CAN NEVER DRIFT APART. *
001070**  WRITTEN  - 2026-08-22  RLW                                    *
001080**  REVISED  - 2026-08-22  RLW  PRORATION MONTHS ADDED SO THE     *
001090**                              AUDIT TRAIL EXPLAINS A MID-YEAR   *
001150**                              ENTRY CARRIES ONE EMPLOYEE        *
001160**                              DEDUCTION'S OLD/NEW AMOUNT IN THE *
001170**                              DUES FIELDS, SALARY FIELDS ZERO.  *
001180**  REVISED  - 2026-10-15  RLW  RETRO-PAY ENTRY TYPE 'T' ADDED,   *
001190**                              WITH THE BACK PAY AMOUNT AND THE  *
001200**                              DATE THE RAISE CLEARED.           *
001210**  REVISED  - 2026-10-15  RLW  RAISEHST IS NOW INDEXED.  THE KEY *
001220**                              FIELDS MOVED TO THE FRONT AS      *
001230**                              HIST-KEY - EMPLOYEE, EFFECTIVE    *
001240**                              DATE, ENTRY SEQUENCE, TYPE AND    *
001250**                              DEDUCTION CODE - WITH AN          *
001260**                              ALTERNATE KEY (DUPLICATES) ON THE *
001270**                              EFFECTIVE DATE FOR THE BACKOUT.   *
001280**                              RECORD IS NOW 70 BYTES.  LOADED   *
001290**                              FROM THE OLD SEQUENTIAL LAYOUT BY *
001300**                              Program21.                        *
001310**----------------------------------------------------------------*
001320 01  HIST-REC.
001330     05  HIST-KEY.
001340         10  HIST-EMP-NB         PIC X(05).
001350         10  HIST-EFFECTIVE-DT   PIC X(08).
001360         10  HIST-ENTRY-SEQ      PIC 9(02).
001370**        01 FOR THE EMPLOYEE'S FIRST ENTRY ON THE DATE, 02 FOR
001380**        THE NEXT AND SO ON, WHATEVER THE TYPE - KEEPS SAME-DAY
001390**        ENTRIES IN THE ORDER THEY WERE POSTED (A RAISE AHEAD OF
001400**        ITS SAME-DAY ADJUSTMENT) AND LETS A RERUN AFTER A
001410**        BACKOUT POST AGAIN ON THE SAME DATE.  EVERY WRITER
001420**        TAKES THE NEXT NUMBER OFF THE FILE BEFORE IT WRITES,
001425**        AND A DATE HOLDING 99 ENTRIES TAKES NO MORE.
001430         10  HIST-REC-TYPE       PIC X(01).
001440**        'R' (OR SPACE, ON RECORDS WRITTEN BEFORE THE TYPE
001450**        EXISTED) = RAISE   'B' = BONUS (HIST-NEW-SALARY
001460**        CARRIES THE ONE-TIME BONUS AMOUNT)
001470**        'D' = EMPLOYEE DEDUCTION - HIST-OLD-DUES/HIST-NEW-DUES
001480**        CARRY THE OLD/NEW WITHHELD AMOUNT
001490**        'A' = ADJUSTMENT - A CORRECTING ENTRY FROM RUN TYPE
001500**        'A'; OLD FIGURES ARE WHAT THE WRONG RAISE APPLIED,
001510**        NEW FIGURES ARE THE CORRECTED ONES
001520**        'T' = RETROACTIVE PAY (Program18) - EFFECTIVE DATE AND
001530**        OLD/NEW SALARY ARE THE LATE RAISE'S, PRO-MONTHS CARRIES
001540**        THE PAY PERIODS IT WAS LATE BY
001550         10  HIST-DED-CODE       PIC X(02).
001560**        DEDUCTION CODE ON A TYPE 'D' ENTRY, SPACES OTHERWISE
001570     05  HIST-OLD-SALARY         PIC 9(06).
001580     05  HIST-NEW-SALARY         PIC 9(07).
001590     05  HIST-OLD-DUES           PIC 9(03)V99.
001600     05  HIST-NEW-DUES           PIC 9(04)V99.
001610     05  HIST-OLD-INSU           PIC 9(03)V99.
001620     05  HIST-NEW-INSU           PIC 9(04)V99.
001630     05  HIST-PRO-MONTHS         PIC 9(02).
001640**        MONTHS OF SERVICE THE SALARY RAISE WAS PRORATED BY -
001650**        12 MEANS A FULL-YEAR RAISE
001660     05  HIST-RETRO-AMOUNT       PIC 9(05)V99.
001670**        BACK PAY OWED ON A TYPE 'T' ENTRY, ZERO OTHERWISE
001680     05  HIST-CLEARED-DT         PIC X(08).
001690**        DATE THE RAISE ACTUALLY CLEARED ON A TYPE 'T' ENTRY,
001700**        SPACES OTHERWISE
