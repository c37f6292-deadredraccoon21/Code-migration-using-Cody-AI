001120**                              OF THE TRAILING FILLER SO THE     *
001130**                              ANNUAL RAISE CAN BE PRORATED FOR  *
001140**                              MID-YEAR HIRES.                   *
001142**  REVISED  - 2026-10-15  RLW  LAST-RAISE DATE (YYYYMMDD) CARVED *
001144**                              OUT OF THE TRAILING FILLER - SET  *
001146**                              BY THE ROLL-FORWARD (Program14)   *
001148**                              WHEN A CLEARED RAISE IS APPLIED.  *
001149**  REVISED  - 2026-10-15  RLW  EMPLOYMENT STATUS AND STATUS DATE *
001150**                              CARVED OUT OF THE FILLERS - SET   *
001151**                              BY THE Program3 TERMINATE, LEAVE, *
001152**                              RETURN AND REHIRE CARDS - A       *
001153**                              REHIRE ALSO RESETS THE HIRE DATE. *
001154**  REVISED  - 2026-10-15  RLW  PAY FREQUENCY CARVED OUT OF THE   *
001156**                              TRAILING FILLER FOR THE PAY-      *
001157**                              PERIOD REGISTER (Program17).      *
001159**----------------------------------------------------------------*
001160 01  EmployeeRecord.
001170     05  EmpNbIn                 PIC X(05).
001180     05  EmpName                 PIC X(20).
001190     05  EmpStatus               PIC X(01).
001198**        'A' = ACTIVE  'L' = ON LEAVE  'T' = TERMINATED - BLANK
001200**        ON RECORDS OLDER THAN THE STATUS MEANS ACTIVE
001202     05  FILLER                  PIC X(03).
001204     05  AnnualSalaryIn          PIC 9(06).
001210     05  EmpGradeIn              PIC X(01).
001220     05  EmpDeptIn               PIC X(04).
001230**        DEPARTMENT/COST-CENTER THE EMPLOYEE IS POSTED TO
001240     05  EmpStatusDt             PIC X(08).
001242**        DATE THE CURRENT STATUS TOOK EFFECT, YYYYMMDD - THE
001244**        TERMINATION DATE, LEAVE START, RETURN OR REHIRE DATE
001250     05  EmpDues                 PIC 999V99.
001260     05  EmpInsuIn               PIC 999V99.
001270     05  EmpHireDt               PIC X(08).
001280**        HIRE DATE, YYYYMMDD - DRIVES THE MID-YEAR PRORATION
001290**        OF THE ANNUAL RAISE.  A REHIRE ('H' CARD, Program3)
001295**        RESETS IT TO THE REHIRE DATE.
001300     05  EmpLastRaiseDt          PIC X(08).
001302**        DATE THE LAST CLEARED RAISE WAS ROLLED ONTO THE MASTER,
001304**        YYYYMMDD - SPACES UNTIL THE FIRST ROLL-FORWARD
001310     05  EmpPayFreq              PIC X(01).
001312**        'W' = WEEKLY (52)   'B' = BIWEEKLY (26)
001314**        'S' = SEMI-MONTHLY (24)   'M' = MONTHLY (12)
001316**        SPACE = THE HOUSE STANDARD, BIWEEKLY - EVERY RECORD
001318**        OLDER THAN THE FIELD READS THAT WAY
001320     05  FILLER                  PIC X(05).
