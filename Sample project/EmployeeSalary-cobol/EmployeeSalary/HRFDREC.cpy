001000**----------------------------------------------------------------*
001010**  HRFDREC.CPY                                                   *
001020**  RECORD LAYOUT FOR THE NIGHTLY HR EXPORT (HRFEED) - HR'S OWN   *
001030**  LAYOUT, NOT OURS.  ONE 100-BYTE RECORD PER NEW HIRE, TRANSFER *
001040**  OR SALARY CHANGE, FOLLOWED BY ONE TRAILER RECORD CARRYING     *
001050**  HR'S OWN RECORD COUNT AND ANNUAL-PAY TOTAL FOR THE EXPORT.    *
001060**  READ BY THE HR FEED INTERFACE (Program19), WHICH MAPS IT TO   *
001070**  MAINTENANCE CARDS (MNTCARD.CPY) FOR Program3.                 *
001080**  WRITTEN  - 2026-10-15  RLW                                    *
001090**----------------------------------------------------------------*
001100 01  HR-FEED-REC.
001110     05  HRF-REC-TYPE            PIC X(02).
001120**        'NH' = NEW HIRE   'XF' = TRANSFER   'SC' = SALARY CHANGE
001130**        'TT' = EXPORT TRAILER (SEE HR-FEED-TRAILER BELOW)
001140     05  HRF-EMP-ID              PIC X(09).
001150**        HR EMPLOYEE ID, ZERO-FILLED - THE PAYROLL NUMBER IS THE
001160**        LAST FIVE DIGITS; THE FIRST FOUR ARE ALWAYS ZERO FOR A
001170**        PAYROLL EMPLOYEE
001180     05  HRF-LAST-NAME           PIC X(20).
001190     05  HRF-FIRST-NAME          PIC X(15).
001200     05  HRF-EFF-DATE            PIC X(10).
001210**        CCYY-MM-DD THE CHANGE TAKES EFFECT - BLANK MEANS NOW
001220     05  HRF-HIRE-DATE           PIC X(10).
001230**        CCYY-MM-DD - NEW HIRES ONLY
001240     05  HRF-DEPT-CODE           PIC X(04).
001250     05  HRF-JOB-GRADE           PIC X(01).
001260**        BLANK ON A TRANSFER OR SALARY CHANGE = NO CHANGE
001270     05  HRF-ANNUAL-PAY-X        PIC X(09).
001280     05  HRF-ANNUAL-PAY REDEFINES HRF-ANNUAL-PAY-X
001290                                 PIC 9(07)V99.
001300**        ANNUAL PAY IN DOLLARS AND CENTS - BLANK ON A TRANSFER
001310**        = NO CHANGE
001320     05  HRF-PAY-GROUP           PIC X(02).
001330**        'WK' = WEEKLY   'BW' = BIWEEKLY   'SM' = SEMI-MONTHLY
001340**        'MO' = MONTHLY - BLANK = NO CHANGE (HOUSE STANDARD ON
001350**        A NEW HIRE)
001360     05  HRF-UNION-DUES          PIC 9(03)V99.
001370     05  HRF-INSURANCE           PIC 9(03)V99.
001380**        ANNUAL UNION DUES AND INSURANCE - NEW HIRES ONLY
001390     05  FILLER                  PIC X(08).
001395**  EXPORT TRAILER - A SECOND RECORD OVER THE SAME 100 BYTES.
001400 01  HR-FEED-TRAILER.
001410     05  HRT-REC-TYPE            PIC X(02).
001420     05  HRT-EXPORT-DATE         PIC X(10).
001430**        CCYY-MM-DD THE EXPORT WAS TAKEN
001440     05  HRT-RECORD-COUNT        PIC 9(07).
001450**        DETAIL RECORDS IN THE EXPORT, TRAILER NOT COUNTED
001460     05  HRT-PAY-TOTAL           PIC 9(11)V99.
001470**        SUM OF HRF-ANNUAL-PAY OVER THE DETAIL RECORDS
001480     05  FILLER                  PIC X(68).
