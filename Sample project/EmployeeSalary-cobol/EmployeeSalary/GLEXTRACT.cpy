001200**                              REPAIRED RECORD AGAINST THE       *
001210**                              INPUT MASTER EVEN WHEN THE        *
001220**                              CORRECTION CARD FIXED THE NUMBER. *
001222**  REVISED  - 2026-10-15  RLW  PAY-PERIOD RECORD TYPES 'P' AND   *
001223**                              'W' ADDED FOR THE GROSS-TO-NET    *
001224**                              REGISTER'S GL FILE (GLPERIOD,     *
001225**                              Program17), WITH THE PERIOD GROSS *
001226**                              IN DOLLARS AND CENTS.             *
001227**  REVISED  - 2026-10-15  RLW  RETRO-PAY RECORD TYPE 'T' ADDED   *
001228**                              FOR THE RETROACTIVE PAY RUN'S GL  *
001229**                              FILE (GLRETRO, Program18).        *
001230**----------------------------------------------------------------*
001240 01  GL-EXTRACT-REC.
001250     05  GL-EMP-NB               PIC X(05).
001260     05  GL-COST-CENTER          PIC X(04).
001270     05  GL-NEW-SALARY           PIC 9(07).
001272     05  GL-PERIOD-GROSS REDEFINES GL-NEW-SALARY
001274                                 PIC 9(05)V99.
001276**        PER-PERIOD GROSS PAY ON A TYPE 'P' RECORD
001277     05  GL-RETRO-AMOUNT REDEFINES GL-NEW-SALARY
001278                                 PIC 9(05)V99.
001279**        BACK PAY OWED ON A TYPE 'T' RECORD
001280     05  GL-NEW-DUES             PIC 9(04)V99.
001290     05  GL-NEW-INSU             PIC 9(04)V99.
001300     05  GL-REC-TYPE             PIC X(01).
001342**        'A' = ADJUSTMENT REPOST - THE CORRECTED FIGURES THAT
001344**        FOLLOW AN ADJUSTMENT'S 'V' REVERSAL (Program1 RUN
001346**        TYPE 'A')
001347**        'P' = PAY-PERIOD EARNINGS - GL-PERIOD-GROSS CARRIES THE
001348**        PERIOD GROSS, GL-NEW-DUES AND GL-NEW-INSU THE DUES AND
001349**        INSURANCE WITHHELD FROM IT
001350**        'W' = PAY-PERIOD DEDUCTION WITHHELD - GL-NEW-DUES
001351**        CARRIES THE AMOUNT OF THE ONE EMPLOYEE DEDUCTION
001352**        NAMED IN GL-DED-CODE
001353**        'T' = RETROACTIVE PAY - GL-RETRO-AMOUNT CARRIES THE
001354**        BACK PAY OWED ON A RAISE THAT CLEARED AFTER ITS
001355**        EFFECTIVE DATE, DUES AND INSURANCE ARE ZERO
001356     05  GL-DED-CODE             PIC X(02).
001360**        DEDUCTION CODE ON A TYPE 'D' OR 'W' RECORD, SPACES
001365**        OTHERWISE
001370     05  GL-SRC-EMP-NB           PIC X(05).
001380**        THE EMPLOYEE NUMBER AS IT STOOD ON THE SOURCE INPUT
001390**        RECORD - EQUAL TO GL-EMP-NB EXCEPT ON A REPAIR RECORD
