001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program14 AS "EmployeeSalary.Program14".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - CYCLE ROLL-FORWARD.  THE
001048*                  PAYROLL RUN (Program1), THE SUSPENSE RELEASE
001052*                  (Program5) AND THE EXCEPTION REPAIR (Program11)
001056*                  ONLY EVER WROTE THEIR RAISES TO THE GL EXTRACTS
001060*                  AND THE HISTORY - THE MASTER KEPT THE OLD
001064*                  SALARY UNTIL SOMEBODY KEYED A Program3 CHANGE
001068*                  CARD.  THIS RUN READS EVERYTHING THAT CLEARED
001072*                  THE CYCLE (GLEXTRCT, GLSUPPL, GLREPAIR),
001076*                  APPLIES THE CLEARED FIGURES TO THE SEQUENTIAL
001080*                  MASTER IMAGE AND THE EMPLOYEE DEDUCTION FILE,
001084*                  STAMPS THE LAST-RAISE DATE (EMPREC.CPY) AND
001088*                  WRITES NEW GENERATIONS (NEWEMP, NEWDEDS) WITH
001092*                  A BEFORE/AFTER REGISTER.  THE GL RECORDS CARRY
001096*                  NEW AMOUNTS, NOT INCREMENTS, SO A RERUN AGAINST
001100*                  THE SAME EXTRACTS CANNOT APPLY A RAISE TWICE.
001104*                  ONLY RAISE, REVERSAL AND ADJUSTMENT RECORDS
001108*                  ('R', BLANK, 'V', 'A') REACH THE RAISE TABLE -
001112*                  RETRO-PAY ('T') AND PAY-PERIOD ('P', 'W')
001116*                  RECORDS ARE SKIPPED AND COUNTED LIKE BONUSES.
001120
001124 ENVIRONMENT DIVISION.
001128 INPUT-OUTPUT SECTION.
001132 FILE-CONTROL.
001136     SELECT OLDMASTERFILE ASSIGN TO "INPUTEMP"
001140         ORGANIZATION IS LINE SEQUENTIAL.
001144     SELECT NEWMASTERFILE ASSIGN TO "NEWEMP"
001148         ORGANIZATION IS LINE SEQUENTIAL.
001152     SELECT GLFILE ASSIGN TO "GLEXTRCT"
001156         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS RFW-GL-STATUS.
001164     SELECT SUPPLFILE ASSIGN TO "GLSUPPL"
001168         ORGANIZATION IS LINE SEQUENTIAL
001172         FILE STATUS IS RFW-SUPPL-STATUS.
001176     SELECT REPAIRFILE ASSIGN TO "GLREPAIR"
001180         ORGANIZATION IS LINE SEQUENTIAL
001184         FILE STATUS IS RFW-REPAIR-STATUS.
001188     SELECT DEDFILE ASSIGN TO "EMPDEDS"
001192         ORGANIZATION IS LINE SEQUENTIAL
001196         FILE STATUS IS RFW-DED-STATUS.
001200     SELECT NEWDEDFILE ASSIGN TO "NEWDEDS"
001204         ORGANIZATION IS LINE SEQUENTIAL.
001208     SELECT CYCSTEPFILE ASSIGN TO "CYCLSTEP"
001212         ORGANIZATION IS LINE SEQUENTIAL
001216         FILE STATUS IS RFW-CYCSTEP-STATUS.
001220     SELECT REGISTERFILE ASSIGN TO "ROLLRPT"
001224         ORGANIZATION IS LINE SEQUENTIAL.
001228
001232 DATA DIVISION.
001236 FILE SECTION.
001240
001244*----------------------------------------------------------------
001248*CURRENT-GENERATION EMPLOYEE MASTER IMAGE - SEE EMPREC.CPY, THE
001252*SAME COPYBOOK EVERY OTHER PROGRAM CARRIES THE MASTER WITH, SO
001256*THEY CAN NEVER DRIFT APART.
001260*----------------------------------------------------------------
001264 FD  OLDMASTERFILE.
001268     COPY EMPREC.
001272
001276*----------------------------------------------------------------
001280*NEW-GENERATION EMPLOYEE MASTER IMAGE - THE OLD ONE WITH THE
001284*CYCLE'S CLEARED FIGURES APPLIED.  OPERATIONS SWAPS IT IN AS
001288*INPUTEMP AND RELOADS EMPMAST (Program6) ONCE THE REGISTER HAS
001292*BEEN SIGNED OFF, THE SAME WAY Program3'S NEW MASTER GOES IN.  A
001296*PLAIN PIC X(80) IS ENOUGH SINCE THE FILE IS ALWAYS WRITTEN FROM
001300*EMPLOYEERECORD.
001304*----------------------------------------------------------------
001308 FD  NEWMASTERFILE.
001312 01  RFW-NEW-MASTER-REC          PIC X(80).
001316
001320*----------------------------------------------------------------
001324*THE THREE CLEARED-RAISE SOURCES - MAIN EXTRACT (Program1),
001328*SUPPLEMENTAL EXTRACT (Program5 RELEASES) AND REPAIR EXTRACT
001332*(Program11).  ALL IN GLEXTRACT.CPY LAYOUT AND READ INTO THE ONE
001336*WORK COPY OF IT BELOW.  A MISSING SUPPLEMENTAL OR REPAIR FILE IS
001340*A NORMAL CYCLE WITH NOTHING RELEASED OR REPAIRED.
001344*----------------------------------------------------------------
001348 FD  GLFILE.
001352 01  RFW-GL-IN-REC               PIC X(36).
001356
001360 FD  SUPPLFILE.
001364 01  RFW-SUPPL-IN-REC            PIC X(36).
001368
001372 FD  REPAIRFILE.
001376 01  RFW-REPAIR-IN-REC           PIC X(36).
001380
001384*----------------------------------------------------------------
001388*EMPLOYEE DEDUCTION FILE - SEE DEDREC.CPY, THE SAME COPYBOOK
001392*Program1 LOADS IT WITH.
001396*----------------------------------------------------------------
001400 FD  DEDFILE.
001404     COPY DEDREC.
001408
001412*----------------------------------------------------------------
001416*NEW-GENERATION DEDUCTION FILE - SWAPPED IN AS EMPDEDS ALONGSIDE
001420*THE NEW MASTER.
001424*----------------------------------------------------------------
001428 FD  NEWDEDFILE.
001432 01  RFW-NEW-DED-REC             PIC X(30).
001436
001440*----------------------------------------------------------------
001444*CYCLE-STEP CONTROL FILE - SEE CYCSTEP.CPY.  READ ONLY - THE
001448*ROLL-FORWARD WAITS FOR THE NIGHT TO FINISH (STEP 4 COMPLETE) AND
001452*TAKES THE CYCLE DATE FROM THE PAYROLL RUN'S STAMP.
001456*----------------------------------------------------------------
001460 FD  CYCSTEPFILE.
001464     COPY CYCSTEP.
001468
001472*----------------------------------------------------------------
001476*PRINTED ROLL-FORWARD REGISTER.
001480*----------------------------------------------------------------
001484 FD  REGISTERFILE.
001488 01  RFW-PRINT-REC               PIC X(78).
001492
001496 WORKING-STORAGE SECTION.
001500
001504 01  RFW-CURRENT-DATE-DATA.
001508     05  RFW-CURRENT-DATE.
001512         10  RFW-CURRENT-YEAR        PIC 9(04).
001516         10  RFW-CURRENT-MONTH       PIC 9(02).
001520         10  RFW-CURRENT-DAY         PIC 9(02).
001524
001528*----------------------------------------------------------------
001532*WORK COPY OF ONE CLEARED GL RECORD - SEE GLEXTRACT.CPY.
001536*----------------------------------------------------------------
001540     COPY GLEXTRACT.
001544
001548*----------------------------------------------------------------
001552*PROGRAM SWITCHES.
001556*----------------------------------------------------------------
001560 01  RFW-SWITCHES.
001564     05  RFW-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001568         88  MASTER-EOF                      VALUE 'Y'.
001572     05  RFW-GL-EOF-SW           PIC X(01) VALUE 'N'.
001576         88  GL-EOF                          VALUE 'Y'.
001580     05  RFW-SUPPL-EOF-SW        PIC X(01) VALUE 'N'.
001584         88  SUPPL-EOF                       VALUE 'Y'.
001588     05  RFW-REPAIR-EOF-SW       PIC X(01) VALUE 'N'.
001592         88  REPAIR-EOF                      VALUE 'Y'.
001596     05  RFW-DED-EOF-SW          PIC X(01) VALUE 'N'.
001600         88  DED-EOF                         VALUE 'Y'.
001604     05  RFW-CYCSTEP-EOF-SW      PIC X(01) VALUE 'N'.
001608         88  CYCSTEP-EOF                     VALUE 'Y'.
001612     05  RFW-CYCSTEP-PRESENT-SW  PIC X(01) VALUE 'N'.
001616         88  CYCSTEP-GATE-ON                 VALUE 'Y'.
001620     05  RFW-CLR-FOUND-SW        PIC X(01) VALUE 'N'.
001624         88  CLEARED-RAISE-FOUND             VALUE 'Y'.
001628     05  RFW-CDD-FOUND-SW        PIC X(01) VALUE 'N'.
001632         88  CLEARED-DED-FOUND               VALUE 'Y'.
001636
001640 01  RFW-GL-STATUS               PIC XX VALUE '00'.
001644 01  RFW-SUPPL-STATUS            PIC XX VALUE '00'.
001648 01  RFW-REPAIR-STATUS           PIC XX VALUE '00'.
001652 01  RFW-DED-STATUS              PIC XX VALUE '00'.
001656 01  RFW-CYCSTEP-STATUS          PIC XX VALUE '00'.
001660
001664*----------------------------------------------------------------
001668*CYCLE-STEP TABLE - THE FOUR STEPS OF THE NIGHT AS LOADED FROM
001672*CYCLSTEP.  NOTHING IS STAMPED BACK; THE ROLL-FORWARD RUNS AFTER
001676*THE NIGHT IS OVER.
001680*----------------------------------------------------------------
001684 01  RFW-CYC-TABLE.
001688     05  RFW-CYC-SLOT OCCURS 4 TIMES.
001692         10  RFW-CYC-TBL-PROGRAM     PIC X(10).
001696         10  RFW-CYC-TBL-DATE        PIC X(08).
001700         10  RFW-CYC-TBL-START       PIC X(06).
001704         10  RFW-CYC-TBL-END         PIC X(06).
001708         10  RFW-CYC-TBL-STATUS      PIC X(01).
001712 01  RFW-CYC-SUB                 PIC 9(01) VALUE ZERO.
001716
001720*----------------------------------------------------------------
001724*THE CYCLE DATE STAMPED AS EACH ROLLED EMPLOYEE'S LAST-RAISE
001728*DATE - THE PAYROLL RUN'S (STEP 2) CYCLE DATE OFF CYCLSTEP, OR
001732*TODAY WHEN THE GATE IS NOT IN USE.
001736*----------------------------------------------------------------
001740 01  RFW-CYCLE-DATE              PIC X(08) VALUE SPACES.
001744
001748*----------------------------------------------------------------
001752*CLEARED-RAISE TABLE - ONE ENTRY PER EMPLOYEE WITH A SALARY-
001756*BEARING RECORD ON ANY OF THE THREE EXTRACTS, KEYED ON THE
001760*SOURCE EMPLOYEE NUMBER (THE NUMBER AS IT STANDS ON THE MASTER -
001764*SEE GL-SRC-EMP-NB).  FILES ARE LOADED MAIN, SUPPLEMENTAL,
001768*REPAIR AND A LATER RECORD FOR THE SAME EMPLOYEE REPLACES THE
001772*EARLIER ONE - AN ADJUSTMENT'S 'A' REPOST FOLLOWS ITS 'V'
001776*REVERSAL, AND A BACKOUT'S 'V' CARRIES THE RESTORED FIGURES, SO
001780*THE LAST RECORD IS ALWAYS WHAT THE MASTER SHOULD SAY.
001784*----------------------------------------------------------------
001788 77  RFW-CLR-COUNT               PIC 9(04) COMP VALUE ZERO.
001792 01  RFW-CLEARED-TABLE.
001796     05  RFW-CLR-ENTRY OCCURS 1 TO 3000 TIMES
001800             DEPENDING ON RFW-CLR-COUNT
001804             INDEXED BY RFW-CLR-IDX.
001808         10  RFW-CLR-EMP-NB          PIC X(05).
001812         10  RFW-CLR-GL-EMP-NB       PIC X(05).
001816         10  RFW-CLR-NEW-SALARY      PIC 9(07).
001820         10  RFW-CLR-NEW-DUES        PIC 9(04)V99.
001824         10  RFW-CLR-NEW-INSU        PIC 9(04)V99.
001828         10  RFW-CLR-REC-TYPE        PIC X(01).
001832         10  RFW-CLR-SOURCE          PIC X(06).
001836         10  RFW-CLR-USED-SW         PIC X(01).
001840             88  CLR-WAS-USED                VALUE 'Y'.
001844
001848*----------------------------------------------------------------
001852*CLEARED-DEDUCTION TABLE - ONE ENTRY PER EMPLOYEE AND DEDUCTION
001856*CODE FROM THE TYPE 'D' RECORDS, LATEST RECORD WINNING THE SAME
001860*WAY.
001864*----------------------------------------------------------------
001868 77  RFW-CDD-COUNT               PIC 9(04) COMP VALUE ZERO.
001872 01  RFW-CLEARED-DED-TABLE.
001876     05  RFW-CDD-ENTRY OCCURS 1 TO 3000 TIMES
001880             DEPENDING ON RFW-CDD-COUNT
001884             INDEXED BY RFW-CDD-IDX.
001888         10  RFW-CDD-EMP-NB          PIC X(05).
001892         10  RFW-CDD-DED-CODE        PIC X(02).
001896         10  RFW-CDD-NEW-AMOUNT      PIC 9(04)V99.
001900         10  RFW-CDD-SOURCE          PIC X(06).
001904         10  RFW-CDD-USED-SW         PIC X(01).
001908             88  CDD-WAS-USED                VALUE 'Y'.
001912
001916*----------------------------------------------------------------
001920*WORK AREA FOR ONE GL RECORD ON ITS WAY INTO THE TABLES.
001924*----------------------------------------------------------------
001928 01  RFW-LOAD-WORK.
001932     05  RFW-WRK-EMP-NB          PIC X(05).
001936     05  RFW-WRK-SOURCE          PIC X(06).
001940
001944 01  RFW-NOTE-REASON             PIC X(40) VALUE SPACES.
001948
001952*----------------------------------------------------------------
001956*CONTROL TOTALS - MASTER RECORDS READ MUST EQUAL MASTER RECORDS
001960*WRITTEN, AND EVERY CLEARED RECORD IS EITHER ROLLED, SUPERSEDED,
001964*SKIPPED AS NOT A MASTER CHANGE, OR LISTED AS NOT ROLLED.
001968*----------------------------------------------------------------
001972 01  RFW-CONTROL-TOTALS.
001976     05  RFW-MASTER-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
001980     05  RFW-MASTER-WRITE-COUNT  PIC 9(06) COMP VALUE ZERO.
001984     05  RFW-ROLLED-COUNT        PIC 9(06) COMP VALUE ZERO.
001988     05  RFW-REVERSED-COUNT      PIC 9(06) COMP VALUE ZERO.
001992     05  RFW-GL-READ-COUNT       PIC 9(06) COMP VALUE ZERO.
001996     05  RFW-SUPPL-READ-COUNT    PIC 9(06) COMP VALUE ZERO.
002000     05  RFW-REPAIR-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
002004     05  RFW-BONUS-SKIP-COUNT    PIC 9(06) COMP VALUE ZERO.
002008     05  RFW-PAY-SKIP-COUNT      PIC 9(06) COMP VALUE ZERO.
002012     05  RFW-SUPERSEDED-COUNT    PIC 9(06) COMP VALUE ZERO.
002016     05  RFW-REFUSED-COUNT       PIC 9(06) COMP VALUE ZERO.
002020     05  RFW-NOT-ON-MASTER-COUNT PIC 9(06) COMP VALUE ZERO.
002024     05  RFW-DED-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
002028     05  RFW-DED-WRITE-COUNT     PIC 9(06) COMP VALUE ZERO.
002032     05  RFW-DED-ROLLED-COUNT    PIC 9(06) COMP VALUE ZERO.
002036     05  RFW-DED-NOT-FOUND-COUNT PIC 9(06) COMP VALUE ZERO.
002040
002044*----------------------------------------------------------------
002048*REGISTER HEADINGS, DETAIL LINES AND TRAILER.
002052*----------------------------------------------------------------
002056 01  RFW-REPORT-HEADER.
002060     05  FILLER             PIC X(20) VALUE SPACES.
002064     05  FILLER             PIC X(27)
002068         VALUE 'CYCLE ROLL-FORWARD REGISTER'.
002072     05  FILLER             PIC X(09) VALUE SPACES.
002076     05  RFW-HDR-DATE-GRP.
002080         10  RFW-HDR-DAY             PIC XX.
002084         10  FILLER                  PIC X VALUE '/'.
002088         10  RFW-HDR-MONTH           PIC XX.
002092         10  FILLER                  PIC X VALUE '/'.
002096         10  RFW-HDR-YEAR            PIC XXXX.
002100
002104 01  RFW-CYCLE-LINE.
002108     05  FILLER                  PIC X(05) VALUE SPACES.
002112     05  FILLER                  PIC X(28)
002116         VALUE 'CLEARED FIGURES FOR CYCLE   '.
002120     05  RFW-CYL-DATE            PIC X(08).
002124
002128 01  RFW-MINI-TITLES.
002132     05  FILLER                  PIC X(01) VALUE SPACES.
002136     05  FILLER                  PIC X(07) VALUE 'ACTION'.
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002144     05  FILLER                  PIC X(05) VALUE 'EMPL.'.
002148     05  FILLER                  PIC X(02) VALUE SPACES.
002152     05  FILLER                  PIC X(18) VALUE 'NAME'.
002156     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  FILLER                  PIC X(06) VALUE 'SALARY'.
002164     05  FILLER                  PIC X(05) VALUE SPACES.
002168     05  FILLER                  PIC X(04) VALUE 'DUES'.
002172     05  FILLER                  PIC X(03) VALUE SPACES.
002176     05  FILLER                  PIC X(06) VALUE 'INSUR.'.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002184     05  FILLER                  PIC X(08) VALUE 'RAISED'.
002188     05  FILLER                  PIC X(02) VALUE SPACES.
002192     05  FILLER                  PIC X(06) VALUE 'SOURCE'.
002196
002200 01  RFW-DETAIL-LINE.
002204     05  FILLER                  PIC X(01).
002208     05  RFW-DTL-TAG             PIC X(07).
002212     05  FILLER                  PIC X(01).
002216     05  RFW-DTL-EMP-NB          PIC X(05).
002220     05  FILLER                  PIC X(02).
002224     05  RFW-DTL-NAME            PIC X(18).
002228     05  FILLER                  PIC X(01).
002232     05  RFW-DTL-SALARY          PIC ZZZZZZ9.
002236     05  FILLER                  PIC X(02).
002240     05  RFW-DTL-DUES            PIC ZZZ9.99.
002244     05  FILLER                  PIC X(02).
002248     05  RFW-DTL-INSU            PIC ZZZ9.99.
002252     05  FILLER                  PIC X(02).
002256     05  RFW-DTL-RAISE-DT        PIC X(08).
002260     05  FILLER                  PIC X(02).
002264     05  RFW-DTL-SOURCE          PIC X(06).
002268
002272 01  RFW-NOTE-LINE.
002276     05  FILLER                  PIC X(01).
002280     05  RFW-NTL-TAG             PIC X(07).
002284     05  FILLER                  PIC X(01).
002288     05  RFW-NTL-EMP-NB          PIC X(05).
002292     05  FILLER                  PIC X(02).
002296     05  RFW-NTL-REASON          PIC X(40).
002300     05  FILLER                  PIC X(02).
002304     05  RFW-NTL-SOURCE          PIC X(06).
002308
002312 01  RFW-REPORT-TRAILER.
002316     05  FILLER                  PIC X(05).
002320     05  RFW-TR-LABEL            PIC X(35).
002324     05  FILLER                  PIC X(02).
002328     05  RFW-TR-COUNT            PIC ZZZ,ZZ9.
002332
002336 PROCEDURE DIVISION.
002340
002344*----------------------------------------------------------------
002348*0000-MAIN-CONTROL LOADS EVERYTHING THAT CLEARED THE CYCLE, ROLLS
002352*IT ONTO THE MASTER AND THE DEDUCTION FILE IN ONE PASS OF EACH,
002356*LISTS WHATEVER CLEARED BUT FOUND NOTHING TO ROLL ONTO, AND CLOSES
002360*WITH THE CONTROL TOTALS.
002364*----------------------------------------------------------------
002368 0000-MAIN-CONTROL.
002372     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002376     PERFORM 2000-ROLL-MASTER THRU 2000-EXIT.
002380     PERFORM 3000-ROLL-DEDUCTIONS THRU 3000-EXIT.
002384     PERFORM 4000-LIST-NOT-ROLLED THRU 4000-EXIT.
002388     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
002392     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002396     STOP RUN.
002400
002404*----------------------------------------------------------------
002408*1000-INITIALIZE CHECKS THE CYCLE-STEP GATE, OPENS THE FILES,
002412*WRITES THE REGISTER BANNER AND LOADS THE THREE EXTRACTS INTO THE
002416*CLEARED TABLES.
002420*----------------------------------------------------------------
002424 1000-INITIALIZE.
002428     MOVE FUNCTION CURRENT-DATE (1:8) TO RFW-CURRENT-DATE-DATA.
002432     MOVE RFW-CURRENT-DATE TO RFW-CYCLE-DATE.
002436     PERFORM 1600-CHECK-CYCLE-STEP THRU 1600-EXIT.
002440     OPEN INPUT OLDMASTERFILE.
002444     OPEN OUTPUT NEWMASTERFILE
002448         NEWDEDFILE
002452         REGISTERFILE.
002456     MOVE RFW-CURRENT-DAY TO RFW-HDR-DAY.
002460     MOVE RFW-CURRENT-MONTH TO RFW-HDR-MONTH.
002464     MOVE RFW-CURRENT-YEAR TO RFW-HDR-YEAR.
002468     PERFORM 1100-WRITE-REGISTER-HEADER THRU 1100-EXIT.
002472     PERFORM 1200-LOAD-MAIN-EXTRACT THRU 1200-EXIT.
002476     PERFORM 1300-LOAD-SUPPL-EXTRACT THRU 1300-EXIT.
002480     PERFORM 1400-LOAD-REPAIR-EXTRACT THRU 1400-EXIT.
002484     PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
002488 1000-EXIT.
002492     EXIT.
002496
002500 1100-WRITE-REGISTER-HEADER.
002504     MOVE SPACES TO RFW-PRINT-REC.
002508     WRITE RFW-PRINT-REC AFTER ADVANCING 3 LINES.
002512     MOVE RFW-REPORT-HEADER TO RFW-PRINT-REC.
002516     WRITE RFW-PRINT-REC.
002520     MOVE RFW-CYCLE-DATE TO RFW-CYL-DATE.
002524     MOVE RFW-CYCLE-LINE TO RFW-PRINT-REC.
002528     WRITE RFW-PRINT-REC AFTER ADVANCING 2 LINES.
002532     MOVE RFW-MINI-TITLES TO RFW-PRINT-REC.
002536     WRITE RFW-PRINT-REC AFTER ADVANCING 2 LINES.
002540     MOVE SPACES TO RFW-PRINT-REC.
002544     WRITE RFW-PRINT-REC.
002548 1100-EXIT.
002552     EXIT.
002556
002560*----------------------------------------------------------------
002564*1200-LOAD-MAIN-EXTRACT READS THE PAYROLL RUN'S GL EXTRACT INTO
002568*THE CLEARED TABLES.  NO MAIN EXTRACT MEANS NO CYCLE RAN - THE
002572*REGISTER STILL PRINTS, AND ONLY RELEASES AND REPAIRS ROLL.
002576*----------------------------------------------------------------
002580 1200-LOAD-MAIN-EXTRACT.
002584     OPEN INPUT GLFILE.
002588     IF RFW-GL-STATUS NOT = '00'
002592         GO TO 1200-EXIT
002596     END-IF.
002600     MOVE 'MAIN' TO RFW-WRK-SOURCE.
002604     PERFORM 1210-READ-GL-RECORD THRU 1210-EXIT.
002608     PERFORM UNTIL GL-EOF
002612         ADD 1 TO RFW-GL-READ-COUNT
002616         PERFORM 1500-TABLE-CLEARED-RECORD THRU 1500-EXIT
002620         PERFORM 1210-READ-GL-RECORD THRU 1210-EXIT
002624     END-PERFORM.
002628     CLOSE GLFILE.
002632 1200-EXIT.
002636     EXIT.
002640
002644 1210-READ-GL-RECORD.
002648     READ GLFILE INTO GL-EXTRACT-REC
002652         AT END
002656             MOVE 'Y' TO RFW-GL-EOF-SW
002660     END-READ.
002664 1210-EXIT.
002668     EXIT.
002672
002676*----------------------------------------------------------------
002680*1300-LOAD-SUPPL-EXTRACT ADDS THE SUSPENSE RELEASES THE SAME WAY.
002684*NO RELEASES THIS CYCLE MEANS NO FILE - NORMAL.
002688*----------------------------------------------------------------
002692 1300-LOAD-SUPPL-EXTRACT.
002696     OPEN INPUT SUPPLFILE.
002700     IF RFW-SUPPL-STATUS NOT = '00'
002704         GO TO 1300-EXIT
002708     END-IF.
002712     MOVE 'SUPPL' TO RFW-WRK-SOURCE.
002716     PERFORM 1310-READ-SUPPL-RECORD THRU 1310-EXIT.
002720     PERFORM UNTIL SUPPL-EOF
002724         ADD 1 TO RFW-SUPPL-READ-COUNT
002728         PERFORM 1500-TABLE-CLEARED-RECORD THRU 1500-EXIT
002732         PERFORM 1310-READ-SUPPL-RECORD THRU 1310-EXIT
002736     END-PERFORM.
002740     CLOSE SUPPLFILE.
002744 1300-EXIT.
002748     EXIT.
002752
002756 1310-READ-SUPPL-RECORD.
002760     READ SUPPLFILE INTO GL-EXTRACT-REC
002764         AT END
002768             MOVE 'Y' TO RFW-SUPPL-EOF-SW
002772     END-READ.
002776 1310-EXIT.
002780     EXIT.
002784
002788*----------------------------------------------------------------
002792*1400-LOAD-REPAIR-EXTRACT ADDS THE REPAIRED EXCEPTIONS LAST, SO A
002796*REPAIR OVERRIDES ANYTHING EARLIER FOR THE SAME EMPLOYEE.  NO
002800*REPAIRS THIS CYCLE MEANS NO FILE - NORMAL.
002804*----------------------------------------------------------------
002808 1400-LOAD-REPAIR-EXTRACT.
002812     OPEN INPUT REPAIRFILE.
002816     IF RFW-REPAIR-STATUS NOT = '00'
002820         GO TO 1400-EXIT
002824     END-IF.
002828     MOVE 'REPAIR' TO RFW-WRK-SOURCE.
002832     PERFORM 1410-READ-REPAIR-RECORD THRU 1410-EXIT.
002836     PERFORM UNTIL REPAIR-EOF
002840         ADD 1 TO RFW-REPAIR-READ-COUNT
002844         PERFORM 1500-TABLE-CLEARED-RECORD THRU 1500-EXIT
002848         PERFORM 1410-READ-REPAIR-RECORD THRU 1410-EXIT
002852     END-PERFORM.
002856     CLOSE REPAIRFILE.
002860 1400-EXIT.
002864     EXIT.
002868
002872 1410-READ-REPAIR-RECORD.
002876     READ REPAIRFILE INTO GL-EXTRACT-REC
002880         AT END
002884             MOVE 'Y' TO RFW-REPAIR-EOF-SW
002888     END-READ.
002892 1410-EXIT.
002896     EXIT.
002900
002904*----------------------------------------------------------------
002908*1500-TABLE-CLEARED-RECORD FILES ONE GL RECORD.  A BONUS ('B') IS
002912*PAID ONCE AND NEVER CHANGES THE MASTER, SO IT IS ONLY COUNTED.
002916*RETRO PAY ('T') AND PAY-PERIOD RECORDS ('P', 'W') ARE MONEY
002920*PAID, NOT RATES, SO THEY ARE ONLY COUNTED TOO - A BACKOUT'S
002924*ZERO 'T' MUST NEVER PASS FOR THE LATEST RAISE.  A DEDUCTION
002928*('D') GOES TO THE DEDUCTION TABLE.  ONLY 'R' (OR BLANK), 'V'
002932*AND 'A' CARRY THE FULL SALARY/DUES/INSURANCE FIGURES AND GO TO
002936*THE RAISE TABLE.  THE EMPLOYEE IS KEYED ON THE
002940*SOURCE NUMBER, FALLING BACK TO THE GL NUMBER ON RECORDS WRITTEN
002944*BEFORE THE SOURCE NUMBER EXISTED.
002948*----------------------------------------------------------------
002952 1500-TABLE-CLEARED-RECORD.
002956     IF GL-SRC-EMP-NB = SPACES
002960         MOVE GL-EMP-NB TO RFW-WRK-EMP-NB
002964     ELSE
002968         MOVE GL-SRC-EMP-NB TO RFW-WRK-EMP-NB
002972     END-IF.
002976     EVALUATE GL-REC-TYPE
002980         WHEN 'B'
002984             ADD 1 TO RFW-BONUS-SKIP-COUNT
002988         WHEN 'D'
002992             PERFORM 1550-TABLE-CLEARED-DED THRU 1550-EXIT
002996         WHEN 'R'
003000         WHEN SPACE
003004         WHEN 'V'
003008         WHEN 'A'
003012             PERFORM 1520-TABLE-CLEARED-RAISE THRU 1520-EXIT
003016         WHEN OTHER
003020             ADD 1 TO RFW-PAY-SKIP-COUNT
003024     END-EVALUATE.
003028 1500-EXIT.
003032     EXIT.
003036
003040 1520-TABLE-CLEARED-RAISE.
003044     MOVE 'N' TO RFW-CLR-FOUND-SW.
003048     SET RFW-CLR-IDX TO 1.
003052     IF RFW-CLR-COUNT > ZERO
003056         SEARCH RFW-CLR-ENTRY
003060             AT END
003064                 CONTINUE
003068             WHEN RFW-CLR-EMP-NB (RFW-CLR-IDX) = RFW-WRK-EMP-NB
003072                 MOVE 'Y' TO RFW-CLR-FOUND-SW
003076         END-SEARCH
003080     END-IF.
003084     IF CLEARED-RAISE-FOUND
003088         ADD 1 TO RFW-SUPERSEDED-COUNT
003092     ELSE
003096         IF RFW-CLR-COUNT >= 3000
003100             DISPLAY 'CLEARED RAISES EXCEED THE ROLL TABLE (3000)'
003104             STOP RUN
003108         END-IF
003112         ADD 1 TO RFW-CLR-COUNT
003116         SET RFW-CLR-IDX TO RFW-CLR-COUNT
003120         MOVE RFW-WRK-EMP-NB TO RFW-CLR-EMP-NB (RFW-CLR-IDX)
003124         MOVE 'N' TO RFW-CLR-USED-SW (RFW-CLR-IDX)
003128     END-IF.
003132     MOVE GL-EMP-NB TO RFW-CLR-GL-EMP-NB (RFW-CLR-IDX).
003136     MOVE GL-NEW-SALARY TO RFW-CLR-NEW-SALARY (RFW-CLR-IDX).
003140     MOVE GL-NEW-DUES TO RFW-CLR-NEW-DUES (RFW-CLR-IDX).
003144     MOVE GL-NEW-INSU TO RFW-CLR-NEW-INSU (RFW-CLR-IDX).
003148     MOVE GL-REC-TYPE TO RFW-CLR-REC-TYPE (RFW-CLR-IDX).
003152     MOVE RFW-WRK-SOURCE TO RFW-CLR-SOURCE (RFW-CLR-IDX).
003156 1520-EXIT.
003160     EXIT.
003164
003168 1550-TABLE-CLEARED-DED.
003172     MOVE 'N' TO RFW-CDD-FOUND-SW.
003176     SET RFW-CDD-IDX TO 1.
003180     IF RFW-CDD-COUNT > ZERO
003184         SEARCH RFW-CDD-ENTRY
003188             AT END
003192                 CONTINUE
003196             WHEN RFW-CDD-EMP-NB (RFW-CDD-IDX) = RFW-WRK-EMP-NB
003200                 AND RFW-CDD-DED-CODE (RFW-CDD-IDX) = GL-DED-CODE
003204                 MOVE 'Y' TO RFW-CDD-FOUND-SW
003208         END-SEARCH
003212     END-IF.
003216     IF CLEARED-DED-FOUND
003220         ADD 1 TO RFW-SUPERSEDED-COUNT
003224     ELSE
003228         IF RFW-CDD-COUNT >= 3000
003232             DISPLAY 'CLEARED DEDUCTIONS EXCEED THE ROLL TABLE '
003236                 '(3000)'
003240             STOP RUN
003244         END-IF
003248         ADD 1 TO RFW-CDD-COUNT
003252         SET RFW-CDD-IDX TO RFW-CDD-COUNT
003256         MOVE RFW-WRK-EMP-NB TO RFW-CDD-EMP-NB (RFW-CDD-IDX)
003260         MOVE GL-DED-CODE TO RFW-CDD-DED-CODE (RFW-CDD-IDX)
003264         MOVE 'N' TO RFW-CDD-USED-SW (RFW-CDD-IDX)
003268     END-IF.
003272     MOVE GL-NEW-DUES TO RFW-CDD-NEW-AMOUNT (RFW-CDD-IDX).
003276     MOVE RFW-WRK-SOURCE TO RFW-CDD-SOURCE (RFW-CDD-IDX).
003280 1550-EXIT.
003284     EXIT.
003288
003292*----------------------------------------------------------------
003296*1600-CHECK-CYCLE-STEP LOADS THE CYCLE-STEP FILE AND REFUSES TO
003300*ROLL A NIGHT THAT HAS NOT FINISHED - UNTIL THE SUSPENSE REVIEW
003304*(STEP 4) STAMPS COMPLETE, THE SUPPLEMENTAL EXTRACT IS NOT FINAL
003308*AND A RAISE COULD BE ROLLED BEFORE IT WAS SIGNED FOR.  THE CYCLE
003312*DATE IS THE PAYROLL RUN'S (STEP 2).  NO CYCLSTEP MOUNTED LEAVES
003316*THE GATE OFF AND THE CYCLE DATE AT TODAY.
003320*----------------------------------------------------------------
003324 1600-CHECK-CYCLE-STEP.
003328     MOVE 'N' TO RFW-CYCSTEP-PRESENT-SW.
003332     MOVE SPACES TO RFW-CYC-TABLE.
003336     OPEN INPUT CYCSTEPFILE.
003340     IF RFW-CYCSTEP-STATUS NOT = '00'
003344         GO TO 1600-EXIT
003348     END-IF.
003352     MOVE 'Y' TO RFW-CYCSTEP-PRESENT-SW.
003356     MOVE 'N' TO RFW-CYCSTEP-EOF-SW.
003360     PERFORM UNTIL CYCSTEP-EOF
003364         READ CYCSTEPFILE
003368             AT END
003372                 MOVE 'Y' TO RFW-CYCSTEP-EOF-SW
003376             NOT AT END
003380                 PERFORM 1610-LOAD-ONE-SLOT THRU 1610-EXIT
003384         END-READ
003388     END-PERFORM.
003392     CLOSE CYCSTEPFILE.
003396     IF RFW-CYC-TBL-STATUS (4) NOT = 'C'
003400         DISPLAY 'CYCLE-STEP GATE - THE SUSPENSE REVIEW (STEP 4) '
003404             'HAS NOT COMPLETED.  ROLL-FORWARD NOT STARTED.'
003408         DISPLAY 'SEE THE CYCLE-STATUS LISTING, OR REMOVE '
003412             'CYCLSTEP FOR AN OUT-OF-CYCLE RERUN.'
003416         STOP RUN
003420     END-IF.
003424     IF RFW-CYC-TBL-DATE (2) IS NUMERIC
003428         MOVE RFW-CYC-TBL-DATE (2) TO RFW-CYCLE-DATE
003432     END-IF.
003436 1600-EXIT.
003440     EXIT.
003444
003448 1610-LOAD-ONE-SLOT.
003452     IF CYC-STEP-NO NOT NUMERIC
003456         OR CYC-STEP-NO < 1
003460         OR CYC-STEP-NO > 4
003464         GO TO 1610-EXIT
003468     END-IF.
003472     MOVE CYC-STEP-NO TO RFW-CYC-SUB.
003476     MOVE CYC-PROGRAM-ID TO RFW-CYC-TBL-PROGRAM (RFW-CYC-SUB).
003480     MOVE CYC-CYCLE-DATE TO RFW-CYC-TBL-DATE (RFW-CYC-SUB).
003484     MOVE CYC-START-TIME TO RFW-CYC-TBL-START (RFW-CYC-SUB).
003488     MOVE CYC-END-TIME TO RFW-CYC-TBL-END (RFW-CYC-SUB).
003492     MOVE CYC-STATUS TO RFW-CYC-TBL-STATUS (RFW-CYC-SUB).
003496 1610-EXIT.
003500     EXIT.
003504
003508*----------------------------------------------------------------
003512*2000-ROLL-MASTER COPIES THE OLD MASTER TO THE NEW GENERATION ONE
003516*RECORD AT A TIME, ROLLING THE CLEARED FIGURES ONTO EVERY
003520*EMPLOYEE THAT HAS THEM.  EVERY RECORD IS WRITTEN, CHANGED OR NOT
003524*- THE ROLL-FORWARD NEVER DROPS AN EMPLOYEE.
003528*----------------------------------------------------------------
003532 2000-ROLL-MASTER.
003536     PERFORM UNTIL MASTER-EOF
003540         PERFORM 2200-ROLL-ONE-EMPLOYEE THRU 2200-EXIT
003544         MOVE EmployeeRecord TO RFW-NEW-MASTER-REC
003548         WRITE RFW-NEW-MASTER-REC
003552         ADD 1 TO RFW-MASTER-WRITE-COUNT
003556         PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT
003560     END-PERFORM.
003564 2000-EXIT.
003568     EXIT.
003572
003576 2100-READ-OLD-MASTER.
003580     READ OLDMASTERFILE
003584         AT END
003588             MOVE 'Y' TO RFW-MASTER-EOF-SW
003592         NOT AT END
003596             ADD 1 TO RFW-MASTER-READ-COUNT
003600     END-READ.
003604 2100-EXIT.
003608     EXIT.
003612
003616*----------------------------------------------------------------
003620*2200-ROLL-ONE-EMPLOYEE LOOKS THE EMPLOYEE UP ON THE CLEARED-
003624*RAISE TABLE AND, WHEN A RECORD CLEARED, PRINTS THE BEFORE
003628*PICTURE, APPLIES THE FIGURES AND PRINTS THE AFTER PICTURE.  A
003632*RAISE OR ADJUSTMENT STAMPS THE LAST-RAISE DATE; A REVERSAL PUTS
003636*THE FIGURES BACK AND LEAVES THE DATE ALONE.  TWO THINGS REFUSE
003640*THE ROLL AND LEAVE THE RECORD AS IT WAS, WITH A NOTE:  A MASTER
003644*ALREADY ROLLED BY A LATER CYCLE (AN OLD EXTRACT REMOUNTED BY
003648*MISTAKE MUST NOT WIND THE SALARY BACK), AND FIGURES TOO LARGE
003652*FOR THE MASTER'S PICTURES.
003656*----------------------------------------------------------------
003660 2200-ROLL-ONE-EMPLOYEE.
003664     IF RFW-CLR-COUNT = ZERO
003668         GO TO 2200-EXIT
003672     END-IF.
003676     SET RFW-CLR-IDX TO 1.
003680     SEARCH RFW-CLR-ENTRY
003684         AT END
003688             GO TO 2200-EXIT
003692         WHEN RFW-CLR-EMP-NB (RFW-CLR-IDX) = EmpNbIn
003696             MOVE 'Y' TO RFW-CLR-USED-SW (RFW-CLR-IDX)
003700     END-SEARCH.
003704     IF EmpLastRaiseDt IS NUMERIC
003708         AND EmpLastRaiseDt > RFW-CYCLE-DATE
003712         MOVE 'MASTER ALREADY ROLLED BY A LATER CYCLE'
003716             TO RFW-NOTE-REASON
003720         PERFORM 2400-WRITE-REFUSED-NOTE THRU 2400-EXIT
003724         GO TO 2200-EXIT
003728     END-IF.
003732     IF RFW-CLR-NEW-SALARY (RFW-CLR-IDX) > 999999
003736         OR RFW-CLR-NEW-DUES (RFW-CLR-IDX) > 999.99
003740         OR RFW-CLR-NEW-INSU (RFW-CLR-IDX) > 999.99
003744         MOVE 'CLEARED FIGURES TOO LARGE FOR THE MASTER'
003748             TO RFW-NOTE-REASON
003752         PERFORM 2400-WRITE-REFUSED-NOTE THRU 2400-EXIT
003756         GO TO 2200-EXIT
003760     END-IF.
003764     MOVE 'BEFORE' TO RFW-DTL-TAG.
003768     PERFORM 2300-WRITE-MASTER-LINE THRU 2300-EXIT.
003772     MOVE RFW-CLR-NEW-SALARY (RFW-CLR-IDX) TO AnnualSalaryIn.
003776     MOVE RFW-CLR-NEW-DUES (RFW-CLR-IDX) TO EmpDues.
003780     MOVE RFW-CLR-NEW-INSU (RFW-CLR-IDX) TO EmpInsuIn.
003784     IF RFW-CLR-REC-TYPE (RFW-CLR-IDX) = 'V'
003788         ADD 1 TO RFW-REVERSED-COUNT
003792         MOVE 'REVERSD' TO RFW-DTL-TAG
003796     ELSE
003800         ADD 1 TO RFW-ROLLED-COUNT
003804         MOVE RFW-CYCLE-DATE TO EmpLastRaiseDt
003808         MOVE 'AFTER' TO RFW-DTL-TAG
003812     END-IF.
003816     PERFORM 2300-WRITE-MASTER-LINE THRU 2300-EXIT.
003820     IF RFW-CLR-GL-EMP-NB (RFW-CLR-IDX) NOT = EmpNbIn
003824         MOVE SPACES TO RFW-NOTE-LINE
003828         MOVE 'NOTE' TO RFW-NTL-TAG
003832         MOVE EmpNbIn TO RFW-NTL-EMP-NB
003836         MOVE 'REPAIR CHANGED THE NUMBER - KEY Program3'
003840             TO RFW-NTL-REASON
003844         MOVE RFW-CLR-SOURCE (RFW-CLR-IDX) TO RFW-NTL-SOURCE
003848         MOVE RFW-NOTE-LINE TO RFW-PRINT-REC
003852         WRITE RFW-PRINT-REC
003856     END-IF.
003860     MOVE SPACES TO RFW-PRINT-REC.
003864     WRITE RFW-PRINT-REC.
003868 2200-EXIT.
003872     EXIT.
003876
003880 2300-WRITE-MASTER-LINE.
003884     MOVE SPACES TO RFW-DETAIL-LINE.
003888     MOVE EmpNbIn TO RFW-DTL-EMP-NB.
003892     MOVE EmpName TO RFW-DTL-NAME.
003896     MOVE AnnualSalaryIn TO RFW-DTL-SALARY.
003900     MOVE EmpDues TO RFW-DTL-DUES.
003904     MOVE EmpInsuIn TO RFW-DTL-INSU.
003908     MOVE EmpLastRaiseDt TO RFW-DTL-RAISE-DT.
003912     IF RFW-DTL-TAG NOT = 'BEFORE'
003916         MOVE RFW-CLR-SOURCE (RFW-CLR-IDX) TO RFW-DTL-SOURCE
003920     END-IF.
003924     MOVE RFW-DETAIL-LINE TO RFW-PRINT-REC.
003928     WRITE RFW-PRINT-REC.
003932 2300-EXIT.
003936     EXIT.
003940
003944 2400-WRITE-REFUSED-NOTE.
003948     ADD 1 TO RFW-REFUSED-COUNT.
003952     MOVE SPACES TO RFW-NOTE-LINE.
003956     MOVE 'REFUSED' TO RFW-NTL-TAG.
003960     MOVE EmpNbIn TO RFW-NTL-EMP-NB.
003964     MOVE RFW-NOTE-REASON TO RFW-NTL-REASON.
003968     MOVE RFW-CLR-SOURCE (RFW-CLR-IDX) TO RFW-NTL-SOURCE.
003972     MOVE RFW-NOTE-LINE TO RFW-PRINT-REC.
003976     WRITE RFW-PRINT-REC.
003980     MOVE SPACES TO RFW-PRINT-REC.
003984     WRITE RFW-PRINT-REC.
003988 2400-EXIT.
003992     EXIT.
003996
004000*----------------------------------------------------------------
004004*3000-ROLL-DEDUCTIONS COPIES THE DEDUCTION FILE TO ITS NEW
004008*GENERATION, ROLLING THE CLEARED WITHHELD AMOUNT ONTO EVERY
004012*EMPLOYEE/CODE PAIR THAT HAS ONE.  NO EMPDEDS MOUNTED STILL
004016*WRITES AN EMPTY NEWDEDS, SO THE SWAP-IN STEP NEVER FINDS IT
004020*MISSING.
004024*----------------------------------------------------------------
004028 3000-ROLL-DEDUCTIONS.
004032     OPEN INPUT DEDFILE.
004036     IF RFW-DED-STATUS NOT = '00'
004040         GO TO 3000-EXIT
004044     END-IF.
004048     PERFORM 3100-READ-DED-RECORD THRU 3100-EXIT.
004052     PERFORM UNTIL DED-EOF
004056         PERFORM 3200-ROLL-ONE-DEDUCTION THRU 3200-EXIT
004060         WRITE RFW-NEW-DED-REC FROM DED-DETAIL-REC
004064         ADD 1 TO RFW-DED-WRITE-COUNT
004068         PERFORM 3100-READ-DED-RECORD THRU 3100-EXIT
004072     END-PERFORM.
004076     CLOSE DEDFILE.
004080 3000-EXIT.
004084     EXIT.
004088
004092 3100-READ-DED-RECORD.
004096     READ DEDFILE
004100         AT END
004104             MOVE 'Y' TO RFW-DED-EOF-SW
004108         NOT AT END
004112             ADD 1 TO RFW-DED-READ-COUNT
004116     END-READ.
004120 3100-EXIT.
004124     EXIT.
004128
004132 3200-ROLL-ONE-DEDUCTION.
004136     IF RFW-CDD-COUNT = ZERO
004140         GO TO 3200-EXIT
004144     END-IF.
004148     SET RFW-CDD-IDX TO 1.
004152     SEARCH RFW-CDD-ENTRY
004156         AT END
004160             GO TO 3200-EXIT
004164         WHEN RFW-CDD-EMP-NB (RFW-CDD-IDX) = DED-EMP-NB
004168             AND RFW-CDD-DED-CODE (RFW-CDD-IDX) = DED-DED-CODE
004172             MOVE 'Y' TO RFW-CDD-USED-SW (RFW-CDD-IDX)
004176     END-SEARCH.
004180     IF RFW-CDD-NEW-AMOUNT (RFW-CDD-IDX) > 999.99
004184         ADD 1 TO RFW-REFUSED-COUNT
004188         MOVE SPACES TO RFW-NOTE-LINE
004192         MOVE 'REFUSED' TO RFW-NTL-TAG
004196         MOVE DED-EMP-NB TO RFW-NTL-EMP-NB
004200         MOVE 'CLEARED DEDUCTION TOO LARGE FOR EMPDEDS'
004204             TO RFW-NTL-REASON
004208         MOVE RFW-CDD-SOURCE (RFW-CDD-IDX) TO RFW-NTL-SOURCE
004212         MOVE RFW-NOTE-LINE TO RFW-PRINT-REC
004216         WRITE RFW-PRINT-REC
004220         GO TO 3200-EXIT
004224     END-IF.
004228     MOVE SPACES TO RFW-DETAIL-LINE.
004232     MOVE 'BEFORE' TO RFW-DTL-TAG.
004236     MOVE DED-EMP-NB TO RFW-DTL-EMP-NB.
004240     MOVE 'DEDUCTION' TO RFW-DTL-NAME.
004244     MOVE DED-DED-CODE TO RFW-DTL-NAME (11:2).
004248     MOVE DED-AMOUNT TO RFW-DTL-DUES.
004252     MOVE RFW-DETAIL-LINE TO RFW-PRINT-REC.
004256     WRITE RFW-PRINT-REC.
004260     MOVE RFW-CDD-NEW-AMOUNT (RFW-CDD-IDX) TO DED-AMOUNT.
004264     ADD 1 TO RFW-DED-ROLLED-COUNT.
004268     MOVE 'AFTER' TO RFW-DTL-TAG.
004272     MOVE DED-AMOUNT TO RFW-DTL-DUES.
004276     MOVE RFW-CDD-SOURCE (RFW-CDD-IDX) TO RFW-DTL-SOURCE.
004280     MOVE RFW-DETAIL-LINE TO RFW-PRINT-REC.
004284     WRITE RFW-PRINT-REC.
004288     MOVE SPACES TO RFW-PRINT-REC.
004292     WRITE RFW-PRINT-REC.
004296 3200-EXIT.
004300     EXIT.
004304
004308*----------------------------------------------------------------
004312*4000-LIST-NOT-ROLLED LISTS EVERY CLEARED RECORD THAT FOUND NO
004316*MASTER OR DEDUCTION RECORD TO ROLL ONTO - USUALLY AN EMPLOYEE
004320*DELETED BETWEEN THE CYCLE AND THE ROLL-FORWARD.  PAYROLL DECIDES
004324*BY HAND; NOTHING IS INVENTED ONTO THE MASTER.
004328*----------------------------------------------------------------
004332 4000-LIST-NOT-ROLLED.
004336     MOVE 'CLEARED BUT NOT ROLLED' TO RFW-PRINT-REC.
004340     WRITE RFW-PRINT-REC AFTER ADVANCING 2 LINES.
004344     MOVE SPACES TO RFW-PRINT-REC.
004348     WRITE RFW-PRINT-REC.
004352     IF RFW-CLR-COUNT > ZERO
004356         PERFORM 4100-LIST-ONE-RAISE THRU 4100-EXIT
004360             VARYING RFW-CLR-IDX FROM 1 BY 1
004364             UNTIL RFW-CLR-IDX > RFW-CLR-COUNT
004368     END-IF.
004372     IF RFW-CDD-COUNT > ZERO
004376         PERFORM 4200-LIST-ONE-DEDUCTION THRU 4200-EXIT
004380             VARYING RFW-CDD-IDX FROM 1 BY 1
004384             UNTIL RFW-CDD-IDX > RFW-CDD-COUNT
004388     END-IF.
004392 4000-EXIT.
004396     EXIT.
004400
004404 4100-LIST-ONE-RAISE.
004408     IF CLR-WAS-USED (RFW-CLR-IDX)
004412         GO TO 4100-EXIT
004416     END-IF.
004420     ADD 1 TO RFW-NOT-ON-MASTER-COUNT.
004424     MOVE SPACES TO RFW-NOTE-LINE.
004428     MOVE 'NOTROLL' TO RFW-NTL-TAG.
004432     MOVE RFW-CLR-EMP-NB (RFW-CLR-IDX) TO RFW-NTL-EMP-NB.
004436     MOVE 'EMPLOYEE NOT ON THE MASTER' TO RFW-NTL-REASON.
004440     MOVE RFW-CLR-SOURCE (RFW-CLR-IDX) TO RFW-NTL-SOURCE.
004444     MOVE RFW-NOTE-LINE TO RFW-PRINT-REC.
004448     WRITE RFW-PRINT-REC.
004452 4100-EXIT.
004456     EXIT.
004460
004464 4200-LIST-ONE-DEDUCTION.
004468     IF CDD-WAS-USED (RFW-CDD-IDX)
004472         GO TO 4200-EXIT
004476     END-IF.
004480     ADD 1 TO RFW-DED-NOT-FOUND-COUNT.
004484     MOVE SPACES TO RFW-NOTE-LINE.
004488     MOVE 'NOTROLL' TO RFW-NTL-TAG.
004492     MOVE RFW-CDD-EMP-NB (RFW-CDD-IDX) TO RFW-NTL-EMP-NB.
004496     MOVE 'NO EMPDEDS RECORD FOR DEDUCTION CODE'
004500         TO RFW-NTL-REASON.
004504     MOVE RFW-CDD-DED-CODE (RFW-CDD-IDX) TO RFW-NTL-REASON (38:2).
004508     MOVE RFW-CDD-SOURCE (RFW-CDD-IDX) TO RFW-NTL-SOURCE.
004512     MOVE RFW-NOTE-LINE TO RFW-PRINT-REC.
004516     WRITE RFW-PRINT-REC.
004520 4200-EXIT.
004524     EXIT.
004528
004532*----------------------------------------------------------------
004536*5000-WRITE-CONTROL-TOTALS PRINTS THE TRAILER PAYROLL BALANCES
004540*BEFORE OPERATIONS SWAPS NEWEMP AND NEWDEDS IN.
004544*----------------------------------------------------------------
004548 5000-WRITE-CONTROL-TOTALS.
004552     MOVE SPACES TO RFW-PRINT-REC.
004556     WRITE RFW-PRINT-REC AFTER ADVANCING 2 LINES.
004560     MOVE SPACES TO RFW-REPORT-TRAILER.
004564     MOVE 'MAIN EXTRACT RECORDS READ' TO RFW-TR-LABEL.
004568     MOVE RFW-GL-READ-COUNT TO RFW-TR-COUNT.
004572     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004576     MOVE 'SUPPLEMENTAL RECORDS READ' TO RFW-TR-LABEL.
004580     MOVE RFW-SUPPL-READ-COUNT TO RFW-TR-COUNT.
004584     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004588     MOVE 'REPAIR RECORDS READ' TO RFW-TR-LABEL.
004592     MOVE RFW-REPAIR-READ-COUNT TO RFW-TR-COUNT.
004596     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004600     MOVE 'BONUS RECORDS - NOT A MASTER CHANGE' TO RFW-TR-LABEL.
004604     MOVE RFW-BONUS-SKIP-COUNT TO RFW-TR-COUNT.
004608     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004612     MOVE 'RETRO/PERIOD PAY - NOT A RATE' TO RFW-TR-LABEL.
004616     MOVE RFW-PAY-SKIP-COUNT TO RFW-TR-COUNT.
004620     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004624     MOVE 'RECORDS SUPERSEDED BY A LATER ONE' TO RFW-TR-LABEL.
004628     MOVE RFW-SUPERSEDED-COUNT TO RFW-TR-COUNT.
004632     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004636     MOVE 'OLD MASTER RECORDS READ' TO RFW-TR-LABEL.
004640     MOVE RFW-MASTER-READ-COUNT TO RFW-TR-COUNT.
004644     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004648     MOVE 'EMPLOYEES ROLLED FORWARD' TO RFW-TR-LABEL.
004652     MOVE RFW-ROLLED-COUNT TO RFW-TR-COUNT.
004656     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004660     MOVE 'EMPLOYEES REVERSED' TO RFW-TR-LABEL.
004664     MOVE RFW-REVERSED-COUNT TO RFW-TR-COUNT.
004668     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004672     MOVE 'NEW MASTER RECORDS WRITTEN' TO RFW-TR-LABEL.
004676     MOVE RFW-MASTER-WRITE-COUNT TO RFW-TR-COUNT.
004680     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004684     MOVE 'DEDUCTION RECORDS READ' TO RFW-TR-LABEL.
004688     MOVE RFW-DED-READ-COUNT TO RFW-TR-COUNT.
004692     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004696     MOVE 'DEDUCTIONS ROLLED FORWARD' TO RFW-TR-LABEL.
004700     MOVE RFW-DED-ROLLED-COUNT TO RFW-TR-COUNT.
004704     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004708     MOVE 'NEW DEDUCTION RECORDS WRITTEN' TO RFW-TR-LABEL.
004712     MOVE RFW-DED-WRITE-COUNT TO RFW-TR-COUNT.
004716     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004720     MOVE 'ROLLS REFUSED' TO RFW-TR-LABEL.
004724     MOVE RFW-REFUSED-COUNT TO RFW-TR-COUNT.
004728     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004732     MOVE 'RAISES NOT ON THE MASTER' TO RFW-TR-LABEL.
004736     MOVE RFW-NOT-ON-MASTER-COUNT TO RFW-TR-COUNT.
004740     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004744     MOVE 'DEDUCTIONS NOT ON EMPDEDS' TO RFW-TR-LABEL.
004748     MOVE RFW-DED-NOT-FOUND-COUNT TO RFW-TR-COUNT.
004752     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004756     IF RFW-MASTER-READ-COUNT = RFW-MASTER-WRITE-COUNT
004760         AND RFW-DED-READ-COUNT = RFW-DED-WRITE-COUNT
004764         MOVE 'RECORD BALANCE - PASS' TO RFW-TR-LABEL
004768     ELSE
004772         MOVE 'RECORD BALANCE - FAIL - DO NOT SWAP'
004776             TO RFW-TR-LABEL
004780     END-IF.
004784     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004788 5000-EXIT.
004792     EXIT.
004796
004800 5100-WRITE-TRAILER-LINE.
004804     MOVE RFW-REPORT-TRAILER TO RFW-PRINT-REC.
004808     WRITE RFW-PRINT-REC AFTER ADVANCING 1 LINE.
004812     MOVE SPACES TO RFW-REPORT-TRAILER.
004816 5100-EXIT.
004820     EXIT.
004824
004828 9000-TERMINATE-RUN.
004832     CLOSE OLDMASTERFILE.
004836     CLOSE NEWMASTERFILE.
004840     CLOSE NEWDEDFILE.
004844     CLOSE REGISTERFILE.
004848 9000-EXIT.
004852     EXIT.
004856
004860 END PROGRAM Program14.
