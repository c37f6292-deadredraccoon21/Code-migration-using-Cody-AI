001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program16 AS "EmployeeSalary.Program16".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - DEPARTMENT MERIT BUDGET
001048*                  VERSUS ACTUAL.  LINES UP EACH DEPTMAST
001052*                  DEPARTMENT'S MERIT POOL FOR THE YEAR (DEPTBUDG,
001056*                  BUDGREC.CPY) AGAINST THE RAISE DOLLARS THAT
001060*                  CLEARED THE CYCLE (GLEXTRCT, GLSUPPL, GLREPAIR,
001064*                  PRICED AGAINST THE MASTER IMAGE THE CYCLE RAN
001068*                  ON) AND, WHEN ONE IS MOUNTED, THE SIMULATION
001072*                  PROJECTION FROM A Program1 RUN TYPE 'S'
001076*                  (SIMPROJ, SIMPROJ.CPY).  DEPARTMENTS OVER
001080*                  THEIR POOL, OR WITHIN TOLERANCE OF IT, ARE
001084*                  FLAGGED, SO A PROPOSED GRADERAT CAN BE JUDGED
001088*                  AGAINST THE POOLS BEFORE THE REAL CYCLE RUNS.
001092*                  REPLACES THE SPREADSHEET FINANCE KEPT AFTER
001096*                  THE FACT.  RETRO-PAY ('T') AND PAY-PERIOD ('P',
001100*                  'W') GL RECORDS ARE SKIPPED AND COUNTED LIKE
001104*                  BONUSES - THEY ARE NOT MERIT.
001108
001112 ENVIRONMENT DIVISION.
001116 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001124     SELECT MASTERFILE ASSIGN TO "INPUTEMP"
001128         ORGANIZATION IS LINE SEQUENTIAL.
001132     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001136         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS MBR-DEPTMAST-STATUS.
001144     SELECT BUDGETFILE ASSIGN TO "DEPTBUDG"
001148         ORGANIZATION IS LINE SEQUENTIAL
001152         FILE STATUS IS MBR-BUDGET-STATUS.
001156     SELECT GLFILE ASSIGN TO "GLEXTRCT"
001160         ORGANIZATION IS LINE SEQUENTIAL
001164         FILE STATUS IS MBR-GL-STATUS.
001168     SELECT SUPPLFILE ASSIGN TO "GLSUPPL"
001172         ORGANIZATION IS LINE SEQUENTIAL
001176         FILE STATUS IS MBR-SUPPL-STATUS.
001180     SELECT REPAIRFILE ASSIGN TO "GLREPAIR"
001184         ORGANIZATION IS LINE SEQUENTIAL
001188         FILE STATUS IS MBR-REPAIR-STATUS.
001192     SELECT SIMPROJFILE ASSIGN TO "SIMPROJ"
001196         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS MBR-SIMPROJ-STATUS.
001204     SELECT REPORTFILE ASSIGN TO "BUDGRPT"
001208         ORGANIZATION IS LINE SEQUENTIAL.
001212
001216 DATA DIVISION.
001220 FILE SECTION.
001224
001228*----------------------------------------------------------------
001232*EMPLOYEE MASTER IMAGE THE CYCLE RAN ON - SEE EMPREC.CPY.  ITS
001236*SALARY IS THE "BEFORE" FIGURE EACH CLEARED RAISE IS PRICED
001240*AGAINST, SO THIS RUN BELONGS AFTER THE NIGHT AND BEFORE THE
001244*ROLL-FORWARD'S NEW MASTER (Program14) IS SWAPPED IN.
001248*----------------------------------------------------------------
001252 FD  MASTERFILE.
001256     COPY EMPREC.
001260
001264*----------------------------------------------------------------
001268*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY.  EVERY DEPARTMENT
001272*ON IT GETS A LINE, SPEND OR NOT.
001276*----------------------------------------------------------------
001280 FD  DEPTMASTFILE.
001284     COPY DEPTREC.
001288
001292*----------------------------------------------------------------
001296*DEPARTMENT MERIT POOLS - SEE BUDGREC.CPY.  ONLY THE RUN YEAR'S
001300*RECORDS ARE USED.
001304*----------------------------------------------------------------
001308 FD  BUDGETFILE.
001312     COPY BUDGREC.
001316
001320*----------------------------------------------------------------
001324*THE THREE CLEARED-RAISE SOURCES - MAIN EXTRACT (Program1),
001328*SUPPLEMENTAL EXTRACT (Program5 RELEASES) AND REPAIR EXTRACT
001332*(Program11), ALL IN GLEXTRACT.CPY LAYOUT AND READ INTO THE ONE
001336*WORK COPY OF IT BELOW, THE SAME WAY THE ROLL-FORWARD READS THEM.
001340*NONE MOUNTED IS A PRE-CYCLE RUN WITH NO ACTUALS YET.
001344*----------------------------------------------------------------
001348 FD  GLFILE.
001352 01  MBR-GL-IN-REC               PIC X(36).
001356
001360 FD  SUPPLFILE.
001364 01  MBR-SUPPL-IN-REC            PIC X(36).
001368
001372 FD  REPAIRFILE.
001376 01  MBR-REPAIR-IN-REC           PIC X(36).
001380
001384*----------------------------------------------------------------
001388*SIMULATION PROJECTION - SEE SIMPROJ.CPY.  OPTIONAL; WHEN MOUNTED
001392*THE REPORT CARRIES A PROJECTED COLUMN BESIDE THE ACTUAL.
001396*----------------------------------------------------------------
001400 FD  SIMPROJFILE.
001404     COPY SIMPROJ.
001408
001412*----------------------------------------------------------------
001416*PRINTED BUDGET-VERSUS-ACTUAL REPORT.
001420*----------------------------------------------------------------
001424 FD  REPORTFILE.
001428 01  MBR-PRINT-REC               PIC X(96).
001432
001436 WORKING-STORAGE SECTION.
001440
001444 01  MBR-CURRENT-DATE-DATA.
001448     05  MBR-CURRENT-DATE.
001452         10  MBR-CURRENT-YEAR        PIC 9(04).
001456         10  MBR-CURRENT-MONTH       PIC 9(02).
001460         10  MBR-CURRENT-DAY         PIC 9(02).
001464
001468*----------------------------------------------------------------
001472*WORK COPY OF ONE CLEARED GL RECORD - SEE GLEXTRACT.CPY.
001476*----------------------------------------------------------------
001480     COPY GLEXTRACT.
001484
001488*----------------------------------------------------------------
001492*PROGRAM SWITCHES.
001496*----------------------------------------------------------------
001500 01  MBR-SWITCHES.
001504     05  MBR-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001508         88  MASTER-EOF                      VALUE 'Y'.
001512     05  MBR-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
001516         88  DEPTMAST-EOF                    VALUE 'Y'.
001520     05  MBR-BUDGET-EOF-SW       PIC X(01) VALUE 'N'.
001524         88  BUDGET-EOF                      VALUE 'Y'.
001528     05  MBR-GL-EOF-SW           PIC X(01) VALUE 'N'.
001532         88  GL-EOF                          VALUE 'Y'.
001536     05  MBR-SUPPL-EOF-SW        PIC X(01) VALUE 'N'.
001540         88  SUPPL-EOF                       VALUE 'Y'.
001544     05  MBR-REPAIR-EOF-SW       PIC X(01) VALUE 'N'.
001548         88  REPAIR-EOF                      VALUE 'Y'.
001552     05  MBR-SIMPROJ-EOF-SW      PIC X(01) VALUE 'N'.
001556         88  SIMPROJ-EOF                     VALUE 'Y'.
001560     05  MBR-SIMPROJ-PRESENT-SW  PIC X(01) VALUE 'N'.
001564         88  PROJECTION-MOUNTED              VALUE 'Y'.
001568     05  MBR-CLR-FOUND-SW        PIC X(01) VALUE 'N'.
001572         88  CLEARED-RAISE-FOUND             VALUE 'Y'.
001576
001580 01  MBR-DEPTMAST-STATUS         PIC XX VALUE '00'.
001584 01  MBR-BUDGET-STATUS           PIC XX VALUE '00'.
001588 01  MBR-GL-STATUS               PIC XX VALUE '00'.
001592 01  MBR-SUPPL-STATUS            PIC XX VALUE '00'.
001596 01  MBR-REPAIR-STATUS           PIC XX VALUE '00'.
001600 01  MBR-SIMPROJ-STATUS          PIC XX VALUE '00'.
001604
001608*----------------------------------------------------------------
001612*STANDARD TOLERANCE - A DEPARTMENT WITHIN 5 PERCENT OF ITS POOL IS
001616*FLAGGED NEAR UNLESS ITS BUDGET RECORD CARRIES ITS OWN TOLERANCE.
001620*----------------------------------------------------------------
001624 01  MBR-STD-TOLERANCE           PIC V999 VALUE .050.
001628
001632*----------------------------------------------------------------
001636*CLEARED-RAISE TABLE - ONE ENTRY PER EMPLOYEE WITH A SALARY-
001640*BEARING RECORD ON ANY OF THE THREE EXTRACTS, KEYED AND
001644*SUPERSEDED EXACTLY AS THE ROLL-FORWARD DOES IT (SOURCE EMPLOYEE
001648*NUMBER, FILES LOADED MAIN, SUPPLEMENTAL, REPAIR, LATEST RECORD
001652*WINS) SO THE DOLLARS PRICED HERE ARE THE DOLLARS THAT ROLL.
001656*----------------------------------------------------------------
001660 77  MBR-CLR-COUNT               PIC 9(04) COMP VALUE ZERO.
001664 01  MBR-CLEARED-TABLE.
001668     05  MBR-CLR-ENTRY OCCURS 1 TO 3000 TIMES
001672             DEPENDING ON MBR-CLR-COUNT
001676             INDEXED BY MBR-CLR-IDX.
001680         10  MBR-CLR-EMP-NB          PIC X(05).
001684         10  MBR-CLR-DEPT            PIC X(04).
001688         10  MBR-CLR-NEW-SALARY      PIC 9(07).
001692         10  MBR-CLR-REC-TYPE        PIC X(01).
001696         10  MBR-CLR-SOURCE          PIC X(06).
001700         10  MBR-CLR-USED-SW         PIC X(01).
001704             88  CLR-WAS-USED                VALUE 'Y'.
001708
001712 01  MBR-LOAD-WORK.
001716     05  MBR-WRK-EMP-NB          PIC X(05).
001720     05  MBR-WRK-SOURCE          PIC X(06).
001724     05  MBR-WRK-DEPT            PIC X(04).
001728
001732*----------------------------------------------------------------
001736*DEPARTMENT TABLE - ONE ENTRY PER DEPTMAST DEPARTMENT, PLUS ANY
001740*CODE MET ON A BUDGET, A CLEARED RAISE OR THE PROJECTION THAT
001744*DEPTMAST DOES NOT CARRY, SO NO DOLLAR IS LEFT OFF THE REPORT.
001748*----------------------------------------------------------------
001752 77  MBR-DPT-COUNT               PIC 9(02) COMP VALUE ZERO.
001756 01  MBR-DEPT-TABLE.
001760     05  MBR-DPT-ENTRY OCCURS 1 TO 60 TIMES
001764             DEPENDING ON MBR-DPT-COUNT
001768             INDEXED BY MBR-DPT-IDX.
001772         10  MBR-DPT-CODE            PIC X(04).
001776         10  MBR-DPT-NAME            PIC X(20).
001780         10  MBR-DPT-POOL            PIC 9(09).
001784         10  MBR-DPT-TOLERANCE       PIC V999.
001788         10  MBR-DPT-BUDGET-SW       PIC X(01).
001792             88  DPT-HAS-BUDGET              VALUE 'Y'.
001796         10  MBR-DPT-ACTUAL          PIC S9(09).
001800         10  MBR-DPT-PROJECTED       PIC S9(09).
001804
001808*----------------------------------------------------------------
001812*WORK FIELDS FOR JUDGING ONE AMOUNT AGAINST ONE POOL.
001816*----------------------------------------------------------------
001820 01  MBR-JUDGE-WORK.
001824     05  MBR-JDG-AMOUNT          PIC S9(09) VALUE ZERO.
001828     05  MBR-JDG-PCT             PIC S9(05)V9 VALUE ZERO.
001832     05  MBR-JDG-NEAR-LINE       PIC S9(09) VALUE ZERO.
001836     05  MBR-JDG-FLAG            PIC X(05) VALUE SPACES.
001840     05  MBR-RAISE-AMOUNT        PIC S9(09) VALUE ZERO.
001844
001848 01  MBR-PROJ-RUN-DATE           PIC X(08) VALUE SPACES.
001852
001856*----------------------------------------------------------------
001860*REPORT TOTALS AND CONTROL TOTALS.
001864*----------------------------------------------------------------
001868 01  MBR-REPORT-TOTALS.
001872     05  MBR-TOT-POOL            PIC 9(11) VALUE ZERO.
001876     05  MBR-TOT-ACTUAL          PIC S9(11) VALUE ZERO.
001880     05  MBR-TOT-PROJECTED       PIC S9(11) VALUE ZERO.
001884
001888 01  MBR-CONTROL-TOTALS.
001892     05  MBR-MASTER-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
001896     05  MBR-DEPTMAST-READ-COUNT PIC 9(06) COMP VALUE ZERO.
001900     05  MBR-BUDGET-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
001904     05  MBR-BUDGET-USED-COUNT   PIC 9(06) COMP VALUE ZERO.
001908     05  MBR-BUDGET-YEAR-COUNT   PIC 9(06) COMP VALUE ZERO.
001912     05  MBR-BUDGET-BAD-COUNT    PIC 9(06) COMP VALUE ZERO.
001916     05  MBR-GL-READ-COUNT       PIC 9(06) COMP VALUE ZERO.
001920     05  MBR-SUPPL-READ-COUNT    PIC 9(06) COMP VALUE ZERO.
001924     05  MBR-REPAIR-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
001928     05  MBR-BONUS-SKIP-COUNT    PIC 9(06) COMP VALUE ZERO.
001932     05  MBR-DED-SKIP-COUNT      PIC 9(06) COMP VALUE ZERO.
001936     05  MBR-PAY-SKIP-COUNT      PIC 9(06) COMP VALUE ZERO.
001940     05  MBR-SUPERSEDED-COUNT    PIC 9(06) COMP VALUE ZERO.
001944     05  MBR-PRICED-COUNT        PIC 9(06) COMP VALUE ZERO.
001948     05  MBR-REVERSED-COUNT      PIC 9(06) COMP VALUE ZERO.
001952     05  MBR-NOT-ON-MASTER-COUNT PIC 9(06) COMP VALUE ZERO.
001956     05  MBR-SIMPROJ-READ-COUNT  PIC 9(06) COMP VALUE ZERO.
001960     05  MBR-OVER-COUNT          PIC 9(06) COMP VALUE ZERO.
001964     05  MBR-NEAR-COUNT          PIC 9(06) COMP VALUE ZERO.
001968     05  MBR-NO-BUDGET-COUNT     PIC 9(06) COMP VALUE ZERO.
001972
001976*----------------------------------------------------------------
001980*REPORT HEADINGS, DETAIL LINES AND TRAILER.
001984*----------------------------------------------------------------
001988 01  MBR-REPORT-HEADER.
001992     05  FILLER             PIC X(20) VALUE SPACES.
001996     05  FILLER             PIC X(38)
002000         VALUE 'DEPARTMENT MERIT BUDGET VERSUS ACTUAL'.
002004     05  FILLER             PIC X(09) VALUE SPACES.
002008     05  MBR-HDR-DATE-GRP.
002012         10  MBR-HDR-DAY             PIC XX.
002016         10  FILLER                  PIC X VALUE '/'.
002020         10  MBR-HDR-MONTH           PIC XX.
002024         10  FILLER                  PIC X VALUE '/'.
002028         10  MBR-HDR-YEAR            PIC XXXX.
002032
002036 01  MBR-YEAR-LINE.
002040     05  FILLER                  PIC X(05) VALUE SPACES.
002044     05  FILLER                  PIC X(24)
002048         VALUE 'MERIT POOLS FOR YEAR    '.
002052     05  MBR-YRL-YEAR            PIC 9(04).
002056     05  FILLER                  PIC X(24)
002060         VALUE '   STANDARD TOLERANCE   '.
002064     05  MBR-YRL-TOLERANCE       PIC .999.
002068
002072 01  MBR-PROJ-LINE.
002076     05  FILLER                  PIC X(05) VALUE SPACES.
002080     05  MBR-PJL-TEXT            PIC X(45).
002084     05  MBR-PJL-DATE            PIC X(08).
002088
002092 01  MBR-LEGEND-LINE.
002096     05  FILLER                  PIC X(05) VALUE SPACES.
002100     05  FILLER                  PIC X(42) VALUE
002104         'OVER = OVER POOL  NEAR = WITHIN TOLERANCE'.
002108     05  FILLER                  PIC X(18) VALUE
002112         '  NOBUD = NO POOL'.
002116
002120 01  MBR-MINI-TITLES.
002124     05  FILLER                  PIC X(01) VALUE SPACES.
002128     05  FILLER                  PIC X(06) VALUE 'DEPT'.
002132     05  FILLER                  PIC X(21) VALUE 'NAME'.
002136     05  FILLER                  PIC X(13) VALUE '  MERIT POOL'.
002140     05  FILLER                  PIC X(12) VALUE '  ACTUAL'.
002144     05  FILLER                  PIC X(14) VALUE '   USED'.
002148     05  FILLER                  PIC X(12) VALUE ' PROJECTED'.
002152     05  FILLER                  PIC X(08) VALUE '   USED'.
002156
002160 01  MBR-DETAIL-LINE.
002164     05  FILLER                  PIC X(01).
002168     05  MBR-DTL-DEPT            PIC X(04).
002172     05  FILLER                  PIC X(02).
002176     05  MBR-DTL-NAME            PIC X(20).
002180     05  FILLER                  PIC X(01).
002184     05  MBR-DTL-POOL            PIC ZZZ,ZZZ,ZZ9.
002188     05  FILLER                  PIC X(02).
002192     05  MBR-DTL-ACTUAL          PIC -ZZ,ZZZ,ZZ9.
002196     05  FILLER                  PIC X(01).
002200     05  MBR-DTL-ACT-PCT         PIC -ZZZ9.9.
002204     05  FILLER                  PIC X(01).
002208     05  MBR-DTL-ACT-FLAG        PIC X(05).
002212     05  FILLER                  PIC X(02).
002216     05  MBR-DTL-PROJECTED       PIC -ZZ,ZZZ,ZZ9.
002220     05  FILLER                  PIC X(01).
002224     05  MBR-DTL-PRJ-PCT         PIC -ZZZ9.9.
002228     05  FILLER                  PIC X(01).
002232     05  MBR-DTL-PRJ-FLAG        PIC X(05).
002236
002240 01  MBR-TOTAL-LINE.
002244     05  FILLER                  PIC X(01).
002248     05  MBR-TTL-LABEL           PIC X(27).
002252     05  MBR-TTL-POOL            PIC ZZZ,ZZZ,ZZ9.
002256     05  FILLER                  PIC X(02).
002260     05  MBR-TTL-ACTUAL          PIC -ZZ,ZZZ,ZZ9.
002264     05  FILLER                  PIC X(16).
002268     05  MBR-TTL-PROJECTED       PIC -ZZ,ZZZ,ZZ9.
002272
002276 01  MBR-NOTE-LINE.
002280     05  FILLER                  PIC X(01).
002284     05  MBR-NTL-TAG             PIC X(07).
002288     05  FILLER                  PIC X(01).
002292     05  MBR-NTL-EMP-NB          PIC X(05).
002296     05  FILLER                  PIC X(02).
002300     05  MBR-NTL-DEPT            PIC X(04).
002304     05  FILLER                  PIC X(02).
002308     05  MBR-NTL-REASON          PIC X(40).
002312     05  FILLER                  PIC X(02).
002316     05  MBR-NTL-SOURCE          PIC X(06).
002320
002324 01  MBR-REPORT-TRAILER.
002328     05  FILLER                  PIC X(05).
002332     05  MBR-TR-LABEL            PIC X(35).
002336     05  FILLER                  PIC X(02).
002340     05  MBR-TR-COUNT            PIC ZZZ,ZZ9.
002344
002348 PROCEDURE DIVISION.
002352
002356*----------------------------------------------------------------
002360*0000-MAIN-CONTROL LOADS THE DEPARTMENTS, POOLS, CLEARED RAISES
002364*AND PROJECTION, PRICES THE CLEARED RAISES AGAINST THE MASTER IN
002368*ONE PASS, AND PRINTS A LINE PER DEPARTMENT WITH THE CONTROL
002372*TOTALS.
002376*----------------------------------------------------------------
002380 0000-MAIN-CONTROL.
002384     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002388     PERFORM 2000-PRICE-CLEARED-RAISES THRU 2000-EXIT.
002392     PERFORM 3000-LIST-NOT-PRICED THRU 3000-EXIT.
002396     PERFORM 4000-WRITE-DEPT-LINES THRU 4000-EXIT.
002400     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
002404     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002408     STOP RUN.
002412
002416*----------------------------------------------------------------
002420*1000-INITIALIZE OPENS THE MASTER AND THE REPORT AND LOADS THE
002424*TABLES.  DEPTMAST GOES IN FIRST SO THE REPORT RUNS IN ITS ORDER.
002428*----------------------------------------------------------------
002432 1000-INITIALIZE.
002436     MOVE FUNCTION CURRENT-DATE (1:8) TO MBR-CURRENT-DATE-DATA.
002440     OPEN INPUT MASTERFILE.
002444     OPEN OUTPUT REPORTFILE.
002448     PERFORM 1100-LOAD-DEPT-MASTER THRU 1100-EXIT.
002452     PERFORM 1200-LOAD-BUDGETS THRU 1200-EXIT.
002456     PERFORM 1300-LOAD-MAIN-EXTRACT THRU 1300-EXIT.
002460     PERFORM 1400-LOAD-SUPPL-EXTRACT THRU 1400-EXIT.
002464     PERFORM 1500-LOAD-REPAIR-EXTRACT THRU 1500-EXIT.
002468     PERFORM 1700-LOAD-PROJECTION THRU 1700-EXIT.
002472     PERFORM 1800-WRITE-REPORT-HEADER THRU 1800-EXIT.
002476     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002480 1000-EXIT.
002484     EXIT.
002488
002492 1100-LOAD-DEPT-MASTER.
002496     OPEN INPUT DEPTMASTFILE.
002500     IF MBR-DEPTMAST-STATUS NOT = '00'
002504         GO TO 1100-EXIT
002508     END-IF.
002512     PERFORM UNTIL DEPTMAST-EOF
002516         READ DEPTMASTFILE
002520             AT END
002524                 MOVE 'Y' TO MBR-DEPTMAST-EOF-SW
002528             NOT AT END
002532                 ADD 1 TO MBR-DEPTMAST-READ-COUNT
002536                 MOVE DEPT-CODE TO MBR-WRK-DEPT
002540                 PERFORM 1900-FIND-DEPT THRU 1900-EXIT
002544                 MOVE DEPT-NAME TO MBR-DPT-NAME (MBR-DPT-IDX)
002548         END-READ
002552     END-PERFORM.
002556     CLOSE DEPTMASTFILE.
002560 1100-EXIT.
002564     EXIT.
002568
002572*----------------------------------------------------------------
002576*1200-LOAD-BUDGETS PUTS THE RUN YEAR'S POOL ON EACH DEPARTMENT.
002580*OTHER YEARS' RECORDS ARE COUNTED AND PASSED OVER; A RECORD WITH
002584*A NON-NUMERIC POOL IS COUNTED AND IGNORED, WHICH LEAVES ITS
002588*DEPARTMENT FLAGGED AS HAVING NO POOL.  NO DEPTBUDG MOUNTED
002592*LEAVES EVERY DEPARTMENT WITHOUT ONE.
002596*----------------------------------------------------------------
002600 1200-LOAD-BUDGETS.
002604     OPEN INPUT BUDGETFILE.
002608     IF MBR-BUDGET-STATUS NOT = '00'
002612         GO TO 1200-EXIT
002616     END-IF.
002620     PERFORM UNTIL BUDGET-EOF
002624         READ BUDGETFILE
002628             AT END
002632                 MOVE 'Y' TO MBR-BUDGET-EOF-SW
002636             NOT AT END
002640                 ADD 1 TO MBR-BUDGET-READ-COUNT
002644                 PERFORM 1250-TABLE-BUDGET THRU 1250-EXIT
002648         END-READ
002652     END-PERFORM.
002656     CLOSE BUDGETFILE.
002660 1200-EXIT.
002664     EXIT.
002668
002672 1250-TABLE-BUDGET.
002676     IF BUD-FISCAL-YEAR NOT NUMERIC
002680         OR BUD-MERIT-POOL NOT NUMERIC
002684         OR BUD-TOLERANCE-PCT NOT NUMERIC
002688         ADD 1 TO MBR-BUDGET-BAD-COUNT
002692         GO TO 1250-EXIT
002696     END-IF.
002700     IF BUD-FISCAL-YEAR NOT = MBR-CURRENT-YEAR
002704         ADD 1 TO MBR-BUDGET-YEAR-COUNT
002708         GO TO 1250-EXIT
002712     END-IF.
002716     ADD 1 TO MBR-BUDGET-USED-COUNT.
002720     MOVE BUD-DEPT-CODE TO MBR-WRK-DEPT.
002724     PERFORM 1900-FIND-DEPT THRU 1900-EXIT.
002728     MOVE 'Y' TO MBR-DPT-BUDGET-SW (MBR-DPT-IDX).
002732     MOVE BUD-MERIT-POOL TO MBR-DPT-POOL (MBR-DPT-IDX).
002736     IF BUD-TOLERANCE-PCT = ZERO
002740         MOVE MBR-STD-TOLERANCE TO MBR-DPT-TOLERANCE (MBR-DPT-IDX)
002744     ELSE
002748         MOVE BUD-TOLERANCE-PCT TO MBR-DPT-TOLERANCE (MBR-DPT-IDX)
002752     END-IF.
002756 1250-EXIT.
002760     EXIT.
002764
002768*----------------------------------------------------------------
002772*1300-LOAD-MAIN-EXTRACT, 1400-LOAD-SUPPL-EXTRACT AND 1500-LOAD-
002776*REPAIR-EXTRACT READ THE THREE EXTRACTS INTO THE CLEARED TABLE IN
002780*THE ROLL-FORWARD'S ORDER.  ANY OF THEM MAY BE MISSING.
002784*----------------------------------------------------------------
002788 1300-LOAD-MAIN-EXTRACT.
002792     OPEN INPUT GLFILE.
002796     IF MBR-GL-STATUS NOT = '00'
002800         GO TO 1300-EXIT
002804     END-IF.
002808     MOVE 'MAIN' TO MBR-WRK-SOURCE.
002812     PERFORM UNTIL GL-EOF
002816         READ GLFILE INTO GL-EXTRACT-REC
002820             AT END
002824                 MOVE 'Y' TO MBR-GL-EOF-SW
002828             NOT AT END
002832                 ADD 1 TO MBR-GL-READ-COUNT
002836                 PERFORM 1600-TABLE-CLEARED-RECORD THRU 1600-EXIT
002840         END-READ
002844     END-PERFORM.
002848     CLOSE GLFILE.
002852 1300-EXIT.
002856     EXIT.
002860
002864 1400-LOAD-SUPPL-EXTRACT.
002868     OPEN INPUT SUPPLFILE.
002872     IF MBR-SUPPL-STATUS NOT = '00'
002876         GO TO 1400-EXIT
002880     END-IF.
002884     MOVE 'SUPPL' TO MBR-WRK-SOURCE.
002888     PERFORM UNTIL SUPPL-EOF
002892         READ SUPPLFILE INTO GL-EXTRACT-REC
002896             AT END
002900                 MOVE 'Y' TO MBR-SUPPL-EOF-SW
002904             NOT AT END
002908                 ADD 1 TO MBR-SUPPL-READ-COUNT
002912                 PERFORM 1600-TABLE-CLEARED-RECORD THRU 1600-EXIT
002916         END-READ
002920     END-PERFORM.
002924     CLOSE SUPPLFILE.
002928 1400-EXIT.
002932     EXIT.
002936
002940 1500-LOAD-REPAIR-EXTRACT.
002944     OPEN INPUT REPAIRFILE.
002948     IF MBR-REPAIR-STATUS NOT = '00'
002952         GO TO 1500-EXIT
002956     END-IF.
002960     MOVE 'REPAIR' TO MBR-WRK-SOURCE.
002964     PERFORM UNTIL REPAIR-EOF
002968         READ REPAIRFILE INTO GL-EXTRACT-REC
002972             AT END
002976                 MOVE 'Y' TO MBR-REPAIR-EOF-SW
002980             NOT AT END
002984                 ADD 1 TO MBR-REPAIR-READ-COUNT
002988                 PERFORM 1600-TABLE-CLEARED-RECORD THRU 1600-EXIT
002992         END-READ
002996     END-PERFORM.
003000     CLOSE REPAIRFILE.
003004 1500-EXIT.
003008     EXIT.
003012
003016*----------------------------------------------------------------
003020*1600-TABLE-CLEARED-RECORD FILES ONE GL RECORD.  A BONUS ('B') IS
003024*A ONE-TIME PAYMENT, NOT A MERIT RAISE, AND A DEDUCTION ('D')
003028*CARRIES NO SALARY, SO BOTH ARE ONLY COUNTED.  RETRO PAY ('T')
003032*AND PAY-PERIOD RECORDS ('P', 'W') ARE MONEY PAID, NOT A RATE,
003036*SO THEY ARE ONLY COUNTED TOO - A BACKOUT'S ZERO 'T' MUST NEVER
003040*REPLACE THE 'V' BEFORE IT.  EVERYTHING ELSE ('R' OR BLANK, 'V',
003044*'A') IS TABLED BY SOURCE EMPLOYEE NUMBER, A LATER RECORD
003048*REPLACING AN EARLIER ONE.
003052*----------------------------------------------------------------
003056 1600-TABLE-CLEARED-RECORD.
003060     IF GL-REC-TYPE = 'B'
003064         ADD 1 TO MBR-BONUS-SKIP-COUNT
003068         GO TO 1600-EXIT
003072     END-IF.
003076     IF GL-REC-TYPE = 'D'
003080         ADD 1 TO MBR-DED-SKIP-COUNT
003084         GO TO 1600-EXIT
003088     END-IF.
003092     IF GL-REC-TYPE = 'T' OR 'P' OR 'W'
003096         ADD 1 TO MBR-PAY-SKIP-COUNT
003100         GO TO 1600-EXIT
003104     END-IF.
003108     IF GL-SRC-EMP-NB = SPACES
003112         MOVE GL-EMP-NB TO MBR-WRK-EMP-NB
003116     ELSE
003120         MOVE GL-SRC-EMP-NB TO MBR-WRK-EMP-NB
003124     END-IF.
003128     MOVE 'N' TO MBR-CLR-FOUND-SW.
003132     SET MBR-CLR-IDX TO 1.
003136     IF MBR-CLR-COUNT > ZERO
003140         SEARCH MBR-CLR-ENTRY
003144             AT END
003148                 CONTINUE
003152             WHEN MBR-CLR-EMP-NB (MBR-CLR-IDX) = MBR-WRK-EMP-NB
003156                 MOVE 'Y' TO MBR-CLR-FOUND-SW
003160         END-SEARCH
003164     END-IF.
003168     IF CLEARED-RAISE-FOUND
003172         ADD 1 TO MBR-SUPERSEDED-COUNT
003176     ELSE
003180         IF MBR-CLR-COUNT >= 3000
003184             DISPLAY 'CLEARED RAISES EXCEED THE TABLE (3000)'
003188             STOP RUN
003192         END-IF
003196         ADD 1 TO MBR-CLR-COUNT
003200         SET MBR-CLR-IDX TO MBR-CLR-COUNT
003204         MOVE MBR-WRK-EMP-NB TO MBR-CLR-EMP-NB (MBR-CLR-IDX)
003208         MOVE 'N' TO MBR-CLR-USED-SW (MBR-CLR-IDX)
003212     END-IF.
003216     MOVE GL-COST-CENTER TO MBR-CLR-DEPT (MBR-CLR-IDX).
003220     MOVE GL-NEW-SALARY TO MBR-CLR-NEW-SALARY (MBR-CLR-IDX).
003224     MOVE GL-REC-TYPE TO MBR-CLR-REC-TYPE (MBR-CLR-IDX).
003228     MOVE MBR-WRK-SOURCE TO MBR-CLR-SOURCE (MBR-CLR-IDX).
003232 1600-EXIT.
003236     EXIT.
003240
003244*----------------------------------------------------------------
003248*1700-LOAD-PROJECTION ADDS THE SIMULATION'S PROJECTED RAISE
003252*DOLLARS (NEW SALARY LESS OLD) TO EACH DEPARTMENT.  NO SIMPROJ
003256*MOUNTED LEAVES THE PROJECTED COLUMNS BLANK.
003260*----------------------------------------------------------------
003264 1700-LOAD-PROJECTION.
003268     OPEN INPUT SIMPROJFILE.
003272     IF MBR-SIMPROJ-STATUS NOT = '00'
003276         GO TO 1700-EXIT
003280     END-IF.
003284     MOVE 'Y' TO MBR-SIMPROJ-PRESENT-SW.
003288     PERFORM UNTIL SIMPROJ-EOF
003292         READ SIMPROJFILE
003296             AT END
003300                 MOVE 'Y' TO MBR-SIMPROJ-EOF-SW
003304             NOT AT END
003308                 ADD 1 TO MBR-SIMPROJ-READ-COUNT
003312                 MOVE SPJ-RUN-DATE TO MBR-PROJ-RUN-DATE
003316                 MOVE SPJ-DEPT-CODE TO MBR-WRK-DEPT
003320                 PERFORM 1900-FIND-DEPT THRU 1900-EXIT
003324                 COMPUTE MBR-DPT-PROJECTED (MBR-DPT-IDX) =
003328                     MBR-DPT-PROJECTED (MBR-DPT-IDX)
003332                         + SPJ-NEW-SALARY - SPJ-OLD-SALARY
003336         END-READ
003340     END-PERFORM.
003344     CLOSE SIMPROJFILE.
003348 1700-EXIT.
003352     EXIT.
003356
003360 1800-WRITE-REPORT-HEADER.
003364     MOVE MBR-CURRENT-DAY TO MBR-HDR-DAY.
003368     MOVE MBR-CURRENT-MONTH TO MBR-HDR-MONTH.
003372     MOVE MBR-CURRENT-YEAR TO MBR-HDR-YEAR.
003376     MOVE SPACES TO MBR-PRINT-REC.
003380     WRITE MBR-PRINT-REC AFTER ADVANCING 3 LINES.
003384     MOVE MBR-REPORT-HEADER TO MBR-PRINT-REC.
003388     WRITE MBR-PRINT-REC.
003392     MOVE MBR-CURRENT-YEAR TO MBR-YRL-YEAR.
003396     MOVE MBR-STD-TOLERANCE TO MBR-YRL-TOLERANCE.
003400     MOVE MBR-YEAR-LINE TO MBR-PRINT-REC.
003404     WRITE MBR-PRINT-REC AFTER ADVANCING 2 LINES.
003408     MOVE SPACES TO MBR-PROJ-LINE.
003412     IF PROJECTION-MOUNTED
003416         MOVE 'PROJECTED COLUMNS FROM THE SIMULATION RUN OF'
003420             TO MBR-PJL-TEXT
003424         MOVE MBR-PROJ-RUN-DATE TO MBR-PJL-DATE
003428     ELSE
003432         MOVE 'NO SIMULATION PROJECTION MOUNTED'
003436             TO MBR-PJL-TEXT
003440     END-IF.
003444     MOVE MBR-PROJ-LINE TO MBR-PRINT-REC.
003448     WRITE MBR-PRINT-REC.
003452     MOVE MBR-LEGEND-LINE TO MBR-PRINT-REC.
003456     WRITE MBR-PRINT-REC.
003460     MOVE MBR-MINI-TITLES TO MBR-PRINT-REC.
003464     WRITE MBR-PRINT-REC AFTER ADVANCING 2 LINES.
003468     MOVE SPACES TO MBR-PRINT-REC.
003472     WRITE MBR-PRINT-REC.
003476 1800-EXIT.
003480     EXIT.
003484
003488*----------------------------------------------------------------
003492*1900-FIND-DEPT LEAVES MBR-DPT-IDX ON THE ENTRY FOR MBR-WRK-DEPT,
003496*ADDING ONE THE FIRST TIME A CODE IS MET.  A CODE ADDED HERE
003500*RATHER THAN FROM DEPTMAST IS NAMED AS NOT ON DEPTMAST.
003504*----------------------------------------------------------------
003508 1900-FIND-DEPT.
003512     IF MBR-DPT-COUNT > ZERO
003516         SET MBR-DPT-IDX TO 1
003520         SEARCH MBR-DPT-ENTRY
003524             AT END
003528                 CONTINUE
003532             WHEN MBR-DPT-CODE (MBR-DPT-IDX) = MBR-WRK-DEPT
003536                 GO TO 1900-EXIT
003540         END-SEARCH
003544     END-IF.
003548     IF MBR-DPT-COUNT >= 60
003552         DISPLAY 'MERIT BUDGET MET MORE THAN 60 DEPARTMENT CODES'
003556         STOP RUN
003560     END-IF.
003564     ADD 1 TO MBR-DPT-COUNT.
003568     SET MBR-DPT-IDX TO MBR-DPT-COUNT.
003572     MOVE MBR-WRK-DEPT TO MBR-DPT-CODE (MBR-DPT-IDX).
003576     MOVE '* NOT ON DEPTMAST *' TO MBR-DPT-NAME (MBR-DPT-IDX).
003580     MOVE ZERO TO MBR-DPT-POOL (MBR-DPT-IDX).
003584     MOVE ZERO TO MBR-DPT-TOLERANCE (MBR-DPT-IDX).
003588     MOVE 'N' TO MBR-DPT-BUDGET-SW (MBR-DPT-IDX).
003592     MOVE ZERO TO MBR-DPT-ACTUAL (MBR-DPT-IDX).
003596     MOVE ZERO TO MBR-DPT-PROJECTED (MBR-DPT-IDX).
003600 1900-EXIT.
003604     EXIT.
003608
003612*----------------------------------------------------------------
003616*2000-PRICE-CLEARED-RAISES READS THE MASTER IMAGE ONCE.  EVERY
003620*EMPLOYEE WITH A CLEARED RECORD ADDS NEW SALARY LESS MASTER
003624*SALARY TO THE DEPARTMENT THE GL RECORD WAS POSTED TO (THE
003628*MASTER'S DEPARTMENT ON A RECORD WITH NO COST CENTER).  A
003632*REVERSAL ('V') AS THE LAST WORD MEANS THE RAISE WAS BACKED OUT
003636*AND NOTHING IS SPENT.
003640*----------------------------------------------------------------
003644 2000-PRICE-CLEARED-RAISES.
003648     PERFORM UNTIL MASTER-EOF
003652         PERFORM 2200-PRICE-ONE-EMPLOYEE THRU 2200-EXIT
003656         PERFORM 2100-READ-MASTER THRU 2100-EXIT
003660     END-PERFORM.
003664 2000-EXIT.
003668     EXIT.
003672
003676 2100-READ-MASTER.
003680     READ MASTERFILE
003684         AT END
003688             MOVE 'Y' TO MBR-MASTER-EOF-SW
003692         NOT AT END
003696             ADD 1 TO MBR-MASTER-READ-COUNT
003700     END-READ.
003704 2100-EXIT.
003708     EXIT.
003712
003716 2200-PRICE-ONE-EMPLOYEE.
003720     IF MBR-CLR-COUNT = ZERO
003724         GO TO 2200-EXIT
003728     END-IF.
003732     SET MBR-CLR-IDX TO 1.
003736     SEARCH MBR-CLR-ENTRY
003740         AT END
003744             GO TO 2200-EXIT
003748         WHEN MBR-CLR-EMP-NB (MBR-CLR-IDX) = EmpNbIn
003752             MOVE 'Y' TO MBR-CLR-USED-SW (MBR-CLR-IDX)
003756     END-SEARCH.
003760     IF MBR-CLR-REC-TYPE (MBR-CLR-IDX) = 'V'
003764         ADD 1 TO MBR-REVERSED-COUNT
003768         GO TO 2200-EXIT
003772     END-IF.
003776     IF MBR-CLR-DEPT (MBR-CLR-IDX) = SPACES
003780         MOVE EmpDeptIn TO MBR-WRK-DEPT
003784     ELSE
003788         MOVE MBR-CLR-DEPT (MBR-CLR-IDX) TO MBR-WRK-DEPT
003792     END-IF.
003796     COMPUTE MBR-RAISE-AMOUNT =
003800         MBR-CLR-NEW-SALARY (MBR-CLR-IDX) - AnnualSalaryIn.
003804     PERFORM 1900-FIND-DEPT THRU 1900-EXIT.
003808     ADD MBR-RAISE-AMOUNT TO MBR-DPT-ACTUAL (MBR-DPT-IDX).
003812     ADD 1 TO MBR-PRICED-COUNT.
003816 2200-EXIT.
003820     EXIT.
003824
003828*----------------------------------------------------------------
003832*3000-LIST-NOT-PRICED NAMES EVERY CLEARED RAISE WHOSE EMPLOYEE IS
003836*NOT ON THIS MASTER IMAGE - ITS DOLLARS CANNOT BE PRICED AND ARE
003840*NOT IN THE ACTUALS.  USUALLY A MASTER FROM THE WRONG NIGHT.
003844*----------------------------------------------------------------
003848 3000-LIST-NOT-PRICED.
003852     PERFORM 3100-CHECK-ONE-CLEARED THRU 3100-EXIT
003856         VARYING MBR-CLR-IDX FROM 1 BY 1
003860         UNTIL MBR-CLR-IDX > MBR-CLR-COUNT.
003864     IF MBR-NOT-ON-MASTER-COUNT > ZERO
003868         MOVE SPACES TO MBR-PRINT-REC
003872         WRITE MBR-PRINT-REC
003876     END-IF.
003880 3000-EXIT.
003884     EXIT.
003888
003892 3100-CHECK-ONE-CLEARED.
003896     IF CLR-WAS-USED (MBR-CLR-IDX)
003900         GO TO 3100-EXIT
003904     END-IF.
003908     ADD 1 TO MBR-NOT-ON-MASTER-COUNT.
003912     MOVE SPACES TO MBR-NOTE-LINE.
003916     MOVE 'NOTE' TO MBR-NTL-TAG.
003920     MOVE MBR-CLR-EMP-NB (MBR-CLR-IDX) TO MBR-NTL-EMP-NB.
003924     MOVE MBR-CLR-DEPT (MBR-CLR-IDX) TO MBR-NTL-DEPT.
003928     MOVE 'CLEARED BUT NOT ON MASTER - NOT PRICED'
003932         TO MBR-NTL-REASON.
003936     MOVE MBR-CLR-SOURCE (MBR-CLR-IDX) TO MBR-NTL-SOURCE.
003940     MOVE MBR-NOTE-LINE TO MBR-PRINT-REC.
003944     WRITE MBR-PRINT-REC.
003948 3100-EXIT.
003952     EXIT.
003956
003960*----------------------------------------------------------------
003964*4000-WRITE-DEPT-LINES PRINTS ONE LINE PER DEPARTMENT, THE
003968*ACTUAL AND (WHEN MOUNTED) PROJECTED RAISE DOLLARS EACH JUDGED
003972*AGAINST THE POOL BY 4200, THEN THE TOTALS.
003976*----------------------------------------------------------------
003980 4000-WRITE-DEPT-LINES.
003984     PERFORM 4100-WRITE-ONE-DEPT THRU 4100-EXIT
003988         VARYING MBR-DPT-IDX FROM 1 BY 1
003992         UNTIL MBR-DPT-IDX > MBR-DPT-COUNT.
003996     MOVE SPACES TO MBR-TOTAL-LINE.
004000     MOVE 'ALL DEPARTMENTS' TO MBR-TTL-LABEL.
004004     MOVE MBR-TOT-POOL TO MBR-TTL-POOL.
004008     MOVE MBR-TOT-ACTUAL TO MBR-TTL-ACTUAL.
004012     IF PROJECTION-MOUNTED
004016         MOVE MBR-TOT-PROJECTED TO MBR-TTL-PROJECTED
004020     END-IF.
004024     MOVE MBR-TOTAL-LINE TO MBR-PRINT-REC.
004028     WRITE MBR-PRINT-REC AFTER ADVANCING 2 LINES.
004032 4000-EXIT.
004036     EXIT.
004040
004044 4100-WRITE-ONE-DEPT.
004048     MOVE SPACES TO MBR-DETAIL-LINE.
004052     MOVE MBR-DPT-CODE (MBR-DPT-IDX) TO MBR-DTL-DEPT.
004056     MOVE MBR-DPT-NAME (MBR-DPT-IDX) TO MBR-DTL-NAME.
004060     MOVE MBR-DPT-POOL (MBR-DPT-IDX) TO MBR-DTL-POOL.
004064     ADD MBR-DPT-POOL (MBR-DPT-IDX) TO MBR-TOT-POOL.
004068     ADD MBR-DPT-ACTUAL (MBR-DPT-IDX) TO MBR-TOT-ACTUAL.
004072     ADD MBR-DPT-PROJECTED (MBR-DPT-IDX) TO MBR-TOT-PROJECTED.
004076     IF NOT DPT-HAS-BUDGET (MBR-DPT-IDX)
004080         ADD 1 TO MBR-NO-BUDGET-COUNT
004084     END-IF.
004088     MOVE MBR-DPT-ACTUAL (MBR-DPT-IDX) TO MBR-JDG-AMOUNT.
004092     PERFORM 4200-JUDGE-AGAINST-POOL THRU 4200-EXIT.
004096     MOVE MBR-DPT-ACTUAL (MBR-DPT-IDX) TO MBR-DTL-ACTUAL.
004100     IF DPT-HAS-BUDGET (MBR-DPT-IDX)
004104         AND MBR-DPT-POOL (MBR-DPT-IDX) > ZERO
004108         MOVE MBR-JDG-PCT TO MBR-DTL-ACT-PCT
004112     END-IF.
004116     MOVE MBR-JDG-FLAG TO MBR-DTL-ACT-FLAG.
004120     IF PROJECTION-MOUNTED
004124         MOVE MBR-DPT-PROJECTED (MBR-DPT-IDX) TO MBR-JDG-AMOUNT
004128         PERFORM 4200-JUDGE-AGAINST-POOL THRU 4200-EXIT
004132         MOVE MBR-DPT-PROJECTED (MBR-DPT-IDX) TO MBR-DTL-PROJECTED
004136         IF DPT-HAS-BUDGET (MBR-DPT-IDX)
004140             AND MBR-DPT-POOL (MBR-DPT-IDX) > ZERO
004144             MOVE MBR-JDG-PCT TO MBR-DTL-PRJ-PCT
004148         END-IF
004152         MOVE MBR-JDG-FLAG TO MBR-DTL-PRJ-FLAG
004156     END-IF.
004160     MOVE MBR-DETAIL-LINE TO MBR-PRINT-REC.
004164     WRITE MBR-PRINT-REC.
004168 4100-EXIT.
004172     EXIT.
004176
004180*----------------------------------------------------------------
004184*4200-JUDGE-AGAINST-POOL SETS THE PERCENTAGE OF THE POOL USED BY
004188*MBR-JDG-AMOUNT AND ITS FLAG - 'OVER' ABOVE THE POOL, 'NEAR' AT
004192*OR ABOVE THE POOL LESS ITS TOLERANCE, 'NOBUD' WHEN THE
004196*DEPARTMENT HAS NO POOL FOR THE YEAR.  A ZERO POOL MEANS NO MERIT
004200*MONEY AT ALL, SO ANY RAISE DOLLAR IS OVER.
004204*----------------------------------------------------------------
004208 4200-JUDGE-AGAINST-POOL.
004212     MOVE SPACES TO MBR-JDG-FLAG.
004216     MOVE ZERO TO MBR-JDG-PCT.
004220     IF NOT DPT-HAS-BUDGET (MBR-DPT-IDX)
004224         MOVE 'NOBUD' TO MBR-JDG-FLAG
004228         GO TO 4200-EXIT
004232     END-IF.
004236     IF MBR-DPT-POOL (MBR-DPT-IDX) = ZERO
004240         IF MBR-JDG-AMOUNT > ZERO
004244             MOVE 'OVER' TO MBR-JDG-FLAG
004248             ADD 1 TO MBR-OVER-COUNT
004252         END-IF
004256         GO TO 4200-EXIT
004260     END-IF.
004264     COMPUTE MBR-JDG-PCT ROUNDED =
004268         MBR-JDG-AMOUNT * 100 / MBR-DPT-POOL (MBR-DPT-IDX)
004272         ON SIZE ERROR
004276             MOVE 9999.9 TO MBR-JDG-PCT
004280     END-COMPUTE.
004284     COMPUTE MBR-JDG-NEAR-LINE ROUNDED =
004288         MBR-DPT-POOL (MBR-DPT-IDX)
004292             - MBR-DPT-POOL (MBR-DPT-IDX)
004296                 * MBR-DPT-TOLERANCE (MBR-DPT-IDX).
004300     EVALUATE TRUE
004304         WHEN MBR-JDG-AMOUNT > MBR-DPT-POOL (MBR-DPT-IDX)
004308             MOVE 'OVER' TO MBR-JDG-FLAG
004312             ADD 1 TO MBR-OVER-COUNT
004316         WHEN MBR-JDG-AMOUNT NOT < MBR-JDG-NEAR-LINE
004320             MOVE 'NEAR' TO MBR-JDG-FLAG
004324             ADD 1 TO MBR-NEAR-COUNT
004328         WHEN OTHER
004332             CONTINUE
004336     END-EVALUATE.
004340 4200-EXIT.
004344     EXIT.
004348
004352*----------------------------------------------------------------
004356*5000-WRITE-CONTROL-TOTALS - EVERY SALARY-BEARING GL RECORD READ
004360*IS EITHER SUPERSEDED, PRICED, A REVERSAL OR NOT ON THE MASTER.
004364*OVER AND NEAR COUNT ACTUAL AND PROJECTED FLAGS TOGETHER.
004368*----------------------------------------------------------------
004372 5000-WRITE-CONTROL-TOTALS.
004376     MOVE SPACES TO MBR-PRINT-REC.
004380     WRITE MBR-PRINT-REC AFTER ADVANCING 2 LINES.
004384     MOVE SPACES TO MBR-REPORT-TRAILER.
004388     MOVE 'MASTER RECORDS READ' TO MBR-TR-LABEL.
004392     MOVE MBR-MASTER-READ-COUNT TO MBR-TR-COUNT.
004396     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004400     MOVE 'DEPTMAST DEPARTMENTS READ' TO MBR-TR-LABEL.
004404     MOVE MBR-DEPTMAST-READ-COUNT TO MBR-TR-COUNT.
004408     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004412     MOVE 'BUDGET RECORDS READ' TO MBR-TR-LABEL.
004416     MOVE MBR-BUDGET-READ-COUNT TO MBR-TR-COUNT.
004420     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004424     MOVE 'BUDGET RECORDS USED' TO MBR-TR-LABEL.
004428     MOVE MBR-BUDGET-USED-COUNT TO MBR-TR-COUNT.
004432     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004436     MOVE 'BUDGET RECORDS FOR OTHER YEARS' TO MBR-TR-LABEL.
004440     MOVE MBR-BUDGET-YEAR-COUNT TO MBR-TR-COUNT.
004444     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004448     MOVE 'BUDGET RECORDS NOT NUMERIC' TO MBR-TR-LABEL.
004452     MOVE MBR-BUDGET-BAD-COUNT TO MBR-TR-COUNT.
004456     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004460     MOVE 'MAIN GL RECORDS READ' TO MBR-TR-LABEL.
004464     MOVE MBR-GL-READ-COUNT TO MBR-TR-COUNT.
004468     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004472     MOVE 'SUPPLEMENTAL GL RECORDS READ' TO MBR-TR-LABEL.
004476     MOVE MBR-SUPPL-READ-COUNT TO MBR-TR-COUNT.
004480     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004484     MOVE 'REPAIR GL RECORDS READ' TO MBR-TR-LABEL.
004488     MOVE MBR-REPAIR-READ-COUNT TO MBR-TR-COUNT.
004492     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004496     MOVE 'BONUS RECORDS - NOT MERIT' TO MBR-TR-LABEL.
004500     MOVE MBR-BONUS-SKIP-COUNT TO MBR-TR-COUNT.
004504     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004508     MOVE 'DEDUCTION RECORDS - NO SALARY' TO MBR-TR-LABEL.
004512     MOVE MBR-DED-SKIP-COUNT TO MBR-TR-COUNT.
004516     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004520     MOVE 'RETRO/PERIOD PAY - NOT MERIT' TO MBR-TR-LABEL.
004524     MOVE MBR-PAY-SKIP-COUNT TO MBR-TR-COUNT.
004528     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004532     MOVE 'SUPERSEDED BY A LATER RECORD' TO MBR-TR-LABEL.
004536     MOVE MBR-SUPERSEDED-COUNT TO MBR-TR-COUNT.
004540     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004544     MOVE 'RAISES PRICED' TO MBR-TR-LABEL.
004548     MOVE MBR-PRICED-COUNT TO MBR-TR-COUNT.
004552     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004556     MOVE 'REVERSED - NOTHING SPENT' TO MBR-TR-LABEL.
004560     MOVE MBR-REVERSED-COUNT TO MBR-TR-COUNT.
004564     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004568     MOVE 'CLEARED BUT NOT ON MASTER' TO MBR-TR-LABEL.
004572     MOVE MBR-NOT-ON-MASTER-COUNT TO MBR-TR-COUNT.
004576     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004580     MOVE 'PROJECTION RECORDS READ' TO MBR-TR-LABEL.
004584     MOVE MBR-SIMPROJ-READ-COUNT TO MBR-TR-COUNT.
004588     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004592     MOVE 'FLAGGED OVER POOL' TO MBR-TR-LABEL.
004596     MOVE MBR-OVER-COUNT TO MBR-TR-COUNT.
004600     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004604     MOVE 'FLAGGED WITHIN TOLERANCE' TO MBR-TR-LABEL.
004608     MOVE MBR-NEAR-COUNT TO MBR-TR-COUNT.
004612     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004616     MOVE 'DEPARTMENTS WITH NO POOL' TO MBR-TR-LABEL.
004620     MOVE MBR-NO-BUDGET-COUNT TO MBR-TR-COUNT.
004624     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004628 5000-EXIT.
004632     EXIT.
004636
004640 5100-WRITE-TRAILER-LINE.
004644     MOVE MBR-REPORT-TRAILER TO MBR-PRINT-REC.
004648     WRITE MBR-PRINT-REC AFTER ADVANCING 1 LINE.
004652     MOVE SPACES TO MBR-REPORT-TRAILER.
004656 5100-EXIT.
004660     EXIT.
004664
004668 9000-TERMINATE-RUN.
004672     CLOSE MASTERFILE
004676         REPORTFILE.
004680 9000-EXIT.
004684     EXIT.
004688
004692 END PROGRAM Program16.
