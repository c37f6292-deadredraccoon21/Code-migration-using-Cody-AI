001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program20 AS "EmployeeSalary.Program20".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - OPEN-ITEMS REPORT.  READS
001048*                  THE FIVE PLACES OPEN PAYROLL WORK SITS - THE
001052*                  EXCEPTION FILE (EXCPRPT), THE SUSPENSE FILE
001056*                  (NEWSUSP, OR SUSPFILE BEFORE THE REVIEW RUN),
001060*                  THE PENDING MAINTENANCE CARDS (NEWPEND), THE
001064*                  UNPOSTED AND UNKNOWN LINES OF THE GL
001068*                  ACKNOWLEDGMENT REPORT (GLACKRPT) AND THE
001072*                  INCOMPLETE CYCLE STEPS (CYCLSTEP) - AND LISTS
001076*                  EVERY OPEN ITEM BY DEPARTMENT AND EMPLOYEE WITH
001080*                  ITS AGE AND QUEUE, FLAGGING THE ONES PAST THEIR
001084*                  AGING LIMIT.  A SUMMARY PAGE GIVES THE COUNTS
001088*                  PER QUEUE FOR THE PAYROLL MANAGER.  NOTHING IS
001092*                  UPDATED - EACH QUEUE'S OWN PROGRAM STILL OWNS
001096*                  IT.  ONE LISTING TO CHASE INSTEAD OF FIVE.
001100
001104 ENVIRONMENT DIVISION.
001108 INPUT-OUTPUT SECTION.
001112 FILE-CONTROL.
001116     SELECT EXCPFILE ASSIGN TO "EXCPRPT"
001120         ORGANIZATION IS LINE SEQUENTIAL
001124         FILE STATUS IS OPN-EXCP-STATUS.
001128     SELECT SUSPENSEFILE ASSIGN TO "SUSPFILE"
001132         ORGANIZATION IS LINE SEQUENTIAL
001136         FILE STATUS IS OPN-SUSP-STATUS.
001140     SELECT NEWSUSPFILE ASSIGN TO "NEWSUSP"
001144         ORGANIZATION IS LINE SEQUENTIAL
001148         FILE STATUS IS OPN-NEWSUSP-STATUS.
001152     SELECT PENDFILE ASSIGN TO "NEWPEND"
001156         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS OPN-PEND-STATUS.
001164     SELECT GLACKFILE ASSIGN TO "GLACKRPT"
001168         ORGANIZATION IS LINE SEQUENTIAL
001172         FILE STATUS IS OPN-GLACK-STATUS.
001176     SELECT CYCSTEPFILE ASSIGN TO "CYCLSTEP"
001180         ORGANIZATION IS LINE SEQUENTIAL
001184         FILE STATUS IS OPN-CYCSTEP-STATUS.
001188     SELECT MASTERFILE ASSIGN TO "EMPMAST"
001192         ORGANIZATION IS INDEXED
001196         ACCESS IS RANDOM
001200         RECORD KEY IS EmpNbIn OF EmployeeRecord
001204         FILE STATUS IS OPN-MASTER-STATUS.
001208     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001212         ORGANIZATION IS LINE SEQUENTIAL
001216         FILE STATUS IS OPN-DEPTMAST-STATUS.
001220     SELECT FIXPARMFILE ASSIGN TO "FIXPARM"
001224         ORGANIZATION IS LINE SEQUENTIAL
001228         FILE STATUS IS OPN-FIXPARM-STATUS.
001232     SELECT ACKPARMFILE ASSIGN TO "GLACKPRM"
001236         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS OPN-ACKPARM-STATUS.
001244     SELECT PARMFILE ASSIGN TO "OPENPARM"
001248         ORGANIZATION IS LINE SEQUENTIAL
001252         FILE STATUS IS OPN-PARM-STATUS.
001256     SELECT OPNWORKFILE ASSIGN TO "OPNWORK"
001260         ORGANIZATION IS LINE SEQUENTIAL.
001264     SELECT OPNSORTEDFILE ASSIGN TO "OPNSORTD"
001268         ORGANIZATION IS LINE SEQUENTIAL.
001272     SELECT SORTWORKFILE ASSIGN TO "OPNSRTWK".
001276     SELECT RPTFILE ASSIGN TO "OPENRPT"
001280         ORGANIZATION IS LINE SEQUENTIAL.
001284
001288 DATA DIVISION.
001292 FILE SECTION.
001296
001300*----------------------------------------------------------------
001304*EXCEPTION FILE - SEE EXCEPTREC.CPY, THE SAME COPYBOOK Program1
001308*WRITES IT WITH.  THE FIRST SEVEN RECORDS ARE ALWAYS THE BANNER
001312*BLOCK, SKIPPED BY RECORD NUMBER THE WAY Program11 SKIPS IT;
001316*EVERY RECORD AFTER THEM IS AN OPEN EXCEPTION.
001320*----------------------------------------------------------------
001324 FD  EXCPFILE.
001328     COPY EXCEPTREC.
001332
001336*----------------------------------------------------------------
001340*SUSPENSE FILE AND ITS NEW GENERATION - SEE SUSPREC.CPY.  ONCE
001344*THE SUSPENSE REVIEW (Program5) HAS RUN, NEWSUSP HOLDS ONLY THE
001348*RECORDS STILL PENDING AND IS READ IN PREFERENCE; BEFORE IT HAS
001352*RUN, EVERY RECORD ON SUSPFILE IS STILL OPEN.  BOTH ARE READ
001356*INTO THE WORKING-STORAGE COPY OF SUSP-REC BELOW.
001360*----------------------------------------------------------------
001364 FD  SUSPENSEFILE.
001368 01  OPN-SUSPFILE-REC            PIC X(87).
001372
001376 FD  NEWSUSPFILE.
001380 01  OPN-NEWSUSP-REC             PIC X(87).
001384
001388*----------------------------------------------------------------
001392*PENDING MAINTENANCE CARDS - SEE MNTCARD.CPY.  FUTURE-DATED
001396*CARDS Program3 PARKED FOR THE DAILY RELEASE RUN; ONE WHOSE
001400*EFFECTIVE DATE HAS PASSED IS WAITING ON THAT RUN.
001404*----------------------------------------------------------------
001408 FD  PENDFILE.
001412     COPY MNTCARD.
001416
001420*----------------------------------------------------------------
001424*GL POSTING ACKNOWLEDGMENT REPORT - SEE GLACKLN.CPY, THE SAME
001428*COPYBOOK Program9 PRINTS THE DETAIL LINES WITH.  ONLY THE
001432*LINES MARKED UNPOSTED OR UNKNOWN ARE OPEN ITEMS; HEADINGS,
001436*MATCHED LINES AND TRAILERS ARE PASSED OVER.
001440*----------------------------------------------------------------
001444 FD  GLACKFILE.
001448     COPY GLACKLN.
001452
001456*----------------------------------------------------------------
001460*CYCLE-STEP CONTROL FILE - SEE CYCSTEP.CPY.  A STEP NOT STAMPED
001464*COMPLETE IS AN OPEN ITEM.
001468*----------------------------------------------------------------
001472 FD  CYCSTEPFILE.
001476     COPY CYCSTEP.
001480
001484*----------------------------------------------------------------
001488*INDEXED EMPLOYEE MASTER - SEE EMPREC.CPY.  READ BY KEY ONLY TO
001492*FILL IN THE NAME AND DEPARTMENT OF AN ITEM WHOSE QUEUE DOES
001496*NOT CARRY THEM (GL LINES, STATUS CARDS).  A MASTER THAT WILL
001500*NOT OPEN LEAVES THEM BLANK.
001504*----------------------------------------------------------------
001508 FD  MASTERFILE.
001512     COPY EMPREC.
001516
001520*----------------------------------------------------------------
001524*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY.  NAMES FOR THE
001528*DEPARTMENT HEADINGS; A MISSING FILE JUST LEAVES THE NAMES OFF.
001532*----------------------------------------------------------------
001536 FD  DEPTMASTFILE.
001540     COPY DEPTREC.
001544
001548*----------------------------------------------------------------
001552*EXCEPTION AGING CARD - THE SAME CARD THE REPAIR RUN (Program11)
001556*AGES THE EXCEPTION FILE BY, SO BOTH FLAG THE SAME RECORDS.  A
001560*MISSING CARD DEFAULTS TO 3 CYCLES.
001564*----------------------------------------------------------------
001568 FD  FIXPARMFILE.
001572 01  OPN-FIX-PARM-REC.
001576     05  OPN-FIX-PARM-AGE-CYCLES PIC 9(03).
001580     05  FILLER                  PIC X(77).
001584
001588*----------------------------------------------------------------
001592*GL AGING CARD - THE SAME CARD Program9 FLAGS UNPOSTED LINES BY.
001596*A MISSING CARD DEFAULTS TO 7 DAYS.
001600*----------------------------------------------------------------
001604 FD  ACKPARMFILE.
001608 01  OPN-ACK-PARM-REC.
001612     05  OPN-ACK-PARM-AGE-DAYS   PIC 9(03).
001616     05  FILLER                  PIC X(77).
001620
001624*----------------------------------------------------------------
001628*OPEN-ITEMS AGING CARD - DAYS A SUSPENDED RAISE MAY WAIT FOR ITS
001632*APPROVAL CARD, DAYS A PENDING CARD MAY SIT PAST ITS EFFECTIVE
001636*DATE, AND DAYS A CYCLE STEP MAY STAY INCOMPLETE BEFORE THE
001640*ITEM IS FLAGGED.  A BLANK FIELD OR A MISSING CARD KEEPS THE
001644*DEFAULTS OF 14, 0 AND 0 DAYS.
001648*----------------------------------------------------------------
001652 FD  PARMFILE.
001656 01  OPN-PARM-REC.
001660     05  OPN-PARM-SUSP-DAYS      PIC 9(03).
001664     05  OPN-PARM-PEND-DAYS      PIC 9(03).
001668     05  OPN-PARM-STEP-DAYS      PIC 9(03).
001672     05  FILLER                  PIC X(71).
001676
001680*----------------------------------------------------------------
001684*UNSORTED OPEN-ITEM WORK FILE - ONE RECORD PER OPEN ITEM FROM
001688*EVERY QUEUE, WRITTEN BY THE GATHER PASS AND CONSUMED BY THE
001692*SORT STEP, THE SAME TWO-PASS SHAPE AS THE PAY-PERIOD REGISTER.
001696*----------------------------------------------------------------
001700 FD  OPNWORKFILE.
001704 01  OPW-OPEN-REC.
001708     05  OPW-DEPT-CODE           PIC X(04).
001712     05  OPW-EMP-NB              PIC X(05).
001716     05  OPW-QUEUE-SEQ           PIC 9(01).
001720     05  OPW-SINCE-DT            PIC X(08).
001724     05  OPW-QUEUE-NAME          PIC X(08).
001728     05  OPW-AGE                 PIC 9(05).
001732     05  OPW-AGE-UNIT            PIC X(04).
001736     05  OPW-OVER-SW             PIC X(01).
001740     05  OPW-EMP-NAME            PIC X(20).
001744     05  OPW-DETAIL              PIC X(40).
001748
001752*----------------------------------------------------------------
001756*SORTED OPEN-ITEM WORK FILE - SAME SHAPE, IN DEPARTMENT/
001760*EMPLOYEE/QUEUE ORDER, READ BY THE LISTING PASS.
001764*----------------------------------------------------------------
001768 FD  OPNSORTEDFILE.
001772 01  OPS-OPEN-REC.
001776     05  OPS-DEPT-CODE           PIC X(04).
001780     05  OPS-EMP-NB              PIC X(05).
001784     05  OPS-QUEUE-SEQ           PIC 9(01).
001788     05  OPS-SINCE-DT            PIC X(08).
001792     05  OPS-QUEUE-NAME          PIC X(08).
001796     05  OPS-AGE                 PIC 9(05).
001800     05  OPS-AGE-UNIT            PIC X(04).
001804     05  OPS-OVER-SW             PIC X(01).
001808         88  OPS-PAST-LIMIT                  VALUE 'Y'.
001812     05  OPS-EMP-NAME            PIC X(20).
001816     05  OPS-DETAIL              PIC X(40).
001820
001824*----------------------------------------------------------------
001828*SORT WORK FILE - DEPARTMENT, EMPLOYEE, QUEUE, THEN OLDEST
001832*FIRST, SO EVERYTHING ONE EMPLOYEE IS WAITING ON READS AS A
001836*BLOCK INSIDE THE DEPARTMENT.
001840*----------------------------------------------------------------
001844 SD  SORTWORKFILE.
001848 01  OPX-OPEN-REC.
001852     05  OPX-DEPT-CODE           PIC X(04).
001856     05  OPX-EMP-NB              PIC X(05).
001860     05  OPX-QUEUE-SEQ           PIC 9(01).
001864     05  OPX-SINCE-DT            PIC X(08).
001868     05  OPX-QUEUE-NAME          PIC X(08).
001872     05  OPX-AGE                 PIC 9(05).
001876     05  OPX-AGE-UNIT            PIC X(04).
001880     05  OPX-OVER-SW             PIC X(01).
001884     05  OPX-EMP-NAME            PIC X(20).
001888     05  OPX-DETAIL              PIC X(40).
001892
001896*----------------------------------------------------------------
001900*PRINTED OPEN-ITEMS REPORT.
001904*----------------------------------------------------------------
001908 FD  RPTFILE.
001912 01  OPN-PRINT-REC               PIC X(132).
001916
001920 WORKING-STORAGE SECTION.
001924
001928 01  OPN-CURRENT-DATE-DATA.
001932     05  OPN-CURRENT-DATE.
001936         10  OPN-CURRENT-YEAR        PIC 9(04).
001940         10  OPN-CURRENT-MONTH       PIC 9(02).
001944         10  OPN-CURRENT-DAY         PIC 9(02).
001948
001952*----------------------------------------------------------------
001956*WORK COPY OF ONE SUSPENSE RECORD - SEE SUSPREC.CPY.
001960*----------------------------------------------------------------
001964     COPY SUSPREC.
001968
001972*----------------------------------------------------------------
001976*WORK COPY OF A MASTER IMAGE CARRIED ON AN EXCEPTION RECORD OR
001980*A PENDING CARD - SEE EMPREC.CPY.
001984*----------------------------------------------------------------
001988     COPY EMPREC REPLACING ==EmployeeRecord==
001992                        BY ==OPN-IMAGE-REC==.
001996
002000*----------------------------------------------------------------
002004*PROGRAM SWITCHES.
002008*----------------------------------------------------------------
002012 01  OPN-SWITCHES.
002016     05  OPN-EXCP-EOF-SW         PIC X(01) VALUE 'N'.
002020         88  EXCP-EOF                        VALUE 'Y'.
002024     05  OPN-SUSP-EOF-SW         PIC X(01) VALUE 'N'.
002028         88  SUSP-EOF                        VALUE 'Y'.
002032     05  OPN-PEND-EOF-SW         PIC X(01) VALUE 'N'.
002036         88  PEND-EOF                        VALUE 'Y'.
002040     05  OPN-GLACK-EOF-SW        PIC X(01) VALUE 'N'.
002044         88  GLACK-EOF                       VALUE 'Y'.
002048     05  OPN-CYCSTEP-EOF-SW      PIC X(01) VALUE 'N'.
002052         88  CYCSTEP-EOF                     VALUE 'Y'.
002056     05  OPN-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
002060         88  DEPTMAST-EOF                    VALUE 'Y'.
002064     05  OPN-SORTED-EOF-SW       PIC X(01) VALUE 'N'.
002068         88  SORTED-EOF                      VALUE 'Y'.
002072     05  OPN-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
002076         88  MASTER-IS-OPEN                  VALUE 'Y'.
002080     05  OPN-SUSP-SOURCE-SW      PIC X(01) VALUE 'S'.
002084         88  SUSP-FROM-NEWSUSP               VALUE 'N'.
002088         88  SUSP-FROM-SUSPFILE              VALUE 'S'.
002092
002096 01  OPN-EXCP-STATUS             PIC XX VALUE '00'.
002100 01  OPN-SUSP-STATUS             PIC XX VALUE '00'.
002104 01  OPN-NEWSUSP-STATUS          PIC XX VALUE '00'.
002108 01  OPN-PEND-STATUS             PIC XX VALUE '00'.
002112 01  OPN-GLACK-STATUS            PIC XX VALUE '00'.
002116 01  OPN-CYCSTEP-STATUS          PIC XX VALUE '00'.
002120 01  OPN-MASTER-STATUS           PIC XX VALUE '00'.
002124 01  OPN-DEPTMAST-STATUS         PIC XX VALUE '00'.
002128 01  OPN-FIXPARM-STATUS          PIC XX VALUE '00'.
002132 01  OPN-ACKPARM-STATUS          PIC XX VALUE '00'.
002136 01  OPN-PARM-STATUS             PIC XX VALUE '00'.
002140
002144*----------------------------------------------------------------
002148*NUMBER OF BANNER RECORDS AT THE TOP OF THE EXCEPTION FILE -
002152*THE SAME SEVEN Program2 AND Program11 SKIP BY RECORD NUMBER.
002156*----------------------------------------------------------------
002160 01  OPN-EXCP-HDR-LINES          PIC 9(02) COMP VALUE 7.
002164 01  OPN-EXCP-REC-NO             PIC 9(06) COMP VALUE ZERO.
002168
002172*----------------------------------------------------------------
002176*AGING ARITHMETIC - TODAY AND THE DATE AN ITEM AGES FROM AS DAY
002180*COUNTS ON THE SAME 360-DAY CALENDAR Program9 AGES BY.
002184*----------------------------------------------------------------
002188 01  OPN-AGING-AREA.
002192     05  OPN-FROM-DATE           PIC X(08).
002196     05  OPN-FROM-YMD REDEFINES OPN-FROM-DATE.
002200         10  OPN-FROM-YEAR           PIC 9(04).
002204         10  OPN-FROM-MONTH          PIC 9(02).
002208         10  OPN-FROM-DAY            PIC 9(02).
002212     05  OPN-TODAY-DAYS          PIC 9(07) VALUE ZERO.
002216     05  OPN-FROM-DAYS           PIC 9(07) VALUE ZERO.
002220     05  OPN-ITEM-AGE            PIC 9(05) VALUE ZERO.
002224
002228*----------------------------------------------------------------
002232*QUEUE TABLE - ONE ENTRY PER QUEUE, IN THE ORDER THE ITEMS
002236*PRINT WITHIN AN EMPLOYEE: NAME, WHAT IS WAITING, THE FILE THE
002240*ITEMS WERE READ FROM, THE AGING UNIT AND LIMIT, AND THE COUNTS
002244*FOR THE SUMMARY PAGE.  THE SUBSCRIPT IS THE SORT SEQUENCE ON
002248*THE WORK RECORD.
002252*----------------------------------------------------------------
002256 77  OPN-QUEUE-COUNT             PIC 9(01) COMP VALUE 5.
002260 77  OPN-CUR-QUEUE               PIC 9(01) COMP VALUE ZERO.
002264 01  OPN-QUEUE-TABLE.
002268     05  OPN-Q-ENTRY OCCURS 5 TIMES
002272             INDEXED BY OPN-Q-IDX.
002276         10  OPN-Q-NAME              PIC X(08).
002280         10  OPN-Q-DESC              PIC X(30).
002284         10  OPN-Q-SOURCE            PIC X(11).
002288         10  OPN-Q-UNIT              PIC X(04).
002292         10  OPN-Q-LIMIT             PIC 9(03).
002296         10  OPN-Q-ITEMS             PIC 9(06) COMP.
002300         10  OPN-Q-OVER              PIC 9(06) COMP.
002304         10  OPN-Q-OLDEST            PIC 9(05).
002308
002312*----------------------------------------------------------------
002316*DEPARTMENT NAME TABLE - LOADED FROM DEPTMAST.
002320*----------------------------------------------------------------
002324 77  OPN-DPN-COUNT               PIC 9(02) COMP VALUE ZERO.
002328 01  OPN-DEPT-NAME-TABLE.
002332     05  OPN-DPN-ENTRY OCCURS 1 TO 50 TIMES
002336             DEPENDING ON OPN-DPN-COUNT
002340             INDEXED BY OPN-DPN-IDX.
002344         10  OPN-DPN-CODE            PIC X(04).
002348         10  OPN-DPN-NAME            PIC X(20).
002352
002356*----------------------------------------------------------------
002360*DEPARTMENT AND EMPLOYEE BREAK FIELDS AND DEPARTMENT COUNTS.
002364*----------------------------------------------------------------
002368 01  OPN-BREAK-AREA.
002372     05  OPN-CUR-DEPT-CODE       PIC X(04) VALUE SPACES.
002376     05  OPN-CUR-EMP-NB          PIC X(05) VALUE SPACES.
002380     05  OPN-FIRST-DEPT-SW       PIC X(01) VALUE 'Y'.
002384         88  FIRST-DEPT                      VALUE 'Y'.
002388     05  OPN-DPT-ITEMS           PIC 9(06) COMP VALUE ZERO.
002392     05  OPN-DPT-OVER            PIC 9(06) COMP VALUE ZERO.
002396
002400*----------------------------------------------------------------
002404*CONTROL TOTALS.  FOR EACH QUEUE THE RECORDS READ, AGAINST THE
002408*OPEN ITEMS THE SUMMARY PAGE COUNTS FROM THEM.
002412*----------------------------------------------------------------
002416 01  OPN-CONTROL-TOTALS.
002420     05  OPN-EXCP-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002424     05  OPN-SUSP-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002428     05  OPN-PEND-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002432     05  OPN-GLACK-READ-COUNT    PIC 9(06) COMP VALUE ZERO.
002436     05  OPN-CYCSTEP-READ-COUNT  PIC 9(06) COMP VALUE ZERO.
002440     05  OPN-LOOKUP-COUNT        PIC 9(06) COMP VALUE ZERO.
002444     05  OPN-NOT-ON-MAST-COUNT   PIC 9(06) COMP VALUE ZERO.
002448     05  OPN-TOT-ITEMS           PIC 9(06) COMP VALUE ZERO.
002452     05  OPN-TOT-OVER            PIC 9(06) COMP VALUE ZERO.
002456
002460*----------------------------------------------------------------
002464*DETAIL TEXT BUILT FOR EACH QUEUE - EACH ONE 40 BYTES, MOVED TO
002468*THE WORK RECORD'S DETAIL FIELD.
002472*----------------------------------------------------------------
002476 01  OPN-SUSP-DETAIL.
002480     05  OPN-SSD-VIOLATION       PIC X(14).
002484     05  FILLER                  PIC X(01) VALUE SPACES.
002488     05  OPN-SSD-REASON          PIC X(25).
002492
002496 01  OPN-PEND-DETAIL.
002500     05  OPN-PDD-ACTION          PIC X(13).
002504     05  FILLER                  PIC X(05) VALUE ' EFF '.
002508     05  OPN-PDD-EFF-DT          PIC X(08).
002512     05  FILLER                  PIC X(02) VALUE SPACES.
002516     05  OPN-PDD-STATE           PIC X(12).
002520
002524 01  OPN-GL-DETAIL.
002528     05  OPN-GLD-KIND            PIC X(15).
002532     05  FILLER                  PIC X(01) VALUE SPACES.
002536     05  FILLER                  PIC X(04) VALUE 'SRC '.
002540     05  OPN-GLD-SRC             PIC X(01).
002544     05  FILLER                  PIC X(06) VALUE ' TYPE '.
002548     05  OPN-GLD-TYPE            PIC X(01).
002552     05  FILLER                  PIC X(01) VALUE SPACES.
002556     05  OPN-GLD-AMOUNT          PIC X(11).
002560
002564 01  OPN-STEP-DETAIL.
002568     05  FILLER                  PIC X(05) VALUE 'STEP '.
002572     05  OPN-STD-STEP            PIC X(01).
002576     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  OPN-STD-PROGRAM         PIC X(10).
002584     05  FILLER                  PIC X(02) VALUE SPACES.
002588     05  OPN-STD-STATE           PIC X(21).
002592
002596*----------------------------------------------------------------
002600*REPORT HEADINGS, DEPARTMENT LINES, DETAIL LINE, SUMMARY PAGE
002604*AND TRAILER.
002608*----------------------------------------------------------------
002612 01  OPN-REPORT-HEADER.
002616     05  FILLER             PIC X(40) VALUE SPACES.
002620     05  FILLER             PIC X(32)
002624         VALUE 'OPEN-ITEMS REPORT'.
002628     05  FILLER             PIC X(30) VALUE SPACES.
002632     05  OPN-HDR-DATE-GRP.
002636         10  OPN-HDR-DAY             PIC XX.
002640         10  FILLER                  PIC X VALUE '/'.
002644         10  OPN-HDR-MONTH           PIC XX.
002648         10  FILLER                  PIC X VALUE '/'.
002652         10  OPN-HDR-YEAR            PIC XXXX.
002656
002660 01  OPN-MINI-TITLES.
002664     05  FILLER                  PIC X(01) VALUE SPACES.
002668     05  FILLER                  PIC X(07) VALUE 'EMP'.
002672     05  FILLER                  PIC X(22) VALUE 'NAME'.
002676     05  FILLER                  PIC X(10) VALUE 'QUEUE'.
002680     05  FILLER                  PIC X(10) VALUE 'SINCE'.
002684     05  FILLER                  PIC X(12) VALUE '      AGE'.
002688     05  FILLER                  PIC X(42) VALUE 'OPEN ITEM'.
002692
002696 01  OPN-DEPT-HEADING.
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002704     05  FILLER                  PIC X(11) VALUE 'DEPARTMENT '.
002708     05  OPN-DHD-CODE            PIC X(04).
002712     05  FILLER                  PIC X(02) VALUE SPACES.
002716     05  OPN-DHD-NAME            PIC X(22).
002720
002724 01  OPN-DETAIL-LINE.
002728     05  FILLER                  PIC X(01).
002732     05  OPN-DTL-EMP-NB          PIC X(05).
002736     05  FILLER                  PIC X(02).
002740     05  OPN-DTL-NAME            PIC X(20).
002744     05  FILLER                  PIC X(02).
002748     05  OPN-DTL-QUEUE           PIC X(08).
002752     05  FILLER                  PIC X(02).
002756     05  OPN-DTL-SINCE           PIC X(08).
002760     05  FILLER                  PIC X(02).
002764     05  OPN-DTL-AGE             PIC ZZZZ9.
002768     05  FILLER                  PIC X(01).
002772     05  OPN-DTL-AGE-UNIT        PIC X(04).
002776     05  FILLER                  PIC X(02).
002780     05  OPN-DTL-DETAIL          PIC X(40).
002784     05  FILLER                  PIC X(02).
002788     05  OPN-DTL-FLAG            PIC X(13).
002792
002796 01  OPN-DEPT-TOTAL-LINE.
002800     05  FILLER                  PIC X(08) VALUE SPACES.
002804     05  FILLER                  PIC X(05) VALUE 'DEPT '.
002808     05  OPN-DTT-CODE            PIC X(04).
002812     05  FILLER                  PIC X(14) VALUE '  OPEN ITEMS '.
002816     05  OPN-DTT-ITEMS           PIC ZZZ,ZZ9.
002820     05  FILLER                  PIC X(14) VALUE '   PAST LIMIT '.
002824     05  OPN-DTT-OVER            PIC ZZZ,ZZ9.
002828
002832 01  OPN-NONE-LINE.
002836     05  FILLER                  PIC X(05) VALUE SPACES.
002840     05  FILLER                  PIC X(40)
002844         VALUE 'NO OPEN ITEMS IN ANY QUEUE'.
002848
002852 01  OPN-SUMMARY-HEADER.
002856     05  FILLER             PIC X(40) VALUE SPACES.
002860     05  FILLER             PIC X(32)
002864         VALUE 'OPEN-ITEMS SUMMARY BY QUEUE'.
002868     05  FILLER             PIC X(30) VALUE SPACES.
002872     05  OPN-SHD-DATE-GRP        PIC X(10).
002876
002880 01  OPN-SUMMARY-TITLES.
002884     05  FILLER                  PIC X(05) VALUE SPACES.
002888     05  FILLER                  PIC X(10) VALUE 'QUEUE'.
002892     05  FILLER                  PIC X(32) VALUE 'WAITING ON'.
002896     05  FILLER                  PIC X(13) VALUE 'READ FROM'.
002900     05  FILLER                  PIC X(10) VALUE '   ITEMS'.
002904     05  FILLER                  PIC X(10) VALUE '   OVER'.
002908     05  FILLER                  PIC X(13) VALUE '   OLDEST'.
002912     05  FILLER                  PIC X(08) VALUE '   LIMIT'.
002916
002920 01  OPN-SUMMARY-LINE.
002924     05  FILLER                  PIC X(05).
002928     05  OPN-SUM-QUEUE           PIC X(08).
002932     05  FILLER                  PIC X(02).
002936     05  OPN-SUM-DESC            PIC X(30).
002940     05  FILLER                  PIC X(02).
002944     05  OPN-SUM-SOURCE          PIC X(11).
002948     05  FILLER                  PIC X(02).
002952     05  OPN-SUM-ITEMS           PIC ZZZ,ZZ9.
002956     05  FILLER                  PIC X(03).
002960     05  OPN-SUM-OVER            PIC ZZZ,ZZ9.
002964     05  FILLER                  PIC X(03).
002968     05  OPN-SUM-OLDEST          PIC ZZZZ9.
002972     05  FILLER                  PIC X(01).
002976     05  OPN-SUM-OLD-UNIT        PIC X(04).
002980     05  FILLER                  PIC X(03).
002984     05  OPN-SUM-LIMIT           PIC ZZ9.
002988     05  FILLER                  PIC X(01).
002992     05  OPN-SUM-LIM-UNIT        PIC X(04).
002996
003000 01  OPN-REPORT-TRAILER.
003004     05  FILLER                  PIC X(05).
003008     05  OPN-TR-LABEL            PIC X(35).
003012     05  FILLER                  PIC X(02).
003016     05  OPN-TR-COUNT            PIC ZZZ,ZZ9.
003020
003024 PROCEDURE DIVISION.
003028
003032*----------------------------------------------------------------
003036*0000-MAIN-CONTROL - GATHER THE OPEN ITEMS FROM EACH QUEUE IN
003040*TURN, SORT THEM INTO DEPARTMENT/EMPLOYEE ORDER, PRINT THE
003044*LISTING, THEN THE SUMMARY PAGE AND CONTROL TOTALS.  A QUEUE
003048*WHOSE FILE IS NOT MOUNTED CONTRIBUTES NOTHING AND THE SUMMARY
003052*PAGE SAYS SO, RATHER THAN STOP THE REPORT.
003056*----------------------------------------------------------------
003060 0000-MAIN-CONTROL.
003064     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003068     PERFORM 2000-GATHER-OPEN-ITEMS THRU 2000-EXIT.
003072     PERFORM 3000-SORT-OPEN-ITEMS THRU 3000-EXIT.
003076     PERFORM 4000-PRODUCE-LISTING THRU 4000-EXIT.
003080     PERFORM 5000-WRITE-SUMMARY-PAGE THRU 5000-EXIT.
003084     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
003088     STOP RUN.
003092
003096*----------------------------------------------------------------
003100*1000-INITIALIZE READS THE THREE AGING CARDS, SETS UP THE QUEUE
003104*TABLE, LOADS THE DEPARTMENT NAMES, OPENS THE MASTER FOR THE
003108*NAME LOOKUPS AND OPENS THE WORK FILE AND REPORT.
003112*----------------------------------------------------------------
003116 1000-INITIALIZE.
003120     MOVE FUNCTION CURRENT-DATE (1:8) TO OPN-CURRENT-DATE-DATA.
003124     COMPUTE OPN-TODAY-DAYS =
003128         (OPN-CURRENT-YEAR * 360)
003132             + (OPN-CURRENT-MONTH * 30) + OPN-CURRENT-DAY.
003136     PERFORM 1100-SET-QUEUE-TABLE THRU 1100-EXIT.
003140     PERFORM 1200-LOAD-AGING-PARMS THRU 1200-EXIT.
003144     PERFORM 1300-LOAD-DEPT-NAMES THRU 1300-EXIT.
003148     OPEN INPUT MASTERFILE.
003152     IF OPN-MASTER-STATUS = '00'
003156         MOVE 'Y' TO OPN-MASTER-OPEN-SW
003160     END-IF.
003164     OPEN OUTPUT OPNWORKFILE.
003168     OPEN OUTPUT RPTFILE.
003172 1000-EXIT.
003176     EXIT.
003180
003184 1100-SET-QUEUE-TABLE.
003188     MOVE 'EXCPRPT' TO OPN-Q-NAME (1).
003192     MOVE 'RECORDS FAILING THE CYCLE EDIT' TO OPN-Q-DESC (1).
003196     MOVE 'CYC' TO OPN-Q-UNIT (1).
003200     MOVE 003 TO OPN-Q-LIMIT (1).
003204     MOVE 'SUSPENSE' TO OPN-Q-NAME (2).
003208     MOVE 'RAISES OUTSIDE THE SALARY BAND' TO OPN-Q-DESC (2).
003212     MOVE 'DAYS' TO OPN-Q-UNIT (2).
003216     MOVE 014 TO OPN-Q-LIMIT (2).
003220     MOVE 'NEWPEND' TO OPN-Q-NAME (3).
003224     MOVE 'FUTURE-DATED MASTER CHANGES' TO OPN-Q-DESC (3).
003228     MOVE 'DAYS' TO OPN-Q-UNIT (3).
003232     MOVE ZERO TO OPN-Q-LIMIT (3).
003236     MOVE 'GLACKRPT' TO OPN-Q-NAME (4).
003240     MOVE 'GL LINES UNPOSTED OR UNKNOWN' TO OPN-Q-DESC (4).
003244     MOVE 'DAYS' TO OPN-Q-UNIT (4).
003248     MOVE 007 TO OPN-Q-LIMIT (4).
003252     MOVE 'CYCLSTEP' TO OPN-Q-NAME (5).
003256     MOVE 'CYCLE STEPS NOT COMPLETE' TO OPN-Q-DESC (5).
003260     MOVE 'DAYS' TO OPN-Q-UNIT (5).
003264     MOVE ZERO TO OPN-Q-LIMIT (5).
003268     PERFORM 1150-CLEAR-QUEUE-COUNTS THRU 1150-EXIT
003272         VARYING OPN-Q-IDX FROM 1 BY 1
003276         UNTIL OPN-Q-IDX > OPN-QUEUE-COUNT.
003280 1100-EXIT.
003284     EXIT.
003288
003292 1150-CLEAR-QUEUE-COUNTS.
003296     MOVE 'NOT MOUNTED' TO OPN-Q-SOURCE (OPN-Q-IDX).
003300     MOVE ZERO TO OPN-Q-ITEMS (OPN-Q-IDX).
003304     MOVE ZERO TO OPN-Q-OVER (OPN-Q-IDX).
003308     MOVE ZERO TO OPN-Q-OLDEST (OPN-Q-IDX).
003312 1150-EXIT.
003316     EXIT.
003320
003324*----------------------------------------------------------------
003328*1200-LOAD-AGING-PARMS - EACH QUEUE IS FLAGGED BY THE LIMIT ITS
003332*OWN PROGRAM USES WHERE THERE IS ONE (FIXPARM FOR EXCEPTIONS,
003336*GLACKPRM FOR GL LINES), AND BY THE OPENPARM CARD FOR THE REST.
003340*----------------------------------------------------------------
003344 1200-LOAD-AGING-PARMS.
003348     OPEN INPUT FIXPARMFILE.
003352     IF OPN-FIXPARM-STATUS = '00'
003356         READ FIXPARMFILE
003360             AT END
003364                 CONTINUE
003368             NOT AT END
003372                 IF OPN-FIX-PARM-AGE-CYCLES IS NUMERIC
003376                     AND OPN-FIX-PARM-AGE-CYCLES > ZERO
003380                     MOVE OPN-FIX-PARM-AGE-CYCLES
003384                         TO OPN-Q-LIMIT (1)
003388                 END-IF
003392         END-READ
003396         CLOSE FIXPARMFILE
003400     END-IF.
003404     OPEN INPUT ACKPARMFILE.
003408     IF OPN-ACKPARM-STATUS = '00'
003412         READ ACKPARMFILE
003416             AT END
003420                 CONTINUE
003424             NOT AT END
003428                 IF OPN-ACK-PARM-AGE-DAYS IS NUMERIC
003432                     AND OPN-ACK-PARM-AGE-DAYS > ZERO
003436                     MOVE OPN-ACK-PARM-AGE-DAYS TO OPN-Q-LIMIT (4)
003440                 END-IF
003444         END-READ
003448         CLOSE ACKPARMFILE
003452     END-IF.
003456     OPEN INPUT PARMFILE.
003460     IF OPN-PARM-STATUS = '00'
003464         READ PARMFILE
003468             AT END
003472                 CONTINUE
003476             NOT AT END
003480                 IF OPN-PARM-SUSP-DAYS IS NUMERIC
003484                     MOVE OPN-PARM-SUSP-DAYS TO OPN-Q-LIMIT (2)
003488                 END-IF
003492                 IF OPN-PARM-PEND-DAYS IS NUMERIC
003496                     MOVE OPN-PARM-PEND-DAYS TO OPN-Q-LIMIT (3)
003500                 END-IF
003504                 IF OPN-PARM-STEP-DAYS IS NUMERIC
003508                     MOVE OPN-PARM-STEP-DAYS TO OPN-Q-LIMIT (5)
003512                 END-IF
003516         END-READ
003520         CLOSE PARMFILE
003524     END-IF.
003528 1200-EXIT.
003532     EXIT.
003536
003540 1300-LOAD-DEPT-NAMES.
003544     OPEN INPUT DEPTMASTFILE.
003548     IF OPN-DEPTMAST-STATUS NOT = '00'
003552         GO TO 1300-EXIT
003556     END-IF.
003560     PERFORM UNTIL DEPTMAST-EOF
003564         READ DEPTMASTFILE
003568             AT END
003572                 MOVE 'Y' TO OPN-DEPTMAST-EOF-SW
003576             NOT AT END
003580                 IF OPN-DPN-COUNT >= 50
003584                     DISPLAY 'DEPTMAST OVER 50 DEPARTMENTS'
003588                     CLOSE DEPTMASTFILE
003592                     STOP RUN
003596                 END-IF
003600                 ADD 1 TO OPN-DPN-COUNT
003604                 MOVE DEPT-CODE TO OPN-DPN-CODE (OPN-DPN-COUNT)
003608                 MOVE DEPT-NAME TO OPN-DPN-NAME (OPN-DPN-COUNT)
003612         END-READ
003616     END-PERFORM.
003620     CLOSE DEPTMASTFILE.
003624 1300-EXIT.
003628     EXIT.
003632
003636*----------------------------------------------------------------
003640*2000-GATHER-OPEN-ITEMS IS THE FIRST PASS - EACH QUEUE IN TURN
003644*WRITES ONE WORK RECORD PER OPEN ITEM.
003648*----------------------------------------------------------------
003652 2000-GATHER-OPEN-ITEMS.
003656     PERFORM 2100-EXCEPTION-QUEUE THRU 2100-EXIT.
003660     PERFORM 2200-SUSPENSE-QUEUE THRU 2200-EXIT.
003664     PERFORM 2300-PENDING-QUEUE THRU 2300-EXIT.
003668     PERFORM 2400-GL-QUEUE THRU 2400-EXIT.
003672     PERFORM 2500-CYCLE-STEP-QUEUE THRU 2500-EXIT.
003676     CLOSE OPNWORKFILE.
003680 2000-EXIT.
003684     EXIT.
003688
003692*----------------------------------------------------------------
003696*2100-EXCEPTION-QUEUE - EVERY RECORD PAST THE BANNER IS OPEN.
003700*ITS AGE IS THE CYCLE COUNT Program1 AND Program11 KEEP ON IT,
003704*AND IT HAS BEEN OPEN SINCE THE CYCLE IT FIRST FAILED.
003708*----------------------------------------------------------------
003712 2100-EXCEPTION-QUEUE.
003716     MOVE 1 TO OPN-CUR-QUEUE.
003720     OPEN INPUT EXCPFILE.
003724     IF OPN-EXCP-STATUS NOT = '00'
003728         GO TO 2100-EXIT
003732     END-IF.
003736     MOVE 'EXCPRPT' TO OPN-Q-SOURCE (OPN-CUR-QUEUE).
003740     PERFORM 2110-READ-EXCP-RECORD THRU 2110-EXIT.
003744     PERFORM UNTIL EXCP-EOF
003748         ADD 1 TO OPN-EXCP-REC-NO
003752         IF OPN-EXCP-REC-NO > OPN-EXCP-HDR-LINES
003756             ADD 1 TO OPN-EXCP-READ-COUNT
003760             PERFORM 2120-QUEUE-ONE-EXCEPTION THRU 2120-EXIT
003764         END-IF
003768         PERFORM 2110-READ-EXCP-RECORD THRU 2110-EXIT
003772     END-PERFORM.
003776     CLOSE EXCPFILE.
003780 2100-EXIT.
003784     EXIT.
003788
003792 2110-READ-EXCP-RECORD.
003796     READ EXCPFILE
003800         AT END
003804             MOVE 'Y' TO OPN-EXCP-EOF-SW
003808     END-READ.
003812 2110-EXIT.
003816     EXIT.
003820
003824 2120-QUEUE-ONE-EXCEPTION.
003828     MOVE SPACES TO OPW-OPEN-REC.
003832     MOVE EXCP-MASTER-IMAGE TO OPN-IMAGE-REC.
003836     MOVE EmpDeptIn OF OPN-IMAGE-REC TO OPW-DEPT-CODE.
003840     MOVE EXCP-EMP-NB TO OPW-EMP-NB.
003844     MOVE EXCP-EMP-NAME TO OPW-EMP-NAME.
003848     MOVE EXCP-FIRST-DT TO OPW-SINCE-DT.
003852     MOVE ZERO TO OPW-AGE.
003856     IF EXCP-CYCLE-AGE IS NUMERIC
003860         MOVE EXCP-CYCLE-AGE TO OPW-AGE
003864     END-IF.
003868     MOVE EXCP-REASON TO OPW-DETAIL.
003872     PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT.
003876 2120-EXIT.
003880     EXIT.
003884
003888*----------------------------------------------------------------
003892*2200-SUSPENSE-QUEUE - NEWSUSP WHEN THE REVIEW RUN HAS WRITTEN
003896*ONE, ELSE SUSPFILE.  A SUSPENDED RAISE AGES FROM THE CYCLE THAT
003900*SUSPENDED IT; THE DETAIL SAYS WHICH EDGE OF THE BAND IT BROKE
003904*AND WHY THE REVIEW RUN LEFT IT PENDING.
003908*----------------------------------------------------------------
003912 2200-SUSPENSE-QUEUE.
003916     MOVE 2 TO OPN-CUR-QUEUE.
003920     OPEN INPUT NEWSUSPFILE.
003924     IF OPN-NEWSUSP-STATUS = '00'
003928         MOVE 'N' TO OPN-SUSP-SOURCE-SW
003932         MOVE 'NEWSUSP' TO OPN-Q-SOURCE (OPN-CUR-QUEUE)
003936     ELSE
003940         OPEN INPUT SUSPENSEFILE
003944         IF OPN-SUSP-STATUS NOT = '00'
003948             GO TO 2200-EXIT
003952         END-IF
003956         MOVE 'S' TO OPN-SUSP-SOURCE-SW
003960         MOVE 'SUSPFILE' TO OPN-Q-SOURCE (OPN-CUR-QUEUE)
003964     END-IF.
003968     PERFORM 2210-READ-SUSP-RECORD THRU 2210-EXIT.
003972     PERFORM UNTIL SUSP-EOF
003976         ADD 1 TO OPN-SUSP-READ-COUNT
003980         PERFORM 2220-QUEUE-ONE-SUSPENSE THRU 2220-EXIT
003984         PERFORM 2210-READ-SUSP-RECORD THRU 2210-EXIT
003988     END-PERFORM.
003992     IF SUSP-FROM-NEWSUSP
003996         CLOSE NEWSUSPFILE
004000     ELSE
004004         CLOSE SUSPENSEFILE
004008     END-IF.
004012 2200-EXIT.
004016     EXIT.
004020
004024 2210-READ-SUSP-RECORD.
004028     IF SUSP-FROM-NEWSUSP
004032         READ NEWSUSPFILE INTO SUSP-REC
004036             AT END
004040                 MOVE 'Y' TO OPN-SUSP-EOF-SW
004044         END-READ
004048     ELSE
004052         READ SUSPENSEFILE INTO SUSP-REC
004056             AT END
004060                 MOVE 'Y' TO OPN-SUSP-EOF-SW
004064         END-READ
004068     END-IF.
004072 2210-EXIT.
004076     EXIT.
004080
004084 2220-QUEUE-ONE-SUSPENSE.
004088     MOVE SPACES TO OPW-OPEN-REC.
004092     MOVE SUSP-DEPT-CODE TO OPW-DEPT-CODE.
004096     MOVE SUSP-EMP-NB TO OPW-EMP-NB.
004100     MOVE SUSP-EMP-NAME TO OPW-EMP-NAME.
004104     MOVE SUSP-CYCLE-DT TO OPW-SINCE-DT.
004108     MOVE SUSP-CYCLE-DT TO OPN-FROM-DATE.
004112     PERFORM 8000-AGE-FROM-DATE THRU 8000-EXIT.
004116     MOVE OPN-ITEM-AGE TO OPW-AGE.
004120     IF SUSP-VIOLATION = 'H'
004124         MOVE 'ABOVE BAND MAX' TO OPN-SSD-VIOLATION
004128     ELSE
004132         MOVE 'BELOW BAND MIN' TO OPN-SSD-VIOLATION
004136     END-IF.
004140     EVALUATE SUSP-PEND-REASON
004144         WHEN 'B'
004148             MOVE 'BAD ACTION CODE ON CARD' TO OPN-SSD-REASON
004152         WHEN 'A'
004156             MOVE 'SIGNER NOT ON APPRAUTH' TO OPN-SSD-REASON
004160         WHEN 'S'
004164             MOVE 'DEPT OUTSIDE SIGNER SCOPE' TO OPN-SSD-REASON
004168         WHEN 'L'
004172             MOVE 'OVER THE SIGNER''S LIMIT' TO OPN-SSD-REASON
004176         WHEN OTHER
004180             MOVE 'AWAITING APPROVAL CARD' TO OPN-SSD-REASON
004184     END-EVALUATE.
004188     MOVE OPN-SUSP-DETAIL TO OPW-DETAIL.
004192     PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT.
004196 2220-EXIT.
004200     EXIT.
004204
004208*----------------------------------------------------------------
004212*2300-PENDING-QUEUE - A PARKED CARD IS OPEN UNTIL THE RELEASE
004216*RUN APPLIES IT.  IT AGES ONLY ONCE ITS EFFECTIVE DATE HAS
004220*PASSED - BEFORE THAT IT IS WAITING AS IT SHOULD BE.
004224*----------------------------------------------------------------
004228 2300-PENDING-QUEUE.
004232     MOVE 3 TO OPN-CUR-QUEUE.
004236     OPEN INPUT PENDFILE.
004240     IF OPN-PEND-STATUS NOT = '00'
004244         GO TO 2300-EXIT
004248     END-IF.
004252     MOVE 'NEWPEND' TO OPN-Q-SOURCE (OPN-CUR-QUEUE).
004256     PERFORM 2310-READ-PEND-CARD THRU 2310-EXIT.
004260     PERFORM UNTIL PEND-EOF
004264         ADD 1 TO OPN-PEND-READ-COUNT
004268         PERFORM 2320-QUEUE-ONE-PENDING THRU 2320-EXIT
004272         PERFORM 2310-READ-PEND-CARD THRU 2310-EXIT
004276     END-PERFORM.
004280     CLOSE PENDFILE.
004284 2300-EXIT.
004288     EXIT.
004292
004296 2310-READ-PEND-CARD.
004300     READ PENDFILE
004304         AT END
004308             MOVE 'Y' TO OPN-PEND-EOF-SW
004312     END-READ.
004316 2310-EXIT.
004320     EXIT.
004324
004328 2320-QUEUE-ONE-PENDING.
004332     MOVE SPACES TO OPW-OPEN-REC.
004336     MOVE MNT-TRN-EMP-IMAGE TO OPN-IMAGE-REC.
004340     MOVE EmpDeptIn OF OPN-IMAGE-REC TO OPW-DEPT-CODE.
004344     MOVE EmpNbIn OF OPN-IMAGE-REC TO OPW-EMP-NB.
004348     MOVE EmpName OF OPN-IMAGE-REC TO OPW-EMP-NAME.
004352     MOVE MNT-TRN-EFF-DT TO OPW-SINCE-DT.
004356     MOVE MNT-TRN-EFF-DT TO OPN-FROM-DATE.
004360     PERFORM 8000-AGE-FROM-DATE THRU 8000-EXIT.
004364     MOVE OPN-ITEM-AGE TO OPW-AGE.
004368     EVALUATE MNT-TRN-ACTION
004372         WHEN 'A'
004376             MOVE 'ADD CARD' TO OPN-PDD-ACTION
004380         WHEN 'C'
004384             MOVE 'CHANGE CARD' TO OPN-PDD-ACTION
004388         WHEN 'D'
004392             MOVE 'DELETE CARD' TO OPN-PDD-ACTION
004396         WHEN 'T'
004400             MOVE 'TERMINATION' TO OPN-PDD-ACTION
004404         WHEN 'L'
004408             MOVE 'LEAVE' TO OPN-PDD-ACTION
004412         WHEN 'R'
004416             MOVE 'RETURN' TO OPN-PDD-ACTION
004420         WHEN 'H'
004424             MOVE 'REHIRE' TO OPN-PDD-ACTION
004428         WHEN OTHER
004432             MOVE 'UNKNOWN CARD' TO OPN-PDD-ACTION
004436     END-EVALUATE.
004440     MOVE MNT-TRN-EFF-DT TO OPN-PDD-EFF-DT.
004444     IF MNT-TRN-EFF-DT IS NUMERIC
004448         AND MNT-TRN-EFF-DT < OPN-CURRENT-DATE
004452         MOVE 'NOT RELEASED' TO OPN-PDD-STATE
004456     ELSE
004460         MOVE 'NOT YET DUE' TO OPN-PDD-STATE
004464     END-IF.
004468     MOVE OPN-PEND-DETAIL TO OPW-DETAIL.
004472     PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT.
004476 2320-EXIT.
004480     EXIT.
004484
004488*----------------------------------------------------------------
004492*2400-GL-QUEUE - THE UNPOSTED AND UNKNOWN-ACKNOWLEDGMENT LINES
004496*OF THE LATEST GLACKRPT.  THE AGE IS RECOMPUTED FROM THE DATE
004500*Program9 AGED THE LINE FROM, SO IT IS CURRENT AS OF TODAY
004504*RATHER THAN AS OF THE MATCH RUN.
004508*----------------------------------------------------------------
004512 2400-GL-QUEUE.
004516     MOVE 4 TO OPN-CUR-QUEUE.
004520     OPEN INPUT GLACKFILE.
004524     IF OPN-GLACK-STATUS NOT = '00'
004528         GO TO 2400-EXIT
004532     END-IF.
004536     MOVE 'GLACKRPT' TO OPN-Q-SOURCE (OPN-CUR-QUEUE).
004540     PERFORM 2410-READ-GLACK-LINE THRU 2410-EXIT.
004544     PERFORM UNTIL GLACK-EOF
004548         ADD 1 TO OPN-GLACK-READ-COUNT
004552         IF ACK-DTL-ITEM-TYPE = 'U' OR 'K'
004556             PERFORM 2420-QUEUE-ONE-GL-LINE THRU 2420-EXIT
004560         END-IF
004564         PERFORM 2410-READ-GLACK-LINE THRU 2410-EXIT
004568     END-PERFORM.
004572     CLOSE GLACKFILE.
004576 2400-EXIT.
004580     EXIT.
004584
004588 2410-READ-GLACK-LINE.
004592     READ GLACKFILE
004596         AT END
004600             MOVE 'Y' TO OPN-GLACK-EOF-SW
004604     END-READ.
004608 2410-EXIT.
004612     EXIT.
004616
004620 2420-QUEUE-ONE-GL-LINE.
004624     MOVE SPACES TO OPW-OPEN-REC.
004628     MOVE ACK-DTL-CC TO OPW-DEPT-CODE.
004632     MOVE ACK-DTL-EMP-NB TO OPW-EMP-NB.
004636     MOVE ACK-DTL-AGED-FROM TO OPW-SINCE-DT.
004640     MOVE ZERO TO OPW-AGE.
004644     IF ACK-DTL-AGED-FROM IS NUMERIC
004648         MOVE ACK-DTL-AGED-FROM TO OPN-FROM-DATE
004652         PERFORM 8000-AGE-FROM-DATE THRU 8000-EXIT
004656         MOVE OPN-ITEM-AGE TO OPW-AGE
004660     ELSE
004664         IF ACK-DTL-AGE-DAYS IS NUMERIC
004668             MOVE ACK-DTL-AGE-DAYS TO OPW-AGE
004672         END-IF
004676     END-IF.
004680     IF ACK-DTL-ITEM-TYPE = 'U'
004684         MOVE 'UNPOSTED GL' TO OPN-GLD-KIND
004688     ELSE
004692         MOVE 'UNKNOWN GL ACK' TO OPN-GLD-KIND
004696     END-IF.
004700     MOVE ACK-DTL-SRC TO OPN-GLD-SRC.
004704     MOVE ACK-DTL-TYPE TO OPN-GLD-TYPE.
004708     MOVE ACK-DTL-AMOUNT TO OPN-GLD-AMOUNT.
004712     MOVE OPN-GL-DETAIL TO OPW-DETAIL.
004716     PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT.
004720 2420-EXIT.
004724     EXIT.
004728
004732*----------------------------------------------------------------
004736*2500-CYCLE-STEP-QUEUE - A STEP NOT STAMPED COMPLETE.  IT
004740*BELONGS TO NO EMPLOYEE OR DEPARTMENT, SO IT PRINTS IN THE
004744*NO-DEPARTMENT GROUP AT THE HEAD OF THE LISTING, AGED FROM THE
004748*NIGHT'S CYCLE DATE.
004752*----------------------------------------------------------------
004756 2500-CYCLE-STEP-QUEUE.
004760     MOVE 5 TO OPN-CUR-QUEUE.
004764     OPEN INPUT CYCSTEPFILE.
004768     IF OPN-CYCSTEP-STATUS NOT = '00'
004772         GO TO 2500-EXIT
004776     END-IF.
004780     MOVE 'CYCLSTEP' TO OPN-Q-SOURCE (OPN-CUR-QUEUE).
004784     PERFORM 2510-READ-CYCLE-STEP THRU 2510-EXIT.
004788     PERFORM UNTIL CYCSTEP-EOF
004792         ADD 1 TO OPN-CYCSTEP-READ-COUNT
004796         IF CYC-STATUS NOT = 'C'
004800             PERFORM 2520-QUEUE-ONE-STEP THRU 2520-EXIT
004804         END-IF
004808         PERFORM 2510-READ-CYCLE-STEP THRU 2510-EXIT
004812     END-PERFORM.
004816     CLOSE CYCSTEPFILE.
004820 2500-EXIT.
004824     EXIT.
004828
004832 2510-READ-CYCLE-STEP.
004836     READ CYCSTEPFILE
004840         AT END
004844             MOVE 'Y' TO OPN-CYCSTEP-EOF-SW
004848     END-READ.
004852 2510-EXIT.
004856     EXIT.
004860
004864 2520-QUEUE-ONE-STEP.
004868     MOVE SPACES TO OPW-OPEN-REC.
004872     MOVE CYC-CYCLE-DATE TO OPW-SINCE-DT.
004876     MOVE CYC-CYCLE-DATE TO OPN-FROM-DATE.
004880     PERFORM 8000-AGE-FROM-DATE THRU 8000-EXIT.
004884     MOVE OPN-ITEM-AGE TO OPW-AGE.
004888     MOVE CYC-STEP-NO TO OPN-STD-STEP.
004892     MOVE CYC-PROGRAM-ID TO OPN-STD-PROGRAM.
004896     IF CYC-STATUS = 'S'
004900         MOVE 'RUNNING OR DIED' TO OPN-STD-STATE
004904     ELSE
004908         MOVE 'NOT STARTED' TO OPN-STD-STATE
004912     END-IF.
004916     MOVE OPN-STEP-DETAIL TO OPW-DETAIL.
004920     PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT.
004924 2520-EXIT.
004928     EXIT.
004932
004936*----------------------------------------------------------------
004940*2900-WRITE-WORK-RECORD FINISHES THE WORK RECORD THE QUEUE
004944*PARAGRAPH BUILT: FILLS A MISSING NAME OR DEPARTMENT FROM THE
004948*MASTER, STAMPS THE QUEUE AND ITS AGING UNIT, FLAGS THE ITEM IF
004952*ITS AGE IS PAST THE QUEUE'S LIMIT AND COUNTS IT FOR THE
004956*SUMMARY PAGE.
004960*----------------------------------------------------------------
004964 2900-WRITE-WORK-RECORD.
004968     IF OPW-EMP-NB NOT = SPACES
004972         AND MASTER-IS-OPEN
004976         AND (OPW-DEPT-CODE = SPACES OR OPW-EMP-NAME = SPACES)
004980         PERFORM 2950-LOOK-UP-MASTER THRU 2950-EXIT
004984     END-IF.
004988     MOVE OPN-CUR-QUEUE TO OPW-QUEUE-SEQ.
004992     MOVE OPN-Q-NAME (OPN-CUR-QUEUE) TO OPW-QUEUE-NAME.
004996     MOVE OPN-Q-UNIT (OPN-CUR-QUEUE) TO OPW-AGE-UNIT.
005000     MOVE 'N' TO OPW-OVER-SW.
005004     IF OPW-AGE > OPN-Q-LIMIT (OPN-CUR-QUEUE)
005008         MOVE 'Y' TO OPW-OVER-SW
005012         ADD 1 TO OPN-Q-OVER (OPN-CUR-QUEUE)
005016     END-IF.
005020     ADD 1 TO OPN-Q-ITEMS (OPN-CUR-QUEUE).
005024     IF OPW-AGE > OPN-Q-OLDEST (OPN-CUR-QUEUE)
005028         MOVE OPW-AGE TO OPN-Q-OLDEST (OPN-CUR-QUEUE)
005032     END-IF.
005036     WRITE OPW-OPEN-REC.
005040 2900-EXIT.
005044     EXIT.
005048
005052 2950-LOOK-UP-MASTER.
005056     ADD 1 TO OPN-LOOKUP-COUNT.
005060     MOVE OPW-EMP-NB TO EmpNbIn OF EmployeeRecord.
005064     READ MASTERFILE
005068         INVALID KEY
005072             ADD 1 TO OPN-NOT-ON-MAST-COUNT
005076             GO TO 2950-EXIT
005080     END-READ.
005084     IF OPW-DEPT-CODE = SPACES
005088         MOVE EmpDeptIn OF EmployeeRecord TO OPW-DEPT-CODE
005092     END-IF.
005096     IF OPW-EMP-NAME = SPACES
005100         MOVE EmpName OF EmployeeRecord TO OPW-EMP-NAME
005104     END-IF.
005108 2950-EXIT.
005112     EXIT.
005116
005120*----------------------------------------------------------------
005124*3000-SORT-OPEN-ITEMS PUTS THE ITEMS INTO DEPARTMENT/EMPLOYEE
005128*ORDER, EACH EMPLOYEE'S ITEMS BY QUEUE AND OLDEST FIRST.
005132*----------------------------------------------------------------
005136 3000-SORT-OPEN-ITEMS.
005140     SORT SORTWORKFILE
005144         ON ASCENDING KEY OPX-DEPT-CODE
005148                          OPX-EMP-NB
005152                          OPX-QUEUE-SEQ
005156                          OPX-SINCE-DT
005160         USING OPNWORKFILE
005164         GIVING OPNSORTEDFILE.
005168 3000-EXIT.
005172     EXIT.
005176
005180*----------------------------------------------------------------
005184*4000-PRODUCE-LISTING IS THE SECOND PASS - A HEADING AT EACH
005188*DEPARTMENT BREAK, ONE LINE PER OPEN ITEM WITH THE EMPLOYEE
005192*PRINTED ONCE AT THE HEAD OF THEIR ITEMS, AND THE DEPARTMENT'S
005196*COUNTS UNDER IT.  AN ITEM PAST ITS QUEUE'S LIMIT CARRIES THE
005200*OVER-LIMIT FLAG IN THE RIGHT-HAND COLUMN.
005204*----------------------------------------------------------------
005208 4000-PRODUCE-LISTING.
005212     PERFORM 4050-WRITE-REPORT-HEADER THRU 4050-EXIT.
005216     OPEN INPUT OPNSORTEDFILE.
005220     PERFORM 4100-READ-SORTED-RECORD THRU 4100-EXIT.
005224     IF SORTED-EOF
005228         MOVE OPN-NONE-LINE TO OPN-PRINT-REC
005232         WRITE OPN-PRINT-REC AFTER ADVANCING 2 LINES
005236     END-IF.
005240     PERFORM UNTIL SORTED-EOF
005244         IF FIRST-DEPT
005248             OR OPS-DEPT-CODE NOT = OPN-CUR-DEPT-CODE
005252             PERFORM 4500-WRITE-DEPT-TOTALS THRU 4500-EXIT
005256             PERFORM 4600-START-DEPT-GROUP THRU 4600-EXIT
005260         END-IF
005264         PERFORM 4200-WRITE-ITEM-LINE THRU 4200-EXIT
005268         PERFORM 4100-READ-SORTED-RECORD THRU 4100-EXIT
005272     END-PERFORM.
005276     PERFORM 4500-WRITE-DEPT-TOTALS THRU 4500-EXIT.
005280     CLOSE OPNSORTEDFILE.
005284 4000-EXIT.
005288     EXIT.
005292
005296 4050-WRITE-REPORT-HEADER.
005300     MOVE OPN-CURRENT-DAY TO OPN-HDR-DAY.
005304     MOVE OPN-CURRENT-MONTH TO OPN-HDR-MONTH.
005308     MOVE OPN-CURRENT-YEAR TO OPN-HDR-YEAR.
005312     MOVE SPACES TO OPN-PRINT-REC.
005316     WRITE OPN-PRINT-REC AFTER ADVANCING 3 LINES.
005320     MOVE OPN-REPORT-HEADER TO OPN-PRINT-REC.
005324     WRITE OPN-PRINT-REC.
005328     MOVE OPN-MINI-TITLES TO OPN-PRINT-REC.
005332     WRITE OPN-PRINT-REC AFTER ADVANCING 2 LINES.
005336 4050-EXIT.
005340     EXIT.
005344
005348 4100-READ-SORTED-RECORD.
005352     READ OPNSORTEDFILE
005356         AT END
005360             MOVE 'Y' TO OPN-SORTED-EOF-SW
005364     END-READ.
005368 4100-EXIT.
005372     EXIT.
005376
005380 4200-WRITE-ITEM-LINE.
005384     MOVE SPACES TO OPN-DETAIL-LINE.
005388     IF OPS-EMP-NB NOT = OPN-CUR-EMP-NB
005392         MOVE OPS-EMP-NB TO OPN-DTL-EMP-NB
005396         MOVE OPS-EMP-NAME TO OPN-DTL-NAME
005400         MOVE OPS-EMP-NB TO OPN-CUR-EMP-NB
005404     END-IF.
005408     MOVE OPS-QUEUE-NAME TO OPN-DTL-QUEUE.
005412     MOVE OPS-SINCE-DT TO OPN-DTL-SINCE.
005416     MOVE OPS-AGE TO OPN-DTL-AGE.
005420     MOVE OPS-AGE-UNIT TO OPN-DTL-AGE-UNIT.
005424     MOVE OPS-DETAIL TO OPN-DTL-DETAIL.
005428     IF OPS-PAST-LIMIT
005432         MOVE '** OVER LIMIT' TO OPN-DTL-FLAG
005436         ADD 1 TO OPN-DPT-OVER
005440     END-IF.
005444     MOVE OPN-DETAIL-LINE TO OPN-PRINT-REC.
005448     WRITE OPN-PRINT-REC.
005452     ADD 1 TO OPN-DPT-ITEMS.
005456 4200-EXIT.
005460     EXIT.
005464
005468*----------------------------------------------------------------
005472*4500-WRITE-DEPT-TOTALS CLOSES THE DEPARTMENT GROUP IN PROGRESS
005476*WITH ITS ITEM AND OVER-LIMIT COUNTS.  NOTHING TO DO BEFORE THE
005480*FIRST GROUP.
005484*----------------------------------------------------------------
005488 4500-WRITE-DEPT-TOTALS.
005492     IF FIRST-DEPT
005496         GO TO 4500-EXIT
005500     END-IF.
005504     MOVE OPN-CUR-DEPT-CODE TO OPN-DTT-CODE.
005508     IF OPN-CUR-DEPT-CODE = SPACES
005512         MOVE 'NONE' TO OPN-DTT-CODE
005516     END-IF.
005520     MOVE OPN-DPT-ITEMS TO OPN-DTT-ITEMS.
005524     MOVE OPN-DPT-OVER TO OPN-DTT-OVER.
005528     MOVE OPN-DEPT-TOTAL-LINE TO OPN-PRINT-REC.
005532     WRITE OPN-PRINT-REC AFTER ADVANCING 2 LINES.
005536     ADD OPN-DPT-ITEMS TO OPN-TOT-ITEMS.
005540     ADD OPN-DPT-OVER TO OPN-TOT-OVER.
005544 4500-EXIT.
005548     EXIT.
005552
005556*----------------------------------------------------------------
005560*4600-START-DEPT-GROUP PRINTS THE DEPARTMENT HEADING - THE NAME
005564*OFF DEPTMAST WHEN IT IS THERE - AND CLEARS THE GROUP COUNTS.
005568*ITEMS WITH NO DEPARTMENT (CYCLE STEPS, AND ANYONE THE MASTER
005572*COULD NOT PLACE) SORT TO THE HEAD AS THEIR OWN GROUP.
005576*----------------------------------------------------------------
005580 4600-START-DEPT-GROUP.
005584     MOVE 'N' TO OPN-FIRST-DEPT-SW.
005588     MOVE OPS-DEPT-CODE TO OPN-CUR-DEPT-CODE.
005592     MOVE SPACES TO OPN-CUR-EMP-NB.
005596     MOVE ZERO TO OPN-DPT-ITEMS.
005600     MOVE ZERO TO OPN-DPT-OVER.
005604     MOVE OPS-DEPT-CODE TO OPN-DHD-CODE.
005608     MOVE 'NOT ON DEPT MASTER' TO OPN-DHD-NAME.
005612     IF OPS-DEPT-CODE = SPACES
005616         MOVE 'NONE' TO OPN-DHD-CODE
005620         MOVE 'NO DEPARTMENT ON FILE' TO OPN-DHD-NAME
005624     ELSE
005628         IF OPN-DPN-COUNT > ZERO
005632             SET OPN-DPN-IDX TO 1
005636             SEARCH OPN-DPN-ENTRY
005640                 AT END
005644                     CONTINUE
005648                 WHEN OPN-DPN-CODE (OPN-DPN-IDX) = OPS-DEPT-CODE
005652                     MOVE OPN-DPN-NAME (OPN-DPN-IDX)
005656                         TO OPN-DHD-NAME
005660             END-SEARCH
005664         END-IF
005668     END-IF.
005672     MOVE OPN-DEPT-HEADING TO OPN-PRINT-REC.
005676     WRITE OPN-PRINT-REC AFTER ADVANCING 2 LINES.
005680     MOVE SPACES TO OPN-PRINT-REC.
005684     WRITE OPN-PRINT-REC.
005688 4600-EXIT.
005692     EXIT.
005696
005700*----------------------------------------------------------------
005704*5000-WRITE-SUMMARY-PAGE - ON A PAGE OF ITS OWN FOR THE PAYROLL
005708*MANAGER: PER QUEUE THE FILE READ, THE OPEN AND OVER-LIMIT
005712*COUNTS, THE OLDEST ITEM AND THE LIMIT IT WAS JUDGED BY, THEN
005716*THE CONTROL TOTALS.  THE QUEUE LINES FOOT TO THE LISTING.
005720*----------------------------------------------------------------
005724 5000-WRITE-SUMMARY-PAGE.
005728     MOVE OPN-HDR-DATE-GRP TO OPN-SHD-DATE-GRP.
005732     MOVE OPN-SUMMARY-HEADER TO OPN-PRINT-REC.
005736     WRITE OPN-PRINT-REC AFTER ADVANCING PAGE.
005740     MOVE OPN-SUMMARY-TITLES TO OPN-PRINT-REC.
005744     WRITE OPN-PRINT-REC AFTER ADVANCING 2 LINES.
005748     MOVE SPACES TO OPN-PRINT-REC.
005752     WRITE OPN-PRINT-REC.
005756     PERFORM 5100-WRITE-QUEUE-LINE THRU 5100-EXIT
005760         VARYING OPN-Q-IDX FROM 1 BY 1
005764         UNTIL OPN-Q-IDX > OPN-QUEUE-COUNT.
005768     MOVE SPACES TO OPN-SUMMARY-LINE.
005772     MOVE 'TOTAL' TO OPN-SUM-QUEUE.
005776     MOVE 'ALL QUEUES' TO OPN-SUM-DESC.
005780     MOVE OPN-TOT-ITEMS TO OPN-SUM-ITEMS.
005784     MOVE OPN-TOT-OVER TO OPN-SUM-OVER.
005788     MOVE OPN-SUMMARY-LINE TO OPN-PRINT-REC.
005792     WRITE OPN-PRINT-REC AFTER ADVANCING 2 LINES.
005796     MOVE SPACES TO OPN-PRINT-REC.
005800     WRITE OPN-PRINT-REC AFTER ADVANCING 2 LINES.
005804     MOVE SPACES TO OPN-REPORT-TRAILER.
005808     MOVE 'EXCEPTION RECORDS READ' TO OPN-TR-LABEL.
005812     MOVE OPN-EXCP-READ-COUNT TO OPN-TR-COUNT.
005816     PERFORM 5200-WRITE-TRAILER-LINE THRU 5200-EXIT.
005820     MOVE 'SUSPENSE RECORDS READ' TO OPN-TR-LABEL.
005824     MOVE OPN-SUSP-READ-COUNT TO OPN-TR-COUNT.
005828     PERFORM 5200-WRITE-TRAILER-LINE THRU 5200-EXIT.
005832     MOVE 'PENDING CARDS READ' TO OPN-TR-LABEL.
005836     MOVE OPN-PEND-READ-COUNT TO OPN-TR-COUNT.
005840     PERFORM 5200-WRITE-TRAILER-LINE THRU 5200-EXIT.
005844     MOVE 'GL ACKNOWLEDGMENT REPORT LINES READ' TO OPN-TR-LABEL.
005848     MOVE OPN-GLACK-READ-COUNT TO OPN-TR-COUNT.
005852     PERFORM 5200-WRITE-TRAILER-LINE THRU 5200-EXIT.
005856     MOVE 'CYCLE-STEP RECORDS READ' TO OPN-TR-LABEL.
005860     MOVE OPN-CYCSTEP-READ-COUNT TO OPN-TR-COUNT.
005864     PERFORM 5200-WRITE-TRAILER-LINE THRU 5200-EXIT.
005868     MOVE 'ITEMS LOOKED UP ON THE MASTER' TO OPN-TR-LABEL.
005872     MOVE OPN-LOOKUP-COUNT TO OPN-TR-COUNT.
005876     PERFORM 5200-WRITE-TRAILER-LINE THRU 5200-EXIT.
005880     MOVE 'NOT ON THE MASTER' TO OPN-TR-LABEL.
005884     MOVE OPN-NOT-ON-MAST-COUNT TO OPN-TR-COUNT.
005888     PERFORM 5200-WRITE-TRAILER-LINE THRU 5200-EXIT.
005892     IF NOT MASTER-IS-OPEN
005896         MOVE SPACES TO OPN-PRINT-REC
005900         MOVE '     EMPLOYEE MASTER NOT MOUNTED - NO LOOKUPS MADE'
005904             TO OPN-PRINT-REC
005908         WRITE OPN-PRINT-REC AFTER ADVANCING 1 LINE
005912     END-IF.
005916 5000-EXIT.
005920     EXIT.
005924
005928 5100-WRITE-QUEUE-LINE.
005932     MOVE SPACES TO OPN-SUMMARY-LINE.
005936     MOVE OPN-Q-NAME (OPN-Q-IDX) TO OPN-SUM-QUEUE.
005940     MOVE OPN-Q-DESC (OPN-Q-IDX) TO OPN-SUM-DESC.
005944     MOVE OPN-Q-SOURCE (OPN-Q-IDX) TO OPN-SUM-SOURCE.
005948     MOVE OPN-Q-ITEMS (OPN-Q-IDX) TO OPN-SUM-ITEMS.
005952     MOVE OPN-Q-OVER (OPN-Q-IDX) TO OPN-SUM-OVER.
005956     MOVE OPN-Q-OLDEST (OPN-Q-IDX) TO OPN-SUM-OLDEST.
005960     MOVE OPN-Q-UNIT (OPN-Q-IDX) TO OPN-SUM-OLD-UNIT.
005964     MOVE OPN-Q-LIMIT (OPN-Q-IDX) TO OPN-SUM-LIMIT.
005968     MOVE OPN-Q-UNIT (OPN-Q-IDX) TO OPN-SUM-LIM-UNIT.
005972     MOVE OPN-SUMMARY-LINE TO OPN-PRINT-REC.
005976     WRITE OPN-PRINT-REC.
005980 5100-EXIT.
005984     EXIT.
005988
005992 5200-WRITE-TRAILER-LINE.
005996     MOVE OPN-REPORT-TRAILER TO OPN-PRINT-REC.
006000     WRITE OPN-PRINT-REC AFTER ADVANCING 1 LINE.
006004     MOVE SPACES TO OPN-REPORT-TRAILER.
006008 5200-EXIT.
006012     EXIT.
006016
006020*----------------------------------------------------------------
006024*8000-AGE-FROM-DATE - DAYS FROM OPN-FROM-DATE TO TODAY ON THE
006028*360-DAY CALENDAR.  A DATE NOT YET REACHED, OR ONE THAT IS NOT
006032*A USABLE YYYYMMDD, AGES AS ZERO.
006036*----------------------------------------------------------------
006040 8000-AGE-FROM-DATE.
006044     MOVE ZERO TO OPN-ITEM-AGE.
006048     IF OPN-FROM-DATE NOT NUMERIC
006052         OR OPN-FROM-YEAR = ZERO
006056         GO TO 8000-EXIT
006060     END-IF.
006064     COMPUTE OPN-FROM-DAYS =
006068         (OPN-FROM-YEAR * 360)
006072             + (OPN-FROM-MONTH * 30) + OPN-FROM-DAY.
006076     IF OPN-TODAY-DAYS > OPN-FROM-DAYS
006080         COMPUTE OPN-ITEM-AGE = OPN-TODAY-DAYS - OPN-FROM-DAYS
006084     END-IF.
006088 8000-EXIT.
006092     EXIT.
006096
006100 9000-TERMINATE-RUN.
006104     IF MASTER-IS-OPEN
006108         CLOSE MASTERFILE
006112     END-IF.
006116     CLOSE RPTFILE.
006120 9000-EXIT.
006124     EXIT.
006128
006132 END PROGRAM Program20.
