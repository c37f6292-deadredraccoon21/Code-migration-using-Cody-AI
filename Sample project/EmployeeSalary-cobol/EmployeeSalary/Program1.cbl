001824*                  THE GATE OFF.  BACKOUT, SIMULATION AND
001828*                  ADJUSTMENT RUNS DO NOT TOUCH THE FILE - THEY
001832*                  ARE NOT STEPS OF THE NIGHTLY CYCLE.
001836*2026-10-15  RLW   EMPLOYMENT STATUS (EMPREC.CPY EmpStatus) NOW
001840*                  HONOURED - A TERMINATED EMPLOYEE IS SKIPPED
001844*                  BY THE CYCLE, BONUS AND SIMULATION RUNS AND
001848*                  COUNTED ON THE CONTROL TOTALS INSTEAD OF
001852*                  GOING TO THE EXCEPTIONS LISTING.  AN EMPLOYEE
001856*                  ON LEAVE STILL GETS A RAISE, PRORATED TO THE
001860*                  MONTHS OF THE CYCLE YEAR WORKED BEFORE THE
001864*                  LEAVE STARTED (2330-PRORATE-FOR-LEAVE).  BOTH
001868*                  COUNTS RIDE ON THE CHECKPOINT RECORD.
001872*2026-10-15  RLW   JOB START NOW CROSS-CHECKS THE MOUNTED
001876*                  GRADERAT, SALBAND AND DEDTYPES (1600-CROSS-
001880*                  CHECK-TABLES) BEFORE ANY OUTPUT IS OPENED - A
001884*                  GRADE WITH A RATE BUT NO BAND, A BAND MINIMUM
001888*                  ABOVE ITS MAXIMUM, A PERCENTAGE OUT OF RANGE
001892*                  OR A BAD DEDUCTION METHOD STOPS THE CYCLE AND
001896*                  BONUS RUNS.  SAME RULES AS THE TABLE
001900*                  MAINTENANCE PROGRAM (Program15).
001904*2026-10-15  RLW   SIMULATION (RUN TYPE 'S') ALSO WRITES ITS
001908*                  DEPARTMENT PROJECTION TO SIMPROJ (SIMPROJ.CPY)
001912*                  SO THE MERIT-BUDGET REPORT (Program16) CAN
001916*                  JUDGE A PROPOSED GRADERAT AGAINST THE
001920*                  DEPARTMENT POOLS BEFORE THE REAL CYCLE RUNS.
001924*2026-10-15  RLW   SUSPENSE RECORDS CARRY THE CYCLE DATE AND
001928*                  EXCEPTION RECORDS THE DATE THEY FIRST FAILED,
001932*                  SO A RAISE CLEARED CYCLES LATER CAN BE PAID
001936*                  BACK (Program18).  BACKOUT AND ADJUSTMENT RUNS
001940*                  PASS OVER RETRO-PAY ('T') HISTORY ENTRIES THE
001944*                  WAY THEY PASS OVER BONUSES.
001948*2026-10-15  RLW   SUSPREC.CPY GAINED THE PENDING REASON AND
001952*                  SIGNER THE SUSPENSE REVIEW SETS WHEN A CARD IS
001956*                  REFUSED ON APPROVER AUTHORITY - BLANK ON A NEW
001960*                  RECORD.
001964*2026-10-15  RLW   RAISEHST IS NOW INDEXED ON EMPLOYEE,
001968*                  EFFECTIVE DATE, ENTRY SEQUENCE AND TYPE, WITH
001972*                  AN ALTERNATE KEY ON THE EFFECTIVE DATE.  THE
001976*                  BACKOUT FINDS THE LATEST CYCLE BY READING BACK
001980*                  ON THE DATE KEY PAST ANY RETRO-PAY ('T')
001984*                  ENTRIES AND LOADS ONLY THAT DATE'S ENTRIES, AND
001988*                  THE ADJUSTMENT RUN READS ONLY THE CARDED
001992*                  EMPLOYEE'S ENTRIES.  ENTRIES ARE NUMBERED BY
001996*                  1320-ASSIGN-ENTRY-SEQ, UP TO 99 PER EMPLOYEE
002000*                  PER DATE - AN ENTRY PAST THAT IS NAMED ON THE
002004*                  CONSOLE AND NOT POSTED.  THE ADJUSTMENT RUN
002008*                  POSTS ITS HISTORY ENTRY BEFORE ITS GL PAIR, SO
002012*                  A CARD WHOSE DATE IS FULL IS LISTED AS SKIPPED
002016*                  AND SENDS NOTHING TO FINANCE.  HSTKEEP NOW LOGS
002020*                  THE RECORDS THIS RUN POSTED AND A RESTART
002024*                  DELETES THEM BY KEY INSTEAD OF TRIMMING THE
002028*                  FILE BY RECORD COUNT, SO CHKPT-HIST-COUNT AND
002032*                  1310 ARE RETIRED.
002036
002040 ENVIRONMENT DIVISION.
002044 INPUT-OUTPUT SECTION.
002048 FILE-CONTROL.
002052     SELECT INPUTFILE ASSIGN TO "EMPMAST"
002056         ORGANIZATION IS INDEXED
002060         ACCESS IS DYNAMIC
002064         RECORD KEY IS EmpNbIn
002068         FILE STATUS IS WS-INPUT-STATUS.
002072     SELECT OUTPUTFILE ASSIGN TO "PAYROUT"
002076         ORGANIZATION IS LINE SEQUENTIAL.
002080     SELECT EXCEPTIONFILE ASSIGN TO "EXCPRPT"
002084         ORGANIZATION IS LINE SEQUENTIAL
002088         FILE STATUS IS WS-EXCEPTION-STATUS.
002092     SELECT GLEXTRACTFILE ASSIGN TO "GLEXTRCT"
002096         ORGANIZATION IS LINE SEQUENTIAL.
002100     SELECT HISTORYFILE ASSIGN TO "RAISEHST"
002104         ORGANIZATION IS INDEXED
002108         ACCESS IS DYNAMIC
002112         RECORD KEY IS HIST-KEY
002116         ALTERNATE RECORD KEY IS HIST-EFFECTIVE-DT WITH DUPLICATES
002120         FILE STATUS IS WS-HISTORY-STATUS.
002124     SELECT GRADERATEFILE ASSIGN TO "GRADERAT"
002128         ORGANIZATION IS LINE SEQUENTIAL.
002132     SELECT BANDFILE ASSIGN TO "SALBAND"
002136         ORGANIZATION IS LINE SEQUENTIAL
002140         FILE STATUS IS WS-BAND-STATUS.
002144     SELECT DEDTYPEFILE ASSIGN TO "DEDTYPES"
002148         ORGANIZATION IS LINE SEQUENTIAL
002152         FILE STATUS IS WS-DEDTYPE-STATUS.
002156     SELECT DEDFILE ASSIGN TO "EMPDEDS"
002160         ORGANIZATION IS LINE SEQUENTIAL
002164         FILE STATUS IS WS-DED-STATUS.
002168     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
002172         ORGANIZATION IS LINE SEQUENTIAL
002176         FILE STATUS IS WS-DEPTMAST-STATUS.
002180     SELECT ARCHNDXFILE ASSIGN TO "ARCHNDX"
002184         ORGANIZATION IS LINE SEQUENTIAL
002188         FILE STATUS IS WS-ARCHNDX-STATUS.
002192     SELECT ADJCARDFILE ASSIGN TO "ADJCARD"
002196         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS WS-ADJCARD-STATUS.
002204     SELECT CYCSTEPFILE ASSIGN TO "CYCLSTEP"
002208         ORGANIZATION IS LINE SEQUENTIAL
002212         FILE STATUS IS WS-CYCSTEP-STATUS.
002216     SELECT SUSPENSEFILE ASSIGN TO "SUSPFILE"
002220         ORGANIZATION IS LINE SEQUENTIAL
002224         FILE STATUS IS WS-SUSPENSE-STATUS.
002228     SELECT PARMFILE ASSIGN TO "RATEPARM"
002232         ORGANIZATION IS LINE SEQUENTIAL
002236         FILE STATUS IS WS-PARM-STATUS.
002240     SELECT CHECKPOINTFILE ASSIGN TO "CHKPTFIL"
002244         ORGANIZATION IS LINE SEQUENTIAL
002248         FILE STATUS IS WS-CHECKPOINT-STATUS.
002252     SELECT DETAILWORKFILE ASSIGN TO "DETAILWK"
002256         ORGANIZATION IS LINE SEQUENTIAL
002260         FILE STATUS IS WS-DETAIL-STATUS.
002264     SELECT DETAILKEEPFILE ASSIGN TO "DTWKEEP"
002268         ORGANIZATION IS LINE SEQUENTIAL
002272         FILE STATUS IS WS-DTWKEEP-STATUS.
002276     SELECT EXCPKEEPFILE ASSIGN TO "EXCPKEEP"
002280         ORGANIZATION IS LINE SEQUENTIAL
002284         FILE STATUS IS WS-EXCPKEEP-STATUS.
002288     SELECT HISTORYKEEPFILE ASSIGN TO "HSTKEEP"
002292         ORGANIZATION IS LINE SEQUENTIAL
002296         FILE STATUS IS WS-HSTKEEP-STATUS.
002300     SELECT SUSPKEEPFILE ASSIGN TO "SUSKEEP"
002304         ORGANIZATION IS LINE SEQUENTIAL
002308         FILE STATUS IS WS-SUSKEEP-STATUS.
002312     SELECT BACKMASTFILE ASSIGN TO "BACKEMP"
002316         ORGANIZATION IS LINE SEQUENTIAL.
002320     SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
002324         ORGANIZATION IS LINE SEQUENTIAL
002328         FILE STATUS IS WS-RUNLOG-STATUS.
002332     SELECT TEMPLATEFILE ASSIGN TO "LTRTMPL"
002336         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS WS-TEMPLATE-STATUS.
002344     SELECT LETTERFILE ASSIGN TO "LETTERS"
002348         ORGANIZATION IS LINE SEQUENTIAL.
002352     SELECT SIMPROJFILE ASSIGN TO "SIMPROJ"
002356         ORGANIZATION IS LINE SEQUENTIAL.
002360     SELECT SORTEDWORKFILE ASSIGN TO "SORTEDWK"
002364         ORGANIZATION IS LINE SEQUENTIAL.
002368     SELECT SORTWORKFILE ASSIGN TO "SRTWKFIL".
002372
002376 DATA DIVISION.
002380 FILE SECTION.
002384
002388*----------------------------------------------------------------
002392*PAYROLL INPUT - THE INDEXED EMPLOYEE MASTER, KEYED ON EMPLOYEE
002396*NUMBER.  MAINTAINED THROUGH Program3'S ADD/CHANGE/DELETE CARDS
002400*AND LOADED/REBUILT FROM THE SEQUENTIAL IMAGE BY Program6.  READ
002404*HERE SEQUENTIALLY BY KEY; ACCESS IS DYNAMIC SO A RESTART CAN
002408*START PAST THE CHECKPOINTED EMPLOYEE INSTEAD OF READING AND
002412*DISCARDING EVERYTHING AHEAD OF IT.  EMP-GRADE-IN DRIVES THE
002416*LOOKUP INTO THE GRADE RATE TABLE BELOW INSTEAD OF A SINGLE
002420*RAISE PERCENTAGE FOR EVERYONE.  SEE EMPREC.CPY - SHARED WITH
002424*Program3 AND Program6 SO THE PROGRAMS CAN NEVER DRIFT APART.
002428*----------------------------------------------------------------
002432 FD  INPUTFILE.
002436     COPY EMPREC.
002440
002444*----------------------------------------------------------------
002448*PRINTED PAYROLL REPORT.  PRINT-REC CARRIES ONE DETAIL LINE PER
002452*EMPLOYEE; TRAILER-REC CARRIES THE CONTROL-TOTAL LINES WRITTEN
002456*AFTER THE LAST DETAIL LINE.
002460*----------------------------------------------------------------
002464 FD  OUTPUTFILE.
002468 01  Print-Rec.
002472     05  FILLER                  PIC X(03).
002476     05  EmpNbOut                PIC X(05).
002480     05  FILLER                  PIC XX.
002484     05  EmpNameOut              PIC X(20).
002488     05  FILLER                  PIC XX.
002492     05  OldSalary                PIC ZZZZZ9.
002496     05  FILLER                  PIC X.
002500     05  NewSalary                PIC ZZZZZZ9.
002504     05  FILLER                  PIC XX.
002508     05  OldDues                  PIC ZZZ.99.
002512     05  FILLER                  PIC X.
002516     05  NewDues                  PIC ZZZZ.99.
002520     05  FILLER                  PIC XX.
002524     05  OldInsu                  PIC ZZZ.99.
002528     05  FILLER                  PIC X.
002532     05  NewInsu                  PIC ZZZZ.99.
002536     05  FILLER                  PIC X.
002540     05  ProRataOut               PIC X(05).
002544 01  TRAILER-REC.
002548     05  FILLER                  PIC X(05).
002552     05  TR-LABEL                PIC X(35).
002556     05  FILLER                  PIC XX.
002560     05  TR-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
002564     05  TR-COUNT REDEFINES TR-AMOUNT
002568         PIC ZZZ,ZZ9.
002572     05  FILLER                  PIC X(10).
002576
002580*----------------------------------------------------------------
002584*EXCEPTIONS LISTING - INPUT RECORDS THAT FAILED EDIT (BAD
002588*EMPLOYEE NUMBER, GRADE CODE OR A NON-NUMERIC/ZERO SALARY FIELD)
002592*GO HERE INSTEAD OF ONTO THE PAYROLL REPORT.  SEE EXCEPTREC.CPY -
002596*SHARED WITH Program2 SO THE TWO CAN NEVER DRIFT APART.
002600*----------------------------------------------------------------
002604 FD  EXCEPTIONFILE.
002608     COPY EXCEPTREC.
002612
002616*----------------------------------------------------------------
002620*GL EXTRACT - FIXED-WIDTH, UNEDITED.  PICKED UP DIRECTLY BY THE
002624*FINANCE GL UPLOAD SO NOBODY RETYPES NUMBERS OFF THE PRINTED
002628*REPORT.  SEE GLEXTRACT.CPY - SHARED WITH Program2 SO THE TWO
002632*CAN NEVER DRIFT APART.
002636*----------------------------------------------------------------
002640 FD  GLEXTRACTFILE.
002644     COPY GLEXTRACT.
002648
002652*----------------------------------------------------------------
002656*RAISE-HISTORY FILE - ONE DATED RECORD PER EMPLOYEE PER RUN,
002660*ADDED BY KEY (OPEN I-O) SO THE FILE ACCUMULATES AN AUDIT TRAIL
002664*ACROSS PAYROLL CYCLES INSTEAD OF BEING OVERWRITTEN EACH RUN.
002668*SEE HISTREC.CPY - SHARED WITH Program4 (THE RAISE TREND
002672*REPORT) SO THE TWO CAN NEVER DRIFT APART.
002676*----------------------------------------------------------------
002680 FD  HISTORYFILE.
002684     COPY HISTREC.
002688
002692*----------------------------------------------------------------
002696*GRADE/CATEGORY RATE TABLE FILE - READ ONCE AT JOB START AND
002700*LOADED INTO GRADE-RATE-TABLE BELOW.  SEE RATETAB.CPY.
002704*----------------------------------------------------------------
002708 FD  GRADERATEFILE.
002712     COPY RATETAB.
002716
002720*----------------------------------------------------------------
002724*GRADE SALARY-BAND FILE - READ ONCE AT JOB START AND LOADED INTO
002728*SALARY-BAND-TABLE BELOW, THE SAME WAY THE RATE TABLE IS.  SEE
002732*BANDTAB.CPY.
002736*----------------------------------------------------------------
002740 FD  BANDFILE.
002744     COPY BANDTAB.
002748
002752*----------------------------------------------------------------
002756*DEDUCTION TYPE TABLE FILE - READ ONCE AT JOB START AND LOADED
002760*INTO DED-TYPE-TABLE BELOW, THE SAME WAY THE RATE TABLE IS.
002764*SAYS WHETHER EACH DEDUCTION CODE GETS THE GRADE'S SALARY
002768*PERCENTAGE, STAYS FLAT OR TAKES A FIXED AMOUNT.  SEE DEDTAB.CPY.
002772*----------------------------------------------------------------
002776 FD  DEDTYPEFILE.
002780     COPY DEDTAB.
002784
002788*----------------------------------------------------------------
002792*CYCLE-STEP CONTROL FILE - SEE CYCSTEP.CPY.  STAMPED BY EVERY
002796*STEP OF THE NIGHT; THIS CYCLE (STEP 2) GATES ON THE MASTER
002800*LOAD'S STAMP AND LEAVES ITS OWN.
002804*----------------------------------------------------------------
002808 FD  CYCSTEPFILE.
002812     COPY CYCSTEP.
002816
002820*----------------------------------------------------------------
002824*ADJUSTMENT CORRECTION CARDS - ONE CARD PER EMPLOYEE TO
002828*CORRECT, PUNCHED FROM THE SIGNED APPROVAL AT THE FIGURES THAT
002832*SHOULD HAVE APPLIED.  READ BY THE ADJUSTMENT RUN TYPE ONLY.
002836*----------------------------------------------------------------
002840 FD  ADJCARDFILE.
002844 01  ADJ-CARD-REC.
002848     05  ADJ-CRD-EMP-NB          PIC X(05).
002852     05  ADJ-CRD-NEW-SALARY      PIC 9(07).
002856     05  ADJ-CRD-NEW-DUES        PIC 9(04)V99.
002860     05  ADJ-CRD-NEW-INSU        PIC 9(04)V99.
002864     05  FILLER                  PIC X(56).
002868
002872*----------------------------------------------------------------
002876*RAISE-HISTORY ARCHIVE INDEX - SEE ARCHNDX.CPY, APPENDED BY THE
002880*ANNUAL ARCHIVE RUN.  READ BY THE BACKOUT RUN TYPE ONLY - A
002884*CYCLE DATED BEFORE THE LATEST ARCHIVE CUTOFF IS NO LONGER ON
002888*THE LIVE FILE AND MUST NOT BE REVERSED FROM IT.
002892*----------------------------------------------------------------
002896 FD  ARCHNDXFILE.
002900     COPY ARCHNDX.
002904
002908*----------------------------------------------------------------
002912*DEPARTMENT REFERENCE MASTER - READ ONCE AT JOB START AND LOADED
002916*INTO DEPT-MASTER-TABLE BELOW, THE SAME WAY THE BAND TABLE IS.
002920*AN UNKNOWN DEPARTMENT CODE ON THE EMPLOYEE MASTER GOES TO THE
002924*EXCEPTIONS LISTING; THE MODE-'G' SUBTOTALS PRINT THE NAME.
002928*SEE DEPTREC.CPY - SHARED WITH Program3 AND Program5 SO THE
002932*THREE CAN NEVER DRIFT APART.
002936*----------------------------------------------------------------
002940 FD  DEPTMASTFILE.
002944     COPY DEPTREC.
002948
002952*----------------------------------------------------------------
002956*DEDUCTION DETAIL FILE - ONE RECORD PER EMPLOYEE PER DEDUCTION,
002960*KEYED ON EMPLOYEE NUMBER PLUS DEDUCTION CODE, READ ONCE AT JOB
002964*START AND HELD IN DED-DETAIL-TABLE BELOW.  SEE DEDREC.CPY.
002968*----------------------------------------------------------------
002972 FD  DEDFILE.
002976     COPY DEDREC.
002980
002984*----------------------------------------------------------------
002988*OUT-OF-BAND SUSPENSE FILE - MACHINE-READABLE, ONE RECORD PER
002992*EMPLOYEE WHOSE COMPUTED NEW SALARY FELL OUTSIDE THE GRADE'S
002996*SALARY BAND.  THESE RECORDS DO NOT FLOW TO THE REPORT, GL
003000*EXTRACT OR HISTORY - Program5 RELEASES OR CAPS THEM AGAINST THE
003004*APPROVAL CARD DECK.  SEE SUSPREC.CPY - SHARED WITH Program5 AND
003008*Program2 SO THE THREE CAN NEVER DRIFT APART.
003012*----------------------------------------------------------------
003016 FD  SUSPENSEFILE.
003020     COPY SUSPREC.
003024
003028*----------------------------------------------------------------
003032*JOB-START PARAMETER CARD - REPORT MODE AND CHECKPOINT INTERVAL.
003036*SEE PARMCARD.CPY.
003040*----------------------------------------------------------------
003044 FD  PARMFILE.
003048     COPY PARMCARD.
003052
003056*----------------------------------------------------------------
003060*RESTART CHECKPOINT FILE.  SEE CHECKPT.CPY.
003064*----------------------------------------------------------------
003068 FD  CHECKPOINTFILE.
003072     COPY CHECKPT.
003076
003080*----------------------------------------------------------------
003084*UNSORTED DETAIL WORK FILE - ONE RECORD PER EDITED, COMPUTED
003088*EMPLOYEE, WRITTEN DURING THE EDIT/COMPUTE PASS AND CONSUMED BY
003092*THE SORT STEP (SEE 3000-SORT-DETAIL-RECORDS).
003096*----------------------------------------------------------------
003100 FD  DETAILWORKFILE.
003104 01  DTW-DETAIL-REC.
003108     05  DTW-SEQ-NO              PIC 9(06).
003112     05  DTW-EMP-NB              PIC X(05).
003116     05  DTW-EMP-NAME            PIC X(20).
003120     05  DTW-GRADE-CODE          PIC X(01).
003124     05  DTW-DEPT-CODE           PIC X(04).
003128     05  DTW-OLD-SALARY          PIC 9(06).
003132     05  DTW-NEW-SALARY          PIC 9(07).
003136     05  DTW-OLD-DUES            PIC 9(03)V99.
003140     05  DTW-NEW-DUES            PIC 9(04)V99.
003144     05  DTW-OLD-INSU            PIC 9(03)V99.
003148     05  DTW-NEW-INSU            PIC 9(04)V99.
003152     05  DTW-INCREASE            PIC 9(07).
003156     05  DTW-PRO-MONTHS          PIC 9(02).
003160
003164*----------------------------------------------------------------
003168*DETAIL WORK "KEEP" FILE - SCRATCH COPY OF DETAILWORKFILE USED BY
003172*1420-TRUNCATE-DETAIL-WORK-FILE TO DROP ANY DETAIL RECORD BEYOND
003176*CHKPT-LAST-SEQ-NO BEFORE A RESTARTED RUN RESUMES APPENDING, SO A
003180*RECORD WRITTEN AFTER THE LAST CHECKPOINT BUT BEFORE THE ABEND
003184*DOESN'T GET DUPLICATED.  SAME SHAPE AS DETAILWORKFILE.
003188*----------------------------------------------------------------
003192 FD  DETAILKEEPFILE.
003196 01  DTWK-DETAIL-REC.
003200     05  DTWK-SEQ-NO             PIC 9(06).
003204     05  DTWK-EMP-NB             PIC X(05).
003208     05  DTWK-EMP-NAME           PIC X(20).
003212     05  DTWK-GRADE-CODE         PIC X(01).
003216     05  DTWK-DEPT-CODE          PIC X(04).
003220     05  DTWK-OLD-SALARY         PIC 9(06).
003224     05  DTWK-NEW-SALARY         PIC 9(07).
003228     05  DTWK-OLD-DUES           PIC 9(03)V99.
003232     05  DTWK-NEW-DUES           PIC 9(04)V99.
003236     05  DTWK-OLD-INSU           PIC 9(03)V99.
003240     05  DTWK-NEW-INSU           PIC 9(04)V99.
003244     05  DTWK-INCREASE           PIC 9(07).
003248     05  DTWK-PRO-MONTHS         PIC 9(02).
003252
003256*----------------------------------------------------------------
003260*EXCEPTIONS LISTING "KEEP" FILE - SCRATCH COPY OF EXCEPTIONFILE
003264*USED BY 1425-TRUNCATE-EXCEPTION-FILE THE SAME WAY.  KEEPS THE
003268*SEVEN-LINE BANNER (SEE EXCEPTREC.CPY/PROGRAM2'S
003272*CTL-EXCP-HDR-LINES) PLUS THE FIRST CHKPT-EXCP-COUNT DATA LINES,
003276*DROPPING ANY EXCEPTION RECORD BEYOND THE LAST CHECKPOINT.  A
003280*PLAIN PIC X(172) IS ENOUGH SINCE THIS FILE IS NEVER MORE THAN
003284*A PASS-THROUGH COPY OF EXCEPT-REC - THE FULL RECORD, REASON
003288*CODE, CYCLE AGE, MASTER IMAGE AND FIRST-FAILED DATE INCLUDED,
003292*OR THE REPAIR RUN WOULD READ BLANKS AFTER A RESTART.
003296*----------------------------------------------------------------
003300 FD  EXCPKEEPFILE.
003304 01  EXCPK-REC                  PIC X(172).
003308
003312*----------------------------------------------------------------
003316*RAISE-HISTORY "KEEP" FILE - A COPY OF EVERY HISTORY RECORD THIS
003320*JOB'S PASS 2 POSTS, WRITTEN AS IT GOES.  ON A RESTART
003324*1430-TRUNCATE-HISTORY-FILE DELETES THE ABENDED RUN'S RECORDS BY
003328*THEIR KEYS FROM IT, SO THE RESTART'S REPRODUCED PASS 2 DOESN'T
003332*DUPLICATE THEM.  SAME SHAPE AS HISTORYFILE.
003336*----------------------------------------------------------------
003340 FD  HISTORYKEEPFILE.
003344     COPY HISTREC REPLACING ==HIST-REC== BY ==HSTK-REC==
003348         ==HIST-KEY== BY ==HSTK-KEY==
003352         ==HIST-EMP-NB== BY ==HSTK-EMP-NB==
003356         ==HIST-EFFECTIVE-DT== BY ==HSTK-EFFECTIVE-DT==
003360         ==HIST-ENTRY-SEQ== BY ==HSTK-ENTRY-SEQ==
003364         ==HIST-OLD-SALARY== BY ==HSTK-OLD-SALARY==
003368         ==HIST-NEW-SALARY== BY ==HSTK-NEW-SALARY==
003372         ==HIST-OLD-DUES== BY ==HSTK-OLD-DUES==
003376         ==HIST-NEW-DUES== BY ==HSTK-NEW-DUES==
003380         ==HIST-OLD-INSU== BY ==HSTK-OLD-INSU==
003384         ==HIST-NEW-INSU== BY ==HSTK-NEW-INSU==
003388         ==HIST-PRO-MONTHS== BY ==HSTK-PRO-MONTHS==
003392         ==HIST-REC-TYPE== BY ==HSTK-REC-TYPE==
003396         ==HIST-DED-CODE== BY ==HSTK-DED-CODE==
003400         ==HIST-RETRO-AMOUNT== BY ==HSTK-RETRO-AMOUNT==
003404         ==HIST-CLEARED-DT== BY ==HSTK-CLEARED-DT==.
003408
003412*----------------------------------------------------------------
003416*SUSPENSE "KEEP" FILE - SCRATCH COPY OF SUSPENSEFILE USED BY
003420*1427-TRUNCATE-SUSPENSE-FILE TO DROP ANY SUSPENSE RECORD WRITTEN
003424*AFTER THE LAST CHECKPOINT BUT BEFORE AN ABEND, SO A RESTART
003428*DOESN'T DUPLICATE IT.  A PLAIN PIC X(87) IS ENOUGH SINCE THIS
003432*FILE IS NEVER MORE THAN A PASS-THROUGH COPY OF SUSP-REC.
003436*----------------------------------------------------------------
003440 FD  SUSPKEEPFILE.
003444 01  SUSK-REC                   PIC X(87).
003448
003452*----------------------------------------------------------------
003456*REGENERATED MASTER WRITTEN BY A BACKOUT RUN - EVERY MASTER
003460*RECORD COPIED THROUGH, WITH THE SALARY/DUES/INSURANCE OF THE
003464*EMPLOYEES ON THE BACKED-OUT CYCLE RESTORED TO THEIR HIST-OLD
003468*VALUES.  OPERATIONS SWAPS IT IN AS INPUTEMP AND RELOADS THE
003472*INDEXED MASTER FROM IT WITH Program6 ONCE THE BACKOUT REGISTER
003476*HAS BEEN SIGNED OFF.  A PLAIN PIC X(80) IS ENOUGH SINCE THE
003480*FILE IS ALWAYS WRITTEN FROM EmployeeRecord.
003484*----------------------------------------------------------------
003488 FD  BACKMASTFILE.
003492 01  BKM-MASTER-REC             PIC X(80).
003496
003500*----------------------------------------------------------------
003504*CUMULATIVE RUN LOG APPENDED BY Program2 - ONLY THE LATEST
003508*RECORD MATTERS HERE; 1150-CHECK-PRIOR-RECON REFUSES TO START A
003512*NEW CYCLE WHILE IT SAYS FAIL.  SEE RUNLOG.CPY - SHARED WITH
003516*Program2 AND Program8 SO THE THREE CAN NEVER DRIFT APART.
003520*----------------------------------------------------------------
003524 FD  RUNLOGFILE.
003528     COPY RUNLOG.
003532
003536*----------------------------------------------------------------
003540*NOTIFICATION LETTER TEMPLATE - PLAIN TEXT MAINTAINED BY
003544*PAYROLL, NOT CODE, SO WORDING CHANGES NEVER COME BACK TO THE
003548*DEVELOPERS.  &EMPNO, &NAME, &OLDSAL, &NEWSAL, &OLDDUES,
003552*&NEWDUES, &OLDINSU, &NEWINSU AND &EFFDATE ARE REPLACED WITH
003556*THE EMPLOYEE'S FIGURES WHEN EACH LETTER IS PRINTED.
003560*----------------------------------------------------------------
003564 FD  TEMPLATEFILE.
003568 01  TPL-TEXT-REC               PIC X(78).
003572
003576*----------------------------------------------------------------
003580*NOTIFICATION LETTERS - ONE PAGE PER EMPLOYEE, BUILT FROM THE
003584*SAME SORTED DETAIL RECORD THE REPORT LINE AND GL EXTRACT COME
003588*FROM, SO A LETTER CAN NEVER DISAGREE WITH THE REPORT.  THE
003592*PAGE BREAK PER EMPLOYEE LETS THE PAGES GO STRAIGHT INTO
003596*ENVELOPES.
003600*----------------------------------------------------------------
003604 FD  LETTERFILE.
003608 01  LTR-PRINT-REC              PIC X(78).
003612
003616*----------------------------------------------------------------
003620*SIMULATION PROJECTION - ONE RECORD PER DEPARTMENT FROM A RUN
003624*TYPE 'S', FOR THE MERIT-BUDGET REPORT.  SEE SIMPROJ.CPY.
003628*WRITTEN ONLY BY THE SIMULATION.
003632*----------------------------------------------------------------
003636 FD  SIMPROJFILE.
003640     COPY SIMPROJ.
003644
003648*----------------------------------------------------------------
003652*SORTED WORK FILE - SAME SHAPE AS DETAILWORKFILE, PRODUCED BY
003656*THE SORT STEP AND READ BY THE REPORT-WRITING PASS.
003660*----------------------------------------------------------------
003664 FD  SORTEDWORKFILE.
003668 01  SOW-DETAIL-REC.
003672     05  SOW-SEQ-NO              PIC 9(06).
003676     05  SOW-EMP-NB              PIC X(05).
003680     05  SOW-EMP-NAME            PIC X(20).
003684     05  SOW-GRADE-CODE          PIC X(01).
003688     05  SOW-DEPT-CODE           PIC X(04).
003692     05  SOW-OLD-SALARY          PIC 9(06).
003696     05  SOW-NEW-SALARY          PIC 9(07).
003700     05  SOW-OLD-DUES            PIC 9(03)V99.
003704     05  SOW-NEW-DUES            PIC 9(04)V99.
003708     05  SOW-OLD-INSU            PIC 9(03)V99.
003712     05  SOW-NEW-INSU            PIC 9(04)V99.
003716     05  SOW-INCREASE            PIC 9(07).
003720     05  SOW-PRO-MONTHS          PIC 9(02).
003724
003728*----------------------------------------------------------------
003732*SORT WORK FILE - DW-INCREASE IS THE KEY FOR THE MANAGEMENT-
003736*REVIEW COPY OF THE REPORT (DESCENDING DOLLAR INCREASE); DW-SEQ-
003740*NO IS THE KEY THAT PRESERVES INPUT-FILE ORDER FOR THE NORMAL
003744*DETAIL COPY.
003748*----------------------------------------------------------------
003752 SD  SORTWORKFILE.
003756 01  SRW-DETAIL-REC.
003760     05  SRW-SEQ-NO              PIC 9(06).
003764     05  SRW-EMP-NB              PIC X(05).
003768     05  SRW-EMP-NAME            PIC X(20).
003772     05  SRW-GRADE-CODE          PIC X(01).
003776     05  SRW-DEPT-CODE           PIC X(04).
003780     05  SRW-OLD-SALARY          PIC 9(06).
003784     05  SRW-NEW-SALARY          PIC 9(07).
003788     05  SRW-OLD-DUES            PIC 9(03)V99.
003792     05  SRW-NEW-DUES            PIC 9(04)V99.
003796     05  SRW-OLD-INSU            PIC 9(03)V99.
003800     05  SRW-NEW-INSU            PIC 9(04)V99.
003804     05  SRW-INCREASE            PIC 9(07).
003808     05  SRW-PRO-MONTHS          PIC 9(02).
003812
003816 WORKING-STORAGE SECTION.
003820
003824 01  VoidLine                    PIC X(78) VALUE SPACES.
003828
003832 01  WS-CURRENT-DATE-DATA.
003836     05  WS-CURRENT-DATE.
003840         10  WS-CURRENT-YEAR         PIC 9(04).
003844         10  WS-CURRENT-MONTH        PIC 9(02).
003848         10  WS-CURRENT-DAY          PIC 9(02).
003852
003856*----------------------------------------------------------------
003860*PAYROLL REPORT COLUMN HEADINGS - REWRITTEN BY 4100-WRITE-REPORT-
003864*HEADERS EVERY TIME A NEW PAGE STARTS.  HDR-PAGE-NO CARRIES THE
003868*CURRENT PAGE NUMBER.
003872*----------------------------------------------------------------
003876 01  HEADER.
003880     05  FILLER                  PIC X(21) VALUE SPACES.
003884     05  HDR-TITLE               PIC X(25) VALUE 'PAYROLL REPORT'.
003888     05  FILLER                  PIC X(09) VALUE SPACES.
003892     05  HDR-DATE-GRP.
003896         10  HDR-DAY                 PIC XX.
003900         10  FILLER                  PIC X VALUE '/'.
003904         10  HDR-MONTH               PIC XX.
003908         10  FILLER                  PIC X VALUE '/'.
003912         10  HDR-YEAR                PIC XXXX.
003916     05  FILLER                  PIC X(04) VALUE SPACES.
003920     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
003924     05  HDR-PAGE-NO              PIC ZZ9.
003928
003932 01  miniTitles1.
003936     05  FILLER                  PIC X VALUE SPACES.
003940     05  FILLER                  PIC X(8) VALUE 'EMPLOYEE'.
003944     05  FILLER                  PIC X(9) VALUE SPACES.
003948     05  FILLER                  PIC XXXX VALUE 'NAME'.
003952     05  FILLER                  PIC X(11) VALUE SPACES.
003956     05  FILLER                  PIC X(3) VALUE 'OLD'.
003960     05  FILLER                  PIC X(5) VALUE SPACES.
003964     05  FILLER                  PIC X(3) VALUE 'NEW'.
003968     05  FILLER                  PIC X(5) VALUE SPACES.
003972     05  FILLER                  PIC X(3) VALUE 'OLD'.
003976     05  FILLER                  PIC X(5) VALUE SPACES.
003980     05  FILLER                  PIC X(3) VALUE 'NEW'.
003984     05  FILLER                  PIC X(5) VALUE SPACES.
003988     05  FILLER                  PIC X(3) VALUE 'OLD'.
003992     05  FILLER                  PIC X(5) VALUE SPACES.
003996     05  FILLER                  PIC X(3) VALUE 'NEW'.
004000     05  FILLER                  PIC XXXX VALUE SPACES.
004004     05  FILLER                  PIC XXXX VALUE 'PRO.'.
004008
004012 01  miniTitles2.
004016     05  FILLER                  PIC XXXX VALUE SPACES.
004020     05  FILLER                  PIC X(3) VALUE 'NO.'.
004024     05  FILLER                  PIC X(25) VALUE SPACES.
004028     05  FILLER                  PIC X(6) VALUE 'SALARY'.
004032     05  FILLER                  PIC X VALUE SPACES.
004036     05  MT2-NEW-SAL-TITLE       PIC X(6) VALUE 'SALARY'.
004040**        OVERLAID WITH 'BONUS' BY A BONUS RUN
004044     05  FILLER                  PIC XXX VALUE SPACES.
004048     05  FILLER                  PIC XXXX VALUE 'DUES'.
004052     05  FILLER                  PIC XXXX VALUE SPACES.
004056     05  FILLER                  PIC XXXX VALUE 'DUES'.
004060     05  FILLER                  PIC XXX VALUE SPACES.
004064     05  FILLER                  PIC X(6) VALUE 'INSUR.'.
004068     05  FILLER                  PIC XX VALUE SPACES.
004072     05  FILLER                  PIC X(6) VALUE 'INSUR.'.
004076
004080*----------------------------------------------------------------
004084*EXCEPTIONS LISTING HEADINGS.
004088*----------------------------------------------------------------
004092 01  EXCP-HEADER.
004096     05  FILLER             PIC X(21) VALUE SPACES.
004100     05  FILLER             PIC X(18) VALUE 'EXCEPTION LISTING'.
004104     05  FILLER             PIC X(39) VALUE SPACES.
004108
004112 01  EXCP-MINI-TITLES.
004116     05  FILLER                  PIC X(4) VALUE SPACES.
004120     05  FILLER                  PIC X(8) VALUE 'EMPLOYEE'.
004124     05  FILLER                  PIC X(9) VALUE SPACES.
004128     05  FILLER                  PIC XXXX VALUE 'NAME'.
004132     05  FILLER                  PIC X(18) VALUE SPACES.
004136     05  FILLER                  PIC X(6) VALUE 'REASON'.
004140     05  FILLER                  PIC X(16) VALUE SPACES.
004144
004148*----------------------------------------------------------------
004152*PROGRAM SWITCHES.
004156*----------------------------------------------------------------
004160 01  WS-SWITCHES.
004164     05  WS-INPUT-EOF-SW         PIC X(01) VALUE 'N'.
004168         88  INPUT-EOF                       VALUE 'Y'.
004172     05  WS-GRADE-RATE-EOF-SW    PIC X(01) VALUE 'N'.
004176         88  GRADE-RATE-EOF                  VALUE 'Y'.
004180     05  WS-BAND-EOF-SW          PIC X(01) VALUE 'N'.
004184         88  BAND-EOF                        VALUE 'Y'.
004188     05  WS-BAND-OK-SW           PIC X(01) VALUE 'Y'.
004192         88  SALARY-IN-BAND                  VALUE 'Y'.
004196         88  SALARY-OUT-OF-BAND              VALUE 'N'.
004200     05  WS-SORTED-EOF-SW        PIC X(01) VALUE 'N'.
004204         88  SORTED-EOF                      VALUE 'Y'.
004208     05  WS-RECORD-VALID-SW      PIC X(01) VALUE 'Y'.
004212         88  RECORD-IS-VALID                 VALUE 'Y'.
004216         88  RECORD-IS-INVALID               VALUE 'N'.
004220         88  RECORD-IS-TERMINATED            VALUE 'T'.
004224     05  WS-RESTART-SKIP-SW      PIC X(01) VALUE 'N'.
004228         88  SKIPPING-TO-RESTART-PT          VALUE 'Y'.
004232     05  WS-TRUNC-EOF-SW         PIC X(01) VALUE 'N'.
004236         88  TRUNC-EOF                       VALUE 'Y'.
004240     05  WS-BKO-HIST-EOF-SW      PIC X(01) VALUE 'N'.
004244         88  BKO-HIST-EOF                    VALUE 'Y'.
004248     05  WS-BKO-EARLIER-SW       PIC X(01) VALUE 'N'.
004252         88  BKO-EARLIER-FOUND               VALUE 'Y'.
004256     05  WS-HIST-SEQ-EOF-SW      PIC X(01) VALUE 'N'.
004260         88  HIST-SEQ-SCAN-DONE              VALUE 'Y'.
004264     05  WS-RUNLOG-EOF-SW        PIC X(01) VALUE 'N'.
004268         88  RUNLOG-EOF                      VALUE 'Y'.
004272     05  WS-TEMPLATE-EOF-SW      PIC X(01) VALUE 'N'.
004276         88  TEMPLATE-EOF                    VALUE 'Y'.
004280     05  WS-DEDTYPE-EOF-SW       PIC X(01) VALUE 'N'.
004284         88  DEDTYPE-EOF                     VALUE 'Y'.
004288     05  WS-DED-EOF-SW           PIC X(01) VALUE 'N'.
004292         88  DED-DETAIL-EOF                  VALUE 'Y'.
004296     05  WS-DED-GRADE-SW         PIC X(01) VALUE 'N'.
004300         88  DED-GRADE-FOUND                 VALUE 'Y'.
004304     05  WS-DEPTMAST-EOF-SW      PIC X(01) VALUE 'N'.
004308         88  DEPTMAST-EOF                    VALUE 'Y'.
004312     05  WS-ARCHNDX-EOF-SW       PIC X(01) VALUE 'N'.
004316         88  ARCHNDX-EOF                     VALUE 'Y'.
004320     05  WS-ADJCARD-EOF-SW       PIC X(01) VALUE 'N'.
004324         88  ADJ-CARD-EOF                    VALUE 'Y'.
004328     05  WS-CYCSTEP-EOF-SW       PIC X(01) VALUE 'N'.
004332         88  CYCSTEP-EOF                     VALUE 'Y'.
004336     05  WS-CYCSTEP-PRESENT-SW   PIC X(01) VALUE 'N'.
004340         88  CYCSTEP-GATE-ON                 VALUE 'Y'.
004344     05  WS-ADJ-HIST-FOUND-SW    PIC X(01) VALUE 'N'.
004348         88  ADJ-HIST-FOUND                  VALUE 'Y'.
004352     05  WS-DEPT-FOUND-SW        PIC X(01) VALUE 'N'.
004356         88  DEPT-CODE-FOUND                 VALUE 'Y'.
004360
004364*----------------------------------------------------------------
004368*GRADE/CATEGORY RATE TABLE - LOADED FROM GRADERATEFILE AT JOB
004372*START BY 1200-LOAD-GRADE-RATE-TABLE.  REPLACES THE FLAT .07/
004376*.04/.03 RAISE PERCENTAGES THAT USED TO BE LITERALS IN THE
004380*COMPUTE STATEMENTS BELOW.
004384*----------------------------------------------------------------
004388 77  GR-TABLE-COUNT             PIC 9(02) COMP VALUE ZERO.
004392 01  GRADE-RATE-TABLE.
004396     05  GR-TABLE-ENTRY OCCURS 1 TO 10 TIMES
004400             DEPENDING ON GR-TABLE-COUNT
004404             INDEXED BY GR-IDX.
004408         10  GR-TBL-CODE             PIC X(01).
004412         10  GR-TBL-DESC             PIC X(15).
004416         10  GR-TBL-SAL-PCT          PIC V999.
004420         10  GR-TBL-DUE-PCT          PIC V999.
004424         10  GR-TBL-INS-PCT          PIC V999.
004428         10  GR-TBL-BON-PCT          PIC V999.
004432
004436*----------------------------------------------------------------
004440*GRADE SALARY-BAND TABLE - LOADED FROM BANDFILE AT JOB START BY
004444*1250-LOAD-SALARY-BAND-TABLE.  A GRADE WITH NO ENTRY HERE HAS NO
004448*BAND AND ITS RAISES ARE NEVER SUSPENDED.
004452*----------------------------------------------------------------
004456 77  SB-TABLE-COUNT             PIC 9(02) COMP VALUE ZERO.
004460 01  SALARY-BAND-TABLE.
004464     05  SB-TABLE-ENTRY OCCURS 1 TO 10 TIMES
004468             DEPENDING ON SB-TABLE-COUNT
004472             INDEXED BY SB-IDX.
004476         10  SB-TBL-CODE             PIC X(01).
004480         10  SB-TBL-MIN              PIC 9(07).
004484         10  SB-TBL-MAX              PIC 9(07).
004488
004492*----------------------------------------------------------------
004496*DEDUCTION TYPE TABLE - LOADED FROM DEDTYPEFILE AT JOB START BY
004500*1270-LOAD-DEDUCTION-TYPES.  A DEDUCTION CODE WITH NO ENTRY HERE
004504*IS CARRIED THROUGH FLAT, THE WAY AN OFF-SYSTEM SPREADSHEET
004508*DEDUCTION ALWAYS WAS.
004512*----------------------------------------------------------------
004516 77  DT-TABLE-COUNT             PIC 9(02) COMP VALUE ZERO.
004520 01  DED-TYPE-TABLE.
004524     05  DT-TBL-ENTRY OCCURS 1 TO 20 TIMES
004528             DEPENDING ON DT-TABLE-COUNT
004532             INDEXED BY DT-IDX.
004536         10  DT-TBL-CODE             PIC X(02).
004540         10  DT-TBL-DESC             PIC X(15).
004544         10  DT-TBL-METHOD           PIC X(01).
004548         10  DT-TBL-FIXED-AMT        PIC 9(04)V99.
004552
004556*----------------------------------------------------------------
004560*REFERENCE TABLE CROSS-CHECK - 1600-CROSS-CHECK-TABLES APPLIES
004564*THE TABLE MAINTENANCE PROGRAM'S RULES TO THE TABLES AS LOADED.
004568*A RAISE PERCENTAGE ABOVE 25 PERCENT OR A BONUS PERCENTAGE ABOVE
004572*10 PERCENT IS TAKEN AS A VALUE KEYED ONE COLUMN OFF.
004576*----------------------------------------------------------------
004580 01  WS-TABLE-CHECK-AREA.
004584     05  WS-TBL-MAX-RAISE-PCT    PIC V999 VALUE .250.
004588     05  WS-TBL-MAX-BONUS-PCT    PIC V999 VALUE .100.
004592     05  WS-TBL-ERROR-COUNT      PIC 9(04) COMP VALUE ZERO.
004596     05  WS-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
004600     05  WS-TBL-SUB2             PIC 9(02) COMP VALUE ZERO.
004604     05  WS-TBL-NAME             PIC X(08) VALUE SPACES.
004608     05  WS-TBL-KEY              PIC X(02) VALUE SPACES.
004612     05  WS-TBL-REASON           PIC X(40) VALUE SPACES.
004616
004620*----------------------------------------------------------------
004624*DEDUCTION DETAIL TABLE - THE WHOLE EMPDEDS FILE, LOADED AT JOB
004628*START BY 1280-LOAD-DEDUCTION-DETAIL AND SCANNED BY EMPLOYEE
004632*NUMBER AS THE REPORT PASS (AND THE SIMULATION) MEETS EACH
004636*EMPLOYEE.  A MISSING OR EMPTY FILE LEAVES THE TABLE EMPTY AND
004640*THE CYCLE BEHAVES EXACTLY AS IT DID BEFORE DEDUCTIONS EXISTED.
004644*----------------------------------------------------------------
004648 77  DED-TABLE-COUNT            PIC 9(04) COMP VALUE ZERO.
004652 01  DED-DETAIL-TABLE.
004656     05  DED-TBL-ENTRY OCCURS 1 TO 2000 TIMES
004660             DEPENDING ON DED-TABLE-COUNT
004664             INDEXED BY DED-IDX.
004668         10  DED-TBL-EMP-NB          PIC X(05).
004672         10  DED-TBL-CODE            PIC X(02).
004676         10  DED-TBL-AMOUNT          PIC 9(03)V99.
004680
004684*----------------------------------------------------------------
004688*DEPARTMENT REFERENCE TABLE - LOADED FROM DEPTMASTFILE AT JOB
004692*START BY 1290-LOAD-DEPT-MASTER.  EMPTY WHEN DEPTMAST IS
004696*MISSING, WHICH TURNS THE DEPARTMENT EDIT OFF.
004700*----------------------------------------------------------------
004704 77  DP-TABLE-COUNT             PIC 9(02) COMP VALUE ZERO.
004708 01  DEPT-MASTER-TABLE.
004712     05  DP-TBL-ENTRY OCCURS 1 TO 50 TIMES
004716             DEPENDING ON DP-TABLE-COUNT
004720             INDEXED BY DP-IDX.
004724         10  DP-TBL-CODE             PIC X(04).
004728         10  DP-TBL-NAME             PIC X(20).
004732
004736*----------------------------------------------------------------
004740*WORK AREA FOR THE DEDUCTION IN HAND - 2370-COMPUTE-DED-AMOUNT
004744*TAKES THE CODE, GRADE AND OLD AMOUNT AND LEAVES THE NEW AMOUNT
004748*AND THE TYPE TABLE'S DESCRIPTION.
004752*----------------------------------------------------------------
004756 01  WS-DED-WORK.
004760     05  WS-DED-CUR-CODE         PIC X(02).
004764     05  WS-DED-CUR-GRADE        PIC X(01).
004768     05  WS-DED-CUR-OLD          PIC 9(03)V99.
004772     05  WS-DED-CUR-NEW          PIC 9(04)V99.
004776     05  WS-DED-CUR-DESC         PIC X(15).
004780
004784*----------------------------------------------------------------
004788*DEDUCTION LINE PRINTED UNDER THE EMPLOYEE'S DETAIL LINE.
004792*----------------------------------------------------------------
004796 01  DED-PRINT-LINE.
004800     05  FILLER                  PIC X(07) VALUE SPACES.
004804     05  FILLER                  PIC X(04) VALUE 'DED '.
004808     05  DED-PRT-CODE            PIC X(02).
004812     05  FILLER                  PIC X(01) VALUE SPACES.
004816     05  DED-PRT-DESC            PIC X(15).
004820     05  FILLER                  PIC X(02) VALUE SPACES.
004824     05  DED-PRT-OLD-AMT         PIC ZZZ.99.
004828     05  FILLER                  PIC X(02) VALUE SPACES.
004832     05  DED-PRT-NEW-AMT         PIC ZZZZ.99.
004836
004840*----------------------------------------------------------------
004844*WORK AREA FOR THE CURRENT EMPLOYEE'S COMPUTED RAISE AMOUNTS.
004848*----------------------------------------------------------------
004852 01  WS-COMPUTE-AREA.
004856     05  WS-NEW-SALARY           PIC 9(07).
004860     05  WS-NEW-DUES             PIC 9(04)V99.
004864     05  WS-NEW-INSU             PIC 9(04)V99.
004868
004872*----------------------------------------------------------------
004876*PRORATION WORK AREA - MONTHS OF SERVICE THE CURRENT EMPLOYEE
004880*GETS CREDIT FOR IN THE CYCLE YEAR.  12 FOR ANYONE HIRED IN A
004884*PRIOR YEAR (OR WITH AN UNUSABLE HIRE DATE), COUNTED FROM THE
004888*HIRE MONTH FOR A MID-YEAR HIRE.  WS-PRORATE-DISPLAY IS THE
004892*'MM/12' PICTURE OF IT PRINTED ON A PRORATED DETAIL LINE.
004896*----------------------------------------------------------------
004900 01  WS-PRORATE-AREA.
004904     05  WS-PRORATE-MONTHS       PIC 9(02) VALUE 12.
004908     05  WS-HIRE-YEAR            PIC 9(04) VALUE ZERO.
004912     05  WS-HIRE-MONTH           PIC 9(02) VALUE ZERO.
004916     05  WS-LEAVE-YEAR           PIC 9(04) VALUE ZERO.
004920     05  WS-LEAVE-MONTH          PIC 9(02) VALUE ZERO.
004924 01  WS-PRORATE-DISPLAY.
004928     05  WS-PRO-DSP-MM           PIC Z9.
004932     05  FILLER                  PIC X(03) VALUE '/12'.
004936
004940*----------------------------------------------------------------
004944*NOTIFICATION LETTER TEMPLATE TABLE AND EXPANSION WORK AREA.
004948*THE TEMPLATE IS LOADED ONCE AT JOB START; FOR EACH EMPLOYEE
004952*EVERY LINE IS COPIED TO THE LETTER WITH THE &-TOKENS REPLACED
004956*BY THE EMPLOYEE'S EDITED FIGURES, BLANKS TRIMMED SO THE
004960*NUMBERS SIT NATURALLY IN THE SENTENCE.  LTR-PAD-LINE IS EIGHT
004964*BYTES LONGER THAN A TEMPLATE LINE SO THE TOKEN COMPARES NEVER
004968*REFERENCE PAST THE END OF THE LINE.
004972*----------------------------------------------------------------
004976 77  LTR-LINE-COUNT             PIC 9(02) COMP VALUE ZERO.
004980 01  LTR-TEMPLATE-TABLE.
004984     05  LTR-TPL-ENTRY OCCURS 1 TO 60 TIMES
004988             DEPENDING ON LTR-LINE-COUNT
004992             INDEXED BY LTR-IDX
004996             PIC X(78).
005000 01  LTR-WORK-AREA.
005004     05  LTR-PAD-LINE            PIC X(86).
005008     05  LTR-OUT-LINE            PIC X(78).
005012     05  LTR-IN-POS              PIC 9(03) COMP VALUE ZERO.
005016     05  LTR-OUT-POS             PIC 9(03) COMP VALUE ZERO.
005020     05  LTR-TOKEN-LEN           PIC 9(03) COMP VALUE ZERO.
005024     05  LTR-VALUE-BUF           PIC X(20).
005028     05  LTR-VAL-START           PIC 9(03) COMP VALUE ZERO.
005032     05  LTR-VAL-END             PIC 9(03) COMP VALUE ZERO.
005036 01  LTR-EDITED-VALUES.
005040     05  LTR-ED-SALARY           PIC ZZZZZZ9.
005044     05  LTR-ED-AMOUNT           PIC ZZZZ.99.
005048     05  LTR-ED-DATE.
005052         10  LTR-ED-DAY              PIC XX.
005056         10  FILLER                  PIC X VALUE '/'.
005060         10  LTR-ED-MONTH            PIC XX.
005064         10  FILLER                  PIC X VALUE '/'.
005068         10  LTR-ED-YEAR             PIC X(04).
005072 77  LTR-LETTER-COUNT           PIC 9(06) COMP VALUE ZERO.
005076
005080*----------------------------------------------------------------
005084*BACKOUT WORK AREA - THE EFFECTIVE DATE OF THE MOST RECENT CYCLE
005088*ON THE RAISE HISTORY, THAT CYCLE'S RECORDS LOADED INTO A TABLE
005092*KEYED ON EMPLOYEE NUMBER, AND THE BACKOUT RUN'S OWN COUNTERS.
005096*THE TABLE HOLDS ONE ENTRY PER HISTORY RECORD, AND A CYCLE NOW
005100*LEAVES A TYPE 'D' RECORD PER DEDUCTION ON TOP OF THE RECORD
005104*PER EMPLOYEE - SO IT IS SIZED FOR THE 1000 EMPLOYEES PLUS THE
005108*2000 DEDUCTION ENTRIES THE OTHER TABLES ALLOW.
005112*----------------------------------------------------------------
005116 01  WS-BACKOUT-DATE            PIC X(08) VALUE LOW-VALUES.
005120 77  BKO-TABLE-COUNT            PIC 9(04) COMP VALUE ZERO.
005124 01  BKO-CYCLE-TABLE.
005128     05  BKO-ENTRY OCCURS 1 TO 3000 TIMES
005132             DEPENDING ON BKO-TABLE-COUNT
005136             INDEXED BY BKO-IDX BKO-IDX2.
005140         10  BKO-TBL-EMP-NB          PIC X(05).
005144         10  BKO-TBL-OLD-SALARY      PIC 9(06).
005148         10  BKO-TBL-NEW-SALARY      PIC 9(07).
005152         10  BKO-TBL-OLD-DUES        PIC 9(03)V99.
005156         10  BKO-TBL-NEW-DUES        PIC 9(04)V99.
005160         10  BKO-TBL-OLD-INSU        PIC 9(03)V99.
005164         10  BKO-TBL-NEW-INSU        PIC 9(04)V99.
005168         10  BKO-TBL-REC-TYPE        PIC X(01).
005172         10  BKO-TBL-DED-CODE        PIC X(02).
005176 01  BKO-CONTROL-TOTALS.
005180     05  BKO-HIST-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
005184     05  BKO-MASTER-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
005188     05  BKO-RESTORED-COUNT      PIC 9(06) COMP VALUE ZERO.
005192     05  BKO-GL-REVERSAL-COUNT   PIC 9(06) COMP VALUE ZERO.
005196     05  BKO-SUPERSEDED-COUNT    PIC 9(06) COMP VALUE ZERO.
005200
005204*----------------------------------------------------------------
005208*BACKOUT REGISTER HEADINGS AND DETAIL LINE.
005212*----------------------------------------------------------------
005216 01  BKO-REGISTER-HEADER.
005220     05  FILLER                  PIC X(21) VALUE SPACES.
005224     05  FILLER                  PIC X(17)
005228         VALUE 'BACKOUT REGISTER'.
005232     05  FILLER                  PIC X(09) VALUE 'CYCLE OF '.
005236     05  BKO-HDR-CYCLE-DATE      PIC X(08).
005240     05  FILLER                  PIC X(11) VALUE SPACES.
005244     05  BKO-HDR-DATE-GRP.
005248         10  BKO-HDR-DAY             PIC XX.
005252         10  FILLER                  PIC X VALUE '/'.
005256         10  BKO-HDR-MONTH           PIC XX.
005260         10  FILLER                  PIC X VALUE '/'.
005264         10  BKO-HDR-YEAR            PIC XXXX.
005268
005272 01  BKO-MINI-TITLES.
005276     05  FILLER                  PIC X(01) VALUE SPACES.
005280     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
005284     05  FILLER                  PIC X(01) VALUE SPACES.
005288     05  FILLER                  PIC X(04) VALUE 'NAME'.
005292     05  FILLER                  PIC X(18) VALUE SPACES.
005296     05  FILLER                  PIC X(06) VALUE 'BACKED'.
005300     05  FILLER                  PIC X(01) VALUE SPACES.
005304     05  FILLER                  PIC X(08) VALUE 'RESTORED'.
005308     05  FILLER                  PIC X(03) VALUE SPACES.
005312     05  FILLER                  PIC X(04) VALUE 'DUES'.
005316     05  FILLER                  PIC X(05) VALUE SPACES.
005320     05  FILLER                  PIC X(04) VALUE 'DUES'.
005324     05  FILLER                  PIC X(03) VALUE SPACES.
005328     05  FILLER                  PIC X(06) VALUE 'INSUR.'.
005332     05  FILLER                  PIC X(02) VALUE SPACES.
005336     05  FILLER                  PIC X(06) VALUE 'INSUR.'.
005340
005344 01  BKO-REGISTER-DETAIL.
005348     05  FILLER                  PIC X(03).
005352     05  BKO-DTL-EMP-NB          PIC X(05).
005356     05  FILLER                  PIC XX.
005360     05  BKO-DTL-NAME            PIC X(20).
005364     05  FILLER                  PIC XX.
005368     05  BKO-DTL-BACKED-SAL      PIC ZZZZZZ9.
005372     05  FILLER                  PIC X.
005376     05  BKO-DTL-REST-SAL        PIC ZZZZZ9.
005380     05  FILLER                  PIC XX.
005384     05  BKO-DTL-BACKED-DUES     PIC ZZZZ.99.
005388     05  FILLER                  PIC X.
005392     05  BKO-DTL-REST-DUES       PIC ZZZ.99.
005396     05  FILLER                  PIC XX.
005400     05  BKO-DTL-BACKED-INSU     PIC ZZZZ.99.
005404     05  FILLER                  PIC X.
005408     05  BKO-DTL-REST-INSU       PIC ZZZ.99.
005412
005416 01  WS-EDIT-REASON             PIC X(40) VALUE SPACES.
005420 01  WS-EDIT-REASON-CODE        PIC X(03) VALUE SPACES.
005424
005428*----------------------------------------------------------------
005432*PRIOR-CYCLE EXCEPTION AGES - LOADED BY 1460 FROM THE PRIOR
005436*GENERATION OF THE EXCEPTION FILE BEFORE A FRESH RUN TRUNCATES
005440*IT, SO A MASTER RECORD THAT FAILS EDIT AGAIN CARRIES ITS AGE
005444*FORWARD INSTEAD OF RESTARTING AT 001 EVERY CYCLE.
005448*----------------------------------------------------------------
005452 01  WS-PRX-STEPPED-SW          PIC X(01) VALUE 'N'.
005456     88  PRX-AGES-PRESTEPPED                 VALUE 'Y'.
005460 77  PRX-TABLE-COUNT            PIC 9(03) COMP VALUE ZERO.
005464 01  PRIOR-EXCP-AGE-TABLE.
005468     05  PRX-ENTRY OCCURS 1 TO 500 TIMES
005472             DEPENDING ON PRX-TABLE-COUNT
005476             INDEXED BY PRX-IDX.
005480         10  PRX-EMP-NB              PIC X(05).
005484         10  PRX-CYCLE-AGE           PIC 9(03).
005488         10  PRX-FIRST-DT            PIC X(08).
005492 01  WS-RESTART-EMP-NB          PIC X(05) VALUE SPACES.
005496 01  WS-HISTORY-STATUS          PIC XX VALUE '00'.
005500 01  WS-CHECKPOINT-STATUS       PIC XX VALUE '00'.
005504 01  WS-PARM-STATUS             PIC XX VALUE '00'.
005508 01  WS-DETAIL-STATUS           PIC XX VALUE '00'.
005512 01  WS-EXCEPTION-STATUS        PIC XX VALUE '00'.
005516 01  WS-DTWKEEP-STATUS          PIC XX VALUE '00'.
005520 01  WS-EXCPKEEP-STATUS         PIC XX VALUE '00'.
005524 01  WS-HSTKEEP-STATUS          PIC XX VALUE '00'.
005528 01  WS-INPUT-STATUS            PIC XX VALUE '00'.
005532 01  WS-RUNLOG-STATUS           PIC XX VALUE '00'.
005536 01  WS-TEMPLATE-STATUS         PIC XX VALUE '00'.
005540 01  WS-LAST-RECON-STATUS       PIC X(04) VALUE SPACES.
005544 01  WS-BAND-STATUS             PIC XX VALUE '00'.
005548 01  WS-SUSPENSE-STATUS         PIC XX VALUE '00'.
005552 01  WS-SUSKEEP-STATUS          PIC XX VALUE '00'.
005556 01  WS-DEDTYPE-STATUS          PIC XX VALUE '00'.
005560 01  WS-DED-STATUS              PIC XX VALUE '00'.
005564 01  WS-DEPTMAST-STATUS         PIC XX VALUE '00'.
005568 01  WS-ARCHNDX-STATUS          PIC XX VALUE '00'.
005572 01  WS-LATEST-ARCH-CUTOFF      PIC X(08) VALUE LOW-VALUES.
005576 01  WS-ADJCARD-STATUS          PIC XX VALUE '00'.
005580 01  WS-CYCSTEP-STATUS          PIC XX VALUE '00'.
005584
005588*----------------------------------------------------------------
005592*CYCLE-STEP TABLE - THE FOUR STEPS OF THE NIGHT AS LOADED FROM
005596*CYCLSTEP.  THIS CYCLE IS STEP 2 AND GATES ON STEP 1.
005600*----------------------------------------------------------------
005604 01  WS-CYC-TABLE.
005608     05  WS-CYC-SLOT OCCURS 4 TIMES.
005612         10  WS-CYC-TBL-PROGRAM      PIC X(10).
005616         10  WS-CYC-TBL-DATE         PIC X(08).
005620         10  WS-CYC-TBL-START        PIC X(06).
005624         10  WS-CYC-TBL-END          PIC X(06).
005628         10  WS-CYC-TBL-STATUS       PIC X(01).
005632 01  WS-CYC-SUB                 PIC 9(01) VALUE ZERO.
005636 01  WS-CYC-TIME                PIC X(06) VALUE SPACES.
005640
005644*----------------------------------------------------------------
005648*BAND-CHECK WORK AREA - THE BAND THE CURRENT EMPLOYEE'S COMPUTED
005652*SALARY WAS TESTED AGAINST, AND WHICH EDGE IT VIOLATED.
005656*----------------------------------------------------------------
005660 01  WS-BAND-CHECK-AREA.
005664     05  WS-BAND-MIN             PIC 9(07) VALUE ZERO.
005668     05  WS-BAND-MAX             PIC 9(07) VALUE ZERO.
005672     05  WS-BAND-VIOLATION       PIC X(01) VALUE SPACES.
005676
005680
005684*----------------------------------------------------------------
005688*PAGE-BREAK AND SEQUENCE COUNTERS.
005692*----------------------------------------------------------------
005696 01  WS-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
005700 01  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP VALUE 055.
005704 01  WS-PAGE-NO                 PIC 9(03) COMP VALUE ZERO.
005708 01  WS-SEQ-NO                  PIC 9(06) COMP VALUE ZERO.
005712 01  WS-RECS-SINCE-CHECKPOINT   PIC 9(05) COMP VALUE ZERO.
005716 01  WS-TRUNC-REC-NO            PIC 9(06) COMP VALUE ZERO.
005720 01  WS-TRUNC-DATA-NO           PIC 9(06) COMP VALUE ZERO.
005724 01  WS-EXCP-HEADER-LINES       PIC 9(02) COMP VALUE 7.
005728 01  WS-HIST-LAST-SEQ           PIC 9(02) VALUE ZERO.
005732     88  HIST-DAY-FULL                       VALUE 99.
005736
005740*----------------------------------------------------------------
005744*HISTORY ENTRY HELD WHILE 1320-ASSIGN-ENTRY-SEQ READS THE SAME
005748*EMPLOYEE'S ENTRIES FOR THE DATE INTO THE RECORD AREA.
005752*----------------------------------------------------------------
005756 01  WS-HIST-HOLD-REC.
005760     05  WS-HLD-EMP-NB           PIC X(05).
005764     05  WS-HLD-EFFECTIVE-DT     PIC X(08).
005768     05  FILLER                  PIC X(57).
005772
005776*----------------------------------------------------------------
005780*CONTROL TOTALS - PRINTED AS A TRAILER BY 4400-WRITE-CONTROL-
005784*TOTALS SO FINANCE CAN RECONCILE THE RUN WITHOUT HAND-ADDING
005788*THE WHOLE REPORT.
005792*----------------------------------------------------------------
005796 01  WS-CONTROL-TOTALS.
005800     05  WS-EMP-COUNT            PIC 9(06) COMP VALUE ZERO.
005804     05  WS-EXCEPTION-COUNT      PIC 9(06) COMP VALUE ZERO.
005808     05  WS-SUSPENSE-COUNT       PIC 9(06) COMP VALUE ZERO.
005812     05  WS-TOTAL-OLD-SALARY     PIC 9(09) VALUE ZERO.
005816     05  WS-TOTAL-NEW-SALARY     PIC 9(09) VALUE ZERO.
005820     05  WS-TOTAL-DUES-INCR      PIC 9(07)V99 VALUE ZERO.
005824     05  WS-TOTAL-INSU-INCR      PIC 9(07)V99 VALUE ZERO.
005828     05  WS-TOTAL-DED-OLD        PIC 9(07)V99 VALUE ZERO.
005832     05  WS-TOTAL-DED-NEW        PIC 9(07)V99 VALUE ZERO.
005836     05  WS-DED-GL-COUNT         PIC 9(06) COMP VALUE ZERO.
005840     05  WS-TERMINATED-COUNT     PIC 9(06) COMP VALUE ZERO.
005844     05  WS-LEAVE-COUNT          PIC 9(06) COMP VALUE ZERO.
005848
005852*----------------------------------------------------------------
005856*DEPARTMENT SUBTOTALS - ACCUMULATED PER DEPARTMENT AND PRINTED
005860*AS A SUBTOTAL BLOCK AT EACH DEPARTMENT BREAK WHEN THE REPORT
005864*RUNS IN MODE 'G' (DEPARTMENT/EMPLOYEE SEQUENCE).
005868*----------------------------------------------------------------
005872 01  WS-DEPT-TOTALS.
005876     05  WS-CUR-DEPT-CODE        PIC X(04) VALUE SPACES.
005880     05  WS-DEPT-EMP-COUNT       PIC 9(06) COMP VALUE ZERO.
005884     05  WS-DEPT-OLD-SALARY      PIC 9(09) VALUE ZERO.
005888     05  WS-DEPT-NEW-SALARY      PIC 9(09) VALUE ZERO.
005892 01  WS-DEPT-NAME-LINE.
005896     05  FILLER                  PIC X(05) VALUE SPACES.
005900     05  FILLER                  PIC X(05) VALUE 'DEPT '.
005904     05  WS-DPN-CODE             PIC X(04).
005908     05  FILLER                  PIC X(02) VALUE SPACES.
005912     05  WS-DPN-NAME             PIC X(20).
005916 01  WS-DEPT-LABEL.
005920     05  FILLER                  PIC X(05) VALUE 'DEPT '.
005924     05  WS-DEPT-LBL-CODE        PIC X(04).
005928     05  FILLER                  PIC X(01) VALUE SPACES.
005932     05  WS-DEPT-LBL-TEXT        PIC X(25).
005936
005940*----------------------------------------------------------------
005944*SIMULATION WORK AREAS - A RUN TYPE 'S' COSTS THE MOUNTED RATE
005948*TABLE AGAINST THE MASTER WITHOUT WRITING ANYTHING BUT THE
005952*PRINTED PROJECTION.  THE GRADE STATS TABLE RUNS PARALLEL TO
005956*GRADE-RATE-TABLE ENTRY FOR ENTRY; THE DEPARTMENT STATS TABLE IS
005960*BUILT AS DEPARTMENT CODES ARE MET, THE WAY THE REPORT PASS
005964*MEETS THEM.
005968*----------------------------------------------------------------
005972 01  SIM-GRADE-STATS.
005976     05  SIM-GRD-ENTRY OCCURS 10 TIMES
005980             INDEXED BY SIM-GRD-IDX.
005984         10  SIM-GRD-EMP-COUNT       PIC 9(06) COMP VALUE ZERO.
005988         10  SIM-GRD-OLD-SALARY      PIC 9(09) VALUE ZERO.
005992         10  SIM-GRD-NEW-SALARY      PIC 9(09) VALUE ZERO.
005996         10  SIM-GRD-OLD-DUES        PIC 9(07)V99 VALUE ZERO.
006000         10  SIM-GRD-NEW-DUES        PIC 9(07)V99 VALUE ZERO.
006004         10  SIM-GRD-OLD-INSU        PIC 9(07)V99 VALUE ZERO.
006008         10  SIM-GRD-NEW-INSU        PIC 9(07)V99 VALUE ZERO.
006012
006016 77  SIM-DEPT-COUNT             PIC 9(02) COMP VALUE ZERO.
006020 01  SIM-DEPT-STATS.
006024     05  SIM-DPT-ENTRY OCCURS 1 TO 50 TIMES
006028             DEPENDING ON SIM-DEPT-COUNT
006032             INDEXED BY SIM-DPT-IDX.
006036         10  SIM-DPT-CODE            PIC X(04).
006040         10  SIM-DPT-EMP-COUNT       PIC 9(06) COMP.
006044         10  SIM-DPT-OLD-SALARY      PIC 9(09).
006048         10  SIM-DPT-NEW-SALARY      PIC 9(09).
006052         10  SIM-DPT-OLD-DUES        PIC 9(07)V99.
006056         10  SIM-DPT-NEW-DUES        PIC 9(07)V99.
006060         10  SIM-DPT-OLD-INSU        PIC 9(07)V99.
006064         10  SIM-DPT-NEW-INSU        PIC 9(07)V99.
006068
006072 01  SIM-CONTROL-TOTALS.
006076     05  SIM-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
006080     05  SIM-EMP-COUNT           PIC 9(06) COMP VALUE ZERO.
006084     05  SIM-SKIPPED-COUNT       PIC 9(06) COMP VALUE ZERO.
006088     05  SIM-TERMINATED-COUNT    PIC 9(06) COMP VALUE ZERO.
006092     05  SIM-TOT-OLD-SALARY      PIC 9(09) VALUE ZERO.
006096     05  SIM-TOT-NEW-SALARY      PIC 9(09) VALUE ZERO.
006100     05  SIM-TOT-OLD-DUES        PIC 9(07)V99 VALUE ZERO.
006104     05  SIM-TOT-NEW-DUES        PIC 9(07)V99 VALUE ZERO.
006108     05  SIM-TOT-OLD-INSU        PIC 9(07)V99 VALUE ZERO.
006112     05  SIM-TOT-NEW-INSU        PIC 9(07)V99 VALUE ZERO.
006116     05  SIM-TOT-DED-OLD         PIC 9(07)V99 VALUE ZERO.
006120     05  SIM-TOT-DED-NEW         PIC 9(07)V99 VALUE ZERO.
006124
006128*----------------------------------------------------------------
006132*ADJUSTMENT WORK AREAS - THE LAST APPLIED RAISE FOUND ON THE
006136*HISTORY FOR THE CARDED EMPLOYEE, THE SIGNED DELTAS AGAINST THE
006140*CARD, AND THE RUN'S OWN COUNTERS.
006144*----------------------------------------------------------------
006148 01  ADJ-LAST-HISTORY.
006152     05  ADJ-LAST-EFF-DT         PIC X(08).
006156     05  ADJ-LAST-NEW-SALARY     PIC 9(07).
006160     05  ADJ-LAST-NEW-DUES       PIC 9(04)V99.
006164     05  ADJ-LAST-NEW-INSU       PIC 9(04)V99.
006168     05  ADJ-LAST-PRO-MONTHS     PIC 9(02).
006172 01  ADJ-DELTA-AREA.
006176     05  ADJ-DELTA-SALARY        PIC S9(07).
006180     05  ADJ-DELTA-DUES          PIC S9(04)V99.
006184     05  ADJ-DELTA-INSU          PIC S9(04)V99.
006188 01  ADJ-CONTROL-TOTALS.
006192     05  ADJ-CARD-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
006196     05  ADJ-APPLIED-COUNT       PIC 9(06) COMP VALUE ZERO.
006200     05  ADJ-SKIPPED-COUNT       PIC 9(06) COMP VALUE ZERO.
006204     05  ADJ-GL-COUNT            PIC 9(06) COMP VALUE ZERO.
006208
006212*----------------------------------------------------------------
006216*ADJUSTMENT REGISTER HEADINGS AND DETAIL LINE.
006220*----------------------------------------------------------------
006224 01  ADJ-REGISTER-HEADER.
006228     05  FILLER                  PIC X(21) VALUE SPACES.
006232     05  FILLER                  PIC X(19)
006236         VALUE 'ADJUSTMENT REGISTER'.
006240     05  FILLER                  PIC X(18) VALUE SPACES.
006244     05  ADJ-HDR-DATE-GRP.
006248         10  ADJ-HDR-DAY             PIC XX.
006252         10  FILLER                  PIC X VALUE '/'.
006256         10  ADJ-HDR-MONTH           PIC XX.
006260         10  FILLER                  PIC X VALUE '/'.
006264         10  ADJ-HDR-YEAR            PIC XXXX.
006268
006272 01  ADJ-MINI-TITLES.
006276     05  FILLER                  PIC X(01) VALUE SPACES.
006280     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
006284     05  FILLER                  PIC X(01) VALUE SPACES.
006288     05  FILLER                  PIC X(04) VALUE 'NAME'.
006292     05  FILLER                  PIC X(17) VALUE SPACES.
006296     05  FILLER                  PIC X(03) VALUE 'WAS'.
006300     05  FILLER                  PIC X(05) VALUE SPACES.
006304     05  FILLER                  PIC X(03) VALUE 'NOW'.
006308     05  FILLER                  PIC X(05) VALUE SPACES.
006312     05  FILLER                  PIC X(08) VALUE 'SAL. ADJ'.
006316     05  FILLER                  PIC X(01) VALUE SPACES.
006320     05  FILLER                  PIC X(08) VALUE 'DUES ADJ'.
006324     05  FILLER                  PIC X(01) VALUE SPACES.
006328     05  FILLER                  PIC X(08) VALUE 'INSU ADJ'.
006332
006336 01  ADJ-REGISTER-DETAIL.
006340     05  FILLER                  PIC X(01).
006344     05  ADJ-DTL-EMP-NB          PIC X(05).
006348     05  FILLER                  PIC X(01).
006352     05  ADJ-DTL-NAME            PIC X(20).
006356     05  FILLER                  PIC X(01).
006360     05  ADJ-DTL-WAS-SAL         PIC ZZZZZZ9.
006364     05  FILLER                  PIC X(01).
006368     05  ADJ-DTL-NOW-SAL         PIC ZZZZZZ9.
006372     05  FILLER                  PIC X(01).
006376     05  ADJ-DTL-DELTA-SAL       PIC +(07)9.
006380     05  FILLER                  PIC X(01).
006384     05  ADJ-DTL-DELTA-DUES      PIC +++9.99.
006388     05  FILLER                  PIC X(02).
006392     05  ADJ-DTL-DELTA-INSU      PIC +++9.99.
006396
006400*----------------------------------------------------------------
006404*COST-PROJECTION REPORT HEADINGS AND DETAIL LINE.
006408*----------------------------------------------------------------
006412 01  SIM-REPORT-HEADER.
006416     05  FILLER                  PIC X(16) VALUE SPACES.
006420     05  FILLER                  PIC X(33)
006424         VALUE 'COST PROJECTION - SIMULATED CYCLE'.
006428     05  FILLER                  PIC X(09) VALUE SPACES.
006432     05  SIM-HDR-DATE-GRP.
006436         10  SIM-HDR-DAY             PIC XX.
006440         10  FILLER                  PIC X VALUE '/'.
006444         10  SIM-HDR-MONTH           PIC XX.
006448         10  FILLER                  PIC X VALUE '/'.
006452         10  SIM-HDR-YEAR            PIC XXXX.
006456
006460 01  SIM-MINI-TITLES.
006464     05  FILLER                  PIC X(24) VALUE SPACES.
006468     05  FILLER                  PIC X(05) VALUE 'COUNT'.
006472     05  FILLER                  PIC X(02) VALUE SPACES.
006476     05  FILLER                  PIC X(10) VALUE 'NEW SALARY'.
006480     05  FILLER                  PIC X(02) VALUE SPACES.
006484     05  FILLER                  PIC X(09) VALUE 'SAL. INCR'.
006488     05  FILLER                  PIC X(01) VALUE SPACES.
006492     05  FILLER                  PIC X(09) VALUE 'DUES INCR'.
006496     05  FILLER                  PIC X(02) VALUE SPACES.
006500     05  FILLER                  PIC X(09) VALUE 'INSU INCR'.
006504
006508 01  SIM-DETAIL-LINE.
006512     05  FILLER                  PIC X(01).
006516     05  SIM-DTL-CODE            PIC X(04).
006520     05  FILLER                  PIC X(01).
006524     05  SIM-DTL-DESC            PIC X(15).
006528     05  FILLER                  PIC X(01).
006532     05  SIM-DTL-EMP-COUNT       PIC ZZZ,ZZ9.
006536     05  FILLER                  PIC X(01).
006540     05  SIM-DTL-NEW-SALARY      PIC ZZZ,ZZZ,ZZ9.
006544     05  FILLER                  PIC X(01).
006548     05  SIM-DTL-SAL-INCR        PIC ZZ,ZZZ,ZZ9.
006552     05  FILLER                  PIC X(01).
006556     05  SIM-DTL-DUES-INCR       PIC ZZZ,ZZ9.99.
006560     05  FILLER                  PIC X(01).
006564     05  SIM-DTL-INSU-INCR       PIC ZZZ,ZZ9.99.
006568
006572 PROCEDURE DIVISION.
006576
006580*----------------------------------------------------------------
006584*0000-MAIN-CONTROL READS THE PARM CARD FIRST, THEN EITHER RUNS
006588*THE PAYROLL CYCLE IN FOUR PASSES - INITIALIZE, EDIT/COMPUTE,
006592*SORT, THEN PRODUCE THE REPORT, GL EXTRACT, HISTORY AND CONTROL
006596*TOTALS - OR, FOR RUN TYPE 'X', BACKS THE MOST RECENT CYCLE OUT
006600*OF THE RAISE HISTORY, OR, FOR RUN TYPE 'S', COST-PROJECTS THE
006604*MOUNTED RATE TABLE WITHOUT WRITING A REAL CYCLE.
006608*----------------------------------------------------------------
006612 0000-MAIN-CONTROL.
006616     PERFORM 1100-LOAD-PARM-CARD THRU 1100-EXIT.
006620     IF PARM-RUN-TYPE = 'X'
006624         PERFORM 8000-BACKOUT-LAST-CYCLE THRU 8000-EXIT
006628         STOP RUN
006632     END-IF.
006636     IF PARM-RUN-TYPE = 'S'
006640         PERFORM 7000-SIMULATE-CYCLE THRU 7000-EXIT
006644         STOP RUN
006648     END-IF.
006652     IF PARM-RUN-TYPE = 'A'
006656         PERFORM 8600-ADJUSTMENT-RUN THRU 8600-EXIT
006660         STOP RUN
006664     END-IF.
006668     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006672     PERFORM 2000-EDIT-AND-COMPUTE THRU 2000-EXIT.
006676     PERFORM 3000-SORT-DETAIL-RECORDS THRU 3000-EXIT.
006680     PERFORM 4000-PRODUCE-PAYROLL-REPORT THRU 4000-EXIT.
006684     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
006688     STOP RUN.
006692
006696*----------------------------------------------------------------
006700*1000-INITIALIZE OPENS THE WORK AND REFERENCE FILES, LOADS THE
006704*PARAMETER CARD AND GRADE RATE TABLE, REFUSES TO GO ON WHEN THE
006708*REFERENCE TABLES FAIL THE CROSS-CHECK, CHECKS FOR A CHECKPOINT
006712*FROM A PRIOR ABENDED RUN, TRIMS THE WORK FILES BACK TO THAT
006716*CHECKPOINT ON A RESTART, AND BUILDS TODAY'S REPORT DATE.
006720*----------------------------------------------------------------
006724 1000-INITIALIZE.
006728     PERFORM 1150-CHECK-PRIOR-RECON THRU 1150-EXIT.
006732     PERFORM 1160-CHECK-CYCLE-STEP THRU 1160-EXIT.
006736     OPEN INPUT INPUTFILE
006740         GRADERATEFILE.
006744     IF WS-INPUT-STATUS NOT = '00'
006748         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
006752             WS-INPUT-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
006756         DISPLAY 'PROGRAM AND RESUBMIT.'
006760         STOP RUN
006764     END-IF.
006768     PERFORM 1200-LOAD-GRADE-RATE-TABLE THRU 1200-EXIT.
006772     PERFORM 1250-LOAD-SALARY-BAND-TABLE THRU 1250-EXIT.
006776     PERFORM 1270-LOAD-DEDUCTION-TYPES THRU 1270-EXIT.
006780     PERFORM 1600-CROSS-CHECK-TABLES THRU 1600-EXIT.
006784     OPEN OUTPUT OUTPUTFILE
006788         GLEXTRACTFILE.
006792     PERFORM 1280-LOAD-DEDUCTION-DETAIL THRU 1280-EXIT.
006796     PERFORM 1290-LOAD-DEPT-MASTER THRU 1290-EXIT.
006800     PERFORM 1700-LOAD-LETTER-TEMPLATE THRU 1700-EXIT.
006804     OPEN OUTPUT LETTERFILE.
006808     PERFORM 1400-CHECK-RESTART-POINT THRU 1400-EXIT.
006812     IF SKIPPING-TO-RESTART-PT
006816         PERFORM 1460-LOAD-PRIOR-EXCP-AGES THRU 1460-EXIT
006820         MOVE 'Y' TO WS-PRX-STEPPED-SW
006824         PERFORM 1420-TRUNCATE-DETAIL-WORK-FILE THRU 1420-EXIT
006828         PERFORM 1425-TRUNCATE-EXCEPTION-FILE THRU 1425-EXIT
006832         PERFORM 1427-TRUNCATE-SUSPENSE-FILE THRU 1427-EXIT
006836         PERFORM 1430-TRUNCATE-HISTORY-FILE THRU 1430-EXIT
006840     END-IF.
006844     PERFORM 1450-OPEN-DETAIL-AND-EXCP-FILES THRU 1450-EXIT.
006848     PERFORM 1300-OPEN-HISTORY-FILE THRU 1300-EXIT.
006852     OPEN OUTPUT HISTORYKEEPFILE.
006856     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA.
006860     MOVE WS-CURRENT-DAY TO HDR-DAY.
006864     MOVE WS-CURRENT-MONTH TO HDR-MONTH.
006868     MOVE WS-CURRENT-YEAR TO HDR-YEAR.
006872     MOVE WS-CURRENT-DAY TO LTR-ED-DAY.
006876     MOVE WS-CURRENT-MONTH TO LTR-ED-MONTH.
006880     MOVE WS-CURRENT-YEAR TO LTR-ED-YEAR.
006884     IF PARM-RUN-TYPE = 'B'
006888         MOVE 'BONUS REGISTER' TO HDR-TITLE
006892         MOVE 'BONUS' TO MT2-NEW-SAL-TITLE
006896     END-IF.
006900 1000-EXIT.
006904     EXIT.
006908
006912*----------------------------------------------------------------
006916*1100-LOAD-PARM-CARD READS THE JOB-START CONTROL CARD SO THE
006920*REPORT MODE, CHECKPOINT INTERVAL AND RUN TYPE CAN BE CHANGED
006924*EACH CYCLE WITHOUT A RECOMPILE.  A MISSING CARD DEFAULTS TO A
006928*NORMAL RAISE RUN IN DETAIL ORDER WITH A CHECKPOINT EVERY 100
006932*RECORDS.
006936*----------------------------------------------------------------
006940 1100-LOAD-PARM-CARD.
006944     MOVE 'D' TO PARM-REPORT-MODE.
006948     MOVE 00100 TO PARM-CHECKPOINT-INTVL.
006952     MOVE 'R' TO PARM-RUN-TYPE.
006956     OPEN INPUT PARMFILE.
006960     IF WS-PARM-STATUS = '00'
006964         READ PARMFILE
006968             AT END
006972                 CONTINUE
006976         END-READ
006980         CLOSE PARMFILE
006984     END-IF.
006988 1100-EXIT.
006992     EXIT.
006996
007000*----------------------------------------------------------------
007004*1150-CHECK-PRIOR-RECON READS THROUGH THE RUN LOG Program2
007008*APPENDS TO AND KEEPS THE LATEST RECORD'S PASS/FAIL STATUS.  A
007012*NEW CYCLE ON TOP OF A FAILED ONE ONLY COMPOUNDS THE DAMAGE, SO
007016*A FAIL STOPS THE JOB UNLESS THE PARM CARD CARRIES THE OVERRIDE
007020*- SOMEBODY HAS TO LOOK AT RECONRPT AND SAY SO.  NO RUN LOG YET
007024*MEANS A FIRST CYCLE AND THE GATE WAVES IT THROUGH.
007028*----------------------------------------------------------------
007032 1150-CHECK-PRIOR-RECON.
007036     MOVE SPACES TO WS-LAST-RECON-STATUS.
007040     OPEN INPUT RUNLOGFILE.
007044     IF WS-RUNLOG-STATUS NOT = '00'
007048         GO TO 1150-EXIT
007052     END-IF.
007056     MOVE 'N' TO WS-RUNLOG-EOF-SW.
007060     PERFORM UNTIL RUNLOG-EOF
007064         READ RUNLOGFILE
007068             AT END
007072                 MOVE 'Y' TO WS-RUNLOG-EOF-SW
007076             NOT AT END
007080                 MOVE RL-RECON-STATUS TO WS-LAST-RECON-STATUS
007084         END-READ
007088     END-PERFORM.
007092     CLOSE RUNLOGFILE.
007096     IF WS-LAST-RECON-STATUS = 'FAIL'
007100         AND PARM-RECON-OVERRIDE NOT = 'Y'
007104         DISPLAY 'PRIOR CYCLE RECONCILIATION FAILED - '
007108             'NEW CYCLE NOT STARTED.  FIX THE PRIOR CYCLE OR '
007112             'SET THE PARM-CARD OVERRIDE TO RUN ANYWAY.'
007116         STOP RUN
007120     END-IF.
007124 1150-EXIT.
007128     EXIT.
007132
007136*----------------------------------------------------------------
007140*1160-CHECK-CYCLE-STEP LOADS THE CYCLE-STEP FILE, REFUSES TO
007144*START WHILE THE MASTER LOAD (STEP 1) HAS NOT STAMPED COMPLETE,
007148*AND STAMPS THIS CYCLE (STEP 2) STARTED.  NO CYCLSTEP MOUNTED
007152*LEAVES THE GATE OFF - THE OPERATOR'S ESCAPE HATCH FOR AN
007156*OUT-OF-CYCLE RERUN.
007160*----------------------------------------------------------------
007164 1160-CHECK-CYCLE-STEP.
007168     MOVE 'N' TO WS-CYCSTEP-PRESENT-SW.
007172     MOVE SPACES TO WS-CYC-TABLE.
007176     OPEN INPUT CYCSTEPFILE.
007180     IF WS-CYCSTEP-STATUS NOT = '00'
007184         GO TO 1160-EXIT
007188     END-IF.
007192     MOVE 'Y' TO WS-CYCSTEP-PRESENT-SW.
007196     MOVE 'N' TO WS-CYCSTEP-EOF-SW.
007200     PERFORM UNTIL CYCSTEP-EOF
007204         READ CYCSTEPFILE
007208             AT END
007212                 MOVE 'Y' TO WS-CYCSTEP-EOF-SW
007216             NOT AT END
007220                 PERFORM 1165-LOAD-ONE-SLOT THRU 1165-EXIT
007224         END-READ
007228     END-PERFORM.
007232     CLOSE CYCSTEPFILE.
007236     IF WS-CYC-TBL-STATUS (1) NOT = 'C'
007240         DISPLAY 'CYCLE-STEP GATE - THE MASTER LOAD (STEP 1) '
007244             'HAS NOT COMPLETED.  PAYROLL CYCLE NOT STARTED.'
007248         DISPLAY 'SEE THE CYCLE-STATUS LISTING, OR REMOVE '
007252             'CYCLSTEP FOR AN OUT-OF-CYCLE RERUN.'
007256         STOP RUN
007260     END-IF.
007264     MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CYC-TIME.
007268     MOVE 'Program1' TO WS-CYC-TBL-PROGRAM (2).
007272     MOVE WS-CYC-TIME TO WS-CYC-TBL-START (2).
007276     MOVE SPACES TO WS-CYC-TBL-END (2).
007280     MOVE 'S' TO WS-CYC-TBL-STATUS (2).
007284     PERFORM 1170-REWRITE-CYCLE-FILE THRU 1170-EXIT.
007288 1160-EXIT.
007292     EXIT.
007296
007300 1165-LOAD-ONE-SLOT.
007304     IF CYC-STEP-NO NOT NUMERIC
007308         OR CYC-STEP-NO < 1
007312         OR CYC-STEP-NO > 4
007316         GO TO 1165-EXIT
007320     END-IF.
007324     MOVE CYC-STEP-NO TO WS-CYC-SUB.
007328     MOVE CYC-PROGRAM-ID TO WS-CYC-TBL-PROGRAM (WS-CYC-SUB).
007332     MOVE CYC-CYCLE-DATE TO WS-CYC-TBL-DATE (WS-CYC-SUB).
007336     MOVE CYC-START-TIME TO WS-CYC-TBL-START (WS-CYC-SUB).
007340     MOVE CYC-END-TIME TO WS-CYC-TBL-END (WS-CYC-SUB).
007344     MOVE CYC-STATUS TO WS-CYC-TBL-STATUS (WS-CYC-SUB).
007348 1165-EXIT.
007352     EXIT.
007356
007360 1170-REWRITE-CYCLE-FILE.
007364     OPEN OUTPUT CYCSTEPFILE.
007368     PERFORM 1180-WRITE-ONE-SLOT THRU 1180-EXIT
007372         VARYING WS-CYC-SUB FROM 1 BY 1
007376         UNTIL WS-CYC-SUB > 4.
007380     CLOSE CYCSTEPFILE.
007384 1170-EXIT.
007388     EXIT.
007392
007396 1180-WRITE-ONE-SLOT.
007400     MOVE WS-CYC-SUB TO CYC-STEP-NO.
007404     MOVE WS-CYC-TBL-PROGRAM (WS-CYC-SUB) TO CYC-PROGRAM-ID.
007408     MOVE WS-CYC-TBL-DATE (WS-CYC-SUB) TO CYC-CYCLE-DATE.
007412     MOVE WS-CYC-TBL-START (WS-CYC-SUB) TO CYC-START-TIME.
007416     MOVE WS-CYC-TBL-END (WS-CYC-SUB) TO CYC-END-TIME.
007420     MOVE WS-CYC-TBL-STATUS (WS-CYC-SUB) TO CYC-STATUS.
007424     WRITE CYC-STEP-REC.
007428 1180-EXIT.
007432     EXIT.
007436
007440*----------------------------------------------------------------
007444*1200-LOAD-GRADE-RATE-TABLE READS GRADERATEFILE INTO GRADE-RATE-
007448*TABLE SO THE RAISE PERCENTAGES FOR EACH GRADE ARE LOOKED UP AT
007452*RUN TIME INSTEAD OF BEING LITERALS IN THE COMPUTE STATEMENTS.
007456*GR-TABLE-ENTRY ONLY OCCURS UP TO 10 TIMES, SO AN 11TH GRADE CODE
007460*ON GRADERATEFILE IS REJECTED WITH A MESSAGE AND THE JOB STOPPED
007464*RATHER THAN LET IT OVERRUN THE TABLE.
007468*----------------------------------------------------------------
007472 1200-LOAD-GRADE-RATE-TABLE.
007476     MOVE ZERO TO GR-TABLE-COUNT.
007480     PERFORM 1210-READ-GRADE-RECORD THRU 1210-EXIT.
007484     PERFORM UNTIL GRADE-RATE-EOF
007488         IF GR-TABLE-COUNT < 10
007492             ADD 1 TO GR-TABLE-COUNT
007496             MOVE GR-GRADE-CODE TO GR-TBL-CODE (GR-TABLE-COUNT)
007500             MOVE GR-GRADE-DESC TO GR-TBL-DESC (GR-TABLE-COUNT)
007504             MOVE GR-SALARY-PCT TO GR-TBL-SAL-PCT (GR-TABLE-COUNT)
007508             MOVE GR-DUES-PCT TO GR-TBL-DUE-PCT (GR-TABLE-COUNT)
007512             MOVE GR-INSUR-PCT TO GR-TBL-INS-PCT (GR-TABLE-COUNT)
007516             MOVE GR-BONUS-PCT TO GR-TBL-BON-PCT (GR-TABLE-COUNT)
007520         ELSE
007524             DISPLAY 'GRADERATEFILE HAS MORE THAN 10 GRADE CODES'
007528             CLOSE GRADERATEFILE
007532             STOP RUN
007536         END-IF
007540         PERFORM 1210-READ-GRADE-RECORD THRU 1210-EXIT
007544     END-PERFORM.
007548     CLOSE GRADERATEFILE.
007552 1200-EXIT.
007556     EXIT.
007560
007564 1210-READ-GRADE-RECORD.
007568     READ GRADERATEFILE
007572         AT END
007576             MOVE 'Y' TO WS-GRADE-RATE-EOF-SW
007580     END-READ.
007584 1210-EXIT.
007588     EXIT.
007592
007596*----------------------------------------------------------------
007600*1250-LOAD-SALARY-BAND-TABLE READS BANDFILE INTO SALARY-BAND-
007604*TABLE THE SAME WAY 1200 LOADS THE RATE TABLE.  A MISSING OR
007608*EMPTY SALBAND LEAVES THE TABLE EMPTY, SO NO GRADE HAS A BAND
007612*AND NO RAISE IS EVER SUSPENDED - THE WAY THE SYSTEM BEHAVED
007616*BEFORE THE BANDS EXISTED.
007620*----------------------------------------------------------------
007624 1250-LOAD-SALARY-BAND-TABLE.
007628     MOVE ZERO TO SB-TABLE-COUNT.
007632     OPEN INPUT BANDFILE.
007636     IF WS-BAND-STATUS NOT = '00'
007640         GO TO 1250-EXIT
007644     END-IF.
007648     PERFORM 1260-READ-BAND-RECORD THRU 1260-EXIT.
007652     PERFORM UNTIL BAND-EOF
007656         IF SB-TABLE-COUNT < 10
007660             ADD 1 TO SB-TABLE-COUNT
007664             MOVE SB-GRADE-CODE TO SB-TBL-CODE (SB-TABLE-COUNT)
007668             MOVE SB-MIN-SALARY TO SB-TBL-MIN (SB-TABLE-COUNT)
007672             MOVE SB-MAX-SALARY TO SB-TBL-MAX (SB-TABLE-COUNT)
007676         ELSE
007680             DISPLAY 'BANDFILE HAS MORE THAN 10 GRADE CODES'
007684             CLOSE BANDFILE
007688             STOP RUN
007692         END-IF
007696         PERFORM 1260-READ-BAND-RECORD THRU 1260-EXIT
007700     END-PERFORM.
007704     CLOSE BANDFILE.
007708 1250-EXIT.
007712     EXIT.
007716
007720 1260-READ-BAND-RECORD.
007724     READ BANDFILE
007728         AT END
007732             MOVE 'Y' TO WS-BAND-EOF-SW
007736     END-READ.
007740 1260-EXIT.
007744     EXIT.
007748
007752*----------------------------------------------------------------
007756*1270-LOAD-DEDUCTION-TYPES READS DEDTYPEFILE INTO DED-TYPE-TABLE
007760*THE SAME WAY 1200 LOADS THE RATE TABLE.  A MISSING OR EMPTY
007764*DEDTYPES LEAVES THE TABLE EMPTY AND EVERY DEDUCTION IS CARRIED
007768*THROUGH FLAT.
007772*----------------------------------------------------------------
007776 1270-LOAD-DEDUCTION-TYPES.
007780     MOVE ZERO TO DT-TABLE-COUNT.
007784     OPEN INPUT DEDTYPEFILE.
007788     IF WS-DEDTYPE-STATUS NOT = '00'
007792         GO TO 1270-EXIT
007796     END-IF.
007800     PERFORM 1275-READ-DEDTYPE-RECORD THRU 1275-EXIT.
007804     PERFORM UNTIL DEDTYPE-EOF
007808         IF DT-TABLE-COUNT < 20
007812             ADD 1 TO DT-TABLE-COUNT
007816             MOVE DT-DED-CODE TO DT-TBL-CODE (DT-TABLE-COUNT)
007820             MOVE DT-DED-DESC TO DT-TBL-DESC (DT-TABLE-COUNT)
007824             MOVE DT-RAISE-METHOD
007828                 TO DT-TBL-METHOD (DT-TABLE-COUNT)
007832             MOVE DT-FIXED-AMT
007836                 TO DT-TBL-FIXED-AMT (DT-TABLE-COUNT)
007840         ELSE
007844             DISPLAY 'DEDTYPES HAS MORE THAN 20 DEDUCTION CODES'
007848             CLOSE DEDTYPEFILE
007852             STOP RUN
007856         END-IF
007860         PERFORM 1275-READ-DEDTYPE-RECORD THRU 1275-EXIT
007864     END-PERFORM.
007868     CLOSE DEDTYPEFILE.
007872 1270-EXIT.
007876     EXIT.
007880
007884 1275-READ-DEDTYPE-RECORD.
007888     READ DEDTYPEFILE
007892         AT END
007896             MOVE 'Y' TO WS-DEDTYPE-EOF-SW
007900     END-READ.
007904 1275-EXIT.
007908     EXIT.
007912
007916*----------------------------------------------------------------
007920*1280-LOAD-DEDUCTION-DETAIL READS THE WHOLE DEDUCTION DETAIL
007924*FILE INTO DED-DETAIL-TABLE.  MORE THAN 2000 DEDUCTIONS STOPS
007928*THE JOB RATHER THAN RUN THE CYCLE AGAINST HALF THE FILE.
007932*----------------------------------------------------------------
007936 1280-LOAD-DEDUCTION-DETAIL.
007940     MOVE ZERO TO DED-TABLE-COUNT.
007944     OPEN INPUT DEDFILE.
007948     IF WS-DED-STATUS NOT = '00'
007952         GO TO 1280-EXIT
007956     END-IF.
007960     PERFORM 1285-READ-DED-RECORD THRU 1285-EXIT.
007964     PERFORM UNTIL DED-DETAIL-EOF
007968         IF DED-TABLE-COUNT < 2000
007972             ADD 1 TO DED-TABLE-COUNT
007976             MOVE DED-EMP-NB TO DED-TBL-EMP-NB (DED-TABLE-COUNT)
007980             MOVE DED-DED-CODE TO DED-TBL-CODE (DED-TABLE-COUNT)
007984             MOVE DED-AMOUNT TO DED-TBL-AMOUNT (DED-TABLE-COUNT)
007988         ELSE
007992             DISPLAY 'EMPDEDS HAS MORE THAN 2000 DEDUCTIONS'
007996             CLOSE DEDFILE
008000             STOP RUN
008004         END-IF
008008         PERFORM 1285-READ-DED-RECORD THRU 1285-EXIT
008012     END-PERFORM.
008016     CLOSE DEDFILE.
008020 1280-EXIT.
008024     EXIT.
008028
008032 1285-READ-DED-RECORD.
008036     READ DEDFILE
008040         AT END
008044             MOVE 'Y' TO WS-DED-EOF-SW
008048     END-READ.
008052 1285-EXIT.
008056     EXIT.
008060
008064*----------------------------------------------------------------
008068*1290-LOAD-DEPT-MASTER READS DEPTMASTFILE INTO DEPT-MASTER-TABLE
008072*THE SAME WAY 1250 LOADS THE BAND TABLE.  A MISSING OR EMPTY
008076*DEPTMAST LEAVES THE TABLE EMPTY, SO NO DEPARTMENT CODE IS EVER
008080*REJECTED - THE WAY THE SYSTEM BEHAVED BEFORE THE REFERENCE
008084*MASTER EXISTED.
008088*----------------------------------------------------------------
008092 1290-LOAD-DEPT-MASTER.
008096     MOVE ZERO TO DP-TABLE-COUNT.
008100     OPEN INPUT DEPTMASTFILE.
008104     IF WS-DEPTMAST-STATUS NOT = '00'
008108         GO TO 1290-EXIT
008112     END-IF.
008116     PERFORM 1295-READ-DEPT-RECORD THRU 1295-EXIT.
008120     PERFORM UNTIL DEPTMAST-EOF
008124         IF DP-TABLE-COUNT < 50
008128             ADD 1 TO DP-TABLE-COUNT
008132             MOVE DEPT-CODE TO DP-TBL-CODE (DP-TABLE-COUNT)
008136             MOVE DEPT-NAME TO DP-TBL-NAME (DP-TABLE-COUNT)
008140         ELSE
008144             DISPLAY 'DEPTMAST HAS MORE THAN 50 DEPARTMENTS'
008148             CLOSE DEPTMASTFILE
008152             STOP RUN
008156         END-IF
008160         PERFORM 1295-READ-DEPT-RECORD THRU 1295-EXIT
008164     END-PERFORM.
008168     CLOSE DEPTMASTFILE.
008172 1290-EXIT.
008176     EXIT.
008180
008184 1295-READ-DEPT-RECORD.
008188     READ DEPTMASTFILE
008192         AT END
008196             MOVE 'Y' TO WS-DEPTMAST-EOF-SW
008200     END-READ.
008204 1295-EXIT.
008208     EXIT.
008212
008216*----------------------------------------------------------------
008220*1300-OPEN-HISTORY-FILE OPENS THE RAISE-HISTORY FILE I-O SO THIS
008224*RUN'S RECORDS ARE ADDED TO PRIOR RUNS'.  THE FIRST TIME THE FILE
008228*IS USED IT WON'T EXIST YET, SO FALL BACK TO CREATING IT.  CALLED
008232*FROM 1000-INITIALIZE AFTER 1430 HAS, ON A RESTART, DELETED THE
008236*ABENDED RUN'S RECORDS, SO THE OPEN BELOW IS ALWAYS THE LAST
008240*THING DONE TO HISTORYFILE BEFORE 4000-PRODUCE-PAYROLL-REPORT
008244*STARTS ADDING TO IT.
008248*----------------------------------------------------------------
008252 1300-OPEN-HISTORY-FILE.
008256     OPEN I-O HISTORYFILE.
008260     IF WS-HISTORY-STATUS NOT = '00'
008264         OPEN OUTPUT HISTORYFILE
008268         CLOSE HISTORYFILE
008272         OPEN I-O HISTORYFILE
008276     END-IF.
008280 1300-EXIT.
008284     EXIT.
008288
008292*----------------------------------------------------------------
008296*1320-ASSIGN-ENTRY-SEQ NUMBERS THE ENTRY BUILT IN HIST-REC ONE
008300*PAST THE LAST ENTRY ALREADY ON FILE FOR THE SAME EMPLOYEE AND
008304*DATE (SEE HIST-ENTRY-SEQ IN HISTREC.CPY), SO A RAISE STAYS
008308*AHEAD OF A SAME-DAY ADJUSTMENT AND A RERUN AFTER A BACKOUT
008312*DOES NOT COLLIDE WITH THE BACKED-OUT ENTRIES.  THE START LANDS
008316*ON THE EMPLOYEE'S FIRST ENTRY FOR THE DATE AND ONLY THAT DAY'S
008320*ENTRIES ARE READ.  WHEN THE DATE ALREADY HOLDS 99 ENTRIES THE
008324*NUMBER IS LEFT ALONE AND HIST-DAY-FULL TELLS THE CALLER NOT TO
008328*WRITE.
008332*----------------------------------------------------------------
008336 1320-ASSIGN-ENTRY-SEQ.
008340     MOVE HIST-REC TO WS-HIST-HOLD-REC.
008344     MOVE ZERO TO WS-HIST-LAST-SEQ.
008348     MOVE 'N' TO WS-HIST-SEQ-EOF-SW.
008352     MOVE ZERO TO HIST-ENTRY-SEQ.
008356     MOVE LOW-VALUES TO HIST-REC-TYPE.
008360     MOVE LOW-VALUES TO HIST-DED-CODE.
008364     START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
008368         INVALID KEY
008372             MOVE 'Y' TO WS-HIST-SEQ-EOF-SW
008376     END-START.
008380     PERFORM 1325-READ-SAME-DAY-ENTRY THRU 1325-EXIT
008384         UNTIL HIST-SEQ-SCAN-DONE.
008388     MOVE WS-HIST-HOLD-REC TO HIST-REC.
008392     IF NOT HIST-DAY-FULL
008396         COMPUTE HIST-ENTRY-SEQ = WS-HIST-LAST-SEQ + 1
008400     END-IF.
008404 1320-EXIT.
008408     EXIT.
008412
008416 1325-READ-SAME-DAY-ENTRY.
008420     READ HISTORYFILE NEXT
008424         AT END
008428             MOVE 'Y' TO WS-HIST-SEQ-EOF-SW
008432             GO TO 1325-EXIT
008436     END-READ.
008440     IF HIST-EMP-NB = WS-HLD-EMP-NB
008444         AND HIST-EFFECTIVE-DT = WS-HLD-EFFECTIVE-DT
008448         MOVE HIST-ENTRY-SEQ TO WS-HIST-LAST-SEQ
008452     ELSE
008456         MOVE 'Y' TO WS-HIST-SEQ-EOF-SW
008460     END-IF.
008464 1325-EXIT.
008468     EXIT.
008472
008476*----------------------------------------------------------------
008480*1400-CHECK-RESTART-POINT LOOKS FOR A CHECKPOINT LEFT BY A RUN
008484*THAT ABENDED BEFORE REACHING END OF FILE.  WHEN ONE IS FOUND,
008488*2000-EDIT-AND-COMPUTE SKIPS INPUT RECORDS UP TO AND INCLUDING
008492*THE LAST EMPLOYEE NUMBER THAT WAS CHECKPOINTED, AND
008496*1430-TRUNCATE-HISTORY-FILE DELETES WHATEVER HISTORY THE ABENDED
008500*RUN'S REPORT-WRITING PASS HAD ALREADY POSTED.
008504*----------------------------------------------------------------
008508 1400-CHECK-RESTART-POINT.
008512     MOVE SPACES TO WS-RESTART-EMP-NB.
008516     MOVE 'N' TO WS-RESTART-SKIP-SW.
008520     OPEN INPUT CHECKPOINTFILE.
008524     IF WS-CHECKPOINT-STATUS = '00'
008528         READ CHECKPOINTFILE
008532             AT END
008536                 CONTINUE
008540         END-READ
008544         IF CHKPT-STATUS = 'R'
008548             MOVE CHKPT-LAST-EMP-NB TO WS-RESTART-EMP-NB
008552             MOVE 'Y' TO WS-RESTART-SKIP-SW
008556             MOVE CHKPT-LAST-SEQ-NO TO WS-SEQ-NO
008560             MOVE CHKPT-EXCP-COUNT TO WS-EXCEPTION-COUNT
008564             MOVE CHKPT-SUSP-COUNT TO WS-SUSPENSE-COUNT
008568             IF CHKPT-TERM-COUNT NUMERIC
008572                 MOVE CHKPT-TERM-COUNT TO WS-TERMINATED-COUNT
008576             END-IF
008580             IF CHKPT-LEAVE-COUNT NUMERIC
008584                 MOVE CHKPT-LEAVE-COUNT TO WS-LEAVE-COUNT
008588             END-IF
008592         END-IF
008596         CLOSE CHECKPOINTFILE
008600     END-IF.
008604 1400-EXIT.
008608     EXIT.
008612
008616*----------------------------------------------------------------
008620*1420-TRUNCATE-DETAIL-WORK-FILE DROPS ANY DETAIL RECORD LEFT ON
008624*DETAILWORKFILE BY THE ABENDED RUN WITH A HIGHER DTW-SEQ-NO THAN
008628*CHKPT-LAST-SEQ-NO.  PARM-CHECKPOINT-INTVL MEANS THE CHECKPOINT
008632*CAN LAG BEHIND THE ACTUAL ABEND POINT BY UP TO AN INTERVAL'S
008636*WORTH OF RECORDS - WITHOUT THIS STEP, 2000-EDIT-AND-COMPUTE
008640*WOULD REPROCESS AND RE-APPEND THOSE SAME RECORDS ON TOP OF THE
008644*ONES ALREADY SITTING IN THE FILE.  IF DETAILWORKFILE DOESN'T
008648*EXIST YET, THERE IS NOTHING TO TRIM AND 1450 WILL CREATE IT.
008652*----------------------------------------------------------------
008656 1420-TRUNCATE-DETAIL-WORK-FILE.
008660     OPEN INPUT DETAILWORKFILE.
008664     IF WS-DETAIL-STATUS = '00'
008668         OPEN OUTPUT DETAILKEEPFILE
008672         MOVE 'N' TO WS-TRUNC-EOF-SW
008676         PERFORM UNTIL TRUNC-EOF
008680             READ DETAILWORKFILE
008684                 AT END
008688                     MOVE 'Y' TO WS-TRUNC-EOF-SW
008692                 NOT AT END
008696                     IF DTW-SEQ-NO NOT > CHKPT-LAST-SEQ-NO
008700                         WRITE DTWK-DETAIL-REC FROM DTW-DETAIL-REC
008704                     END-IF
008708             END-READ
008712         END-PERFORM
008716         CLOSE DETAILWORKFILE
008720         CLOSE DETAILKEEPFILE
008724         OPEN OUTPUT DETAILWORKFILE
008728         OPEN INPUT DETAILKEEPFILE
008732         MOVE 'N' TO WS-TRUNC-EOF-SW
008736         PERFORM UNTIL TRUNC-EOF
008740             READ DETAILKEEPFILE
008744                 AT END
008748                     MOVE 'Y' TO WS-TRUNC-EOF-SW
008752                 NOT AT END
008756                     WRITE DTW-DETAIL-REC FROM DTWK-DETAIL-REC
008760             END-READ
008764         END-PERFORM
008768         CLOSE DETAILWORKFILE
008772         CLOSE DETAILKEEPFILE
008776     END-IF.
008780 1420-EXIT.
008784     EXIT.
008788
008792*----------------------------------------------------------------
008796*1425-TRUNCATE-EXCEPTION-FILE DOES THE SAME JOB AS 1420 FOR
008800*EXCEPTIONFILE.  THE FIRST WS-EXCP-HEADER-LINES PHYSICAL RECORDS
008804*ARE ALWAYS THE BANNER/COLUMN-HEADING BLOCK WRITTEN BY
008808*1500-WRITE-EXCEPTION-HEADER, SO THEY ARE KEPT UNCONDITIONALLY;
008812*ONLY DATA LINES PAST CHKPT-EXCP-COUNT ARE DROPPED.  PROGRAM2
008816*SKIPS THAT SAME BANNER BY RECORD NUMBER (CTL-EXCP-HDR-LINES) FOR
008820*THE SAME REASON - IT ISN'T RELIABLY DISTINGUISHABLE BY CONTENT.
008824*----------------------------------------------------------------
008828 1425-TRUNCATE-EXCEPTION-FILE.
008832     OPEN INPUT EXCEPTIONFILE.
008836     IF WS-EXCEPTION-STATUS = '00'
008840         OPEN OUTPUT EXCPKEEPFILE
008844         MOVE ZERO TO WS-TRUNC-REC-NO
008848         MOVE ZERO TO WS-TRUNC-DATA-NO
008852         MOVE 'N' TO WS-TRUNC-EOF-SW
008856         PERFORM UNTIL TRUNC-EOF
008860             READ EXCEPTIONFILE
008864                 AT END
008868                     MOVE 'Y' TO WS-TRUNC-EOF-SW
008872                 NOT AT END
008876                     ADD 1 TO WS-TRUNC-REC-NO
008880                     IF WS-TRUNC-REC-NO NOT > WS-EXCP-HEADER-LINES
008884                         WRITE EXCPK-REC FROM EXCEPT-REC
008888                     ELSE
008892                        ADD 1 TO WS-TRUNC-DATA-NO
008896                        IF WS-TRUNC-DATA-NO NOT > CHKPT-EXCP-COUNT
008900                            WRITE EXCPK-REC FROM EXCEPT-REC
008904                        END-IF
008908                     END-IF
008912             END-READ
008916         END-PERFORM
008920         CLOSE EXCEPTIONFILE
008924         CLOSE EXCPKEEPFILE
008928         OPEN OUTPUT EXCEPTIONFILE
008932         OPEN INPUT EXCPKEEPFILE
008936         MOVE 'N' TO WS-TRUNC-EOF-SW
008940         PERFORM UNTIL TRUNC-EOF
008944             READ EXCPKEEPFILE
008948                 AT END
008952                     MOVE 'Y' TO WS-TRUNC-EOF-SW
008956                 NOT AT END
008960                     WRITE EXCEPT-REC FROM EXCPK-REC
008964             END-READ
008968         END-PERFORM
008972         CLOSE EXCEPTIONFILE
008976         CLOSE EXCPKEEPFILE
008980     END-IF.
008984 1425-EXIT.
008988     EXIT.
008992
008996*----------------------------------------------------------------
009000*1427-TRUNCATE-SUSPENSE-FILE DOES THE SAME JOB AS 1420 FOR THE
009004*SUSPENSE FILE - KEEPS THE FIRST CHKPT-SUSP-COUNT RECORDS AND
009008*DROPS ANY SUSPENSE RECORD THE ABENDED RUN WROTE AFTER ITS LAST
009012*CHECKPOINT, SO THE RESTART DOESN'T DUPLICATE IT.  NO BANNER TO
009016*PRESERVE - THE FILE IS MACHINE-READABLE DATA ONLY.
009020*----------------------------------------------------------------
009024 1427-TRUNCATE-SUSPENSE-FILE.
009028     OPEN INPUT SUSPENSEFILE.
009032     IF WS-SUSPENSE-STATUS = '00'
009036         OPEN OUTPUT SUSPKEEPFILE
009040         MOVE ZERO TO WS-TRUNC-REC-NO
009044         MOVE 'N' TO WS-TRUNC-EOF-SW
009048         PERFORM UNTIL TRUNC-EOF
009052             READ SUSPENSEFILE
009056                 AT END
009060                     MOVE 'Y' TO WS-TRUNC-EOF-SW
009064                 NOT AT END
009068                     ADD 1 TO WS-TRUNC-REC-NO
009072                     IF WS-TRUNC-REC-NO NOT > CHKPT-SUSP-COUNT
009076                         WRITE SUSK-REC FROM SUSP-REC
009080                     END-IF
009084             END-READ
009088         END-PERFORM
009092         CLOSE SUSPENSEFILE
009096         CLOSE SUSPKEEPFILE
009100         OPEN OUTPUT SUSPENSEFILE
009104         OPEN INPUT SUSPKEEPFILE
009108         MOVE 'N' TO WS-TRUNC-EOF-SW
009112         PERFORM UNTIL TRUNC-EOF
009116             READ SUSPKEEPFILE
009120                 AT END
009124                     MOVE 'Y' TO WS-TRUNC-EOF-SW
009128                 NOT AT END
009132                     WRITE SUSP-REC FROM SUSK-REC
009136             END-READ
009140         END-PERFORM
009144         CLOSE SUSPENSEFILE
009148         CLOSE SUSPKEEPFILE
009152     END-IF.
009156 1427-EXIT.
009160     EXIT.
009164
009168*----------------------------------------------------------------
009172*1430-TRUNCATE-HISTORY-FILE DROPS ANY RAISE-HISTORY RECORD THE
009176*ABENDED RUN'S REPORT-WRITING PASS ALREADY POSTED.  THAT RUN
009180*LOGGED EVERY RECORD IT POSTED ON HSTKEEP, SO EACH ONE IS
009184*DELETED FROM HISTORYFILE BY ITS KEY; A KEY ALREADY GONE IS
009188*PASSED OVER.  WITHOUT THIS STEP A RESTARTED RUN WOULD REPRODUCE
009192*4000-PRODUCE-PAYROLL-REPORT'S ENTIRE OUTPUT AND POST A SECOND
009196*COPY OF EVERY HISTORY RECORD ALREADY WRITTEN.  NO HSTKEEP MEANS
009200*THE ABEND CAME BEFORE ANY HISTORY WAS POSTED.
009204*----------------------------------------------------------------
009208 1430-TRUNCATE-HISTORY-FILE.
009212     OPEN INPUT HISTORYKEEPFILE.
009216     IF WS-HSTKEEP-STATUS NOT = '00'
009220         GO TO 1430-EXIT
009224     END-IF.
009228     OPEN I-O HISTORYFILE.
009232     IF WS-HISTORY-STATUS = '00'
009236         MOVE 'N' TO WS-TRUNC-EOF-SW
009240         PERFORM UNTIL TRUNC-EOF
009244             READ HISTORYKEEPFILE
009248                 AT END
009252                     MOVE 'Y' TO WS-TRUNC-EOF-SW
009256                 NOT AT END
009260                     MOVE HSTK-KEY TO HIST-KEY
009264                     DELETE HISTORYFILE RECORD
009268                         INVALID KEY
009272                             CONTINUE
009276                     END-DELETE
009280             END-READ
009284         END-PERFORM
009288         CLOSE HISTORYFILE
009292     END-IF.
009296     CLOSE HISTORYKEEPFILE.
009300 1430-EXIT.
009304     EXIT.
009308
009312
009316*----------------------------------------------------------------
009320*1450-OPEN-DETAIL-AND-EXCP-FILES OPENS THE UNSORTED DETAIL WORK
009324*FILE AND THE EXCEPTIONS LISTING.  ON A RESTARTED RUN THESE TWO
009328*FILES ALREADY HOLD WHATEVER THE ABENDED RUN WROTE FOR THE
009332*RECORDS BEING SKIPPED, SO THEY ARE OPENED EXTEND (APPENDED TO)
009336*INSTEAD OF OUTPUT (TRUNCATED), AND THE EXCEPTION BANNER IS NOT
009340*WRITTEN AGAIN.  IF A FILE THE CHECKPOINT SAYS SHOULD ALREADY
009344*EXIST ISN'T THERE, FALL BACK TO CREATING IT, THE SAME WAY
009348*1300-OPEN-HISTORY-FILE DOES.  A FRESH RUN FIRST HARVESTS THE
009352*PRIOR GENERATION'S EXCEPTION AGES (1460), THEN OPENS BOTH
009356*OUTPUT.
009360*----------------------------------------------------------------
009364 1450-OPEN-DETAIL-AND-EXCP-FILES.
009368     IF SKIPPING-TO-RESTART-PT
009372         OPEN EXTEND DETAILWORKFILE
009376         IF WS-DETAIL-STATUS NOT = '00'
009380             OPEN OUTPUT DETAILWORKFILE
009384             CLOSE DETAILWORKFILE
009388             OPEN EXTEND DETAILWORKFILE
009392         END-IF
009396         OPEN EXTEND EXCEPTIONFILE
009400         IF WS-EXCEPTION-STATUS NOT = '00'
009404             OPEN OUTPUT EXCEPTIONFILE
009408             PERFORM 1500-WRITE-EXCEPTION-HEADER THRU 1500-EXIT
009412         END-IF
009416         OPEN EXTEND SUSPENSEFILE
009420         IF WS-SUSPENSE-STATUS NOT = '00'
009424             OPEN OUTPUT SUSPENSEFILE
009428         END-IF
009432     ELSE
009436         OPEN OUTPUT DETAILWORKFILE
009440         PERFORM 1460-LOAD-PRIOR-EXCP-AGES THRU 1460-EXIT
009444         OPEN OUTPUT EXCEPTIONFILE
009448         OPEN OUTPUT SUSPENSEFILE
009452         PERFORM 1500-WRITE-EXCEPTION-HEADER THRU 1500-EXIT
009456     END-IF.
009460 1450-EXIT.
009464     EXIT.
009468
009472*----------------------------------------------------------------
009476*1460-LOAD-PRIOR-EXCP-AGES READS THE EXCEPTION FILE AS IT
009480*STANDS BEFORE THIS RUN TRUNCATES OR TRIMS IT AND KEEPS EACH
009484*DATA RECORD'S EMPLOYEE NUMBER, CYCLE AGE AND FIRST-FAILED
009488*DATE, SKIPPING THE SEVEN-RECORD BANNER BY COUNT THE WAY
009492*Program2 DOES.  ON A FRESH RUN THAT IS THE PRIOR GENERATION
009496*AND 2510 WRITES A REPEAT OFFENDER AT PRIOR AGE PLUS ONE; ON A
009500*RESTART IT IS THE ABENDED RUN'S OWN FILE, WHOSE AGES WERE
009504*ALREADY STEPPED FOR THIS CYCLE, SO 2510 REUSES THEM AS THEY
009508*STAND.  NO FILE MEANS A FIRST CYCLE - EVERYTHING STARTS AT
009512*001.  A RECORD THE ABENDED RUN NEVER REACHED STARTS AT 001
009516*TOO - ITS PRIOR GENERATION IS GONE.
009520*----------------------------------------------------------------
009524 1460-LOAD-PRIOR-EXCP-AGES.
009528     MOVE ZERO TO PRX-TABLE-COUNT.
009532     OPEN INPUT EXCEPTIONFILE.
009536     IF WS-EXCEPTION-STATUS NOT = '00'
009540         GO TO 1460-EXIT
009544     END-IF.
009548     MOVE ZERO TO WS-TRUNC-REC-NO.
009552     MOVE 'N' TO WS-TRUNC-EOF-SW.
009556     PERFORM UNTIL TRUNC-EOF
009560         READ EXCEPTIONFILE
009564             AT END
009568                 MOVE 'Y' TO WS-TRUNC-EOF-SW
009572             NOT AT END
009576                 ADD 1 TO WS-TRUNC-REC-NO
009580                 IF WS-TRUNC-REC-NO > WS-EXCP-HEADER-LINES
009584                     PERFORM 1465-KEEP-PRIOR-AGE THRU 1465-EXIT
009588                 END-IF
009592         END-READ
009596     END-PERFORM.
009600     CLOSE EXCEPTIONFILE.
009604 1460-EXIT.
009608     EXIT.
009612
009616 1465-KEEP-PRIOR-AGE.
009620     IF PRX-TABLE-COUNT >= 500
009624         DISPLAY 'PRIOR EXCEPTION FILE EXCEEDS THE AGE TABLE'
009628         CLOSE EXCEPTIONFILE
009632         STOP RUN
009636     END-IF.
009640     ADD 1 TO PRX-TABLE-COUNT.
009644     MOVE EXCP-EMP-NB TO PRX-EMP-NB (PRX-TABLE-COUNT).
009648     IF EXCP-CYCLE-AGE IS NUMERIC
009652         MOVE EXCP-CYCLE-AGE TO PRX-CYCLE-AGE (PRX-TABLE-COUNT)
009656     ELSE
009660         MOVE 001 TO PRX-CYCLE-AGE (PRX-TABLE-COUNT)
009664     END-IF.
009668     MOVE EXCP-FIRST-DT TO PRX-FIRST-DT (PRX-TABLE-COUNT).
009672 1465-EXIT.
009676     EXIT.
009680
009684*----------------------------------------------------------------
009688*1600-CROSS-CHECK-TABLES CHECKS THE RATE, BAND AND DEDUCTION TYPE
009692*TABLES AGAINST EACH OTHER BEFORE THE CYCLE OPENS ANY OUTPUT, SO
009696*A HAND-EDITED OR MISMOUNTED TABLE CANNOT PRICE A WHOLE CYCLE.
009700*EVERY PROBLEM IS DISPLAYED FOR THE OPERATOR, THEN THE JOB IS
009704*STOPPED.  THE RULES ARE THE TABLE MAINTENANCE PROGRAM'S - A
009708*TABLE THAT CAME THROUGH Program15 CLEAN PASSES HERE.
009712*----------------------------------------------------------------
009716 1600-CROSS-CHECK-TABLES.
009720     MOVE ZERO TO WS-TBL-ERROR-COUNT.
009724     IF GR-TABLE-COUNT = ZERO
009728         MOVE 'GRADERAT' TO WS-TBL-NAME
009732         MOVE SPACES TO WS-TBL-KEY
009736         MOVE 'RATE TABLE IS EMPTY' TO WS-TBL-REASON
009740         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
009744     END-IF.
009748     PERFORM 1610-CHECK-RATE-ENTRY THRU 1610-EXIT
009752         VARYING WS-TBL-SUB FROM 1 BY 1
009756         UNTIL WS-TBL-SUB > GR-TABLE-COUNT.
009760     PERFORM 1620-CHECK-BAND-ENTRY THRU 1620-EXIT
009764         VARYING WS-TBL-SUB FROM 1 BY 1
009768         UNTIL WS-TBL-SUB > SB-TABLE-COUNT.
009772     PERFORM 1630-CHECK-DEDTYPE-ENTRY THRU 1630-EXIT
009776         VARYING WS-TBL-SUB FROM 1 BY 1
009780         UNTIL WS-TBL-SUB > DT-TABLE-COUNT.
009784     IF WS-TBL-ERROR-COUNT > ZERO
009788         DISPLAY 'MOUNTED REFERENCE TABLES FAIL THE CROSS-CHECK'
009792             ' - PAYROLL CYCLE NOT STARTED.'
009796         DISPLAY 'CORRECT GRADERAT/SALBAND/DEDTYPES THROUGH THE '
009800             'TABLE MAINTENANCE RUN (Program15) AND RESUBMIT.'
009804         STOP RUN
009808     END-IF.
009812 1600-EXIT.
009816     EXIT.
009820
009824*----------------------------------------------------------------
009828*1610-CHECK-RATE-ENTRY - A KEY, NOT REPEATED, NUMERIC PERCENTAGES
009832*WITHIN THEIR LIMITS, AND A BAND FOR THE GRADE WHENEVER SALBAND
009836*IS IN USE.
009840*----------------------------------------------------------------
009844 1610-CHECK-RATE-ENTRY.
009848     MOVE 'GRADERAT' TO WS-TBL-NAME.
009852     MOVE GR-TBL-CODE (WS-TBL-SUB) TO WS-TBL-KEY.
009856     IF GR-TBL-CODE (WS-TBL-SUB) = SPACE
009860         MOVE 'BLANK TABLE KEY' TO WS-TBL-REASON
009864         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
009868         GO TO 1610-EXIT
009872     END-IF.
009876     PERFORM 1615-CHECK-RATE-DUPLICATE THRU 1615-EXIT
009880         VARYING WS-TBL-SUB2 FROM 1 BY 1
009884         UNTIL WS-TBL-SUB2 NOT < WS-TBL-SUB.
009888     IF GR-TBL-SAL-PCT (WS-TBL-SUB) NOT NUMERIC
009892         OR GR-TBL-DUE-PCT (WS-TBL-SUB) NOT NUMERIC
009896         OR GR-TBL-INS-PCT (WS-TBL-SUB) NOT NUMERIC
009900         OR GR-TBL-BON-PCT (WS-TBL-SUB) NOT NUMERIC
009904         MOVE 'NON-NUMERIC PERCENTAGE' TO WS-TBL-REASON
009908         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
009912     ELSE
009916         IF GR-TBL-SAL-PCT (WS-TBL-SUB) > WS-TBL-MAX-RAISE-PCT
009920             OR GR-TBL-DUE-PCT (WS-TBL-SUB) > WS-TBL-MAX-RAISE-PCT
009924             OR GR-TBL-INS-PCT (WS-TBL-SUB) > WS-TBL-MAX-RAISE-PCT
009928             MOVE 'RAISE PERCENTAGE OVER 25 PERCENT'
009932                 TO WS-TBL-REASON
009936             PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
009940         END-IF
009944         IF GR-TBL-BON-PCT (WS-TBL-SUB) > WS-TBL-MAX-BONUS-PCT
009948             MOVE 'BONUS PERCENTAGE OVER 10 PERCENT'
009952                 TO WS-TBL-REASON
009956             PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
009960         END-IF
009964     END-IF.
009968     IF SB-TABLE-COUNT = ZERO
009972         GO TO 1610-EXIT
009976     END-IF.
009980     SET SB-IDX TO 1.
009984     SEARCH SB-TABLE-ENTRY
009988         AT END
009992             MOVE 'GRADE HAS A RATE BUT NO BAND' TO WS-TBL-REASON
009996             PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010000         WHEN SB-TBL-CODE (SB-IDX) = GR-TBL-CODE (WS-TBL-SUB)
010004             CONTINUE
010008     END-SEARCH.
010012 1610-EXIT.
010016     EXIT.
010020
010024 1615-CHECK-RATE-DUPLICATE.
010028     IF GR-TBL-CODE (WS-TBL-SUB2) = GR-TBL-CODE (WS-TBL-SUB)
010032         MOVE 'KEY APPEARS MORE THAN ONCE' TO WS-TBL-REASON
010036         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010040     END-IF.
010044 1615-EXIT.
010048     EXIT.
010052
010056*----------------------------------------------------------------
010060*1620-CHECK-BAND-ENTRY - A KEY, NOT REPEATED, A NUMERIC MINIMUM
010064*NOT ABOVE A NUMERIC MAXIMUM, AND A RATE FOR THE GRADE.
010068*----------------------------------------------------------------
010072 1620-CHECK-BAND-ENTRY.
010076     MOVE 'SALBAND' TO WS-TBL-NAME.
010080     MOVE SB-TBL-CODE (WS-TBL-SUB) TO WS-TBL-KEY.
010084     IF SB-TBL-CODE (WS-TBL-SUB) = SPACE
010088         MOVE 'BLANK TABLE KEY' TO WS-TBL-REASON
010092         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010096         GO TO 1620-EXIT
010100     END-IF.
010104     PERFORM 1625-CHECK-BAND-DUPLICATE THRU 1625-EXIT
010108         VARYING WS-TBL-SUB2 FROM 1 BY 1
010112         UNTIL WS-TBL-SUB2 NOT < WS-TBL-SUB.
010116     IF SB-TBL-MIN (WS-TBL-SUB) NOT NUMERIC
010120         OR SB-TBL-MAX (WS-TBL-SUB) NOT NUMERIC
010124         MOVE 'NON-NUMERIC BAND SALARY' TO WS-TBL-REASON
010128         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010132     ELSE
010136         IF SB-TBL-MIN (WS-TBL-SUB) > SB-TBL-MAX (WS-TBL-SUB)
010140             MOVE 'BAND MINIMUM ABOVE MAXIMUM' TO WS-TBL-REASON
010144             PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010148         END-IF
010152     END-IF.
010156     IF GR-TABLE-COUNT = ZERO
010160         GO TO 1620-EXIT
010164     END-IF.
010168     SET GR-IDX TO 1.
010172     SEARCH GR-TABLE-ENTRY
010176         AT END
010180             MOVE 'BAND FOR A GRADE WITH NO RATE' TO WS-TBL-REASON
010184             PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010188         WHEN GR-TBL-CODE (GR-IDX) = SB-TBL-CODE (WS-TBL-SUB)
010192             CONTINUE
010196     END-SEARCH.
010200 1620-EXIT.
010204     EXIT.
010208
010212 1625-CHECK-BAND-DUPLICATE.
010216     IF SB-TBL-CODE (WS-TBL-SUB2) = SB-TBL-CODE (WS-TBL-SUB)
010220         MOVE 'KEY APPEARS MORE THAN ONCE' TO WS-TBL-REASON
010224         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010228     END-IF.
010232 1625-EXIT.
010236     EXIT.
010240
010244*----------------------------------------------------------------
010248*1630-CHECK-DEDTYPE-ENTRY - A KEY, NOT REPEATED, A KNOWN RAISE
010252*METHOD, A NUMERIC FIXED AMOUNT AND AN AMOUNT ON EVERY FIXED-
010256*AMOUNT ('A') TYPE.
010260*----------------------------------------------------------------
010264 1630-CHECK-DEDTYPE-ENTRY.
010268     MOVE 'DEDTYPES' TO WS-TBL-NAME.
010272     MOVE DT-TBL-CODE (WS-TBL-SUB) TO WS-TBL-KEY.
010276     IF DT-TBL-CODE (WS-TBL-SUB) = SPACES
010280         MOVE 'BLANK TABLE KEY' TO WS-TBL-REASON
010284         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010288         GO TO 1630-EXIT
010292     END-IF.
010296     PERFORM 1635-CHECK-DEDTYPE-DUPLICATE THRU 1635-EXIT
010300         VARYING WS-TBL-SUB2 FROM 1 BY 1
010304         UNTIL WS-TBL-SUB2 NOT < WS-TBL-SUB.
010308     IF DT-TBL-METHOD (WS-TBL-SUB) NOT = 'G' AND 'F' AND 'A'
010312         MOVE 'RAISE METHOD NOT G, F OR A' TO WS-TBL-REASON
010316         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010320     END-IF.
010324     IF DT-TBL-FIXED-AMT (WS-TBL-SUB) NOT NUMERIC
010328         MOVE 'NON-NUMERIC FIXED AMOUNT' TO WS-TBL-REASON
010332         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010336     ELSE
010340         IF DT-TBL-METHOD (WS-TBL-SUB) = 'A'
010344             AND DT-TBL-FIXED-AMT (WS-TBL-SUB) = ZERO
010348             MOVE 'FIXED-AMOUNT TYPE WITH NO AMOUNT'
010352                 TO WS-TBL-REASON
010356             PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010360         END-IF
010364     END-IF.
010368 1630-EXIT.
010372     EXIT.
010376
010380 1635-CHECK-DEDTYPE-DUPLICATE.
010384     IF DT-TBL-CODE (WS-TBL-SUB2) = DT-TBL-CODE (WS-TBL-SUB)
010388         MOVE 'KEY APPEARS MORE THAN ONCE' TO WS-TBL-REASON
010392         PERFORM 1690-REPORT-TABLE-ERROR THRU 1690-EXIT
010396     END-IF.
010400 1635-EXIT.
010404     EXIT.
010408
010412 1690-REPORT-TABLE-ERROR.
010416     ADD 1 TO WS-TBL-ERROR-COUNT.
010420     DISPLAY 'TABLE CHECK - ' WS-TBL-NAME ' ' WS-TBL-KEY ' '
010424         WS-TBL-REASON.
010428 1690-EXIT.
010432     EXIT.
010436
010440*----------------------------------------------------------------
010444*1700-LOAD-LETTER-TEMPLATE READS THE NOTIFICATION LETTER
010448*TEMPLATE INTO ITS TABLE THE SAME WAY THE RATE AND BAND TABLES
010452*LOAD.  A MISSING OR EMPTY TEMPLATE SIMPLY MEANS NO LETTERS
010456*THIS CYCLE - THE REPORT AND EXTRACTS ARE NOT AFFECTED.  A
010460*TEMPLATE OVER 60 LINES STOPS THE JOB RATHER THAN PRINT HALF A
010464*LETTER NOBODY PROOFREAD.
010468*----------------------------------------------------------------
010472 1700-LOAD-LETTER-TEMPLATE.
010476     MOVE ZERO TO LTR-LINE-COUNT.
010480     OPEN INPUT TEMPLATEFILE.
010484     IF WS-TEMPLATE-STATUS NOT = '00'
010488         GO TO 1700-EXIT
010492     END-IF.
010496     PERFORM 1750-READ-TEMPLATE-LINE THRU 1750-EXIT.
010500     PERFORM UNTIL TEMPLATE-EOF
010504         IF LTR-LINE-COUNT < 60
010508             ADD 1 TO LTR-LINE-COUNT
010512             MOVE TPL-TEXT-REC TO LTR-TPL-ENTRY (LTR-LINE-COUNT)
010516         ELSE
010520             DISPLAY 'LTRTMPL HAS MORE THAN 60 LINES'
010524             CLOSE TEMPLATEFILE
010528             STOP RUN
010532         END-IF
010536         PERFORM 1750-READ-TEMPLATE-LINE THRU 1750-EXIT
010540     END-PERFORM.
010544     CLOSE TEMPLATEFILE.
010548 1700-EXIT.
010552     EXIT.
010556
010560 1750-READ-TEMPLATE-LINE.
010564     READ TEMPLATEFILE
010568         AT END
010572             MOVE 'Y' TO WS-TEMPLATE-EOF-SW
010576     END-READ.
010580 1750-EXIT.
010584     EXIT.
010588
010592*----------------------------------------------------------------
010596*1500-WRITE-EXCEPTION-HEADER WRITES A ONE-TIME BANNER AT THE TOP
010600*OF THE EXCEPTIONS LISTING, THE SAME WAY HEADER/MINITITLES1-2
010604*ARE WRITTEN AT THE TOP OF THE PAYROLL REPORT.
010608*----------------------------------------------------------------
010612 1500-WRITE-EXCEPTION-HEADER.
010616     MOVE SPACES TO EXCEPT-REC.
010620     WRITE EXCEPT-REC AFTER ADVANCING 3 LINES.
010624     MOVE EXCP-HEADER TO EXCEPT-REC.
010628     WRITE EXCEPT-REC.
010632     MOVE EXCP-MINI-TITLES TO EXCEPT-REC.
010636     WRITE EXCEPT-REC AFTER ADVANCING 2 LINES.
010640     MOVE SPACES TO EXCEPT-REC.
010644     WRITE EXCEPT-REC.
010648 1500-EXIT.
010652     EXIT.
010656
010660*----------------------------------------------------------------
010664*2000-EDIT-AND-COMPUTE IS THE FIRST PASS OVER INPUTFILE.  ON A
010668*RESTART THE FILE IS FIRST POSITIONED PAST THE CHECKPOINTED
010672*EMPLOYEE; THEN EACH RECORD IS EDITED AND EITHER COMPUTED AND
010676*WRITTEN TO THE DETAIL WORK FILE OR WRITTEN TO THE EXCEPTIONS
010680*LISTING.  THE DETAIL WORK FILE IS CLOSED AT THE END SO THE
010684*SORT STEP CAN OPEN IT.
010688*----------------------------------------------------------------
010692 2000-EDIT-AND-COMPUTE.
010696     IF SKIPPING-TO-RESTART-PT
010700         PERFORM 2150-POSITION-TO-RESTART-PT THRU 2150-EXIT
010704     END-IF.
010708     IF NOT INPUT-EOF
010712         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
010716     END-IF.
010720     PERFORM UNTIL INPUT-EOF
010724         PERFORM 2200-EDIT-INPUT-RECORD THRU 2200-EXIT
010728         IF RECORD-IS-VALID
010732           IF PARM-RUN-TYPE = 'B'
010736             PERFORM 2310-COMPUTE-BONUS THRU 2310-EXIT
010740             PERFORM 2400-WRITE-DETAIL-RECORD THRU 2400-EXIT
010744           ELSE
010748             PERFORM 2300-COMPUTE-RAISE THRU 2300-EXIT
010752             PERFORM 2350-CHECK-SALARY-BAND THRU 2350-EXIT
010756             IF SALARY-IN-BAND
010760               PERFORM 2400-WRITE-DETAIL-RECORD THRU 2400-EXIT
010764             ELSE
010768               PERFORM 2450-WRITE-SUSPENSE-RECORD THRU 2450-EXIT
010772             END-IF
010776           END-IF
010780         ELSE
010784           IF RECORD-IS-TERMINATED
010788             ADD 1 TO WS-TERMINATED-COUNT
010792           ELSE
010796             PERFORM 2500-WRITE-EXCEPTION-RECORD THRU 2500-EXIT
010800           END-IF
010804         END-IF
010808         PERFORM 2600-CHECKPOINT-IF-DUE THRU 2600-EXIT
010812         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
010816     END-PERFORM.
010820     CLOSE DETAILWORKFILE.
010824     CLOSE EXCEPTIONFILE.
010828     CLOSE SUSPENSEFILE.
010832 2000-EXIT.
010836     EXIT.
010840
010844 2100-READ-INPUT-RECORD.
010848     READ INPUTFILE NEXT
010852         AT END
010856             MOVE 'Y' TO WS-INPUT-EOF-SW
010860     END-READ.
010864 2100-EXIT.
010868     EXIT.
010872
010876*----------------------------------------------------------------
010880*2150-POSITION-TO-RESTART-PT STARTS THE INDEXED MASTER JUST PAST
010884*THE EMPLOYEE NUMBER THAT WAS CHECKPOINTED BY THE RUN THAT
010888*ABENDED - THAT RECORD WAS ALREADY PROCESSED, SO PROCESSING
010892*RESUMES WITH THE NEXT KEY.  NO MORE READING AND DISCARDING
010896*THOUSANDS OF RECORDS JUST TO FIND THE RESTART POINT.  A START
010900*THAT FINDS NOTHING PAST THE CHECKPOINT MEANS THE RUN HAD
010904*ALREADY PROCESSED THE WHOLE FILE - TREATED AS END OF FILE.
010908*----------------------------------------------------------------
010912 2150-POSITION-TO-RESTART-PT.
010916     MOVE WS-RESTART-EMP-NB TO EmpNbIn.
010920     START INPUTFILE KEY IS GREATER THAN EmpNbIn
010924         INVALID KEY
010928             MOVE 'Y' TO WS-INPUT-EOF-SW
010932     END-START.
010936     MOVE 'N' TO WS-RESTART-SKIP-SW.
010940 2150-EXIT.
010944     EXIT.
010948
010952*----------------------------------------------------------------
010956*2200-EDIT-INPUT-RECORD FLAGS RECORDS WITH A BAD EMPLOYEE
010960*NUMBER, GRADE CODE, OR A NON-NUMERIC/ZERO SALARY, DUES OR
010964*INSURANCE FIELD SO THEY CAN BE ROUTED TO THE EXCEPTIONS
010968*LISTING INSTEAD OF FLOWING INTO THE RAISE COMPUTATION.
010972*----------------------------------------------------------------
010976 2200-EDIT-INPUT-RECORD.
010980     MOVE 'Y' TO WS-RECORD-VALID-SW.
010984     MOVE SPACES TO WS-EDIT-REASON.
010988     MOVE SPACES TO WS-EDIT-REASON-CODE.
010992     EVALUATE TRUE
010996         WHEN EmpStatus = 'T'
011000             MOVE 'T' TO WS-RECORD-VALID-SW
011004         WHEN EmpNbIn NOT NUMERIC
011008             MOVE 'N' TO WS-RECORD-VALID-SW
011012             MOVE 'INVALID EMPLOYEE NUMBER' TO WS-EDIT-REASON
011016             MOVE 'E01' TO WS-EDIT-REASON-CODE
011020         WHEN AnnualSalaryIn NOT NUMERIC
011024             MOVE 'N' TO WS-RECORD-VALID-SW
011028             MOVE 'NON-NUMERIC ANNUAL SALARY' TO WS-EDIT-REASON
011032             MOVE 'E02' TO WS-EDIT-REASON-CODE
011036         WHEN AnnualSalaryIn = ZERO
011040             MOVE 'N' TO WS-RECORD-VALID-SW
011044             MOVE 'ZERO ANNUAL SALARY' TO WS-EDIT-REASON
011048             MOVE 'E03' TO WS-EDIT-REASON-CODE
011052         WHEN EmpDues NOT NUMERIC
011056             MOVE 'N' TO WS-RECORD-VALID-SW
011060             MOVE 'NON-NUMERIC DUES AMOUNT' TO WS-EDIT-REASON
011064             MOVE 'E04' TO WS-EDIT-REASON-CODE
011068         WHEN EmpInsuIn NOT NUMERIC
011072             MOVE 'N' TO WS-RECORD-VALID-SW
011076             MOVE 'NON-NUMERIC INSURANCE AMOUNT' TO WS-EDIT-REASON
011080             MOVE 'E05' TO WS-EDIT-REASON-CODE
011084         WHEN OTHER
011088             PERFORM 2250-VALIDATE-GRADE-CODE THRU 2250-EXIT
011092             IF RECORD-IS-VALID
011096                 PERFORM 2260-VALIDATE-DEPT-CODE THRU 2260-EXIT
011100             END-IF
011104     END-EVALUATE.
011108 2200-EXIT.
011112     EXIT.
011116
011120*----------------------------------------------------------------
011124*2250-VALIDATE-GRADE-CODE LOOKS UP THE EMPLOYEE'S GRADE IN THE
011128*RATE TABLE.  GR-IDX IS LEFT POINTING AT THE MATCHING ENTRY FOR
011132*2300-COMPUTE-RAISE TO USE.
011136*----------------------------------------------------------------
011140 2250-VALIDATE-GRADE-CODE.
011144     SET GR-IDX TO 1.
011148     SEARCH GR-TABLE-ENTRY
011152         AT END
011156             MOVE 'N' TO WS-RECORD-VALID-SW
011160             MOVE 'INVALID GRADE CODE' TO WS-EDIT-REASON
011164             MOVE 'E06' TO WS-EDIT-REASON-CODE
011168         WHEN GR-TBL-CODE (GR-IDX) = EmpGradeIn
011172             CONTINUE
011176     END-SEARCH.
011180 2250-EXIT.
011184     EXIT.
011188
011192*----------------------------------------------------------------
011196*2260-VALIDATE-DEPT-CODE CHECKS THE EMPLOYEE'S DEPARTMENT
011200*AGAINST THE DEPARTMENT REFERENCE MASTER, THE WAY 2250 CHECKS
011204*THE GRADE AGAINST THE RATE TABLE.  AN EMPTY TABLE (NO DEPTMAST
011208*MOUNTED) PASSES EVERYTHING.
011212*----------------------------------------------------------------
011216 2260-VALIDATE-DEPT-CODE.
011220     IF DP-TABLE-COUNT = ZERO
011224         GO TO 2260-EXIT
011228     END-IF.
011232     SET DP-IDX TO 1.
011236     SEARCH DP-TBL-ENTRY
011240         AT END
011244             MOVE 'N' TO WS-RECORD-VALID-SW
011248             MOVE 'UNKNOWN DEPARTMENT CODE' TO WS-EDIT-REASON
011252             MOVE 'E07' TO WS-EDIT-REASON-CODE
011256         WHEN DP-TBL-CODE (DP-IDX) = EmpDeptIn
011260             CONTINUE
011264     END-SEARCH.
011268 2260-EXIT.
011272     EXIT.
011276
011280*----------------------------------------------------------------
011284*2300-COMPUTE-RAISE APPLIES THE SALARY, DUES AND INSURANCE
011288*RAISE PERCENTAGES FOR THE EMPLOYEE'S GRADE (GR-IDX) INSTEAD OF
011292*ONE FLAT PERCENTAGE FOR EVERY EMPLOYEE.  THE SALARY RAISE IS
011296*PRORATED BY MONTHS OF SERVICE IN THE CYCLE YEAR FOR MID-YEAR
011300*HIRES (SEE 2320-SET-PRORATION); DUES AND INSURANCE ARE NOT
011304*PRORATED.
011308*----------------------------------------------------------------
011312 2300-COMPUTE-RAISE.
011316     PERFORM 2320-SET-PRORATION THRU 2320-EXIT.
011320     IF EmpStatus = 'L'
011324         PERFORM 2330-PRORATE-FOR-LEAVE THRU 2330-EXIT
011328     END-IF.
011332     COMPUTE WS-NEW-SALARY ROUNDED =
011336         AnnualSalaryIn +
011340             (AnnualSalaryIn * GR-TBL-SAL-PCT (GR-IDX)
011344                 * WS-PRORATE-MONTHS / 12).
011348     COMPUTE WS-NEW-DUES ROUNDED =
011352         EmpDues + (EmpDues * GR-TBL-DUE-PCT (GR-IDX)).
011356     COMPUTE WS-NEW-INSU ROUNDED =
011360         EmpInsuIn + (EmpInsuIn * GR-TBL-INS-PCT (GR-IDX)).
011364 2300-EXIT.
011368     EXIT.
011372
011376*----------------------------------------------------------------
011380*2310-COMPUTE-BONUS IS THE BONUS RUN'S COMPUTE PATH - A ONE-TIME
011384*BONUS FROM ANNUAL SALARY AND THE GRADE'S BONUS PERCENTAGE.
011388*SALARY, DUES AND INSURANCE ARE NOT TOUCHED, SO THE 'NEW'
011392*FIELDS CARRY THE BONUS AMOUNT AND THE UNCHANGED DEDUCTIONS,
011396*AND NO PRORATION OR SALARY-BAND CHECK APPLIES.
011400*----------------------------------------------------------------
011404 2310-COMPUTE-BONUS.
011408     COMPUTE WS-NEW-SALARY ROUNDED =
011412         AnnualSalaryIn * GR-TBL-BON-PCT (GR-IDX).
011416     MOVE EmpDues TO WS-NEW-DUES.
011420     MOVE EmpInsuIn TO WS-NEW-INSU.
011424     MOVE 12 TO WS-PRORATE-MONTHS.
011428 2310-EXIT.
011432     EXIT.
011436
011440*----------------------------------------------------------------
011444*2320-SET-PRORATION COUNTS THE MONTHS OF THE CYCLE YEAR THE
011448*EMPLOYEE WILL HAVE SERVED - 12 FOR ANYONE HIRED IN A PRIOR
011452*YEAR, HIRE MONTH THROUGH DECEMBER FOR A HIRE DURING THE CYCLE
011456*YEAR.  AN UNUSABLE HIRE DATE GETS THE FULL 12 MONTHS, THE WAY
011460*EVERY EMPLOYEE DID BEFORE THE HIRE DATE WAS CARRIED, SO AN
011464*UNCONVERTED MASTER RECORD NEVER SHRINKS ANYONE'S RAISE.  2300
011468*CUTS AN EMPLOYEE ON LEAVE BACK FURTHER THROUGH 2330.
011472*----------------------------------------------------------------
011476 2320-SET-PRORATION.
011480     MOVE 12 TO WS-PRORATE-MONTHS.
011484     IF EmpHireDt NOT NUMERIC
011488         GO TO 2320-EXIT
011492     END-IF.
011496     MOVE EmpHireDt (1:4) TO WS-HIRE-YEAR.
011500     MOVE EmpHireDt (5:2) TO WS-HIRE-MONTH.
011504     IF WS-HIRE-MONTH < 01 OR WS-HIRE-MONTH > 12
011508         GO TO 2320-EXIT
011512     END-IF.
011516     IF WS-HIRE-YEAR = WS-CURRENT-YEAR
011520         COMPUTE WS-PRORATE-MONTHS = 13 - WS-HIRE-MONTH
011524     END-IF.
011528     IF WS-HIRE-YEAR > WS-CURRENT-YEAR
011532         MOVE ZERO TO WS-PRORATE-MONTHS
011536     END-IF.
011540 2320-EXIT.
011544     EXIT.
011548
011552*----------------------------------------------------------------
011556*2330-PRORATE-FOR-LEAVE CUTS THE SERVICE MONTHS BACK TO THOSE
011560*WORKED BEFORE THE LEAVE STARTED (EmpStatusDt).  A LEAVE THAT
011564*STARTED IN A PRIOR YEAR LEAVES NOTHING TO RAISE; ONE STARTING
011568*DURING THE CYCLE YEAR DROPS THE MONTHS FROM THE LEAVE MONTH
011572*THROUGH DECEMBER.  AN UNUSABLE LEAVE DATE LEAVES THE MONTHS
011576*ALONE - THE EMPLOYEE IS STILL COUNTED AS ON LEAVE.
011580*----------------------------------------------------------------
011584 2330-PRORATE-FOR-LEAVE.
011588     ADD 1 TO WS-LEAVE-COUNT.
011592     IF EmpStatusDt NOT NUMERIC
011596         GO TO 2330-EXIT
011600     END-IF.
011604     MOVE EmpStatusDt (1:4) TO WS-LEAVE-YEAR.
011608     MOVE EmpStatusDt (5:2) TO WS-LEAVE-MONTH.
011612     IF WS-LEAVE-MONTH < 01 OR WS-LEAVE-MONTH > 12
011616         GO TO 2330-EXIT
011620     END-IF.
011624     IF WS-LEAVE-YEAR < WS-CURRENT-YEAR
011628         MOVE ZERO TO WS-PRORATE-MONTHS
011632         GO TO 2330-EXIT
011636     END-IF.
011640     IF WS-LEAVE-YEAR > WS-CURRENT-YEAR
011644         GO TO 2330-EXIT
011648     END-IF.
011652     IF WS-PRORATE-MONTHS + WS-LEAVE-MONTH > 13
011656         COMPUTE WS-PRORATE-MONTHS =
011660             WS-PRORATE-MONTHS + WS-LEAVE-MONTH - 13
011664     ELSE
011668         MOVE ZERO TO WS-PRORATE-MONTHS
011672     END-IF.
011676 2330-EXIT.
011680     EXIT.
011684
011688*----------------------------------------------------------------
011692*2350-CHECK-SALARY-BAND TESTS THE COMPUTED NEW SALARY AGAINST THE
011696*GRADE'S SALARY BAND.  A GRADE WITH NO BAND ENTRY PASSES; A NEW
011700*SALARY OUTSIDE THE BAND IS FLAGGED SO THE RECORD GOES TO THE
011704*SUSPENSE FILE FOR A SIGNED APPROVAL INSTEAD OF FLOWING ON TO
011708*THE REPORT, GL EXTRACT AND HISTORY.
011712*----------------------------------------------------------------
011716 2350-CHECK-SALARY-BAND.
011720     MOVE 'Y' TO WS-BAND-OK-SW.
011724     MOVE ZERO TO WS-BAND-MIN.
011728     MOVE ZERO TO WS-BAND-MAX.
011732     MOVE SPACES TO WS-BAND-VIOLATION.
011736     IF SB-TABLE-COUNT = ZERO
011740         GO TO 2350-EXIT
011744     END-IF.
011748     SET SB-IDX TO 1.
011752     SEARCH SB-TABLE-ENTRY
011756         AT END
011760             GO TO 2350-EXIT
011764         WHEN SB-TBL-CODE (SB-IDX) = EmpGradeIn
011768             MOVE SB-TBL-MIN (SB-IDX) TO WS-BAND-MIN
011772             MOVE SB-TBL-MAX (SB-IDX) TO WS-BAND-MAX
011776     END-SEARCH.
011780     IF WS-NEW-SALARY < WS-BAND-MIN
011784         MOVE 'N' TO WS-BAND-OK-SW
011788         MOVE 'L' TO WS-BAND-VIOLATION
011792     END-IF.
011796     IF WS-NEW-SALARY > WS-BAND-MAX
011800         MOVE 'N' TO WS-BAND-OK-SW
011804         MOVE 'H' TO WS-BAND-VIOLATION
011808     END-IF.
011812 2350-EXIT.
011816     EXIT.
011820
011824*----------------------------------------------------------------
011828*2370-COMPUTE-DED-AMOUNT COMPUTES ONE DEDUCTION'S NEW WITHHELD
011832*AMOUNT FROM WS-DED-WORK - THE GRADE'S SALARY PERCENTAGE FOR A
011836*TYPE 'G' CODE, UNCHANGED FOR 'F', THE TYPE TABLE'S FIXED AMOUNT
011840*FOR 'A'.  A CODE WITH NO TYPE ENTRY, OR A GRADE NOT ON THE RATE
011844*TABLE, CARRIES THROUGH FLAT - NOTHING IS RAISED ON A GUESS.
011848*----------------------------------------------------------------
011852 2370-COMPUTE-DED-AMOUNT.
011856     MOVE WS-DED-CUR-OLD TO WS-DED-CUR-NEW.
011860     MOVE SPACES TO WS-DED-CUR-DESC.
011864     IF DT-TABLE-COUNT = ZERO
011868         GO TO 2370-EXIT
011872     END-IF.
011876     SET DT-IDX TO 1.
011880     SEARCH DT-TBL-ENTRY
011884         AT END
011888             GO TO 2370-EXIT
011892         WHEN DT-TBL-CODE (DT-IDX) = WS-DED-CUR-CODE
011896             MOVE DT-TBL-DESC (DT-IDX) TO WS-DED-CUR-DESC
011900     END-SEARCH.
011904     EVALUATE DT-TBL-METHOD (DT-IDX)
011908         WHEN 'G'
011912             PERFORM 2375-FIND-GRADE-FOR-DED THRU 2375-EXIT
011916             IF DED-GRADE-FOUND
011920                 COMPUTE WS-DED-CUR-NEW ROUNDED =
011924                     WS-DED-CUR-OLD + (WS-DED-CUR-OLD
011928                         * GR-TBL-SAL-PCT (GR-IDX))
011932             END-IF
011936         WHEN 'A'
011940             MOVE DT-TBL-FIXED-AMT (DT-IDX) TO WS-DED-CUR-NEW
011944         WHEN OTHER
011948             CONTINUE
011952     END-EVALUATE.
011956 2370-EXIT.
011960     EXIT.
011964
011968 2375-FIND-GRADE-FOR-DED.
011972     MOVE 'N' TO WS-DED-GRADE-SW.
011976     SET GR-IDX TO 1.
011980     SEARCH GR-TABLE-ENTRY
011984         AT END
011988             CONTINUE
011992         WHEN GR-TBL-CODE (GR-IDX) = WS-DED-CUR-GRADE
011996             MOVE 'Y' TO WS-DED-GRADE-SW
012000     END-SEARCH.
012004 2375-EXIT.
012008     EXIT.
012012
012016 2400-WRITE-DETAIL-RECORD.
012020     ADD 1 TO WS-SEQ-NO.
012024     MOVE WS-SEQ-NO TO DTW-SEQ-NO.
012028     MOVE EmpNbIn TO DTW-EMP-NB.
012032     MOVE EmpName TO DTW-EMP-NAME.
012036     MOVE EmpGradeIn TO DTW-GRADE-CODE.
012040     MOVE EmpDeptIn TO DTW-DEPT-CODE.
012044     MOVE AnnualSalaryIn TO DTW-OLD-SALARY.
012048     MOVE WS-NEW-SALARY TO DTW-NEW-SALARY.
012052     MOVE EmpDues TO DTW-OLD-DUES.
012056     MOVE WS-NEW-DUES TO DTW-NEW-DUES.
012060     MOVE EmpInsuIn TO DTW-OLD-INSU.
012064     MOVE WS-NEW-INSU TO DTW-NEW-INSU.
012068     IF PARM-RUN-TYPE = 'B'
012072         MOVE WS-NEW-SALARY TO DTW-INCREASE
012076     ELSE
012080         COMPUTE DTW-INCREASE = WS-NEW-SALARY - AnnualSalaryIn
012084     END-IF.
012088     MOVE WS-PRORATE-MONTHS TO DTW-PRO-MONTHS.
012092     WRITE DTW-DETAIL-REC.
012096 2400-EXIT.
012100     EXIT.
012104
012108*----------------------------------------------------------------
012112*2450-WRITE-SUSPENSE-RECORD HOLDS AN OUT-OF-BAND RAISE ON THE
012116*SUSPENSE FILE WITH THE COMPUTED AMOUNTS AND THE BAND IT
012120*VIOLATED, FOR Program5 TO RELEASE OR CAP AGAINST THE APPROVAL
012124*CARD DECK.  THE CYCLE DATE GOES WITH IT SO A RELEASE CYCLES
012128*LATER CAN BE PAID BACK TO THE DATE THE RAISE WAS DUE.
012132*----------------------------------------------------------------
012136 2450-WRITE-SUSPENSE-RECORD.
012140     ADD 1 TO WS-SUSPENSE-COUNT.
012144     MOVE EmpNbIn TO SUSP-EMP-NB.
012148     MOVE EmpName TO SUSP-EMP-NAME.
012152     MOVE EmpGradeIn TO SUSP-GRADE-CODE.
012156     MOVE EmpDeptIn TO SUSP-DEPT-CODE.
012160     MOVE AnnualSalaryIn TO SUSP-OLD-SALARY.
012164     MOVE WS-NEW-SALARY TO SUSP-NEW-SALARY.
012168     MOVE WS-NEW-DUES TO SUSP-NEW-DUES.
012172     MOVE WS-NEW-INSU TO SUSP-NEW-INSU.
012176     MOVE WS-BAND-MIN TO SUSP-BAND-MIN.
012180     MOVE WS-BAND-MAX TO SUSP-BAND-MAX.
012184     MOVE WS-BAND-VIOLATION TO SUSP-VIOLATION.
012188     MOVE WS-CURRENT-DATE TO SUSP-CYCLE-DT.
012192     MOVE SPACES TO SUSP-PEND-REASON.
012196     MOVE SPACES TO SUSP-PEND-APPROVER.
012200     WRITE SUSP-REC.
012204 2450-EXIT.
012208     EXIT.
012212
012216 2500-WRITE-EXCEPTION-RECORD.
012220     ADD 1 TO WS-EXCEPTION-COUNT.
012224     MOVE SPACES TO EXCEPT-REC.
012228     MOVE EmpNbIn TO EXCP-EMP-NB.
012232     MOVE EmpName TO EXCP-EMP-NAME.
012236     MOVE WS-EDIT-REASON TO EXCP-REASON.
012240     MOVE WS-EDIT-REASON-CODE TO EXCP-REASON-CODE.
012244     PERFORM 2510-SET-EXCEPTION-AGE THRU 2510-EXIT.
012248     MOVE EmployeeRecord TO EXCP-MASTER-IMAGE.
012252     WRITE EXCEPT-REC.
012256 2500-EXIT.
012260     EXIT.
012264
012268*----------------------------------------------------------------
012272*2510-SET-EXCEPTION-AGE AGES A REPEAT OFFENDER - PRIOR
012276*GENERATION'S AGE PLUS ONE WHEN THE EMPLOYEE NUMBER WAS ON THE
012280*PRIOR EXCEPTION FILE, 001 FOR A FIRST FAILURE.  ON A RESTART
012284*THE HARVESTED AGES CAME FROM THIS CYCLE'S OWN PRE-TRIM FILE
012288*AND WERE ALREADY STEPPED, SO THEY ARE REUSED AS THEY STAND.
012292*CAPPED AT 999 RATHER THAN WRAP A FIELD NOBODY HAS CLEANED UP
012296*IN THREE YEARS.  THE FIRST-FAILED DATE IS THIS CYCLE'S FOR A
012300*FIRST FAILURE AND THE PRIOR GENERATION'S FOR A REPEAT OFFENDER
012304*- BLANK ON A RECORD WRITTEN BEFORE THE DATE WAS KEPT, WHEN
012308*THIS CYCLE'S DATE STANDS.
012312*----------------------------------------------------------------
012316 2510-SET-EXCEPTION-AGE.
012320     MOVE 001 TO EXCP-CYCLE-AGE.
012324     MOVE WS-CURRENT-DATE TO EXCP-FIRST-DT.
012328     IF PRX-TABLE-COUNT = ZERO
012332         GO TO 2510-EXIT
012336     END-IF.
012340     SET PRX-IDX TO 1.
012344     SEARCH PRX-ENTRY
012348         AT END
012352             GO TO 2510-EXIT
012356         WHEN PRX-EMP-NB (PRX-IDX) = EmpNbIn
012360             IF PRX-AGES-PRESTEPPED
012364                 MOVE PRX-CYCLE-AGE (PRX-IDX) TO EXCP-CYCLE-AGE
012368             ELSE
012372                 IF PRX-CYCLE-AGE (PRX-IDX) < 999
012376                     COMPUTE EXCP-CYCLE-AGE =
012380                         PRX-CYCLE-AGE (PRX-IDX) + 1
012384                 ELSE
012388                     MOVE 999 TO EXCP-CYCLE-AGE
012392                 END-IF
012396             END-IF
012400             IF PRX-FIRST-DT (PRX-IDX) IS NUMERIC
012404                 MOVE PRX-FIRST-DT (PRX-IDX) TO EXCP-FIRST-DT
012408             END-IF
012412     END-SEARCH.
012416 2510-EXIT.
012420     EXIT.
012424
012428*----------------------------------------------------------------
012432*2600-CHECKPOINT-IF-DUE SAVES THE LAST EMPLOYEE NUMBER READ
012436*EVERY PARM-CHECKPOINT-INTVL RECORDS, SO A RERUN AFTER AN
012440*ABEND CAN SKIP RECORDS ALREADY COMPLETED INSTEAD OF STARTING
012444*OVER AT RECORD ONE.
012448*----------------------------------------------------------------
012452 2600-CHECKPOINT-IF-DUE.
012456     ADD 1 TO WS-RECS-SINCE-CHECKPOINT.
012460     IF WS-RECS-SINCE-CHECKPOINT >= PARM-CHECKPOINT-INTVL
012464         PERFORM 2650-WRITE-CHECKPOINT-RECORD THRU 2650-EXIT
012468         MOVE ZERO TO WS-RECS-SINCE-CHECKPOINT
012472     END-IF.
012476 2600-EXIT.
012480     EXIT.
012484
012488 2650-WRITE-CHECKPOINT-RECORD.
012492     OPEN OUTPUT CHECKPOINTFILE.
012496     MOVE SPACES TO CHKPT-REC.
012500     MOVE EmpNbIn TO CHKPT-LAST-EMP-NB.
012504     MOVE 'R' TO CHKPT-STATUS.
012508     MOVE WS-SEQ-NO TO CHKPT-LAST-SEQ-NO.
012512     MOVE WS-EXCEPTION-COUNT TO CHKPT-EXCP-COUNT.
012516     MOVE WS-SUSPENSE-COUNT TO CHKPT-SUSP-COUNT.
012520     MOVE WS-TERMINATED-COUNT TO CHKPT-TERM-COUNT.
012524     MOVE WS-LEAVE-COUNT TO CHKPT-LEAVE-COUNT.
012528     WRITE CHKPT-REC.
012532     CLOSE CHECKPOINTFILE.
012536 2650-EXIT.
012540     EXIT.
012544
012548*----------------------------------------------------------------
012552*3000-SORT-DETAIL-RECORDS PUTS THE EDITED, COMPUTED DETAIL
012556*RECORDS INTO THE SEQUENCE THE REPORT-WRITING PASS WILL READ
012560*THEM IN.  PARM-REPORT-MODE OF 'S' GIVES MANAGEMENT THE BIGGEST
012564*RAISES FIRST (DESCENDING DOLLAR INCREASE); 'G' GROUPS THE
012568*REPORT BY DEPARTMENT/EMPLOYEE SO THE DEPARTMENT SUBTOTALS READ
012572*AS BLOCKS; ANY OTHER VALUE KEEPS THE NORMAL INPUT-FILE
012576*SEQUENCE.
012580*----------------------------------------------------------------
012584 3000-SORT-DETAIL-RECORDS.
012588     EVALUATE PARM-REPORT-MODE
012592         WHEN 'S'
012596             SORT SORTWORKFILE
012600                 ON DESCENDING KEY SRW-INCREASE
012604                 USING DETAILWORKFILE
012608                 GIVING SORTEDWORKFILE
012612         WHEN 'G'
012616             SORT SORTWORKFILE
012620                 ON ASCENDING KEY SRW-DEPT-CODE
012624                                  SRW-EMP-NB
012628                 USING DETAILWORKFILE
012632                 GIVING SORTEDWORKFILE
012636         WHEN OTHER
012640             SORT SORTWORKFILE
012644                 ON ASCENDING KEY SRW-SEQ-NO
012648                 USING DETAILWORKFILE
012652                 GIVING SORTEDWORKFILE
012656     END-EVALUATE.
012660 3000-EXIT.
012664     EXIT.
012668
012672*----------------------------------------------------------------
012676*4000-PRODUCE-PAYROLL-REPORT IS THE SECOND PASS - IT READS THE
012680*SORTED WORK FILE AND WRITES THE PRINTED PAYROLL REPORT, THE GL
012684*EXTRACT AND THE RAISE-HISTORY RECORD FOR EACH EMPLOYEE, BREAKS
012688*TO A NEW REPORT PAGE WHEN THE CURRENT ONE FILLS UP, AND WRITES
012692*THE CONTROL-TOTAL TRAILER WHEN THE FILE IS EXHAUSTED.
012696*----------------------------------------------------------------
012700 4000-PRODUCE-PAYROLL-REPORT.
012704     OPEN INPUT SORTEDWORKFILE.
012708     PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
012712     PERFORM 4200-READ-SORTED-RECORD THRU 4200-EXIT.
012716     PERFORM UNTIL SORTED-EOF
012720         IF PARM-REPORT-MODE = 'G'
012724             AND SOW-DEPT-CODE NOT = WS-CUR-DEPT-CODE
012728             PERFORM 4380-WRITE-DEPT-SUBTOTALS THRU 4380-EXIT
012732             PERFORM 4390-START-DEPT-GROUP THRU 4390-EXIT
012736         END-IF
012740         IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
012744             PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
012748         END-IF
012752         PERFORM 4300-FORMAT-AND-WRITE-DETAIL-LINE THRU 4300-EXIT
012756         PERFORM 4200-READ-SORTED-RECORD THRU 4200-EXIT
012760     END-PERFORM.
012764     IF PARM-REPORT-MODE = 'G'
012768         PERFORM 4380-WRITE-DEPT-SUBTOTALS THRU 4380-EXIT
012772     END-IF.
012776     CLOSE SORTEDWORKFILE.
012780     PERFORM 4400-WRITE-CONTROL-TOTALS THRU 4400-EXIT.
012784 4000-EXIT.
012788     EXIT.
012792
012796*----------------------------------------------------------------
012800*4100-WRITE-REPORT-HEADERS WRITES THE BANNER/COLUMN-HEADING
012804*BLOCK.  ON THE FIRST PAGE IT SPACES DOWN THE WAY THE REPORT
012808*ALWAYS HAS; ON LATER PAGES IT ADVANCES TO A NEW PAGE FIRST SO
012812*THE HEADINGS REPEAT FOR WHOEVER IS READING PAGE 4.
012816*----------------------------------------------------------------
012820 4100-WRITE-REPORT-HEADERS.
012824     ADD 1 TO WS-PAGE-NO.
012828     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
012832     MOVE VoidLine TO Print-Rec.
012836     IF WS-PAGE-NO = 1
012840         WRITE Print-Rec AFTER ADVANCING 5 LINES
012844     ELSE
012848         WRITE Print-Rec AFTER ADVANCING PAGE
012852     END-IF.
012856     MOVE HEADER TO Print-Rec.
012860     WRITE Print-Rec.
012864     MOVE miniTitles1 TO Print-Rec.
012868     WRITE Print-Rec AFTER ADVANCING 2 LINES.
012872     MOVE miniTitles2 TO Print-Rec.
012876     WRITE Print-Rec.
012880     MOVE VoidLine TO Print-Rec.
012884     WRITE Print-Rec.
012888     MOVE ZERO TO WS-LINE-COUNT.
012892 4100-EXIT.
012896     EXIT.
012900
012904 4200-READ-SORTED-RECORD.
012908     READ SORTEDWORKFILE
012912         AT END
012916             MOVE 'Y' TO WS-SORTED-EOF-SW
012920     END-READ.
012924 4200-EXIT.
012928     EXIT.
012932
012936*----------------------------------------------------------------
012940*4300-FORMAT-AND-WRITE-DETAIL-LINE WRITES ONE EMPLOYEE'S LINE
012944*ON THE PAYROLL REPORT, ADDS THE EMPLOYEE TO THE RUNNING
012948*CONTROL TOTALS, AND FANS THE SAME NUMBERS OUT TO THE GL
012952*EXTRACT AND RAISE-HISTORY FILES.
012956*----------------------------------------------------------------
012960 4300-FORMAT-AND-WRITE-DETAIL-LINE.
012964     MOVE SPACES TO Print-Rec.
012968     MOVE SOW-EMP-NB TO EmpNbOut.
012972     MOVE SOW-EMP-NAME TO EmpNameOut.
012976     MOVE SOW-OLD-SALARY TO OldSalary.
012980     MOVE SOW-NEW-SALARY TO NewSalary.
012984     MOVE SOW-OLD-DUES TO OldDues.
012988     MOVE SOW-NEW-DUES TO NewDues.
012992     MOVE SOW-OLD-INSU TO OldInsu.
012996     MOVE SOW-NEW-INSU TO NewInsu.
013000     IF SOW-PRO-MONTHS < 12
013004         MOVE SOW-PRO-MONTHS TO WS-PRO-DSP-MM
013008         MOVE WS-PRORATE-DISPLAY TO ProRataOut
013012     ELSE
013016         MOVE SPACES TO ProRataOut
013020     END-IF.
013024     WRITE Print-Rec.
013028     ADD 1 TO WS-LINE-COUNT.
013032     ADD 1 TO WS-EMP-COUNT.
013036     ADD SOW-OLD-SALARY TO WS-TOTAL-OLD-SALARY.
013040     ADD SOW-NEW-SALARY TO WS-TOTAL-NEW-SALARY.
013044     ADD 1 TO WS-DEPT-EMP-COUNT.
013048     ADD SOW-OLD-SALARY TO WS-DEPT-OLD-SALARY.
013052     ADD SOW-NEW-SALARY TO WS-DEPT-NEW-SALARY.
013056     COMPUTE WS-TOTAL-DUES-INCR =
013060         WS-TOTAL-DUES-INCR + (SOW-NEW-DUES - SOW-OLD-DUES).
013064     COMPUTE WS-TOTAL-INSU-INCR =
013068         WS-TOTAL-INSU-INCR + (SOW-NEW-INSU - SOW-OLD-INSU).
013072     PERFORM 4350-WRITE-GL-EXTRACT-RECORD THRU 4350-EXIT.
013076     PERFORM 4360-WRITE-HISTORY-RECORD THRU 4360-EXIT.
013080     IF PARM-RUN-TYPE NOT = 'B'
013084         PERFORM 4365-PROCESS-DEDUCTIONS THRU 4365-EXIT
013088     END-IF.
013092     IF PARM-RUN-TYPE NOT = 'B'
013096         AND LTR-LINE-COUNT > ZERO
013100         PERFORM 4370-WRITE-NOTIFICATION-LETTER THRU 4370-EXIT
013104     END-IF.
013108 4300-EXIT.
013112     EXIT.
013116
013120 4350-WRITE-GL-EXTRACT-RECORD.
013124     MOVE SOW-EMP-NB TO GL-EMP-NB.
013128     MOVE SOW-DEPT-CODE TO GL-COST-CENTER.
013132     MOVE SOW-NEW-SALARY TO GL-NEW-SALARY.
013136     MOVE SOW-NEW-DUES TO GL-NEW-DUES.
013140     MOVE SOW-NEW-INSU TO GL-NEW-INSU.
013144     IF PARM-RUN-TYPE = 'B'
013148         MOVE 'B' TO GL-REC-TYPE
013152     ELSE
013156         MOVE 'R' TO GL-REC-TYPE
013160     END-IF.
013164     MOVE SPACES TO GL-DED-CODE.
013168     MOVE SOW-EMP-NB TO GL-SRC-EMP-NB.
013172     WRITE GL-EXTRACT-REC.
013176 4350-EXIT.
013180     EXIT.
013184
013188 4360-WRITE-HISTORY-RECORD.
013192     MOVE SOW-EMP-NB TO HIST-EMP-NB.
013196     MOVE WS-CURRENT-DATE TO HIST-EFFECTIVE-DT.
013200     MOVE SOW-OLD-SALARY TO HIST-OLD-SALARY.
013204     MOVE SOW-NEW-SALARY TO HIST-NEW-SALARY.
013208     MOVE SOW-OLD-DUES TO HIST-OLD-DUES.
013212     MOVE SOW-NEW-DUES TO HIST-NEW-DUES.
013216     MOVE SOW-OLD-INSU TO HIST-OLD-INSU.
013220     MOVE SOW-NEW-INSU TO HIST-NEW-INSU.
013224     MOVE SOW-PRO-MONTHS TO HIST-PRO-MONTHS.
013228     IF PARM-RUN-TYPE = 'B'
013232         MOVE 'B' TO HIST-REC-TYPE
013236     ELSE
013240         MOVE 'R' TO HIST-REC-TYPE
013244     END-IF.
013248     MOVE SPACES TO HIST-DED-CODE.
013252     MOVE ZERO TO HIST-RETRO-AMOUNT.
013256     MOVE SPACES TO HIST-CLEARED-DT.
013260     PERFORM 4362-POST-HISTORY-RECORD THRU 4362-EXIT.
013264 4360-EXIT.
013268     EXIT.
013272
013276*----------------------------------------------------------------
013280*4362-POST-HISTORY-RECORD NUMBERS AND WRITES THE CYCLE ENTRY BUILT
013284*IN HIST-REC AND LOGS IT ON HSTKEEP, SO A RESTART CAN TAKE IT
013288*BACK OFF (SEE 1430-TRUNCATE-HISTORY-FILE).
013292*----------------------------------------------------------------
013296 4362-POST-HISTORY-RECORD.
013300     PERFORM 1320-ASSIGN-ENTRY-SEQ THRU 1320-EXIT.
013304     IF HIST-DAY-FULL
013308         DISPLAY 'RAISEHST FULL - 99 ENTRIES FOR ' HIST-EMP-NB
013312             ' ON ' HIST-EFFECTIVE-DT ' - TYPE ' HIST-REC-TYPE
013316             ' ' HIST-DED-CODE ' NOT POSTED'
013320         GO TO 4362-EXIT
013324     END-IF.
013328     WRITE HIST-REC
013332         INVALID KEY
013336             DISPLAY 'RAISEHST REFUSED ' HIST-KEY
013340                 ' - STATUS ' WS-HISTORY-STATUS
013344         NOT INVALID KEY
013348             WRITE HSTK-REC FROM HIST-REC
013352     END-WRITE.
013356 4362-EXIT.
013360     EXIT.
013364
013368*----------------------------------------------------------------
013372*4365-PROCESS-DEDUCTIONS CARRIES THE CURRENT EMPLOYEE'S
013376*DEDUCTION DETAIL THROUGH THE CYCLE - EACH ONE IS RECOMPUTED BY
013380*ITS TYPE'S METHOD, PRINTED UNDER THE EMPLOYEE'S REPORT LINE,
013384*AND FANNED OUT TO THE GL EXTRACT AND RAISE HISTORY AS ITS OWN
013388*TYPE 'D' RECORD, THE SAME WAY THE SALARY LINE FANS OUT.
013392*----------------------------------------------------------------
013396 4365-PROCESS-DEDUCTIONS.
013400     IF DED-TABLE-COUNT = ZERO
013404         GO TO 4365-EXIT
013408     END-IF.
013412     PERFORM 4366-PROCESS-ONE-DEDUCTION THRU 4366-EXIT
013416         VARYING DED-IDX FROM 1 BY 1
013420         UNTIL DED-IDX > DED-TABLE-COUNT.
013424 4365-EXIT.
013428     EXIT.
013432
013436 4366-PROCESS-ONE-DEDUCTION.
013440     IF DED-TBL-EMP-NB (DED-IDX) NOT = SOW-EMP-NB
013444         GO TO 4366-EXIT
013448     END-IF.
013452     MOVE DED-TBL-CODE (DED-IDX) TO WS-DED-CUR-CODE.
013456     MOVE DED-TBL-AMOUNT (DED-IDX) TO WS-DED-CUR-OLD.
013460     MOVE SOW-GRADE-CODE TO WS-DED-CUR-GRADE.
013464     PERFORM 2370-COMPUTE-DED-AMOUNT THRU 2370-EXIT.
013468     MOVE WS-DED-CUR-CODE TO DED-PRT-CODE.
013472     MOVE WS-DED-CUR-DESC TO DED-PRT-DESC.
013476     MOVE WS-DED-CUR-OLD TO DED-PRT-OLD-AMT.
013480     MOVE WS-DED-CUR-NEW TO DED-PRT-NEW-AMT.
013484     MOVE DED-PRINT-LINE TO Print-Rec.
013488     WRITE Print-Rec.
013492     ADD 1 TO WS-LINE-COUNT.
013496     ADD WS-DED-CUR-OLD TO WS-TOTAL-DED-OLD.
013500     ADD WS-DED-CUR-NEW TO WS-TOTAL-DED-NEW.
013504     PERFORM 4367-WRITE-DED-GL-RECORD THRU 4367-EXIT.
013508     PERFORM 4368-WRITE-DED-HIST-RECORD THRU 4368-EXIT.
013512 4366-EXIT.
013516     EXIT.
013520
013524 4367-WRITE-DED-GL-RECORD.
013528     MOVE SOW-EMP-NB TO GL-EMP-NB.
013532     MOVE SOW-DEPT-CODE TO GL-COST-CENTER.
013536     MOVE ZERO TO GL-NEW-SALARY.
013540     MOVE WS-DED-CUR-NEW TO GL-NEW-DUES.
013544     MOVE ZERO TO GL-NEW-INSU.
013548     MOVE 'D' TO GL-REC-TYPE.
013552     MOVE WS-DED-CUR-CODE TO GL-DED-CODE.
013556     MOVE SOW-EMP-NB TO GL-SRC-EMP-NB.
013560     WRITE GL-EXTRACT-REC.
013564     ADD 1 TO WS-DED-GL-COUNT.
013568 4367-EXIT.
013572     EXIT.
013576
013580 4368-WRITE-DED-HIST-RECORD.
013584     MOVE SOW-EMP-NB TO HIST-EMP-NB.
013588     MOVE WS-CURRENT-DATE TO HIST-EFFECTIVE-DT.
013592     MOVE ZERO TO HIST-OLD-SALARY.
013596     MOVE ZERO TO HIST-NEW-SALARY.
013600     MOVE WS-DED-CUR-OLD TO HIST-OLD-DUES.
013604     MOVE WS-DED-CUR-NEW TO HIST-NEW-DUES.
013608     MOVE ZERO TO HIST-OLD-INSU.
013612     MOVE ZERO TO HIST-NEW-INSU.
013616     MOVE 12 TO HIST-PRO-MONTHS.
013620     MOVE 'D' TO HIST-REC-TYPE.
013624     MOVE WS-DED-CUR-CODE TO HIST-DED-CODE.
013628     MOVE ZERO TO HIST-RETRO-AMOUNT.
013632     MOVE SPACES TO HIST-CLEARED-DT.
013636     PERFORM 4362-POST-HISTORY-RECORD THRU 4362-EXIT.
013640 4368-EXIT.
013644     EXIT.
013648
013652
013656*----------------------------------------------------------------
013660*4370-WRITE-NOTIFICATION-LETTER PRINTS ONE EMPLOYEE'S LETTER -
013664*EVERY TEMPLATE LINE EXPANDED AND WRITTEN, THE FIRST ONE ON A
013668*FRESH PAGE SO EACH LETTER TEARS OFF STRAIGHT INTO AN ENVELOPE.
013672*RAISE RUNS ONLY - THE TEMPLATE WORDING IS ABOUT A SALARY
013676*CHANGE, NOT A BONUS.
013680*----------------------------------------------------------------
013684 4370-WRITE-NOTIFICATION-LETTER.
013688     ADD 1 TO LTR-LETTER-COUNT.
013692     PERFORM 4372-EXPAND-AND-WRITE-LINE THRU 4372-EXIT
013696         VARYING LTR-IDX FROM 1 BY 1
013700         UNTIL LTR-IDX > LTR-LINE-COUNT.
013704 4370-EXIT.
013708     EXIT.
013712
013716 4372-EXPAND-AND-WRITE-LINE.
013720     MOVE LTR-TPL-ENTRY (LTR-IDX) TO LTR-PAD-LINE.
013724     MOVE SPACES TO LTR-OUT-LINE.
013728     MOVE 1 TO LTR-OUT-POS.
013732     MOVE 1 TO LTR-IN-POS.
013736     PERFORM UNTIL LTR-IN-POS > 78
013740         IF LTR-PAD-LINE (LTR-IN-POS:1) = '&'
013744             PERFORM 4374-REPLACE-TOKEN THRU 4374-EXIT
013748         ELSE
013752             IF LTR-OUT-POS NOT > 78
013756                 MOVE LTR-PAD-LINE (LTR-IN-POS:1)
013760                     TO LTR-OUT-LINE (LTR-OUT-POS:1)
013764                 ADD 1 TO LTR-OUT-POS
013768             END-IF
013772             ADD 1 TO LTR-IN-POS
013776         END-IF
013780     END-PERFORM.
013784     MOVE LTR-OUT-LINE TO LTR-PRINT-REC.
013788     IF LTR-IDX = 1
013792         WRITE LTR-PRINT-REC AFTER ADVANCING PAGE
013796     ELSE
013800         WRITE LTR-PRINT-REC AFTER ADVANCING 1 LINE
013804     END-IF.
013808 4372-EXIT.
013812     EXIT.
013816
013820*----------------------------------------------------------------
013824*4374-REPLACE-TOKEN MATCHES THE &-TOKEN UNDER LTR-IN-POS -
013828*LONGEST NAMES FIRST SO &NEWDUES CAN NEVER HALF-MATCH AS &NEW -
013832*LOADS THE EMPLOYEE'S EDITED FIGURE INTO THE VALUE BUFFER AND
013836*STEPS THE SCAN PAST THE TOKEN.  AN & THAT STARTS NO KNOWN
013840*TOKEN IS ORDINARY TEXT AND IS COPIED THROUGH AS IT STANDS.
013844*----------------------------------------------------------------
013848 4374-REPLACE-TOKEN.
013852     MOVE ZERO TO LTR-TOKEN-LEN.
013856     MOVE SPACES TO LTR-VALUE-BUF.
013860     EVALUATE TRUE
013864         WHEN LTR-PAD-LINE (LTR-IN-POS:8) = '&OLDDUES'
013868             MOVE 8 TO LTR-TOKEN-LEN
013872             MOVE SOW-OLD-DUES TO LTR-ED-AMOUNT
013876             MOVE LTR-ED-AMOUNT TO LTR-VALUE-BUF
013880         WHEN LTR-PAD-LINE (LTR-IN-POS:8) = '&NEWDUES'
013884             MOVE 8 TO LTR-TOKEN-LEN
013888             MOVE SOW-NEW-DUES TO LTR-ED-AMOUNT
013892             MOVE LTR-ED-AMOUNT TO LTR-VALUE-BUF
013896         WHEN LTR-PAD-LINE (LTR-IN-POS:8) = '&OLDINSU'
013900             MOVE 8 TO LTR-TOKEN-LEN
013904             MOVE SOW-OLD-INSU TO LTR-ED-AMOUNT
013908             MOVE LTR-ED-AMOUNT TO LTR-VALUE-BUF
013912         WHEN LTR-PAD-LINE (LTR-IN-POS:8) = '&NEWINSU'
013916             MOVE 8 TO LTR-TOKEN-LEN
013920             MOVE SOW-NEW-INSU TO LTR-ED-AMOUNT
013924             MOVE LTR-ED-AMOUNT TO LTR-VALUE-BUF
013928         WHEN LTR-PAD-LINE (LTR-IN-POS:8) = '&EFFDATE'
013932             MOVE 8 TO LTR-TOKEN-LEN
013936             MOVE LTR-ED-DATE TO LTR-VALUE-BUF
013940         WHEN LTR-PAD-LINE (LTR-IN-POS:7) = '&OLDSAL'
013944             MOVE 7 TO LTR-TOKEN-LEN
013948             MOVE SOW-OLD-SALARY TO LTR-ED-SALARY
013952             MOVE LTR-ED-SALARY TO LTR-VALUE-BUF
013956         WHEN LTR-PAD-LINE (LTR-IN-POS:7) = '&NEWSAL'
013960             MOVE 7 TO LTR-TOKEN-LEN
013964             MOVE SOW-NEW-SALARY TO LTR-ED-SALARY
013968             MOVE LTR-ED-SALARY TO LTR-VALUE-BUF
013972         WHEN LTR-PAD-LINE (LTR-IN-POS:6) = '&EMPNO'
013976             MOVE 6 TO LTR-TOKEN-LEN
013980             MOVE SOW-EMP-NB TO LTR-VALUE-BUF
013984         WHEN LTR-PAD-LINE (LTR-IN-POS:5) = '&NAME'
013988             MOVE 5 TO LTR-TOKEN-LEN
013992             MOVE SOW-EMP-NAME TO LTR-VALUE-BUF
013996     END-EVALUATE.
014000     IF LTR-TOKEN-LEN = ZERO
014004         IF LTR-OUT-POS NOT > 78
014008             MOVE '&' TO LTR-OUT-LINE (LTR-OUT-POS:1)
014012             ADD 1 TO LTR-OUT-POS
014016         END-IF
014020         ADD 1 TO LTR-IN-POS
014024         GO TO 4374-EXIT
014028     END-IF.
014032     PERFORM 4376-INSERT-TRIMMED-VALUE THRU 4376-EXIT.
014036     ADD LTR-TOKEN-LEN TO LTR-IN-POS.
014040 4374-EXIT.
014044     EXIT.
014048
014052*----------------------------------------------------------------
014056*4376-INSERT-TRIMMED-VALUE COPIES THE VALUE BUFFER INTO THE
014060*OUTPUT LINE WITH ITS LEADING AND TRAILING BLANKS TRIMMED, SO
014064*AN EDITED NUMBER OR A SHORT NAME SITS NATURALLY IN THE
014068*SENTENCE INSTEAD OF DRAGGING ITS COLUMN PADDING ALONG.  AN
014072*ALL-BLANK VALUE INSERTS NOTHING.
014076*----------------------------------------------------------------
014080 4376-INSERT-TRIMMED-VALUE.
014084     MOVE ZERO TO LTR-VAL-START.
014088     MOVE ZERO TO LTR-VAL-END.
014092     PERFORM VARYING LTR-VAL-END FROM 20 BY -1
014096         UNTIL LTR-VAL-END < 1
014100         OR LTR-VALUE-BUF (LTR-VAL-END:1) NOT = SPACE
014104         CONTINUE
014108     END-PERFORM.
014112     IF LTR-VAL-END < 1
014116         GO TO 4376-EXIT
014120     END-IF.
014124     MOVE 1 TO LTR-VAL-START.
014128     PERFORM UNTIL LTR-VAL-START > LTR-VAL-END
014132         OR LTR-VALUE-BUF (LTR-VAL-START:1) NOT = SPACE
014136         ADD 1 TO LTR-VAL-START
014140     END-PERFORM.
014144     PERFORM UNTIL LTR-VAL-START > LTR-VAL-END
014148         IF LTR-OUT-POS NOT > 78
014152             MOVE LTR-VALUE-BUF (LTR-VAL-START:1)
014156                 TO LTR-OUT-LINE (LTR-OUT-POS:1)
014160             ADD 1 TO LTR-OUT-POS
014164         END-IF
014168         ADD 1 TO LTR-VAL-START
014172     END-PERFORM.
014176 4376-EXIT.
014180     EXIT.
014184
014188*----------------------------------------------------------------
014192*4380-WRITE-DEPT-SUBTOTALS CLOSES THE DEPARTMENT GROUP IN
014196*PROGRESS WITH ITS SUBTOTAL BLOCK - EMPLOYEE COUNT AND OLD/NEW
014200*SALARY TOTALS FOR THE DEPARTMENT - SO EACH DEPARTMENT CAN BE
014204*RECONCILED ON ITS OWN AHEAD OF THE GRAND-TOTAL TRAILER.
014208*NOTHING TO DO BEFORE THE FIRST GROUP.
014212*----------------------------------------------------------------
014216 4380-WRITE-DEPT-SUBTOTALS.
014220     IF WS-CUR-DEPT-CODE = SPACES
014224         GO TO 4380-EXIT
014228     END-IF.
014232     MOVE VoidLine TO Print-Rec.
014236     WRITE Print-Rec AFTER ADVANCING 1 LINE.
014240     IF DP-TABLE-COUNT > ZERO
014244         PERFORM 4385-WRITE-DEPT-NAME-LINE THRU 4385-EXIT
014248     END-IF.
014252     MOVE WS-CUR-DEPT-CODE TO WS-DEPT-LBL-CODE.
014256     MOVE SPACES TO TRAILER-REC.
014260     MOVE 'EMPLOYEES' TO WS-DEPT-LBL-TEXT.
014264     MOVE WS-DEPT-LABEL TO TR-LABEL.
014268     MOVE WS-DEPT-EMP-COUNT TO TR-COUNT.
014272     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014276     MOVE SPACES TO TRAILER-REC.
014280     MOVE 'OLD SALARY' TO WS-DEPT-LBL-TEXT.
014284     MOVE WS-DEPT-LABEL TO TR-LABEL.
014288     MOVE WS-DEPT-OLD-SALARY TO TR-AMOUNT.
014292     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014296     MOVE SPACES TO TRAILER-REC.
014300     MOVE 'NEW SALARY' TO WS-DEPT-LBL-TEXT.
014304     MOVE WS-DEPT-LABEL TO TR-LABEL.
014308     MOVE WS-DEPT-NEW-SALARY TO TR-AMOUNT.
014312     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014316     MOVE VoidLine TO Print-Rec.
014320     WRITE Print-Rec AFTER ADVANCING 1 LINE.
014324     ADD 5 TO WS-LINE-COUNT.
014328 4380-EXIT.
014332     EXIT.
014336
014340*----------------------------------------------------------------
014344*4385-WRITE-DEPT-NAME-LINE HEADS THE SUBTOTAL BLOCK WITH THE
014348*DEPARTMENT'S NAME OFF THE REFERENCE MASTER, SO THE 'G' REPORT
014352*READS 'DEPT 1000  ACCOUNTING' INSTEAD OF A BARE CODE.  A CODE
014356*NOT ON THE MASTER (POSSIBLE WHEN THE EDIT IS OFF) SAYS SO.
014360*----------------------------------------------------------------
014364 4385-WRITE-DEPT-NAME-LINE.
014368     MOVE WS-CUR-DEPT-CODE TO WS-DPN-CODE.
014372     MOVE 'NOT ON DEPT MASTER' TO WS-DPN-NAME.
014376     SET DP-IDX TO 1.
014380     SEARCH DP-TBL-ENTRY
014384         AT END
014388             CONTINUE
014392         WHEN DP-TBL-CODE (DP-IDX) = WS-CUR-DEPT-CODE
014396             MOVE DP-TBL-NAME (DP-IDX) TO WS-DPN-NAME
014400     END-SEARCH.
014404     MOVE WS-DEPT-NAME-LINE TO Print-Rec.
014408     WRITE Print-Rec AFTER ADVANCING 1 LINE.
014412     ADD 1 TO WS-LINE-COUNT.
014416 4385-EXIT.
014420     EXIT.
014424
014428*----------------------------------------------------------------
014432*4390-START-DEPT-GROUP RESETS THE SUBTOTAL ACCUMULATORS FOR THE
014436*DEPARTMENT THE SORTED FILE JUST MOVED INTO.
014440*----------------------------------------------------------------
014444 4390-START-DEPT-GROUP.
014448     MOVE SOW-DEPT-CODE TO WS-CUR-DEPT-CODE.
014452     MOVE ZERO TO WS-DEPT-EMP-COUNT.
014456     MOVE ZERO TO WS-DEPT-OLD-SALARY.
014460     MOVE ZERO TO WS-DEPT-NEW-SALARY.
014464 4390-EXIT.
014468     EXIT.
014472
014476*----------------------------------------------------------------
014480*4400-WRITE-CONTROL-TOTALS PRINTS THE TRAILER SECTION FINANCE
014484*RECONCILES AGAINST THEIR OWN PAYROLL TOTAL - EMPLOYEE COUNT,
014488*EXCEPTION COUNT, OLD/NEW SALARY TOTALS AND THE TOTAL DOLLAR
014492*INCREASE IN DUES AND INSURANCE.
014496*----------------------------------------------------------------
014500 4400-WRITE-CONTROL-TOTALS.
014504     MOVE VoidLine TO Print-Rec.
014508     WRITE Print-Rec AFTER ADVANCING 2 LINES.
014512     MOVE SPACES TO TRAILER-REC.
014516     MOVE 'TOTAL EMPLOYEES PROCESSED' TO TR-LABEL.
014520     MOVE WS-EMP-COUNT TO TR-COUNT.
014524     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014528     MOVE SPACES TO TRAILER-REC.
014532     MOVE 'TOTAL EXCEPTIONS REPORTED' TO TR-LABEL.
014536     MOVE WS-EXCEPTION-COUNT TO TR-COUNT.
014540     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014544     MOVE SPACES TO TRAILER-REC.
014548     MOVE 'TOTAL RAISES HELD FOR APPROVAL' TO TR-LABEL.
014552     MOVE WS-SUSPENSE-COUNT TO TR-COUNT.
014556     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014560     MOVE SPACES TO TRAILER-REC.
014564     MOVE 'NOTIFICATION LETTERS PRINTED' TO TR-LABEL.
014568     MOVE LTR-LETTER-COUNT TO TR-COUNT.
014572     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014576     MOVE SPACES TO TRAILER-REC.
014580     IF PARM-RUN-TYPE = 'B'
014584         MOVE 'TOTAL ANNUAL SALARY' TO TR-LABEL
014588     ELSE
014592         MOVE 'TOTAL OLD SALARY' TO TR-LABEL
014596     END-IF.
014600     MOVE WS-TOTAL-OLD-SALARY TO TR-AMOUNT.
014604     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014608     MOVE SPACES TO TRAILER-REC.
014612     IF PARM-RUN-TYPE = 'B'
014616         MOVE 'TOTAL BONUS PAYABLE' TO TR-LABEL
014620     ELSE
014624         MOVE 'TOTAL NEW SALARY' TO TR-LABEL
014628     END-IF.
014632     MOVE WS-TOTAL-NEW-SALARY TO TR-AMOUNT.
014636     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014640     MOVE SPACES TO TRAILER-REC.
014644     MOVE 'TOTAL DUES INCREASE' TO TR-LABEL.
014648     MOVE WS-TOTAL-DUES-INCR TO TR-AMOUNT.
014652     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014656     MOVE SPACES TO TRAILER-REC.
014660     MOVE 'TOTAL INSURANCE INCREASE' TO TR-LABEL.
014664     MOVE WS-TOTAL-INSU-INCR TO TR-AMOUNT.
014668     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014672     MOVE SPACES TO TRAILER-REC.
014676     MOVE 'TOTAL DUES + INSURANCE INCREASE' TO TR-LABEL.
014680     COMPUTE TR-AMOUNT = WS-TOTAL-DUES-INCR + WS-TOTAL-INSU-INCR.
014684     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014688     MOVE SPACES TO TRAILER-REC.
014692     MOVE 'TOTAL OTHER DEDUCTIONS - NEW' TO TR-LABEL.
014696     MOVE WS-TOTAL-DED-NEW TO TR-AMOUNT.
014700     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014704     MOVE SPACES TO TRAILER-REC.
014708     MOVE 'TOTAL OTHER DEDUCTION INCREASE' TO TR-LABEL.
014712     COMPUTE TR-AMOUNT = WS-TOTAL-DED-NEW - WS-TOTAL-DED-OLD.
014716     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014720     MOVE SPACES TO TRAILER-REC.
014724     MOVE 'DEDUCTION GL RECORDS WRITTEN' TO TR-LABEL.
014728     MOVE WS-DED-GL-COUNT TO TR-COUNT.
014732     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014736     MOVE SPACES TO TRAILER-REC.
014740     MOVE 'TERMINATED EMPLOYEES SKIPPED' TO TR-LABEL.
014744     MOVE WS-TERMINATED-COUNT TO TR-COUNT.
014748     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014752     MOVE SPACES TO TRAILER-REC.
014756     MOVE 'ON LEAVE - RAISE PRORATED' TO TR-LABEL.
014760     MOVE WS-LEAVE-COUNT TO TR-COUNT.
014764     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
014768 4400-EXIT.
014772     EXIT.
014776
014780*----------------------------------------------------------------
014784*7000-SIMULATE-CYCLE IS THE RUN TYPE 'S' PATH - THE SAME EDIT
014788*AND COMPUTE LOGIC AS A REAL CYCLE, RUN AGAINST WHATEVER RATE
014792*TABLE IS MOUNTED AS GRADERAT, WITH THE RESULTS ACCUMULATED BY
014796*GRADE AND BY DEPARTMENT AND PRINTED AS A COST PROJECTION.
014800*THE ONLY OTHER OUTPUT IS THE DEPARTMENT PROJECTION ON SIMPROJ
014804*FOR THE MERIT-BUDGET REPORT - NO GL EXTRACT, HISTORY, LETTERS,
014808*SUSPENSE OR CHECKPOINT - SO A THROWAWAY PROJECTION CAN NEVER
014812*BE PICKED UP AS A REAL CYCLE.  THE SALARY-BAND CHECK IS NOT
014816*APPLIED - THE PROJECTION COSTS THE TABLE AS COMPUTED, BEFORE
014820*ANY RAISE IS HELD FOR APPROVAL.
014824*----------------------------------------------------------------
014828 7000-SIMULATE-CYCLE.
014832     OPEN INPUT INPUTFILE
014836         GRADERATEFILE.
014840     IF WS-INPUT-STATUS NOT = '00'
014844         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
014848             WS-INPUT-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
014852         DISPLAY 'PROGRAM AND RESUBMIT.'
014856         STOP RUN
014860     END-IF.
014864     OPEN OUTPUT OUTPUTFILE
014868         SIMPROJFILE.
014872     PERFORM 1200-LOAD-GRADE-RATE-TABLE THRU 1200-EXIT.
014876     PERFORM 1270-LOAD-DEDUCTION-TYPES THRU 1270-EXIT.
014880     PERFORM 1280-LOAD-DEDUCTION-DETAIL THRU 1280-EXIT.
014884     PERFORM 1290-LOAD-DEPT-MASTER THRU 1290-EXIT.
014888     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA.
014892     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
014896     PERFORM UNTIL INPUT-EOF
014900         PERFORM 7100-SIM-PROCESS-RECORD THRU 7100-EXIT
014904         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
014908     END-PERFORM.
014912     PERFORM 7500-SIM-WRITE-REPORT THRU 7500-EXIT.
014916     CLOSE INPUTFILE
014920         OUTPUTFILE
014924         SIMPROJFILE.
014928 7000-EXIT.
014932     EXIT.
014936
014940*----------------------------------------------------------------
014944*7100-SIM-PROCESS-RECORD PUTS ONE MASTER RECORD THROUGH THE SAME
014948*EDITS AND COMPUTE AS A REAL CYCLE.  A RECORD THE EDIT WOULD
014952*SEND TO THE EXCEPTIONS LISTING IS SKIPPED AND COUNTED - A
014956*PROJECTION BUILT ON BAD RECORDS WOULD COST THE WRONG FILE.  A
014960*TERMINATED EMPLOYEE IS SKIPPED AND COUNTED SEPARATELY.
014964*----------------------------------------------------------------
014968 7100-SIM-PROCESS-RECORD.
014972     ADD 1 TO SIM-READ-COUNT.
014976     PERFORM 2200-EDIT-INPUT-RECORD THRU 2200-EXIT.
014980     IF RECORD-IS-TERMINATED
014984         ADD 1 TO SIM-TERMINATED-COUNT
014988         GO TO 7100-EXIT
014992     END-IF.
014996     IF RECORD-IS-INVALID
015000         ADD 1 TO SIM-SKIPPED-COUNT
015004         GO TO 7100-EXIT
015008     END-IF.
015012     PERFORM 2300-COMPUTE-RAISE THRU 2300-EXIT.
015016     PERFORM 7200-SIM-ACCUMULATE THRU 7200-EXIT.
015020 7100-EXIT.
015024     EXIT.
015028
015032*----------------------------------------------------------------
015036*7200-SIM-ACCUMULATE ADDS THE COMPUTED EMPLOYEE INTO THE GRADE
015040*STATS (PARALLEL TO THE RATE-TABLE ENTRY GR-IDX IS LEFT ON BY
015044*THE EDIT), THE DEPARTMENT STATS AND THE GRAND TOTALS.
015048*----------------------------------------------------------------
015052 7200-SIM-ACCUMULATE.
015056     ADD 1 TO SIM-EMP-COUNT.
015060     SET SIM-GRD-IDX TO GR-IDX.
015064     ADD 1 TO SIM-GRD-EMP-COUNT (SIM-GRD-IDX).
015068     ADD AnnualSalaryIn TO SIM-GRD-OLD-SALARY (SIM-GRD-IDX).
015072     ADD WS-NEW-SALARY TO SIM-GRD-NEW-SALARY (SIM-GRD-IDX).
015076     ADD EmpDues TO SIM-GRD-OLD-DUES (SIM-GRD-IDX).
015080     ADD WS-NEW-DUES TO SIM-GRD-NEW-DUES (SIM-GRD-IDX).
015084     ADD EmpInsuIn TO SIM-GRD-OLD-INSU (SIM-GRD-IDX).
015088     ADD WS-NEW-INSU TO SIM-GRD-NEW-INSU (SIM-GRD-IDX).
015092     ADD AnnualSalaryIn TO SIM-TOT-OLD-SALARY.
015096     ADD WS-NEW-SALARY TO SIM-TOT-NEW-SALARY.
015100     ADD EmpDues TO SIM-TOT-OLD-DUES.
015104     ADD WS-NEW-DUES TO SIM-TOT-NEW-DUES.
015108     ADD EmpInsuIn TO SIM-TOT-OLD-INSU.
015112     ADD WS-NEW-INSU TO SIM-TOT-NEW-INSU.
015116     PERFORM 7300-SIM-FIND-DEPT THRU 7300-EXIT.
015120     ADD 1 TO SIM-DPT-EMP-COUNT (SIM-DPT-IDX).
015124     ADD AnnualSalaryIn TO SIM-DPT-OLD-SALARY (SIM-DPT-IDX).
015128     ADD WS-NEW-SALARY TO SIM-DPT-NEW-SALARY (SIM-DPT-IDX).
015132     ADD EmpDues TO SIM-DPT-OLD-DUES (SIM-DPT-IDX).
015136     ADD WS-NEW-DUES TO SIM-DPT-NEW-DUES (SIM-DPT-IDX).
015140     ADD EmpInsuIn TO SIM-DPT-OLD-INSU (SIM-DPT-IDX).
015144     ADD WS-NEW-INSU TO SIM-DPT-NEW-INSU (SIM-DPT-IDX).
015148     IF DED-TABLE-COUNT > ZERO
015152         PERFORM 7250-SIM-ADD-DEDUCTIONS THRU 7250-EXIT
015156     END-IF.
015160 7200-EXIT.
015164     EXIT.
015168
015172*----------------------------------------------------------------
015176*7250-SIM-ADD-DEDUCTIONS PROJECTS THE CURRENT EMPLOYEE'S
015180*DEDUCTION DETAIL THE SAME WAY THE REPORT PASS APPLIES IT, INTO
015184*THE GRAND TOTALS ONLY.
015188*----------------------------------------------------------------
015192 7250-SIM-ADD-DEDUCTIONS.
015196     PERFORM 7260-SIM-ADD-ONE-DED THRU 7260-EXIT
015200         VARYING DED-IDX FROM 1 BY 1
015204         UNTIL DED-IDX > DED-TABLE-COUNT.
015208 7250-EXIT.
015212     EXIT.
015216
015220 7260-SIM-ADD-ONE-DED.
015224     IF DED-TBL-EMP-NB (DED-IDX) NOT = EmpNbIn
015228         GO TO 7260-EXIT
015232     END-IF.
015236     MOVE DED-TBL-CODE (DED-IDX) TO WS-DED-CUR-CODE.
015240     MOVE DED-TBL-AMOUNT (DED-IDX) TO WS-DED-CUR-OLD.
015244     MOVE EmpGradeIn TO WS-DED-CUR-GRADE.
015248     PERFORM 2370-COMPUTE-DED-AMOUNT THRU 2370-EXIT.
015252     ADD WS-DED-CUR-OLD TO SIM-TOT-DED-OLD.
015256     ADD WS-DED-CUR-NEW TO SIM-TOT-DED-NEW.
015260 7260-EXIT.
015264     EXIT.
015268
015272*----------------------------------------------------------------
015276*7300-SIM-FIND-DEPT LEAVES SIM-DPT-IDX ON THE STATS ENTRY FOR
015280*THE CURRENT EMPLOYEE'S DEPARTMENT, ADDING A NEW ENTRY THE
015284*FIRST TIME A DEPARTMENT CODE IS MET.
015288*----------------------------------------------------------------
015292 7300-SIM-FIND-DEPT.
015296     IF SIM-DEPT-COUNT = ZERO
015300         PERFORM 7350-SIM-ADD-DEPT THRU 7350-EXIT
015304         GO TO 7300-EXIT
015308     END-IF.
015312     SET SIM-DPT-IDX TO 1.
015316     SEARCH SIM-DPT-ENTRY
015320         AT END
015324             PERFORM 7350-SIM-ADD-DEPT THRU 7350-EXIT
015328         WHEN SIM-DPT-CODE (SIM-DPT-IDX) = EmpDeptIn
015332             CONTINUE
015336     END-SEARCH.
015340 7300-EXIT.
015344     EXIT.
015348
015352 7350-SIM-ADD-DEPT.
015356     IF SIM-DEPT-COUNT >= 50
015360         DISPLAY 'SIMULATION MET MORE THAN 50 DEPARTMENT CODES'
015364         CLOSE INPUTFILE
015368             OUTPUTFILE
015372             SIMPROJFILE
015376         STOP RUN
015380     END-IF.
015384     ADD 1 TO SIM-DEPT-COUNT.
015388     MOVE EmpDeptIn TO SIM-DPT-CODE (SIM-DEPT-COUNT).
015392     MOVE ZERO TO SIM-DPT-EMP-COUNT (SIM-DEPT-COUNT).
015396     MOVE ZERO TO SIM-DPT-OLD-SALARY (SIM-DEPT-COUNT).
015400     MOVE ZERO TO SIM-DPT-NEW-SALARY (SIM-DEPT-COUNT).
015404     MOVE ZERO TO SIM-DPT-OLD-DUES (SIM-DEPT-COUNT).
015408     MOVE ZERO TO SIM-DPT-NEW-DUES (SIM-DEPT-COUNT).
015412     MOVE ZERO TO SIM-DPT-OLD-INSU (SIM-DEPT-COUNT).
015416     MOVE ZERO TO SIM-DPT-NEW-INSU (SIM-DEPT-COUNT).
015420     SET SIM-DPT-IDX TO SIM-DEPT-COUNT.
015424 7350-EXIT.
015428     EXIT.
015432
015436*----------------------------------------------------------------
015440*7500-SIM-WRITE-REPORT PRINTS THE PROJECTION - A BLOCK PER
015444*GRADE, A BLOCK PER DEPARTMENT, THEN THE GRAND TOTALS.  EACH
015448*DEPARTMENT LINE ALSO GOES TO SIMPROJ.
015452*----------------------------------------------------------------
015456 7500-SIM-WRITE-REPORT.
015460     MOVE WS-CURRENT-DAY TO SIM-HDR-DAY.
015464     MOVE WS-CURRENT-MONTH TO SIM-HDR-MONTH.
015468     MOVE WS-CURRENT-YEAR TO SIM-HDR-YEAR.
015472     MOVE VoidLine TO Print-Rec.
015476     WRITE Print-Rec AFTER ADVANCING 5 LINES.
015480     MOVE SIM-REPORT-HEADER TO Print-Rec.
015484     WRITE Print-Rec.
015488     MOVE VoidLine TO Print-Rec.
015492     WRITE Print-Rec.
015496     MOVE 'PROJECTION BY GRADE' TO Print-Rec.
015500     WRITE Print-Rec AFTER ADVANCING 2 LINES.
015504     MOVE SIM-MINI-TITLES TO Print-Rec.
015508     WRITE Print-Rec.
015512     PERFORM 7550-SIM-WRITE-GRADE-LINE THRU 7550-EXIT
015516         VARYING SIM-GRD-IDX FROM 1 BY 1
015520         UNTIL SIM-GRD-IDX > GR-TABLE-COUNT.
015524     MOVE 'PROJECTION BY DEPARTMENT' TO Print-Rec.
015528     WRITE Print-Rec AFTER ADVANCING 2 LINES.
015532     MOVE SIM-MINI-TITLES TO Print-Rec.
015536     WRITE Print-Rec.
015540     PERFORM 7560-SIM-WRITE-DEPT-LINE THRU 7560-EXIT
015544         VARYING SIM-DPT-IDX FROM 1 BY 1
015548         UNTIL SIM-DPT-IDX > SIM-DEPT-COUNT.
015552     PERFORM 7600-SIM-WRITE-TOTALS THRU 7600-EXIT.
015556 7500-EXIT.
015560     EXIT.
015564
015568 7550-SIM-WRITE-GRADE-LINE.
015572     SET GR-IDX TO SIM-GRD-IDX.
015576     MOVE SPACES TO SIM-DETAIL-LINE.
015580     MOVE GR-TBL-CODE (GR-IDX) TO SIM-DTL-CODE.
015584     MOVE GR-TBL-DESC (GR-IDX) TO SIM-DTL-DESC.
015588     MOVE SIM-GRD-EMP-COUNT (SIM-GRD-IDX) TO SIM-DTL-EMP-COUNT.
015592     MOVE SIM-GRD-NEW-SALARY (SIM-GRD-IDX) TO SIM-DTL-NEW-SALARY.
015596     COMPUTE SIM-DTL-SAL-INCR =
015600         SIM-GRD-NEW-SALARY (SIM-GRD-IDX)
015604             - SIM-GRD-OLD-SALARY (SIM-GRD-IDX).
015608     COMPUTE SIM-DTL-DUES-INCR =
015612         SIM-GRD-NEW-DUES (SIM-GRD-IDX)
015616             - SIM-GRD-OLD-DUES (SIM-GRD-IDX).
015620     COMPUTE SIM-DTL-INSU-INCR =
015624         SIM-GRD-NEW-INSU (SIM-GRD-IDX)
015628             - SIM-GRD-OLD-INSU (SIM-GRD-IDX).
015632     MOVE SIM-DETAIL-LINE TO Print-Rec.
015636     WRITE Print-Rec.
015640 7550-EXIT.
015644     EXIT.
015648
015652 7560-SIM-WRITE-DEPT-LINE.
015656     MOVE SPACES TO SIM-DETAIL-LINE.
015660     MOVE SIM-DPT-CODE (SIM-DPT-IDX) TO SIM-DTL-CODE.
015664     MOVE SIM-DPT-EMP-COUNT (SIM-DPT-IDX) TO SIM-DTL-EMP-COUNT.
015668     MOVE SIM-DPT-NEW-SALARY (SIM-DPT-IDX) TO SIM-DTL-NEW-SALARY.
015672     COMPUTE SIM-DTL-SAL-INCR =
015676         SIM-DPT-NEW-SALARY (SIM-DPT-IDX)
015680             - SIM-DPT-OLD-SALARY (SIM-DPT-IDX).
015684     COMPUTE SIM-DTL-DUES-INCR =
015688         SIM-DPT-NEW-DUES (SIM-DPT-IDX)
015692             - SIM-DPT-OLD-DUES (SIM-DPT-IDX).
015696     COMPUTE SIM-DTL-INSU-INCR =
015700         SIM-DPT-NEW-INSU (SIM-DPT-IDX)
015704             - SIM-DPT-OLD-INSU (SIM-DPT-IDX).
015708     MOVE SIM-DETAIL-LINE TO Print-Rec.
015712     WRITE Print-Rec.
015716     MOVE SPACES TO SIM-PROJ-REC.
015720     MOVE SIM-DPT-CODE (SIM-DPT-IDX) TO SPJ-DEPT-CODE.
015724     MOVE SIM-DPT-EMP-COUNT (SIM-DPT-IDX) TO SPJ-EMP-COUNT.
015728     MOVE SIM-DPT-OLD-SALARY (SIM-DPT-IDX) TO SPJ-OLD-SALARY.
015732     MOVE SIM-DPT-NEW-SALARY (SIM-DPT-IDX) TO SPJ-NEW-SALARY.
015736     MOVE WS-CURRENT-DATE TO SPJ-RUN-DATE.
015740     WRITE SIM-PROJ-REC.
015744 7560-EXIT.
015748     EXIT.
015752
015756 7600-SIM-WRITE-TOTALS.
015760     MOVE VoidLine TO Print-Rec.
015764     WRITE Print-Rec AFTER ADVANCING 2 LINES.
015768     MOVE SPACES TO TRAILER-REC.
015772     MOVE 'EMPLOYEES PROJECTED' TO TR-LABEL.
015776     MOVE SIM-EMP-COUNT TO TR-COUNT.
015780     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015784     MOVE SPACES TO TRAILER-REC.
015788     MOVE 'RECORDS SKIPPED BY EDIT' TO TR-LABEL.
015792     MOVE SIM-SKIPPED-COUNT TO TR-COUNT.
015796     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015800     MOVE SPACES TO TRAILER-REC.
015804     MOVE 'TERMINATED EMPLOYEES SKIPPED' TO TR-LABEL.
015808     MOVE SIM-TERMINATED-COUNT TO TR-COUNT.
015812     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015816     MOVE SPACES TO TRAILER-REC.
015820     MOVE 'TOTAL OLD SALARY' TO TR-LABEL.
015824     MOVE SIM-TOT-OLD-SALARY TO TR-AMOUNT.
015828     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015832     MOVE SPACES TO TRAILER-REC.
015836     MOVE 'TOTAL PROJECTED SALARY' TO TR-LABEL.
015840     MOVE SIM-TOT-NEW-SALARY TO TR-AMOUNT.
015844     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015848     MOVE SPACES TO TRAILER-REC.
015852     MOVE 'TOTAL SALARY INCREASE' TO TR-LABEL.
015856     COMPUTE TR-AMOUNT =
015860         SIM-TOT-NEW-SALARY - SIM-TOT-OLD-SALARY.
015864     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015868     MOVE SPACES TO TRAILER-REC.
015872     MOVE 'TOTAL PROJECTED DUES' TO TR-LABEL.
015876     MOVE SIM-TOT-NEW-DUES TO TR-AMOUNT.
015880     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015884     MOVE SPACES TO TRAILER-REC.
015888     MOVE 'TOTAL DUES INCREASE' TO TR-LABEL.
015892     COMPUTE TR-AMOUNT =
015896         SIM-TOT-NEW-DUES - SIM-TOT-OLD-DUES.
015900     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015904     MOVE SPACES TO TRAILER-REC.
015908     MOVE 'TOTAL PROJECTED INSURANCE' TO TR-LABEL.
015912     MOVE SIM-TOT-NEW-INSU TO TR-AMOUNT.
015916     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015920     MOVE SPACES TO TRAILER-REC.
015924     MOVE 'TOTAL INSURANCE INCREASE' TO TR-LABEL.
015928     COMPUTE TR-AMOUNT =
015932         SIM-TOT-NEW-INSU - SIM-TOT-OLD-INSU.
015936     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015940     MOVE SPACES TO TRAILER-REC.
015944     MOVE 'TOTAL OTHER DEDUCTION INCREASE' TO TR-LABEL.
015948     COMPUTE TR-AMOUNT =
015952         SIM-TOT-DED-NEW - SIM-TOT-DED-OLD.
015956     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
015960 7600-EXIT.
015964     EXIT.
015968
015972*----------------------------------------------------------------
015976*8000-BACKOUT-LAST-CYCLE REVERSES THE MOST RECENT PAYROLL CYCLE
015980*USING THE RAISE HISTORY - FINDS THE LATEST EFFECTIVE DATE ON
015984*THE FILE, LOADS THAT CYCLE'S RECORDS, WRITES A REVERSING GL
015988*EXTRACT (OLD AMOUNTS BACK IN PLACE OF THE NEW ONES), COPIES THE
015992*MASTER TO BACKEMP WITH THOSE EMPLOYEES' SALARY/DUES/INSURANCE
015996*RESTORED TO THEIR HIST-OLD VALUES, AND PRINTS THE BACKOUT
016000*REGISTER.  THE HISTORY FILE ITSELF IS LEFT UNTOUCHED - THE
016004*REGISTER IS THE AUDIT RECORD OF THE REVERSAL.  BOTH LOOKUPS GO
016008*THROUGH THE ALTERNATE KEY ON HIST-EFFECTIVE-DT, SO ONLY THE
016012*CYCLE BEING REVERSED IS READ, HOWEVER MUCH HISTORY THE FILE
016016*HOLDS.
016020*----------------------------------------------------------------
016024 8000-BACKOUT-LAST-CYCLE.
016028     OPEN INPUT INPUTFILE.
016032     IF WS-INPUT-STATUS NOT = '00'
016036         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
016040             WS-INPUT-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
016044         DISPLAY 'PROGRAM AND RESUBMIT.'
016048         STOP RUN
016052     END-IF.
016056     OPEN OUTPUT OUTPUTFILE
016060         GLEXTRACTFILE
016064         BACKMASTFILE.
016068     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA.
016072     PERFORM 8100-FIND-LATEST-CYCLE THRU 8100-EXIT.
016076     PERFORM 8120-CHECK-ARCHIVE-GATE THRU 8120-EXIT.
016080     IF WS-BACKOUT-DATE = LOW-VALUES
016084         MOVE 'NO RAISE HISTORY TO BACK OUT' TO Print-Rec
016088         WRITE Print-Rec AFTER ADVANCING 3 LINES
016092     ELSE
016096         PERFORM 8150-LOAD-CYCLE-TABLE THRU 8150-EXIT
016100         PERFORM 8200-WRITE-REGISTER-HEADER THRU 8200-EXIT
016104         PERFORM 8300-REGENERATE-MASTER THRU 8300-EXIT
016108         PERFORM 8500-WRITE-BACKOUT-TOTALS THRU 8500-EXIT
016112     END-IF.
016116     CLOSE INPUTFILE
016120         OUTPUTFILE
016124         GLEXTRACTFILE
016128         BACKMASTFILE.
016132 8000-EXIT.
016136     EXIT.
016140
016144*----------------------------------------------------------------
016148*8100-FIND-LATEST-CYCLE POSITIONS THE RAISE HISTORY PAST THE
016152*HIGHEST EFFECTIVE DATE ON THE ALTERNATE KEY AND READS BACK PAST
016156*ANY RETRO-PAY ('T') ENTRIES - Program18 DATES THOSE THE DAY A
016160*LATE RAISE WAS DUE, WHICH CAN FALL AFTER THE LAST CYCLE.  THE
016164*FIRST OTHER ENTRY'S DATE IS THE LATEST CYCLE.  A MISSING OR
016168*EMPTY FILE, OR ONE HOLDING NOTHING BUT 'T' ENTRIES, LEAVES
016172*WS-BACKOUT-DATE AT LOW-VALUES AND THE RUN REPORTS THERE IS
016176*NOTHING TO BACK OUT.
016180*----------------------------------------------------------------
016184 8100-FIND-LATEST-CYCLE.
016188     MOVE LOW-VALUES TO WS-BACKOUT-DATE.
016192     OPEN INPUT HISTORYFILE.
016196     IF WS-HISTORY-STATUS NOT = '00'
016200         GO TO 8100-EXIT
016204     END-IF.
016208     MOVE HIGH-VALUES TO HIST-EFFECTIVE-DT.
016212     START HISTORYFILE KEY IS LESS THAN HIST-EFFECTIVE-DT
016216         INVALID KEY
016220             CLOSE HISTORYFILE
016224             GO TO 8100-EXIT
016228     END-START.
016232     MOVE 'N' TO WS-BKO-HIST-EOF-SW.
016236     READ HISTORYFILE PREVIOUS RECORD
016240         AT END
016244             MOVE 'Y' TO WS-BKO-HIST-EOF-SW
016248     END-READ.
016252     PERFORM UNTIL BKO-HIST-EOF
016256             OR HIST-REC-TYPE NOT = 'T'
016260         READ HISTORYFILE PREVIOUS RECORD
016264             AT END
016268                 MOVE 'Y' TO WS-BKO-HIST-EOF-SW
016272         END-READ
016276     END-PERFORM.
016280     IF BKO-HIST-EOF
016284         CLOSE HISTORYFILE
016288         GO TO 8100-EXIT
016292     END-IF.
016296     MOVE HIST-EFFECTIVE-DT TO WS-BACKOUT-DATE.
016300     CLOSE HISTORYFILE.
016304 8100-EXIT.
016308     EXIT.
016312
016316*----------------------------------------------------------------
016320*8120-CHECK-ARCHIVE-GATE READS THE ARCHIVE INDEX AND REFUSES TO
016324*BACK OUT A CYCLE DATED BEFORE THE LATEST ARCHIVE CUTOFF - THAT
016328*CYCLE'S RECORDS WENT TO A DATED ARCHIVE FILE AND WHAT IS LEFT
016332*ON THE LIVE FILE CANNOT REVERSE IT.  NO INDEX FILE MEANS
016336*NOTHING HAS EVER BEEN ARCHIVED AND THE GATE WAVES THE RUN
016340*THROUGH.
016344*----------------------------------------------------------------
016348 8120-CHECK-ARCHIVE-GATE.
016352     MOVE LOW-VALUES TO WS-LATEST-ARCH-CUTOFF.
016356     OPEN INPUT ARCHNDXFILE.
016360     IF WS-ARCHNDX-STATUS NOT = '00'
016364         GO TO 8120-EXIT
016368     END-IF.
016372     MOVE 'N' TO WS-ARCHNDX-EOF-SW.
016376     PERFORM UNTIL ARCHNDX-EOF
016380         READ ARCHNDXFILE
016384             AT END
016388                 MOVE 'Y' TO WS-ARCHNDX-EOF-SW
016392             NOT AT END
016396                 IF AX-CUTOFF-DATE > WS-LATEST-ARCH-CUTOFF
016400                     MOVE AX-CUTOFF-DATE TO WS-LATEST-ARCH-CUTOFF
016404                 END-IF
016408         END-READ
016412     END-PERFORM.
016416     CLOSE ARCHNDXFILE.
016420     IF WS-BACKOUT-DATE NOT = LOW-VALUES
016424         AND WS-LATEST-ARCH-CUTOFF NOT = LOW-VALUES
016428         AND WS-BACKOUT-DATE < WS-LATEST-ARCH-CUTOFF
016432         DISPLAY 'CYCLE ' WS-BACKOUT-DATE ' PREDATES THE LATEST'
016436             ' ARCHIVE CUTOFF ' WS-LATEST-ARCH-CUTOFF '.'
016440         DISPLAY 'THE CYCLE TO REVERSE HAS BEEN ARCHIVED - '
016444             'BACKOUT NOT RUN.  RESTORE THE ARCHIVE YEAR WITH '
016448             'OPERATIONS FIRST.'
016452         CLOSE INPUTFILE
016456             OUTPUTFILE
016460             GLEXTRACTFILE
016464             BACKMASTFILE
016468         STOP RUN
016472     END-IF.
016476 8120-EXIT.
016480     EXIT.
016484
016488*----------------------------------------------------------------
016492*8150-LOAD-CYCLE-TABLE STARTS THE RAISE HISTORY AT THE LATEST
016496*CYCLE'S DATE ON THE ALTERNATE KEY AND LOADS EVERY RECORD DATED
016500*WITH THAT CYCLE INTO THE BACKOUT TABLE, STOPPING AT THE FIRST
016504*RECORD DATED OTHERWISE.  MORE THAN 3000 ENTRIES ON ONE CYCLE
016508*(EMPLOYEES PLUS DEDUCTION RECORDS) STOPS THE JOB RATHER THAN
016512*LET A PARTIAL BACKOUT LOOK LIKE A COMPLETE ONE.
016516*----------------------------------------------------------------
016520 8150-LOAD-CYCLE-TABLE.
016524     MOVE ZERO TO BKO-TABLE-COUNT.
016528     OPEN INPUT HISTORYFILE.
016532     MOVE WS-BACKOUT-DATE TO HIST-EFFECTIVE-DT.
016536     MOVE 'N' TO WS-BKO-HIST-EOF-SW.
016540     START HISTORYFILE KEY IS EQUAL TO HIST-EFFECTIVE-DT
016544         INVALID KEY
016548             MOVE 'Y' TO WS-BKO-HIST-EOF-SW
016552     END-START.
016556     PERFORM UNTIL BKO-HIST-EOF
016560         READ HISTORYFILE NEXT
016564             AT END
016568                 MOVE 'Y' TO WS-BKO-HIST-EOF-SW
016572             NOT AT END
016576                 IF HIST-EFFECTIVE-DT = WS-BACKOUT-DATE
016580                     ADD 1 TO BKO-HIST-READ-COUNT
016584                     PERFORM 8160-ADD-CYCLE-ENTRY THRU 8160-EXIT
016588                 ELSE
016592                     MOVE 'Y' TO WS-BKO-HIST-EOF-SW
016596                 END-IF
016600         END-READ
016604     END-PERFORM.
016608     CLOSE HISTORYFILE.
016612 8150-EXIT.
016616     EXIT.
016620
016624 8160-ADD-CYCLE-ENTRY.
016628     IF BKO-TABLE-COUNT >= 3000
016632         DISPLAY 'BACKOUT CYCLE HAS MORE THAN 3000 ENTRIES'
016636         CLOSE HISTORYFILE
016640         STOP RUN
016644     END-IF.
016648     ADD 1 TO BKO-TABLE-COUNT.
016652     MOVE HIST-EMP-NB TO BKO-TBL-EMP-NB (BKO-TABLE-COUNT).
016656     MOVE HIST-OLD-SALARY TO BKO-TBL-OLD-SALARY (BKO-TABLE-COUNT).
016660     MOVE HIST-NEW-SALARY TO BKO-TBL-NEW-SALARY (BKO-TABLE-COUNT).
016664     MOVE HIST-OLD-DUES TO BKO-TBL-OLD-DUES (BKO-TABLE-COUNT).
016668     MOVE HIST-NEW-DUES TO BKO-TBL-NEW-DUES (BKO-TABLE-COUNT).
016672     MOVE HIST-OLD-INSU TO BKO-TBL-OLD-INSU (BKO-TABLE-COUNT).
016676     MOVE HIST-NEW-INSU TO BKO-TBL-NEW-INSU (BKO-TABLE-COUNT).
016680     MOVE HIST-REC-TYPE TO BKO-TBL-REC-TYPE (BKO-TABLE-COUNT).
016684     MOVE HIST-DED-CODE TO BKO-TBL-DED-CODE (BKO-TABLE-COUNT).
016688 8160-EXIT.
016692     EXIT.
016696
016700 8200-WRITE-REGISTER-HEADER.
016704     MOVE WS-BACKOUT-DATE TO BKO-HDR-CYCLE-DATE.
016708     MOVE WS-CURRENT-DAY TO BKO-HDR-DAY.
016712     MOVE WS-CURRENT-MONTH TO BKO-HDR-MONTH.
016716     MOVE WS-CURRENT-YEAR TO BKO-HDR-YEAR.
016720     MOVE VoidLine TO Print-Rec.
016724     WRITE Print-Rec AFTER ADVANCING 5 LINES.
016728     MOVE BKO-REGISTER-HEADER TO Print-Rec.
016732     WRITE Print-Rec.
016736     MOVE BKO-MINI-TITLES TO Print-Rec.
016740     WRITE Print-Rec AFTER ADVANCING 2 LINES.
016744     MOVE VoidLine TO Print-Rec.
016748     WRITE Print-Rec.
016752 8200-EXIT.
016756     EXIT.
016760
016764*----------------------------------------------------------------
016768*8300-REGENERATE-MASTER COPIES EVERY MASTER RECORD TO BACKEMP,
016772*RESTORING THE SALARY/DUES/INSURANCE OF EACH EMPLOYEE ON THE
016776*BACKED-OUT CYCLE TO THE HIST-OLD VALUES AND FANNING THE
016780*REVERSAL OUT TO THE GL EXTRACT AND THE REGISTER AS IT GOES.
016784*EMPLOYEES NOT ON THE CYCLE PASS THROUGH UNTOUCHED.
016788*----------------------------------------------------------------
016792 8300-REGENERATE-MASTER.
016796     MOVE 'N' TO WS-INPUT-EOF-SW.
016800     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
016804     PERFORM UNTIL INPUT-EOF
016808         ADD 1 TO BKO-MASTER-READ-COUNT
016812         PERFORM 8350-RESTORE-ONE-EMPLOYEE THRU 8350-EXIT
016816         WRITE BKM-MASTER-REC FROM EmployeeRecord
016820         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
016824     END-PERFORM.
016828 8300-EXIT.
016832     EXIT.
016836
016840*----------------------------------------------------------------
016844*8350-RESTORE-ONE-EMPLOYEE REVERSES EVERY CYCLE ENTRY FOR THE
016848*MASTER RECORD IN HAND - A RAISE AND A BONUS RUN DATED THE SAME
016852*DAY EACH LEAVE AN ENTRY, AND ALL MUST BE BACKED OUT.  A BONUS,
016856*DEDUCTION, RETRO-PAY OR ADJUSTMENT ENTRY DIDN'T TOUCH THE
016860*MASTER, SO ONLY THE GL SIDE IS REVERSED FOR IT - NOTHING TO
016864*RESTORE.  AND WHEN THE DATE HOLDS BOTH A RAISE AND A SAME-DAY
016868*ADJUSTMENT (OR TWO ADJUSTMENTS) FOR ONE EMPLOYEE, ONLY THE
016872*EARLIEST RAISE-CHAIN ENTRY'S OLD FIGURES ARE THE TRUE PRE-CYCLE
016876*ONES - A LATER ENTRY'S 'V' WOULD RESTORE THE WRONG RAISE'S
016880*FIGURES, SO IT IS SUPERSEDED AND WRITES NOTHING (SEE 8365).
016884*----------------------------------------------------------------
016888 8350-RESTORE-ONE-EMPLOYEE.
016892     PERFORM 8360-REVERSE-ONE-ENTRY THRU 8360-EXIT
016896         VARYING BKO-IDX FROM 1 BY 1
016900         UNTIL BKO-IDX > BKO-TABLE-COUNT.
016904 8350-EXIT.
016908     EXIT.
016912
016916 8360-REVERSE-ONE-ENTRY.
016920     IF BKO-TBL-EMP-NB (BKO-IDX) NOT = EmpNbIn
016924         GO TO 8360-EXIT
016928     END-IF.
016932     IF BKO-TBL-REC-TYPE (BKO-IDX) = 'A'
016936         PERFORM 8365-CHECK-EARLIER-RESTORE THRU 8365-EXIT
016940         IF BKO-EARLIER-FOUND
016944             ADD 1 TO BKO-SUPERSEDED-COUNT
016948             GO TO 8360-EXIT
016952         END-IF
016956     END-IF.
016960     PERFORM 8400-WRITE-REVERSING-GL-REC THRU 8400-EXIT.
016964     PERFORM 8450-WRITE-REGISTER-LINE THRU 8450-EXIT.
016968     IF BKO-TBL-REC-TYPE (BKO-IDX) NOT = 'B'
016972         AND BKO-TBL-REC-TYPE (BKO-IDX) NOT = 'D'
016976         AND BKO-TBL-REC-TYPE (BKO-IDX) NOT = 'A'
016980         AND BKO-TBL-REC-TYPE (BKO-IDX) NOT = 'T'
016984         ADD 1 TO BKO-RESTORED-COUNT
016988         MOVE BKO-TBL-OLD-SALARY (BKO-IDX) TO AnnualSalaryIn
016992         MOVE BKO-TBL-OLD-DUES (BKO-IDX) TO EmpDues
016996         MOVE BKO-TBL-OLD-INSU (BKO-IDX) TO EmpInsuIn
017000     END-IF.
017004 8360-EXIT.
017008     EXIT.
017012
017016*----------------------------------------------------------------
017020*8365-CHECK-EARLIER-RESTORE LOOKS FOR AN EARLIER RAISE-CHAIN
017024*ENTRY ('R', BLANK OR 'A' - NOT BONUS, DEDUCTION OR RETRO PAY)
017028*FOR THE SAME EMPLOYEE AHEAD OF THE ONE IN HAND.  ONE EMPLOYEE'S
017032*ENTRIES FOR THE DAY LOAD IN HIST-ENTRY-SEQ ORDER, WHICH IS THE
017036*ORDER THEY WERE POSTED, SO THE EARLIEST CHAIN ENTRY'S OLD
017040*FIGURES ARE THE TRUE PRE-CYCLE ONES AND ITS 'V' IS THE ONLY
017044*RESTORE THAT SHOULD REACH FINANCE - A LATER ADJUSTMENT'S 'V'
017048*WOULD PUT THE WRONG RAISE'S FIGURES BACK AND THE NET WOULD
017052*DEPEND ON FINANCE'S INGESTION ORDER.
017056*----------------------------------------------------------------
017060 8365-CHECK-EARLIER-RESTORE.
017064     MOVE 'N' TO WS-BKO-EARLIER-SW.
017068     PERFORM 8370-SCAN-ONE-EARLIER THRU 8370-EXIT
017072         VARYING BKO-IDX2 FROM 1 BY 1
017076         UNTIL BKO-IDX2 >= BKO-IDX
017080             OR BKO-EARLIER-FOUND.
017084 8365-EXIT.
017088     EXIT.
017092
017096 8370-SCAN-ONE-EARLIER.
017100     IF BKO-TBL-EMP-NB (BKO-IDX2) = EmpNbIn
017104         AND BKO-TBL-REC-TYPE (BKO-IDX2) NOT = 'B'
017108         AND BKO-TBL-REC-TYPE (BKO-IDX2) NOT = 'D'
017112         AND BKO-TBL-REC-TYPE (BKO-IDX2) NOT = 'T'
017116         MOVE 'Y' TO WS-BKO-EARLIER-SW
017120     END-IF.
017124 8370-EXIT.
017128     EXIT.
017132
017136*----------------------------------------------------------------
017140*8400-WRITE-REVERSING-GL-REC PUTS THE OLD AMOUNTS BACK ON THE GL
017144*EXTRACT IN PLACE OF THE NEW ONES, IN THE SAME LAYOUT THE
017148*FINANCE UPLOAD ALREADY INGESTS, SO POSTING THE FILE BACKS THE
017152*CYCLE OUT OF THE LEDGER.  A BONUS ENTRY REVERSES TO A ZERO
017156*BONUS RECORD, CODED 'B' THE SAME WAY IT WENT OUT; A DEDUCTION
017160*ENTRY REVERSES TO ITS OLD WITHHELD AMOUNT, CODED 'D' WITH ITS
017164*DEDUCTION CODE; A RETRO-PAY ENTRY REVERSES TO A ZERO BACK-PAY
017168*RECORD, CODED 'T'; A RAISE ENTRY - OR A STANDALONE ADJUSTMENT
017172*ENTRY, WHICH REVERSES ON THE GL ONLY - GOES OUT AS THE OLD
017176*AMOUNTS, CODED 'V'.
017180*----------------------------------------------------------------
017184 8400-WRITE-REVERSING-GL-REC.
017188     MOVE EmpNbIn TO GL-EMP-NB.
017192     MOVE EmpDeptIn TO GL-COST-CENTER.
017196     MOVE SPACES TO GL-DED-CODE.
017200     MOVE EmpNbIn TO GL-SRC-EMP-NB.
017204     EVALUATE BKO-TBL-REC-TYPE (BKO-IDX)
017208       WHEN 'B'
017212         MOVE ZERO TO GL-NEW-SALARY
017216         MOVE ZERO TO GL-NEW-DUES
017220         MOVE ZERO TO GL-NEW-INSU
017224         MOVE 'B' TO GL-REC-TYPE
017228       WHEN 'D'
017232         MOVE ZERO TO GL-NEW-SALARY
017236         MOVE BKO-TBL-OLD-DUES (BKO-IDX) TO GL-NEW-DUES
017240         MOVE ZERO TO GL-NEW-INSU
017244         MOVE 'D' TO GL-REC-TYPE
017248         MOVE BKO-TBL-DED-CODE (BKO-IDX) TO GL-DED-CODE
017252       WHEN 'T'
017256         MOVE ZERO TO GL-RETRO-AMOUNT
017260         MOVE ZERO TO GL-NEW-DUES
017264         MOVE ZERO TO GL-NEW-INSU
017268         MOVE 'T' TO GL-REC-TYPE
017272       WHEN OTHER
017276         MOVE BKO-TBL-OLD-SALARY (BKO-IDX) TO GL-NEW-SALARY
017280         MOVE BKO-TBL-OLD-DUES (BKO-IDX) TO GL-NEW-DUES
017284         MOVE BKO-TBL-OLD-INSU (BKO-IDX) TO GL-NEW-INSU
017288         MOVE 'V' TO GL-REC-TYPE
017292     END-EVALUATE.
017296     WRITE GL-EXTRACT-REC.
017300     ADD 1 TO BKO-GL-REVERSAL-COUNT.
017304 8400-EXIT.
017308     EXIT.
017312
017316 8450-WRITE-REGISTER-LINE.
017320     MOVE SPACES TO BKO-REGISTER-DETAIL.
017324     MOVE EmpNbIn TO BKO-DTL-EMP-NB.
017328     MOVE EmpName TO BKO-DTL-NAME.
017332     MOVE BKO-TBL-NEW-SALARY (BKO-IDX) TO BKO-DTL-BACKED-SAL.
017336     MOVE BKO-TBL-OLD-SALARY (BKO-IDX) TO BKO-DTL-REST-SAL.
017340     MOVE BKO-TBL-NEW-DUES (BKO-IDX) TO BKO-DTL-BACKED-DUES.
017344     MOVE BKO-TBL-OLD-DUES (BKO-IDX) TO BKO-DTL-REST-DUES.
017348     MOVE BKO-TBL-NEW-INSU (BKO-IDX) TO BKO-DTL-BACKED-INSU.
017352     MOVE BKO-TBL-OLD-INSU (BKO-IDX) TO BKO-DTL-REST-INSU.
017356     MOVE BKO-REGISTER-DETAIL TO Print-Rec.
017360     WRITE Print-Rec.
017364 8450-EXIT.
017368     EXIT.
017372
017376*----------------------------------------------------------------
017380*8500-WRITE-BACKOUT-TOTALS PRINTS THE REGISTER TRAILER SO THE
017384*BACKOUT CAN BE BALANCED - HISTORY RECORDS READ, ENTRIES ON THE
017388*CYCLE (EMPLOYEES PLUS THEIR DEDUCTION RECORDS), RAISE ENTRIES
017392*RESTORED AND GL REVERSALS WRITTEN MUST AGREE BEFORE OPERATIONS
017396*SWAPS BACKEMP IN.
017400*----------------------------------------------------------------
017404 8500-WRITE-BACKOUT-TOTALS.
017408     MOVE VoidLine TO Print-Rec.
017412     WRITE Print-Rec AFTER ADVANCING 2 LINES.
017416     MOVE SPACES TO TRAILER-REC.
017420     MOVE 'HISTORY RECORDS READ' TO TR-LABEL.
017424     MOVE BKO-HIST-READ-COUNT TO TR-COUNT.
017428     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
017432     MOVE SPACES TO TRAILER-REC.
017436     MOVE 'ENTRIES ON BACKED-OUT CYCLE' TO TR-LABEL.
017440     MOVE BKO-TABLE-COUNT TO TR-COUNT.
017444     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
017448     MOVE SPACES TO TRAILER-REC.
017452     MOVE 'MASTER RECORDS COPIED' TO TR-LABEL.
017456     MOVE BKO-MASTER-READ-COUNT TO TR-COUNT.
017460     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
017464     MOVE SPACES TO TRAILER-REC.
017468     MOVE 'RAISE ENTRIES RESTORED TO MASTER' TO TR-LABEL.
017472     MOVE BKO-RESTORED-COUNT TO TR-COUNT.
017476     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
017480     MOVE SPACES TO TRAILER-REC.
017484     MOVE 'GL REVERSALS WRITTEN' TO TR-LABEL.
017488     MOVE BKO-GL-REVERSAL-COUNT TO TR-COUNT.
017492     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
017496     MOVE SPACES TO TRAILER-REC.
017500     MOVE 'ADJUSTMENT REVERSALS SUPERSEDED' TO TR-LABEL.
017504     MOVE BKO-SUPERSEDED-COUNT TO TR-COUNT.
017508     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
017512 8500-EXIT.
017516     EXIT.
017520
017524*----------------------------------------------------------------
017528*8600-ADJUSTMENT-RUN CORRECTS INDIVIDUAL EMPLOYEES FROM THE
017532*ADJCARD DECK - EACH CARD CARRIES THE FIGURES THAT SHOULD HAVE
017536*APPLIED.  THE LAST APPLIED RAISE (TYPE 'R' OR A PRIOR 'A') IS
017540*FOUND ON THE HISTORY, A 'V' REVERSAL AND AN 'A' REPOST GO TO
017544*THE GL EXTRACT, A TYPE 'A' CORRECTING ENTRY IS APPENDED TO THE
017548*HISTORY, AND THE REGISTER SHOWS THE SIGNED DELTAS.  THE LIVE
017552*MASTER IS NOT TOUCHED - THE NEXT MAINTENANCE OR CYCLE CARRIES
017556*THE CORRECTED FIGURES THE SAME WAY A NORMAL RAISE DOES.
017560*----------------------------------------------------------------
017564 8600-ADJUSTMENT-RUN.
017568     OPEN INPUT ADJCARDFILE.
017572     IF WS-ADJCARD-STATUS NOT = '00'
017576         DISPLAY 'ADJUSTMENT CARD DECK ADJCARD WILL NOT OPEN - '
017580             'STATUS ' WS-ADJCARD-STATUS '.  NOTHING TO ADJUST.'
017584         STOP RUN
017588     END-IF.
017592     OPEN INPUT INPUTFILE.
017596     IF WS-INPUT-STATUS NOT = '00'
017600         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
017604             WS-INPUT-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
017608         DISPLAY 'PROGRAM AND RESUBMIT.'
017612         STOP RUN
017616     END-IF.
017620     OPEN OUTPUT OUTPUTFILE
017624         GLEXTRACTFILE.
017628     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA.
017632     PERFORM 8650-WRITE-ADJ-HEADER THRU 8650-EXIT.
017636     PERFORM 8620-READ-ADJ-CARD THRU 8620-EXIT.
017640     PERFORM UNTIL ADJ-CARD-EOF
017644         PERFORM 8700-PROCESS-ADJ-CARD THRU 8700-EXIT
017648         PERFORM 8620-READ-ADJ-CARD THRU 8620-EXIT
017652     END-PERFORM.
017656     PERFORM 8800-WRITE-ADJ-TOTALS THRU 8800-EXIT.
017660     CLOSE ADJCARDFILE
017664         INPUTFILE
017668         OUTPUTFILE
017672         GLEXTRACTFILE.
017676 8600-EXIT.
017680     EXIT.
017684
017688 8620-READ-ADJ-CARD.
017692     READ ADJCARDFILE
017696         AT END
017700             MOVE 'Y' TO WS-ADJCARD-EOF-SW
017704     END-READ.
017708 8620-EXIT.
017712     EXIT.
017716
017720 8650-WRITE-ADJ-HEADER.
017724     MOVE WS-CURRENT-DAY TO ADJ-HDR-DAY.
017728     MOVE WS-CURRENT-MONTH TO ADJ-HDR-MONTH.
017732     MOVE WS-CURRENT-YEAR TO ADJ-HDR-YEAR.
017736     MOVE VoidLine TO Print-Rec.
017740     WRITE Print-Rec AFTER ADVANCING 5 LINES.
017744     MOVE ADJ-REGISTER-HEADER TO Print-Rec.
017748     WRITE Print-Rec.
017752     MOVE ADJ-MINI-TITLES TO Print-Rec.
017756     WRITE Print-Rec AFTER ADVANCING 2 LINES.
017760     MOVE VoidLine TO Print-Rec.
017764     WRITE Print-Rec.
017768 8650-EXIT.
017772     EXIT.
017776
017780*----------------------------------------------------------------
017784*8700-PROCESS-ADJ-CARD VALIDATES ONE CORRECTION CARD, FINDS THE
017788*LAST APPLIED RAISE AND APPLIES THE CORRECTION.  A CARD THAT
017792*CANNOT BE APPLIED PRINTS ITS REASON ON THE REGISTER - NOTHING
017796*IS CORRECTED ON A GUESS.
017800*----------------------------------------------------------------
017804 8700-PROCESS-ADJ-CARD.
017808     ADD 1 TO ADJ-CARD-READ-COUNT.
017812     IF ADJ-CRD-EMP-NB NOT NUMERIC
017816         OR ADJ-CRD-NEW-SALARY NOT NUMERIC
017820         OR ADJ-CRD-NEW-DUES NOT NUMERIC
017824         OR ADJ-CRD-NEW-INSU NOT NUMERIC
017828         MOVE 'CARD NOT NUMERIC - SKIPPED' TO WS-EDIT-REASON
017832         PERFORM 8790-WRITE-ADJ-SKIP-LINE THRU 8790-EXIT
017836         GO TO 8700-EXIT
017840     END-IF.
017844     PERFORM 8720-FIND-LAST-HISTORY THRU 8720-EXIT.
017848     IF NOT ADJ-HIST-FOUND
017852         MOVE 'NO APPLIED RAISE ON HISTORY - SKIPPED'
017856             TO WS-EDIT-REASON
017860         PERFORM 8790-WRITE-ADJ-SKIP-LINE THRU 8790-EXIT
017864         GO TO 8700-EXIT
017868     END-IF.
017872     IF ADJ-LAST-NEW-SALARY > 999999
017876         MOVE 'PRIOR SALARY TOO LARGE FOR HISTORY' TO
017880             WS-EDIT-REASON
017884         PERFORM 8790-WRITE-ADJ-SKIP-LINE THRU 8790-EXIT
017888         GO TO 8700-EXIT
017892     END-IF.
017896     COMPUTE ADJ-DELTA-SALARY =
017900         ADJ-CRD-NEW-SALARY - ADJ-LAST-NEW-SALARY.
017904     COMPUTE ADJ-DELTA-DUES =
017908         ADJ-CRD-NEW-DUES - ADJ-LAST-NEW-DUES.
017912     COMPUTE ADJ-DELTA-INSU =
017916         ADJ-CRD-NEW-INSU - ADJ-LAST-NEW-INSU.
017920     PERFORM 8770-APPEND-ADJ-HISTORY THRU 8770-EXIT.
017924     IF HIST-DAY-FULL
017928         MOVE 'DATE FULL ON HISTORY' TO WS-EDIT-REASON
017932         PERFORM 8790-WRITE-ADJ-SKIP-LINE THRU 8790-EXIT
017936         GO TO 8700-EXIT
017940     END-IF.
017944     PERFORM 8760-WRITE-ADJ-GL-RECORDS THRU 8760-EXIT.
017948     PERFORM 8780-WRITE-ADJ-REGISTER-LINE THRU 8780-EXIT.
017952     ADD 1 TO ADJ-APPLIED-COUNT.
017956 8700-EXIT.
017960     EXIT.
017964
017968*----------------------------------------------------------------
017972*8720-FIND-LAST-HISTORY STARTS THE RAISE HISTORY AT THE CARDED
017976*EMPLOYEE'S FIRST ENTRY AND READS ONLY THAT EMPLOYEE'S ENTRIES -
017980*THE WAY THE INQUIRY DOES - KEEPING THE LATEST APPLIED RAISE.
017984*TYPE 'R' (OR BLANK) AND PRIOR 'A' CORRECTIONS COUNT; BONUSES,
017988*DEDUCTIONS AND RETRO PAY DO NOT - THEY ARE NOT THE SALARY
017992*FIGURE BEING CORRECTED.
017996*----------------------------------------------------------------
018000 8720-FIND-LAST-HISTORY.
018004     MOVE 'N' TO WS-ADJ-HIST-FOUND-SW.
018008     MOVE LOW-VALUES TO ADJ-LAST-EFF-DT.
018012     OPEN INPUT HISTORYFILE.
018016     IF WS-HISTORY-STATUS NOT = '00'
018020         GO TO 8720-EXIT
018024     END-IF.
018028     MOVE LOW-VALUES TO HIST-KEY.
018032     MOVE ADJ-CRD-EMP-NB TO HIST-EMP-NB.
018036     MOVE 'N' TO WS-BKO-HIST-EOF-SW.
018040     START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
018044         INVALID KEY
018048             MOVE 'Y' TO WS-BKO-HIST-EOF-SW
018052     END-START.
018056     PERFORM UNTIL BKO-HIST-EOF
018060         READ HISTORYFILE NEXT
018064             AT END
018068                 MOVE 'Y' TO WS-BKO-HIST-EOF-SW
018072             NOT AT END
018076                 IF HIST-EMP-NB = ADJ-CRD-EMP-NB
018080                     PERFORM 8730-KEEP-IF-LATEST THRU 8730-EXIT
018084                 ELSE
018088                     MOVE 'Y' TO WS-BKO-HIST-EOF-SW
018092                 END-IF
018096         END-READ
018100     END-PERFORM.
018104     CLOSE HISTORYFILE.
018108 8720-EXIT.
018112     EXIT.
018116
018120 8730-KEEP-IF-LATEST.
018124     IF HIST-EMP-NB NOT = ADJ-CRD-EMP-NB
018128         GO TO 8730-EXIT
018132     END-IF.
018136     IF HIST-REC-TYPE = 'B' OR 'D' OR 'T'
018140         GO TO 8730-EXIT
018144     END-IF.
018148     IF HIST-EFFECTIVE-DT < ADJ-LAST-EFF-DT
018152         GO TO 8730-EXIT
018156     END-IF.
018160     MOVE 'Y' TO WS-ADJ-HIST-FOUND-SW.
018164     MOVE HIST-EFFECTIVE-DT TO ADJ-LAST-EFF-DT.
018168     MOVE HIST-NEW-SALARY TO ADJ-LAST-NEW-SALARY.
018172     MOVE HIST-NEW-DUES TO ADJ-LAST-NEW-DUES.
018176     MOVE HIST-NEW-INSU TO ADJ-LAST-NEW-INSU.
018180     MOVE HIST-PRO-MONTHS TO ADJ-LAST-PRO-MONTHS.
018184 8730-EXIT.
018188     EXIT.
018192
018196*----------------------------------------------------------------
018200*8760-WRITE-ADJ-GL-RECORDS CARRIES THE DELTA TO FINANCE AS A
018204*REVERSE/REPOST PAIR - THE EXTRACT LAYOUT CARRIES NO SIGN, AND
018208*FINANCE ALREADY INGESTS TYPE 'V' REVERSALS FROM THE BACKOUT
018212*RUN.  THE COST CENTER COMES OFF THE LIVE MASTER; AN EMPLOYEE
018216*NO LONGER ON THE MASTER POSTS WITH A BLANK COST CENTER AND
018220*FINANCE ROUTES IT BY HAND, THE WAY THEY DO A LATE TERMINATION.
018224*----------------------------------------------------------------
018228 8760-WRITE-ADJ-GL-RECORDS.
018232     MOVE ADJ-CRD-EMP-NB TO EmpNbIn.
018236     READ INPUTFILE
018240         INVALID KEY
018244             MOVE SPACES TO EmpName
018248             MOVE SPACES TO EmpDeptIn
018252     END-READ.
018256     MOVE ADJ-CRD-EMP-NB TO GL-EMP-NB.
018260     MOVE EmpDeptIn TO GL-COST-CENTER.
018264     MOVE ADJ-LAST-NEW-SALARY TO GL-NEW-SALARY.
018268     MOVE ADJ-LAST-NEW-DUES TO GL-NEW-DUES.
018272     MOVE ADJ-LAST-NEW-INSU TO GL-NEW-INSU.
018276     MOVE 'V' TO GL-REC-TYPE.
018280     MOVE SPACES TO GL-DED-CODE.
018284     MOVE ADJ-CRD-EMP-NB TO GL-SRC-EMP-NB.
018288     WRITE GL-EXTRACT-REC.
018292     ADD 1 TO ADJ-GL-COUNT.
018296     MOVE ADJ-CRD-EMP-NB TO GL-EMP-NB.
018300     MOVE EmpDeptIn TO GL-COST-CENTER.
018304     MOVE ADJ-CRD-NEW-SALARY TO GL-NEW-SALARY.
018308     MOVE ADJ-CRD-NEW-DUES TO GL-NEW-DUES.
018312     MOVE ADJ-CRD-NEW-INSU TO GL-NEW-INSU.
018316     MOVE 'A' TO GL-REC-TYPE.
018320     MOVE SPACES TO GL-DED-CODE.
018324     MOVE ADJ-CRD-EMP-NB TO GL-SRC-EMP-NB.
018328     WRITE GL-EXTRACT-REC.
018332     ADD 1 TO ADJ-GL-COUNT.
018336 8760-EXIT.
018340     EXIT.
018344
018348*----------------------------------------------------------------
018352*8770-APPEND-ADJ-HISTORY LEAVES THE CORRECTING ENTRY ON THE
018356*HISTORY - OLD FIGURES ARE WHAT THE WRONG RAISE APPLIED, NEW
018360*FIGURES ARE THE CARD'S.  THE TREND AND INQUIRY THEN CHAIN
018364*THROUGH THE CORRECTION THE SAME WAY THEY CHAIN THROUGH A
018368*NORMAL CYCLE.  8700 HAS ALREADY SKIPPED ANY CARD WHOSE PRIOR
018372*SALARY WOULD NOT FIT THE SIX-DIGIT HIST-OLD-SALARY.  IT RUNS
018376*AHEAD OF THE GL PAIR SO THAT, WHEN THE EMPLOYEE'S ENTRIES FOR
018380*THE DATE ARE FULL (HIST-DAY-FULL), 8700 SKIPS THE CARD BEFORE
018384*ANYTHING REACHES FINANCE.
018388*----------------------------------------------------------------
018392 8770-APPEND-ADJ-HISTORY.
018396     PERFORM 1300-OPEN-HISTORY-FILE THRU 1300-EXIT.
018400     MOVE ADJ-CRD-EMP-NB TO HIST-EMP-NB.
018404     MOVE WS-CURRENT-DATE TO HIST-EFFECTIVE-DT.
018408     MOVE ADJ-LAST-NEW-SALARY TO HIST-OLD-SALARY.
018412     MOVE ADJ-CRD-NEW-SALARY TO HIST-NEW-SALARY.
018416     MOVE ADJ-LAST-NEW-DUES TO HIST-OLD-DUES.
018420     MOVE ADJ-CRD-NEW-DUES TO HIST-NEW-DUES.
018424     MOVE ADJ-LAST-NEW-INSU TO HIST-OLD-INSU.
018428     MOVE ADJ-CRD-NEW-INSU TO HIST-NEW-INSU.
018432     MOVE ADJ-LAST-PRO-MONTHS TO HIST-PRO-MONTHS.
018436     MOVE 'A' TO HIST-REC-TYPE.
018440     MOVE SPACES TO HIST-DED-CODE.
018444     MOVE ZERO TO HIST-RETRO-AMOUNT.
018448     MOVE SPACES TO HIST-CLEARED-DT.
018452     PERFORM 1320-ASSIGN-ENTRY-SEQ THRU 1320-EXIT.
018456     IF HIST-DAY-FULL
018460         DISPLAY 'RAISEHST FULL - 99 ENTRIES FOR ' HIST-EMP-NB
018464             ' ON ' HIST-EFFECTIVE-DT ' - ADJUSTMENT NOT POSTED'
018468     ELSE
018472         WRITE HIST-REC
018476             INVALID KEY
018480                 DISPLAY 'RAISEHST REFUSED ' HIST-KEY
018484                     ' - STATUS ' WS-HISTORY-STATUS
018488         END-WRITE
018492     END-IF.
018496     CLOSE HISTORYFILE.
018500 8770-EXIT.
018504     EXIT.
018508
018512 8780-WRITE-ADJ-REGISTER-LINE.
018516     MOVE SPACES TO ADJ-REGISTER-DETAIL.
018520     MOVE ADJ-CRD-EMP-NB TO ADJ-DTL-EMP-NB.
018524     IF EmpName = SPACES
018528         MOVE 'NOT ON MASTER' TO ADJ-DTL-NAME
018532     ELSE
018536         MOVE EmpName TO ADJ-DTL-NAME
018540     END-IF.
018544     MOVE ADJ-LAST-NEW-SALARY TO ADJ-DTL-WAS-SAL.
018548     MOVE ADJ-CRD-NEW-SALARY TO ADJ-DTL-NOW-SAL.
018552     MOVE ADJ-DELTA-SALARY TO ADJ-DTL-DELTA-SAL.
018556     MOVE ADJ-DELTA-DUES TO ADJ-DTL-DELTA-DUES.
018560     MOVE ADJ-DELTA-INSU TO ADJ-DTL-DELTA-INSU.
018564     MOVE ADJ-REGISTER-DETAIL TO Print-Rec.
018568     WRITE Print-Rec.
018572 8780-EXIT.
018576     EXIT.
018580
018584 8790-WRITE-ADJ-SKIP-LINE.
018588     ADD 1 TO ADJ-SKIPPED-COUNT.
018592     MOVE SPACES TO ADJ-REGISTER-DETAIL.
018596     MOVE ADJ-CRD-EMP-NB TO ADJ-DTL-EMP-NB.
018600     MOVE WS-EDIT-REASON TO ADJ-DTL-NAME.
018604     MOVE ADJ-REGISTER-DETAIL TO Print-Rec.
018608     WRITE Print-Rec.
018612 8790-EXIT.
018616     EXIT.
018620
018624 8800-WRITE-ADJ-TOTALS.
018628     MOVE VoidLine TO Print-Rec.
018632     WRITE Print-Rec AFTER ADVANCING 2 LINES.
018636     MOVE SPACES TO TRAILER-REC.
018640     MOVE 'CORRECTION CARDS READ' TO TR-LABEL.
018644     MOVE ADJ-CARD-READ-COUNT TO TR-COUNT.
018648     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
018652     MOVE SPACES TO TRAILER-REC.
018656     MOVE 'ADJUSTMENTS APPLIED' TO TR-LABEL.
018660     MOVE ADJ-APPLIED-COUNT TO TR-COUNT.
018664     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
018668     MOVE SPACES TO TRAILER-REC.
018672     MOVE 'CARDS SKIPPED' TO TR-LABEL.
018676     MOVE ADJ-SKIPPED-COUNT TO TR-COUNT.
018680     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
018684     MOVE SPACES TO TRAILER-REC.
018688     MOVE 'GL RECORDS WRITTEN (V + A PAIRS)' TO TR-LABEL.
018692     MOVE ADJ-GL-COUNT TO TR-COUNT.
018696     WRITE TRAILER-REC AFTER ADVANCING 1 LINE.
018700 8800-EXIT.
018704     EXIT.
018708
018712*----------------------------------------------------------------
018716*9000-TERMINATE-RUN CLOSES THE REMAINING OPEN FILES AND MARKS
018720*THE CHECKPOINT FILE COMPLETE SO THE NEXT RUN STARTS FROM
018724*RECORD ONE INSTEAD OF TREATING THIS RUN AS AN ABEND TO RESTART
018728*FROM.
018732*----------------------------------------------------------------
018736 9000-TERMINATE-RUN.
018740     CLOSE INPUTFILE
018744         OUTPUTFILE
018748         GLEXTRACTFILE
018752         LETTERFILE
018756         HISTORYFILE
018760         HISTORYKEEPFILE.
018764     PERFORM 9100-MARK-CHECKPOINT-COMPLETE THRU 9100-EXIT.
018768     PERFORM 9150-MARK-STEP-COMPLETE THRU 9150-EXIT.
018772 9000-EXIT.
018776     EXIT.
018780
018784 9100-MARK-CHECKPOINT-COMPLETE.
018788     OPEN OUTPUT CHECKPOINTFILE.
018792     MOVE SPACES TO CHKPT-REC.
018796     MOVE SPACES TO CHKPT-LAST-EMP-NB.
018800     MOVE 'C' TO CHKPT-STATUS.
018804     MOVE ZERO TO CHKPT-LAST-SEQ-NO.
018808     MOVE ZERO TO CHKPT-EXCP-COUNT.
018812     MOVE ZERO TO CHKPT-SUSP-COUNT.
018816     MOVE ZERO TO CHKPT-TERM-COUNT.
018820     MOVE ZERO TO CHKPT-LEAVE-COUNT.
018824     WRITE CHKPT-REC.
018828     CLOSE CHECKPOINTFILE.
018832 9100-EXIT.
018836     EXIT.
018840
018844*----------------------------------------------------------------
018848*9150-MARK-STEP-COMPLETE STAMPS THE CYCLE (STEP 2) COMPLETE ON
018852*THE CYCLE-STEP FILE, SO Program2'S GATE OPENS.  NOTHING TO
018856*STAMP WHEN NO CYCLSTEP WAS MOUNTED.
018860*----------------------------------------------------------------
018864 9150-MARK-STEP-COMPLETE.
018868     IF NOT CYCSTEP-GATE-ON
018872         GO TO 9150-EXIT
018876     END-IF.
018880     MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CYC-TIME.
018884     MOVE WS-CYC-TIME TO WS-CYC-TBL-END (2).
018888     MOVE 'C' TO WS-CYC-TBL-STATUS (2).
018892     PERFORM 1170-REWRITE-CYCLE-FILE THRU 1170-EXIT.
018896 9150-EXIT.
018900     EXIT.
018904
018908 END PROGRAM Program1.
