001224*                  (STEP 2) STAMPS COMPLETE - NO MORE BOGUS
001228*                  FAILS FROM COUNTING A HALF-WRITTEN GLEXTRCT -
001232*                  AND LEAVES ITS OWN START/COMPLETE STAMPS.
001236*2026-10-15  RLW   TERMINATED EMPLOYEES (EmpStatus 'T') ARE NOW
001240*                  SKIPPED BY THE PAYROLL CYCLE, SO THEY LAND ON
001244*                  NONE OF ITS OUTPUTS.  THE MASTER PASS COUNTS
001248*                  AND HASHES THEM SEPARATELY AND THEY JOIN THE
001252*                  EXPECTED TOTAL AND COMBINED HASH.  AN EMPLOYEE
001256*                  ON LEAVE IS STILL PROCESSED AND RECONCILES THE
001260*                  USUAL WAY.
001264*2026-10-15  RLW   SUSPREC.CPY GAINED THE CYCLE DATE A RAISE WAS
001268*                  SUSPENDED - CTL-SUSP-REC WIDENED TO THE NEW
001272*                  78-BYTE RECORD.
001276*2026-10-15  RLW   SUSPREC.CPY GAINED THE PENDING REASON AND
001280*                  SIGNER - CTL-SUSP-REC WIDENED TO THE NEW
001284*                  87-BYTE RECORD.
001288
001292 ENVIRONMENT DIVISION.
001296 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001304     SELECT INPUTFILE ASSIGN TO "EMPMAST"
001308         ORGANIZATION IS INDEXED
001312         ACCESS IS SEQUENTIAL
001316         RECORD KEY IS CTL-IN-EMP-NB
001320         FILE STATUS IS CTL-INPUT-STATUS.
001324     SELECT GLFILE ASSIGN TO "GLEXTRCT"
001328         ORGANIZATION IS LINE SEQUENTIAL.
001332     SELECT EXCPFILE ASSIGN TO "EXCPRPT"
001336         ORGANIZATION IS LINE SEQUENTIAL.
001340     SELECT SUSPFILE ASSIGN TO "SUSPFILE"
001344         ORGANIZATION IS LINE SEQUENTIAL.
001348     SELECT RECONFILE ASSIGN TO "RECONRPT"
001352         ORGANIZATION IS LINE SEQUENTIAL.
001356     SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
001360         ORGANIZATION IS LINE SEQUENTIAL
001364         FILE STATUS IS CTL-RUNLOG-STATUS.
001368     SELECT REPAIRFILE ASSIGN TO "GLREPAIR"
001372         ORGANIZATION IS LINE SEQUENTIAL
001376         FILE STATUS IS CTL-REPAIR-STATUS.
001380     SELECT CYCSTEPFILE ASSIGN TO "CYCLSTEP"
001384         ORGANIZATION IS LINE SEQUENTIAL
001388         FILE STATUS IS CTL-CYCSTEP-STATUS.
001392
001396 DATA DIVISION.
001400 FILE SECTION.
001404
001408*----------------------------------------------------------------
001412*PAYROLL INPUT - THE INDEXED EMPLOYEE MASTER, SAME LAYOUT AS
001416*PROGRAM1'S EmployeeRecord.  ONLY THE EMPLOYEE NUMBER (THE
001420*RECORD KEY) AND THE EMPLOYMENT STATUS ARE NEEDED HERE, SO THE
001424*REST OF THE RECORD IS CARRIED AS FILLER.
001428*----------------------------------------------------------------
001432 FD  INPUTFILE.
001436 01  CTL-INPUT-REC.
001440     05  CTL-IN-EMP-NB           PIC X(05).
001444     05  FILLER                  PIC X(20).
001448     05  CTL-IN-STATUS           PIC X(01).
001452     05  FILLER                  PIC X(54).
001456
001460*----------------------------------------------------------------
001464*GL EXTRACT - SEE GLEXTRACT.CPY, THE SAME COPYBOOK Program1 USES
001468*TO WRITE THIS FILE, SO THE TWO PROGRAMS CAN NEVER DRIFT APART.
001472*THIS IS THE MACHINE-READABLE COUNTERPART OF THE PRINTED PAYROLL
001476*REPORT, SO IT IS WHAT GETS RECONCILED INSTEAD OF THE EDITED
001480*PRINT LINES.
001484*----------------------------------------------------------------
001488 FD  GLFILE.
001492     COPY GLEXTRACT REPLACING ==GL-EXTRACT-REC== BY ==CTL-GL-REC==
001496         ==GL-EMP-NB== BY ==CTL-GL-EMP-NB==
001500         ==GL-COST-CENTER== BY ==CTL-GL-COST-CENTER==
001504         ==GL-NEW-SALARY== BY ==CTL-GL-NEW-SALARY==
001508         ==GL-NEW-DUES== BY ==CTL-GL-NEW-DUES==
001512         ==GL-NEW-INSU== BY ==CTL-GL-NEW-INSU==.
001516
001520*----------------------------------------------------------------
001524*EXCEPTIONS LISTING - SEE EXCEPTREC.CPY, THE SAME COPYBOOK
001528*Program1 USES TO WRITE THIS FILE, SO THE TWO PROGRAMS CAN NEVER
001532*DRIFT APART.  THE FIRST SEVEN RECORDS ARE ALWAYS THE BANNER/
001536*COLUMN-HEADING BLOCK WRITTEN BY Program1'S
001540*1500-WRITE-EXCEPTION-HEADER, SO THEY ARE SKIPPED BY RECORD
001544*NUMBER RATHER THAN BY CONTENT.
001548*----------------------------------------------------------------
001552 FD  EXCPFILE.
001556     COPY EXCEPTREC REPLACING ==EXCEPT-REC== BY ==CTL-EXCP-REC==
001560         ==EXCP-EMP-NB== BY ==CTL-EXCP-EMP-NB==
001564         ==EXCP-EMP-NAME== BY ==CTL-EXCP-NAME==
001568         ==EXCP-REASON== BY ==CTL-EXCP-REASON==.
001572
001576*----------------------------------------------------------------
001580*OUT-OF-BAND SUSPENSE FILE - SAME LAYOUT AS PROGRAM1'S SUSP-REC
001584*(SEE SUSPREC.CPY).  ONLY THE EMPLOYEE NUMBER IS NEEDED HERE, SO
001588*THE REST OF THE RECORD IS CARRIED AS FILLER.
001592*----------------------------------------------------------------
001596 FD  SUSPFILE.
001600 01  CTL-SUSP-REC.
001604     05  CTL-SUSP-EMP-NB         PIC X(05).
001608     05  FILLER                  PIC X(82).
001612
001616*----------------------------------------------------------------
001620*RECONCILIATION REPORT - ONE LINE PER FIGURE, PLUS THE OVERALL
001624*PASS/FAIL RESULT AT THE BOTTOM.
001628*----------------------------------------------------------------
001632 FD  RECONFILE.
001636 01  CTL-RECON-REC.
001640     05  CTL-RPT-LABEL           PIC X(40).
001644     05  CTL-RPT-VALUE           PIC Z(08)9.
001648     05  FILLER                  PIC X(29).
001652
001656*----------------------------------------------------------------
001660*CUMULATIVE RUN LOG - ONE MACHINE-READABLE STATUS RECORD PER
001664*RECONCILIATION RUN, APPENDED (OPEN EXTEND) SO THE FILE KEEPS
001668*EVERY CYCLE.  SEE RUNLOG.CPY - SHARED WITH Program1 (WHICH
001672*GATES THE NEXT CYCLE ON THE LATEST RECORD) AND Program8 (THE
001676*RUN-LOG LISTING) SO THE THREE CAN NEVER DRIFT APART.
001680*----------------------------------------------------------------
001684 FD  RUNLOGFILE.
001688     COPY RUNLOG.
001692
001696*----------------------------------------------------------------
001700*CYCLE-STEP CONTROL FILE - SEE CYCSTEP.CPY.  GATED ON AND
001704*STAMPED HERE AS STEP 3 OF THE NIGHT.
001708*----------------------------------------------------------------
001712 FD  CYCSTEPFILE.
001716     COPY CYCSTEP.
001720
001724*----------------------------------------------------------------
001728*REPAIR GL EXTRACT WRITTEN BY Program11 - SAME LAYOUT AS THE
001732*MAIN EXTRACT.  MOUNTED ONLY WHEN A REPAIR RUN HAS RELEASED
001736*RECYCLED EXCEPTIONS THIS CYCLE; A MISSING FILE COUNTS AS ZERO.
001740*----------------------------------------------------------------
001744 FD  REPAIRFILE.
001748     COPY GLEXTRACT REPLACING
001752         ==GL-EXTRACT-REC== BY ==CTL-RPR-REC==
001756         ==GL-EMP-NB== BY ==CTL-RPR-EMP-NB==
001760         ==GL-COST-CENTER== BY ==CTL-RPR-COST-CENTER==
001764         ==GL-NEW-SALARY== BY ==CTL-RPR-NEW-SALARY==
001768         ==GL-NEW-DUES== BY ==CTL-RPR-NEW-DUES==
001772         ==GL-NEW-INSU== BY ==CTL-RPR-NEW-INSU==
001776         ==GL-REC-TYPE== BY ==CTL-RPR-REC-TYPE==
001780         ==GL-DED-CODE== BY ==CTL-RPR-DED-CODE==
001784         ==GL-SRC-EMP-NB== BY ==CTL-RPR-SRC-EMP-NB==.
001788
001792 WORKING-STORAGE SECTION.
001796
001800*----------------------------------------------------------------
001804*SWITCHES
001808*----------------------------------------------------------------
001812 01  CTL-SWITCHES.
001816     05  CTL-INPUT-EOF-SW        PIC X(01) VALUE 'N'.
001820         88  INPUT-EOF                   VALUE 'Y'.
001824     05  CTL-GL-EOF-SW           PIC X(01) VALUE 'N'.
001828         88  GL-EOF                      VALUE 'Y'.
001832     05  CTL-EXCP-EOF-SW         PIC X(01) VALUE 'N'.
001836         88  EXCP-EOF                    VALUE 'Y'.
001840     05  CTL-SUSP-EOF-SW         PIC X(01) VALUE 'N'.
001844         88  SUSP-EOF                    VALUE 'Y'.
001848     05  CTL-REPAIR-EOF-SW       PIC X(01) VALUE 'N'.
001852         88  REPAIR-EOF                  VALUE 'Y'.
001856     05  CTL-CYCSTEP-EOF-SW      PIC X(01) VALUE 'N'.
001860         88  CYCSTEP-EOF                 VALUE 'Y'.
001864     05  CTL-CYCSTEP-PRESENT-SW  PIC X(01) VALUE 'N'.
001868         88  CYCSTEP-GATE-ON             VALUE 'Y'.
001872     05  CTL-COUNTS-MATCH-SW     PIC X(01) VALUE 'N'.
001876         88  COUNTS-MATCH                VALUE 'Y'.
001880     05  CTL-HASH-MATCH-SW       PIC X(01) VALUE 'N'.
001884         88  HASH-TOTALS-MATCH           VALUE 'Y'.
001888
001892*----------------------------------------------------------------
001896*ACCUMULATORS
001900*----------------------------------------------------------------
001904 01  CTL-ACCUMULATORS.
001908     05  CTL-INPUT-COUNT         PIC 9(09) COMP VALUE ZERO.
001912     05  CTL-INPUT-HASH          PIC 9(09) COMP VALUE ZERO.
001916     05  CTL-GL-COUNT            PIC 9(09) COMP VALUE ZERO.
001920     05  CTL-GL-DED-COUNT        PIC 9(09) COMP VALUE ZERO.
001924     05  CTL-GL-HASH             PIC 9(09) COMP VALUE ZERO.
001928     05  CTL-EXCP-REC-COUNT      PIC 9(09) COMP VALUE ZERO.
001932     05  CTL-EXCP-HDR-COUNT      PIC 9(09) COMP VALUE ZERO.
001936     05  CTL-EXCP-DATA-COUNT     PIC 9(09) COMP VALUE ZERO.
001940     05  CTL-EXCP-HASH           PIC 9(09) COMP VALUE ZERO.
001944     05  CTL-SUSP-COUNT          PIC 9(09) COMP VALUE ZERO.
001948     05  CTL-SUSP-HASH           PIC 9(09) COMP VALUE ZERO.
001952     05  CTL-REPAIR-COUNT        PIC 9(09) COMP VALUE ZERO.
001956     05  CTL-REPAIR-HASH         PIC 9(09) COMP VALUE ZERO.
001960     05  CTL-INACTIVE-COUNT      PIC 9(09) COMP VALUE ZERO.
001964     05  CTL-INACTIVE-HASH       PIC 9(09) COMP VALUE ZERO.
001968     05  CTL-EXPECTED-TOTAL      PIC 9(09) COMP VALUE ZERO.
001972     05  CTL-COMBINED-HASH       PIC 9(09) COMP VALUE ZERO.
001976
001980 01  CTL-NUMERIC-TEST-FLD    PIC 9(05).
001984
001988 01  CTL-INPUT-STATUS        PIC XX VALUE '00'.
001992 01  CTL-RUNLOG-STATUS       PIC XX VALUE '00'.
001996 01  CTL-REPAIR-STATUS       PIC XX VALUE '00'.
002000 01  CTL-CYCSTEP-STATUS      PIC XX VALUE '00'.
002004
002008*----------------------------------------------------------------
002012*CYCLE-STEP TABLE - THE FOUR STEPS OF THE NIGHT AS LOADED FROM
002016*CYCLSTEP.  THIS RECONCILIATION IS STEP 3 AND GATES ON STEP 2.
002020*----------------------------------------------------------------
002024 01  CTL-CYC-TABLE.
002028     05  CTL-CYC-SLOT OCCURS 4 TIMES.
002032         10  CTL-CYC-TBL-PROGRAM     PIC X(10).
002036         10  CTL-CYC-TBL-DATE        PIC X(08).
002040         10  CTL-CYC-TBL-START       PIC X(06).
002044         10  CTL-CYC-TBL-END         PIC X(06).
002048         10  CTL-CYC-TBL-STATUS      PIC X(01).
002052 01  CTL-CYC-SUB             PIC 9(01) VALUE ZERO.
002056 01  CTL-CYC-TIME            PIC X(06) VALUE SPACES.
002060
002064 01  CTL-CURRENT-DATE-DATA.
002068     05  CTL-CURRENT-DATE        PIC X(08).
002072
002076*----------------------------------------------------------------
002080*NUMBER OF BANNER/COLUMN-HEADING RECORDS WRITTEN BY PROGRAM1'S
002084*1500-WRITE-EXCEPTION-HEADER AHEAD OF THE EXCEPTION DATA RECORDS.
002088*----------------------------------------------------------------
002092 01  CTL-EXCP-HDR-LINES      PIC 9(09) COMP VALUE 7.
002096
002100 PROCEDURE DIVISION.
002104
002108*=================================================================
002112*0000-MAIN-CONTROL
002116*RUNS THE THREE INDEPENDENT PASSES, THEN RECONCILES THE TOTALS.
002120*=================================================================
002124 0000-MAIN-CONTROL.
002128     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002132     PERFORM 2000-PROCESS-INPUT-FILE THRU 2000-EXIT.
002136     PERFORM 3000-PROCESS-GL-FILE THRU 3000-EXIT.
002140     PERFORM 4000-PROCESS-EXCEPTION-FILE THRU 4000-EXIT.
002144     PERFORM 4500-PROCESS-SUSPENSE-FILE THRU 4500-EXIT.
002148     PERFORM 4800-PROCESS-REPAIR-FILE THRU 4800-EXIT.
002152     PERFORM 5000-RECONCILE-AND-REPORT THRU 5000-EXIT.
002156     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002160     STOP RUN.
002164
002168*=================================================================
002172*1000-INITIALIZE
002176*OPENS ALL FOUR FILES FOR THE RUN.
002180*=================================================================
002184 1000-INITIALIZE.
002188     PERFORM 1100-CHECK-CYCLE-STEP THRU 1100-EXIT.
002192     OPEN INPUT INPUTFILE.
002196     IF CTL-INPUT-STATUS NOT = '00'
002200         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
002204             CTL-INPUT-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
002208         DISPLAY 'PROGRAM AND RESUBMIT.'
002212         STOP RUN
002216     END-IF.
002220     OPEN INPUT GLFILE.
002224     OPEN INPUT EXCPFILE.
002228     OPEN INPUT SUSPFILE.
002232     OPEN OUTPUT RECONFILE.
002236 1000-EXIT.
002240     EXIT.
002244
002248*=================================================================
002252*1100-CHECK-CYCLE-STEP
002256*LOADS THE CYCLE-STEP FILE, REFUSES TO START WHILE THE PAYROLL
002260*CYCLE (STEP 2) HAS NOT STAMPED COMPLETE, AND STAMPS THIS
002264*RECONCILIATION (STEP 3) STARTED.  NO CYCLSTEP MOUNTED LEAVES
002268*THE GATE OFF - THE ESCAPE HATCH FOR AN OUT-OF-CYCLE RERUN.
002272*=================================================================
002276 1100-CHECK-CYCLE-STEP.
002280     MOVE 'N' TO CTL-CYCSTEP-PRESENT-SW.
002284     MOVE SPACES TO CTL-CYC-TABLE.
002288     OPEN INPUT CYCSTEPFILE.
002292     IF CTL-CYCSTEP-STATUS NOT = '00'
002296         GO TO 1100-EXIT
002300     END-IF.
002304     MOVE 'Y' TO CTL-CYCSTEP-PRESENT-SW.
002308     MOVE 'N' TO CTL-CYCSTEP-EOF-SW.
002312     PERFORM UNTIL CYCSTEP-EOF
002316         READ CYCSTEPFILE
002320             AT END
002324                 MOVE 'Y' TO CTL-CYCSTEP-EOF-SW
002328             NOT AT END
002332                 PERFORM 1110-LOAD-ONE-SLOT THRU 1110-EXIT
002336         END-READ
002340     END-PERFORM.
002344     CLOSE CYCSTEPFILE.
002348     IF CTL-CYC-TBL-STATUS (2) NOT = 'C'
002352         DISPLAY 'CYCLE-STEP GATE - THE PAYROLL CYCLE (STEP 2) '
002356             'HAS NOT COMPLETED.  RECONCILIATION NOT STARTED.'
002360         DISPLAY 'SEE THE CYCLE-STATUS LISTING, OR REMOVE '
002364             'CYCLSTEP FOR AN OUT-OF-CYCLE RERUN.'
002368         STOP RUN
002372     END-IF.
002376     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-CYC-TIME.
002380     MOVE 'Program2' TO CTL-CYC-TBL-PROGRAM (3).
002384     MOVE CTL-CYC-TIME TO CTL-CYC-TBL-START (3).
002388     MOVE SPACES TO CTL-CYC-TBL-END (3).
002392     MOVE 'S' TO CTL-CYC-TBL-STATUS (3).
002396     PERFORM 1120-REWRITE-CYCLE-FILE THRU 1120-EXIT.
002400 1100-EXIT.
002404     EXIT.
002408
002412 1110-LOAD-ONE-SLOT.
002416     IF CYC-STEP-NO NOT NUMERIC
002420         OR CYC-STEP-NO < 1
002424         OR CYC-STEP-NO > 4
002428         GO TO 1110-EXIT
002432     END-IF.
002436     MOVE CYC-STEP-NO TO CTL-CYC-SUB.
002440     MOVE CYC-PROGRAM-ID TO CTL-CYC-TBL-PROGRAM (CTL-CYC-SUB).
002444     MOVE CYC-CYCLE-DATE TO CTL-CYC-TBL-DATE (CTL-CYC-SUB).
002448     MOVE CYC-START-TIME TO CTL-CYC-TBL-START (CTL-CYC-SUB).
002452     MOVE CYC-END-TIME TO CTL-CYC-TBL-END (CTL-CYC-SUB).
002456     MOVE CYC-STATUS TO CTL-CYC-TBL-STATUS (CTL-CYC-SUB).
002460 1110-EXIT.
002464     EXIT.
002468
002472 1120-REWRITE-CYCLE-FILE.
002476     OPEN OUTPUT CYCSTEPFILE.
002480     PERFORM 1130-WRITE-ONE-SLOT THRU 1130-EXIT
002484         VARYING CTL-CYC-SUB FROM 1 BY 1
002488         UNTIL CTL-CYC-SUB > 4.
002492     CLOSE CYCSTEPFILE.
002496 1120-EXIT.
002500     EXIT.
002504
002508 1130-WRITE-ONE-SLOT.
002512     MOVE CTL-CYC-SUB TO CYC-STEP-NO.
002516     MOVE CTL-CYC-TBL-PROGRAM (CTL-CYC-SUB) TO CYC-PROGRAM-ID.
002520     MOVE CTL-CYC-TBL-DATE (CTL-CYC-SUB) TO CYC-CYCLE-DATE.
002524     MOVE CTL-CYC-TBL-START (CTL-CYC-SUB) TO CYC-START-TIME.
002528     MOVE CTL-CYC-TBL-END (CTL-CYC-SUB) TO CYC-END-TIME.
002532     MOVE CTL-CYC-TBL-STATUS (CTL-CYC-SUB) TO CYC-STATUS.
002536     WRITE CYC-STEP-REC.
002540 1130-EXIT.
002544     EXIT.
002548
002552*=================================================================
002556*2000-PROCESS-INPUT-FILE
002560*COUNTS EVERY RECORD ON THE PAYROLL INPUT FILE AND ACCUMULATES A
002564*HASH TOTAL OF THE NUMERIC EMPLOYEE NUMBERS ON IT.  A NON-NUMERIC
002568*EMPLOYEE NUMBER STILL COUNTS TOWARD THE RECORD COUNT BUT CANNOT
002572*BE ADDED INTO THE HASH TOTAL.  A TERMINATED EMPLOYEE IS ALSO
002576*COUNTED AND HASHED AS INACTIVE - PROGRAM1 SKIPS THE RECORD, SO
002580*IT IS EXPECTED ON NONE OF THE CYCLE'S OUTPUT FILES.
002584*=================================================================
002588 2000-PROCESS-INPUT-FILE.
002592     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
002596     PERFORM 2200-ACCUMULATE-INPUT-RECORD THRU 2200-EXIT
002600         UNTIL INPUT-EOF.
002604 2000-EXIT.
002608     EXIT.
002612
002616 2100-READ-INPUT-RECORD.
002620     READ INPUTFILE
002624         AT END MOVE 'Y' TO CTL-INPUT-EOF-SW
002628     END-READ.
002632 2100-EXIT.
002636     EXIT.
002640
002644 2200-ACCUMULATE-INPUT-RECORD.
002648     ADD 1 TO CTL-INPUT-COUNT.
002652     IF CTL-IN-EMP-NB IS NUMERIC
002656         MOVE CTL-IN-EMP-NB TO CTL-NUMERIC-TEST-FLD
002660         ADD CTL-NUMERIC-TEST-FLD TO CTL-INPUT-HASH
002664     END-IF.
002668     IF CTL-IN-STATUS = 'T'
002672         ADD 1 TO CTL-INACTIVE-COUNT
002676         IF CTL-IN-EMP-NB IS NUMERIC
002680             ADD CTL-NUMERIC-TEST-FLD TO CTL-INACTIVE-HASH
002684         END-IF
002688     END-IF.
002692     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
002696 2200-EXIT.
002700     EXIT.
002704
002708*=================================================================
002712*3000-PROCESS-GL-FILE
002716*COUNTS AND HASHES THE GL EXTRACT - THE MACHINE-READABLE RECORD
002720*OF WHICH EMPLOYEES THE PAYROLL RUN ACTUALLY PAID A NEW RATE TO.
002724*=================================================================
002728 3000-PROCESS-GL-FILE.
002732     PERFORM 3100-READ-GL-RECORD THRU 3100-EXIT.
002736     PERFORM 3200-ACCUMULATE-GL-RECORD THRU 3200-EXIT
002740         UNTIL GL-EOF.
002744 3000-EXIT.
002748     EXIT.
002752
002756 3100-READ-GL-RECORD.
002760     READ GLFILE
002764         AT END MOVE 'Y' TO CTL-GL-EOF-SW
002768     END-READ.
002772 3100-EXIT.
002776     EXIT.
002780
002784 3200-ACCUMULATE-GL-RECORD.
002788     IF GL-REC-TYPE = 'D'
002792         ADD 1 TO CTL-GL-DED-COUNT
002796     ELSE
002800         ADD 1 TO CTL-GL-COUNT
002804         IF CTL-GL-EMP-NB IS NUMERIC
002808             MOVE CTL-GL-EMP-NB TO CTL-NUMERIC-TEST-FLD
002812             ADD CTL-NUMERIC-TEST-FLD TO CTL-GL-HASH
002816         END-IF
002820     END-IF.
002824     PERFORM 3100-READ-GL-RECORD THRU 3100-EXIT.
002828 3200-EXIT.
002832     EXIT.
002836
002840*=================================================================
002844*4000-PROCESS-EXCEPTION-FILE
002848*SKIPS THE FIXED SEVEN-RECORD BANNER/COLUMN-HEADING BLOCK AT THE
002852*TOP OF THE EXCEPTIONS LISTING, THEN COUNTS AND HASHES EVERY
002856*EXCEPTION DATA RECORD BEHIND IT.
002860*=================================================================
002864 4000-PROCESS-EXCEPTION-FILE.
002868     PERFORM 4100-READ-EXCP-RECORD THRU 4100-EXIT.
002872     PERFORM 4200-ACCUMULATE-EXCP-RECORD THRU 4200-EXIT
002876         UNTIL EXCP-EOF.
002880 4000-EXIT.
002884     EXIT.
002888
002892 4100-READ-EXCP-RECORD.
002896     READ EXCPFILE
002900         AT END MOVE 'Y' TO CTL-EXCP-EOF-SW
002904     END-READ.
002908 4100-EXIT.
002912     EXIT.
002916
002920 4200-ACCUMULATE-EXCP-RECORD.
002924     ADD 1 TO CTL-EXCP-REC-COUNT.
002928     IF CTL-EXCP-REC-COUNT > CTL-EXCP-HDR-LINES
002932         ADD 1 TO CTL-EXCP-DATA-COUNT
002936         IF CTL-EXCP-EMP-NB IS NUMERIC
002940             MOVE CTL-EXCP-EMP-NB TO CTL-NUMERIC-TEST-FLD
002944             ADD CTL-NUMERIC-TEST-FLD TO CTL-EXCP-HASH
002948         END-IF
002952     ELSE
002956         ADD 1 TO CTL-EXCP-HDR-COUNT
002960     END-IF.
002964     PERFORM 4100-READ-EXCP-RECORD THRU 4100-EXIT.
002968 4200-EXIT.
002972     EXIT.
002976
002980*=================================================================
002984*4500-PROCESS-SUSPENSE-FILE
002988*COUNTS AND HASHES THE OUT-OF-BAND SUSPENSE FILE - THE MACHINE-
002992*READABLE RECORD OF WHICH EMPLOYEES THE PAYROLL RUN HELD BACK
002996*FOR A SIGNED APPROVAL INSTEAD OF PAYING.
003000*=================================================================
003004 4500-PROCESS-SUSPENSE-FILE.
003008     PERFORM 4600-READ-SUSP-RECORD THRU 4600-EXIT.
003012     PERFORM 4700-ACCUMULATE-SUSP-RECORD THRU 4700-EXIT
003016         UNTIL SUSP-EOF.
003020 4500-EXIT.
003024     EXIT.
003028
003032 4600-READ-SUSP-RECORD.
003036     READ SUSPFILE
003040         AT END MOVE 'Y' TO CTL-SUSP-EOF-SW
003044     END-READ.
003048 4600-EXIT.
003052     EXIT.
003056
003060 4700-ACCUMULATE-SUSP-RECORD.
003064     ADD 1 TO CTL-SUSP-COUNT.
003068     IF CTL-SUSP-EMP-NB IS NUMERIC
003072         MOVE CTL-SUSP-EMP-NB TO CTL-NUMERIC-TEST-FLD
003076         ADD CTL-NUMERIC-TEST-FLD TO CTL-SUSP-HASH
003080     END-IF.
003084     PERFORM 4600-READ-SUSP-RECORD THRU 4600-EXIT.
003088 4700-EXIT.
003092     EXIT.
003096
003100*=================================================================
003104*4800-PROCESS-REPAIR-FILE
003108*COUNTS AND HASHES THE REPAIR GL EXTRACT - THE RECYCLED
003112*EXCEPTIONS Program11 RELEASED.  A MISSING FILE IS A CYCLE WITH
003116*NO REPAIR RUN AND COUNTS AS ZERO.  THE HASH TAKES THE SOURCE
003120*EMPLOYEE NUMBER (GL-SRC-EMP-NB), NOT THE POSTED ONE - WHEN A
003124*CORRECTION CARD FIXED A BAD NUMBER, THE INPUT MASTER STILL
003128*CARRIES THE BAD ONE AND HASHING THE CORRECTED NUMBER WOULD
003132*STAMP A FALSE FAIL ON THE RUN LOG.  TYPE 'D' DEDUCTION
003136*RECORDS WOULD BE EXCLUDED THE WAY THE MAIN EXTRACT'S ARE, BUT
003140*THE REPAIR RUN ONLY WRITES SALARY RECORDS.
003144*=================================================================
003148 4800-PROCESS-REPAIR-FILE.
003152     OPEN INPUT REPAIRFILE.
003156     IF CTL-REPAIR-STATUS NOT = '00'
003160         GO TO 4800-EXIT
003164     END-IF.
003168     PERFORM 4850-READ-REPAIR-RECORD THRU 4850-EXIT.
003172     PERFORM 4900-ACCUMULATE-REPAIR-RECORD THRU 4900-EXIT
003176         UNTIL REPAIR-EOF.
003180     CLOSE REPAIRFILE.
003184 4800-EXIT.
003188     EXIT.
003192
003196 4850-READ-REPAIR-RECORD.
003200     READ REPAIRFILE
003204         AT END MOVE 'Y' TO CTL-REPAIR-EOF-SW
003208     END-READ.
003212 4850-EXIT.
003216     EXIT.
003220
003224 4900-ACCUMULATE-REPAIR-RECORD.
003228     IF CTL-RPR-REC-TYPE NOT = 'D'
003232         ADD 1 TO CTL-REPAIR-COUNT
003236         IF CTL-RPR-SRC-EMP-NB IS NUMERIC
003240             MOVE CTL-RPR-SRC-EMP-NB TO CTL-NUMERIC-TEST-FLD
003244             ADD CTL-NUMERIC-TEST-FLD TO CTL-REPAIR-HASH
003248         END-IF
003252     END-IF.
003256     PERFORM 4850-READ-REPAIR-RECORD THRU 4850-EXIT.
003260 4900-EXIT.
003264     EXIT.
003268
003272*=================================================================
003276*5000-RECONCILE-AND-REPORT
003280*COMPARES THE PAYROLL INPUT AGAINST THE GL EXTRACT PLUS THE
003284*EXCEPTIONS LISTING - EVERY INPUT RECORD MUST END UP ON EXACTLY
003288*ONE OF THE TWO - AND WRITES THE PASS/FAIL CONTROL REPORT.
003292*TERMINATED EMPLOYEES, SKIPPED BY THE CYCLE, ARE ADDED IN FROM
003296*THE MASTER PASS'S OWN INACTIVE COUNT AND HASH.
003300*=================================================================
003304 5000-RECONCILE-AND-REPORT.
003308     COMPUTE CTL-EXPECTED-TOTAL =
003312         CTL-GL-COUNT + CTL-EXCP-DATA-COUNT + CTL-SUSP-COUNT
003316             + CTL-REPAIR-COUNT + CTL-INACTIVE-COUNT.
003320     COMPUTE CTL-COMBINED-HASH =
003324         CTL-GL-HASH + CTL-EXCP-HASH + CTL-SUSP-HASH
003328             + CTL-REPAIR-HASH + CTL-INACTIVE-HASH.
003332     IF CTL-INPUT-COUNT = CTL-EXPECTED-TOTAL
003336         MOVE 'Y' TO CTL-COUNTS-MATCH-SW
003340     END-IF.
003344     IF CTL-INPUT-HASH = CTL-COMBINED-HASH
003348         MOVE 'Y' TO CTL-HASH-MATCH-SW
003352     END-IF.
003356     PERFORM 5100-WRITE-RECON-LINE THRU 5100-EXIT.
003360     PERFORM 5500-WRITE-RUN-LOG-RECORD THRU 5500-EXIT.
003364 5000-EXIT.
003368     EXIT.
003372
003376 5100-WRITE-RECON-LINE.
003380     MOVE SPACES TO CTL-RECON-REC.
003384     MOVE 'PAYROLL CONTROL / RECONCILIATION RPT' TO CTL-RPT-LABEL.
003388     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003392     MOVE SPACES TO CTL-RECON-REC.
003396     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003400     MOVE SPACES TO CTL-RECON-REC.
003404     MOVE 'INPUT RECORDS READ' TO CTL-RPT-LABEL.
003408     MOVE CTL-INPUT-COUNT TO CTL-RPT-VALUE.
003412     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003416     MOVE SPACES TO CTL-RECON-REC.
003420     MOVE 'GL EXTRACT RECORDS WRITTEN' TO CTL-RPT-LABEL.
003424     MOVE CTL-GL-COUNT TO CTL-RPT-VALUE.
003428     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003432     MOVE SPACES TO CTL-RECON-REC.
003436     MOVE 'DEDUCTION GL RECORDS (NOT COUNTED)' TO CTL-RPT-LABEL.
003440     MOVE CTL-GL-DED-COUNT TO CTL-RPT-VALUE.
003444     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003448     MOVE SPACES TO CTL-RECON-REC.
003452     MOVE 'EXCEPTION RECORDS WRITTEN' TO CTL-RPT-LABEL.
003456     MOVE CTL-EXCP-DATA-COUNT TO CTL-RPT-VALUE.
003460     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003464     MOVE SPACES TO CTL-RECON-REC.
003468     MOVE 'SUSPENSE RECORDS WRITTEN' TO CTL-RPT-LABEL.
003472     MOVE CTL-SUSP-COUNT TO CTL-RPT-VALUE.
003476     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003480     MOVE SPACES TO CTL-RECON-REC.
003484     MOVE 'REPAIR GL RECORDS (RECYCLED)' TO CTL-RPT-LABEL.
003488     MOVE CTL-REPAIR-COUNT TO CTL-RPT-VALUE.
003492     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003496     MOVE SPACES TO CTL-RECON-REC.
003500     MOVE 'INACTIVE (TERMINATED) - NOT PROCESSED'
003504         TO CTL-RPT-LABEL.
003508     MOVE CTL-INACTIVE-COUNT TO CTL-RPT-VALUE.
003512     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003516     MOVE SPACES TO CTL-RECON-REC.
003520     MOVE 'EXPECTED TOTAL (GL+EXC+SUS+RPR+TRM)' TO CTL-RPT-LABEL.
003524     MOVE CTL-EXPECTED-TOTAL TO CTL-RPT-VALUE.
003528     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003532     MOVE SPACES TO CTL-RECON-REC.
003536     IF COUNTS-MATCH
003540         MOVE 'RECORD COUNTS - MATCH' TO CTL-RPT-LABEL
003544     ELSE
003548         MOVE 'RECORD COUNTS - MISMATCH' TO CTL-RPT-LABEL
003552     END-IF.
003556     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003560     MOVE SPACES TO CTL-RECON-REC.
003564     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003568     MOVE SPACES TO CTL-RECON-REC.
003572     MOVE 'INPUT EMPLOYEE NUMBER HASH TOTAL' TO CTL-RPT-LABEL.
003576     MOVE CTL-INPUT-HASH TO CTL-RPT-VALUE.
003580     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003584     MOVE SPACES TO CTL-RECON-REC.
003588     MOVE 'GL+EXC+SUS+RPR+TRM HASH TOTAL' TO CTL-RPT-LABEL.
003592     MOVE CTL-COMBINED-HASH TO CTL-RPT-VALUE.
003596     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003600     MOVE SPACES TO CTL-RECON-REC.
003604     IF HASH-TOTALS-MATCH
003608         MOVE 'HASH TOTALS - MATCH' TO CTL-RPT-LABEL
003612     ELSE
003616         MOVE 'HASH TOTALS - MISMATCH' TO CTL-RPT-LABEL
003620     END-IF.
003624     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003628     MOVE SPACES TO CTL-RECON-REC.
003632     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003636     MOVE SPACES TO CTL-RECON-REC.
003640     IF COUNTS-MATCH AND HASH-TOTALS-MATCH
003644         MOVE 'OVERALL RECONCILIATION - PASS' TO CTL-RPT-LABEL
003648     ELSE
003652         MOVE 'OVERALL RECONCILIATION - FAIL' TO CTL-RPT-LABEL
003656     END-IF.
003660     WRITE CTL-RECON-REC AFTER ADVANCING 1 LINE.
003664 5100-EXIT.
003668     EXIT.
003672
003676*=================================================================
003680*5500-WRITE-RUN-LOG-RECORD
003684*APPENDS THIS RUN'S COUNTS, HASH TOTALS AND PASS/FAIL RESULT TO
003688*THE CUMULATIVE RUN LOG.  THE FIRST RUN EVER CREATES THE FILE,
003692*THE SAME WAY PROGRAM1'S HISTORY FILE IS CREATED.
003696*=================================================================
003700 5500-WRITE-RUN-LOG-RECORD.
003704     OPEN EXTEND RUNLOGFILE.
003708     IF CTL-RUNLOG-STATUS NOT = '00'
003712         OPEN OUTPUT RUNLOGFILE
003716         CLOSE RUNLOGFILE
003720         OPEN EXTEND RUNLOGFILE
003724     END-IF.
003728     MOVE FUNCTION CURRENT-DATE (1:8) TO CTL-CURRENT-DATE-DATA.
003732     MOVE CTL-CURRENT-DATE TO RL-RUN-DATE.
003736     MOVE CTL-INPUT-COUNT TO RL-INPUT-COUNT.
003740     MOVE CTL-GL-COUNT TO RL-GL-COUNT.
003744     MOVE CTL-EXCP-DATA-COUNT TO RL-EXCP-COUNT.
003748     MOVE CTL-SUSP-COUNT TO RL-SUSP-COUNT.
003752     MOVE CTL-INPUT-HASH TO RL-INPUT-HASH.
003756     MOVE CTL-COMBINED-HASH TO RL-OUTPUT-HASH.
003760     IF COUNTS-MATCH AND HASH-TOTALS-MATCH
003764         MOVE 'PASS' TO RL-RECON-STATUS
003768     ELSE
003772         MOVE 'FAIL' TO RL-RECON-STATUS
003776     END-IF.
003780     MOVE SPACES TO RL-POST-STATUS.
003784     WRITE RUNLOG-REC.
003788     CLOSE RUNLOGFILE.
003792 5500-EXIT.
003796     EXIT.
003800
003804*=================================================================
003808*9000-TERMINATE-RUN
003812*=================================================================
003816 9000-TERMINATE-RUN.
003820     CLOSE INPUTFILE.
003824     CLOSE GLFILE.
003828     CLOSE EXCPFILE.
003832     CLOSE SUSPFILE.
003836     CLOSE RECONFILE.
003840     PERFORM 9100-MARK-STEP-COMPLETE THRU 9100-EXIT.
003844 9000-EXIT.
003848     EXIT.
003852
003856*=================================================================
003860*9100-MARK-STEP-COMPLETE
003864*STAMPS THE RECONCILIATION (STEP 3) COMPLETE SO Program5'S GATE
003868*OPENS.  NOTHING TO STAMP WHEN NO CYCLSTEP WAS MOUNTED.
003872*=================================================================
003876 9100-MARK-STEP-COMPLETE.
003880     IF NOT CYCSTEP-GATE-ON
003884         GO TO 9100-EXIT
003888     END-IF.
003892     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-CYC-TIME.
003896     MOVE CTL-CYC-TIME TO CTL-CYC-TBL-END (3).
003900     MOVE 'C' TO CTL-CYC-TBL-STATUS (3).
003904     PERFORM 1120-REWRITE-CYCLE-FILE THRU 1120-EXIT.
003908 9100-EXIT.
003912     EXIT.
003916
