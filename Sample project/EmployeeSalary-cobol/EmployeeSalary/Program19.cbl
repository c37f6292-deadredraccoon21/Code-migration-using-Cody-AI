001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program19 AS "EmployeeSalary.Program19".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - HR FEED INTERFACE.  READS
001048*                  THE NIGHTLY HR EXPORT (HRFEED, HR'S OWN LAYOUT
001052*                  - SEE HRFDREC.CPY) AND MAPS ITS NEW HIRES,
001056*                  TRANSFERS AND SALARY CHANGES TO ADD AND CHANGE
001060*                  CARDS IN THE Program3 LAYOUT (MNTCARD.CPY) ON
001064*                  HRTRANS, EFFECTIVE DATE INCLUDED SO A FUTURE-
001068*                  DATED CHANGE PARKS ON NEWPEND.  DEPARTMENTS ARE
001072*                  CHECKED AGAINST DEPTMAST AND GRADES AGAINST
001076*                  GRADERAT; ANYTHING THAT CANNOT BE MAPPED GOES
001080*                  TO THE FEED-REJECT LISTING (HRFDRPT) WITH ITS
001084*                  REASON, AND THE LISTING ENDS WITH CONTROL
001088*                  TOTALS TIED TO THE COUNT AND ANNUAL-PAY TOTAL
001092*                  ON HR'S EXPORT TRAILER.  NOBODY REKEYS HR'S
001096*                  FORMS AS MNTTRANS CARDS ANY MORE.  HR SENDS A
001100*                  NEW HIRE'S UNION DUES AND INSURANCE AS ANNUAL
001104*                  AMOUNTS; THE MASTER CARRIES THEM PER PAY
001108*                  PERIOD, SO THEY ARE SPREAD OVER THE PERIODS OF
001112*                  THE HIRE'S PAY GROUP (BLANK = THE HOUSE
001116*                  STANDARD, BIWEEKLY) THE WAY Program17 SPREADS
001120*                  ANNUAL PAY.
001124
001128 ENVIRONMENT DIVISION.
001132 INPUT-OUTPUT SECTION.
001136 FILE-CONTROL.
001140     SELECT HRFEEDFILE ASSIGN TO "HRFEED"
001144         ORGANIZATION IS LINE SEQUENTIAL
001148         FILE STATUS IS HRI-FEED-STATUS.
001152     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001156         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS HRI-DEPTMAST-STATUS.
001164     SELECT GRADERATEFILE ASSIGN TO "GRADERAT"
001168         ORGANIZATION IS LINE SEQUENTIAL
001172         FILE STATUS IS HRI-GRADERAT-STATUS.
001176     SELECT MASTERFILE ASSIGN TO "INPUTEMP"
001180         ORGANIZATION IS LINE SEQUENTIAL
001184         FILE STATUS IS HRI-MASTER-STATUS.
001188     SELECT HRWORKFILE ASSIGN TO "HRWORK"
001192         ORGANIZATION IS LINE SEQUENTIAL.
001196     SELECT HRSORTEDFILE ASSIGN TO "HRSORTD"
001200         ORGANIZATION IS LINE SEQUENTIAL.
001204     SELECT SORTWORKFILE ASSIGN TO "HRSRTWK".
001208     SELECT CARDFILE ASSIGN TO "HRTRANS"
001212         ORGANIZATION IS LINE SEQUENTIAL.
001216     SELECT LISTFILE ASSIGN TO "HRFDRPT"
001220         ORGANIZATION IS LINE SEQUENTIAL.
001224
001228 DATA DIVISION.
001232 FILE SECTION.
001236
001240*----------------------------------------------------------------
001244*NIGHTLY HR EXPORT - SEE HRFDREC.CPY.  DETAIL RECORDS IN WHATEVER
001248*ORDER HR WROTE THEM, THEN HR'S TRAILER.  A RECORD'S PLACE IN
001252*THE EXPORT IS ITS SEQUENCE NUMBER ON THE REJECT LISTING.
001256*----------------------------------------------------------------
001260 FD  HRFEEDFILE.
001264     COPY HRFDREC.
001268
001272*----------------------------------------------------------------
001276*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY.  LOADED INTO A
001280*TABLE AT JOB START, THE WAY Program3 HOLDS IT.
001284*----------------------------------------------------------------
001288 FD  DEPTMASTFILE.
001292     COPY DEPTREC.
001296
001300*----------------------------------------------------------------
001304*GRADE/CATEGORY RATE TABLE - SEE RATETAB.CPY.  ONLY THE GRADE
001308*CODE IS WANTED HERE.
001312*----------------------------------------------------------------
001316 FD  GRADERATEFILE.
001320     COPY RATETAB.
001324
001328*----------------------------------------------------------------
001332*CURRENT EMPLOYEE MASTER - SEE EMPREC.CPY.  THE SAME GENERATION
001336*Program3 WILL APPLY THE CARDS AGAINST, READ IN EMPLOYEE-NUMBER
001340*SEQUENCE BESIDE THE SORTED FEED SO A CHANGE CARD CARRIES THE
001344*EMPLOYEE'S CURRENT IMAGE WITH ONLY HR'S FIELDS REPLACED.
001348*----------------------------------------------------------------
001352 FD  MASTERFILE.
001356     COPY EMPREC.
001360
001364*----------------------------------------------------------------
001368*UNSORTED FEED WORK FILE - ONE RECORD PER HR DETAIL RECORD THAT
001372*PASSED THE FIELD EDITS, ALREADY IN PAYROLL TERMS, WRITTEN BY THE
001376*EDIT PASS AND CONSUMED BY THE SORT STEP.  THE SORT DATE IS THE
001380*EFFECTIVE DATE, OR TODAY WHEN HR GAVE NONE; THE FEED SEQUENCE
001384*KEEPS HR'S ORDER WITHIN A DATE.
001388*----------------------------------------------------------------
001392 FD  HRWORKFILE.
001396 01  HRW-WORK-REC.
001400     05  HRW-EMP-NB              PIC X(05).
001404     05  HRW-SORT-DT             PIC X(08).
001408     05  HRW-FEED-SEQ            PIC 9(06).
001412     05  HRW-REC-TYPE            PIC X(02).
001416     05  HRW-HR-ID               PIC X(09).
001420     05  HRW-EFF-DT              PIC X(08).
001424     05  HRW-NAME                PIC X(20).
001428     05  HRW-HIRE-DT             PIC X(08).
001432     05  HRW-DEPT-CODE           PIC X(04).
001436     05  HRW-GRADE               PIC X(01).
001440     05  HRW-SALARY-SW           PIC X(01).
001444     05  HRW-SALARY              PIC 9(06).
001448     05  HRW-PAY-FREQ-SW         PIC X(01).
001452     05  HRW-PAY-FREQ            PIC X(01).
001456     05  HRW-DUES                PIC 9(03)V99.
001460     05  HRW-INSU                PIC 9(03)V99.
001464
001468*----------------------------------------------------------------
001472*SORTED FEED WORK FILE - SAME SHAPE, IN EMPLOYEE/DATE/FEED
001476*ORDER, READ BY THE CARD PASS.
001480*----------------------------------------------------------------
001484 FD  HRSORTEDFILE.
001488 01  HRS-WORK-REC.
001492     05  HRS-EMP-NB              PIC X(05).
001496     05  HRS-SORT-DT             PIC X(08).
001500     05  HRS-FEED-SEQ            PIC 9(06).
001504     05  HRS-REC-TYPE            PIC X(02).
001508     05  HRS-HR-ID               PIC X(09).
001512     05  HRS-EFF-DT              PIC X(08).
001516     05  HRS-NAME                PIC X(20).
001520     05  HRS-HIRE-DT             PIC X(08).
001524     05  HRS-DEPT-CODE           PIC X(04).
001528     05  HRS-GRADE               PIC X(01).
001532     05  HRS-SALARY-SW           PIC X(01).
001536     05  HRS-SALARY              PIC 9(06).
001540     05  HRS-PAY-FREQ-SW         PIC X(01).
001544     05  HRS-PAY-FREQ            PIC X(01).
001548     05  HRS-DUES                PIC 9(03)V99.
001552     05  HRS-INSU                PIC 9(03)V99.
001556
001560*----------------------------------------------------------------
001564*SORT WORK FILE - EMPLOYEE, THEN DATE, THEN HR'S OWN ORDER, SO
001568*ONE EMPLOYEE'S CHANGES ARRIVE TOGETHER AND OLDEST FIRST.
001572*----------------------------------------------------------------
001576 SD  SORTWORKFILE.
001580 01  HRX-WORK-REC.
001584     05  HRX-EMP-NB              PIC X(05).
001588     05  HRX-SORT-DT             PIC X(08).
001592     05  HRX-FEED-SEQ            PIC 9(06).
001596     05  HRX-REC-TYPE            PIC X(02).
001600     05  HRX-HR-ID               PIC X(09).
001604     05  HRX-EFF-DT              PIC X(08).
001608     05  HRX-NAME                PIC X(20).
001612     05  HRX-HIRE-DT             PIC X(08).
001616     05  HRX-DEPT-CODE           PIC X(04).
001620     05  HRX-GRADE               PIC X(01).
001624     05  HRX-SALARY-SW           PIC X(01).
001628     05  HRX-SALARY              PIC 9(06).
001632     05  HRX-PAY-FREQ-SW         PIC X(01).
001636     05  HRX-PAY-FREQ            PIC X(01).
001640     05  HRX-DUES                PIC 9(03)V99.
001644     05  HRX-INSU                PIC 9(03)V99.
001648
001652*----------------------------------------------------------------
001656*MAINTENANCE CARDS FOR Program3 - SEE MNTCARD.CPY.  IN EMPLOYEE-
001660*NUMBER SEQUENCE.  OPERATIONS MOUNTS THE FILE AS MNTTRANS FOR
001664*THE MAINTENANCE RUN, THE SAME WAY NEWPEND IS MOUNTED FOR THE
001668*RELEASE RUN.
001672*----------------------------------------------------------------
001676 FD  CARDFILE.
001680     COPY MNTCARD REPLACING ==MNT-TRAN-REC== BY ==HRI-CARD-REC==
001684         ==MNT-TRN-ACTION== BY ==HRI-CRD-ACTION==
001688         ==MNT-TRN-EMP-IMAGE== BY ==HRI-CRD-EMP-IMAGE==
001692         ==MNT-TRN-EFF-DT== BY ==HRI-CRD-EFF-DT==.
001696
001700*----------------------------------------------------------------
001704*PRINTED FEED-REJECT LISTING AND CONTROL TOTALS.
001708*----------------------------------------------------------------
001712 FD  LISTFILE.
001716 01  HRI-PRINT-REC               PIC X(110).
001720
001724 WORKING-STORAGE SECTION.
001728
001732 01  HRI-CURRENT-DATE-DATA.
001736     05  HRI-CURRENT-DATE.
001740         10  HRI-CURRENT-YEAR        PIC 9(04).
001744         10  HRI-CURRENT-MONTH       PIC 9(02).
001748         10  HRI-CURRENT-DAY         PIC 9(02).
001752
001756*----------------------------------------------------------------
001760*THE EMPLOYEE IMAGE BEING BUILT FOR THE CARD IN HAND - THE
001764*CURRENT MASTER RECORD, OR A NEW HIRE BUILT FROM THE FEED, WITH
001768*EACH OF THE EMPLOYEE'S HR RECORDS LAID OVER IT IN TURN.
001772*----------------------------------------------------------------
001776     COPY EMPREC REPLACING ==EmployeeRecord== BY ==HRI-IMAGE-REC==
001780         ==EmpNbIn== BY ==HRI-IMG-EMP-NB==
001784         ==EmpName== BY ==HRI-IMG-NAME==
001788         ==EmpStatus== BY ==HRI-IMG-STATUS==
001792         ==EmpStatusDt== BY ==HRI-IMG-STATUS-DT==
001796         ==EmpLastRaiseDt== BY ==HRI-IMG-LAST-RAISE-DT==
001800         ==AnnualSalaryIn== BY ==HRI-IMG-SALARY==
001804         ==EmpGradeIn== BY ==HRI-IMG-GRADE==
001808         ==EmpDeptIn== BY ==HRI-IMG-DEPT==
001812         ==EmpDues== BY ==HRI-IMG-DUES==
001816         ==EmpInsuIn== BY ==HRI-IMG-INSU==
001820         ==EmpHireDt== BY ==HRI-IMG-HIRE-DT==
001824         ==EmpPayFreq== BY ==HRI-IMG-PAY-FREQ==.
001828
001832*----------------------------------------------------------------
001836*PROGRAM SWITCHES.
001840*----------------------------------------------------------------
001844 01  HRI-SWITCHES.
001848     05  HRI-FEED-EOF-SW         PIC X(01) VALUE 'N'.
001852         88  FEED-EOF                        VALUE 'Y'.
001856     05  HRI-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
001860         88  DEPTMAST-EOF                    VALUE 'Y'.
001864     05  HRI-GRADERAT-EOF-SW     PIC X(01) VALUE 'N'.
001868         88  GRADERAT-EOF                    VALUE 'Y'.
001872     05  HRI-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001876         88  MASTER-EOF                      VALUE 'Y'.
001880     05  HRI-MASTER-USABLE-SW    PIC X(01) VALUE 'N'.
001884         88  MASTER-RECORD-USABLE            VALUE 'Y'.
001888     05  HRI-SORTED-EOF-SW       PIC X(01) VALUE 'N'.
001892         88  SORTED-EOF                      VALUE 'Y'.
001896     05  HRI-TRAILER-SW          PIC X(01) VALUE 'N'.
001900         88  TRAILER-SEEN                    VALUE 'Y'.
001904     05  HRI-DATE-OK-SW          PIC X(01) VALUE 'N'.
001908         88  HR-DATE-OK                      VALUE 'Y'.
001912     05  HRI-CARD-SW             PIC X(01) VALUE 'N'.
001916         88  CARD-IN-HAND                    VALUE 'Y'.
001920     05  HRI-CARD-SALARY-SW      PIC X(01) VALUE 'N'.
001924         88  CARD-HAS-SALARY                 VALUE 'Y'.
001928     05  HRI-IMAGE-SW            PIC X(01) VALUE 'N'.
001932         88  IMAGE-NONE                      VALUE 'N'.
001936         88  IMAGE-FROM-MASTER               VALUE 'M'.
001940         88  IMAGE-FROM-HIRE                 VALUE 'H'.
001944
001948 01  HRI-FEED-STATUS             PIC XX VALUE '00'.
001952 01  HRI-DEPTMAST-STATUS         PIC XX VALUE '00'.
001956 01  HRI-GRADERAT-STATUS         PIC XX VALUE '00'.
001960 01  HRI-MASTER-STATUS           PIC XX VALUE '00'.
001964
001968*----------------------------------------------------------------
001972*DEPARTMENT AND GRADE REFERENCE TABLES - LOADED AT JOB START.
001976*UNLIKE Program3, A MISSING DEPTMAST OR GRADERAT STOPS THE RUN -
001980*AN INTERFACE THAT CANNOT CHECK THE CODES MUST NOT PASS THEM.
001984*----------------------------------------------------------------
001988 77  HRI-DP-TABLE-COUNT          PIC 9(02) COMP VALUE ZERO.
001992 01  HRI-DEPT-TABLE.
001996     05  HRI-DP-ENTRY OCCURS 1 TO 50 TIMES
002000             DEPENDING ON HRI-DP-TABLE-COUNT
002004             INDEXED BY HRI-DP-IDX.
002008         10  HRI-DP-TBL-CODE         PIC X(04).
002012
002016 77  HRI-GR-TABLE-COUNT          PIC 9(02) COMP VALUE ZERO.
002020 01  HRI-GRADE-TABLE.
002024     05  HRI-GR-ENTRY OCCURS 1 TO 10 TIMES
002028             DEPENDING ON HRI-GR-TABLE-COUNT
002032             INDEXED BY HRI-GR-IDX.
002036         10  HRI-GR-TBL-CODE         PIC X(01).
002040
002044*----------------------------------------------------------------
002048*WORK AREA FOR THE HR RECORD IN HAND.  HR WRITES ITS DATES AS
002052*CCYY-MM-DD; THEY ARE CHECKED AND TURNED INTO THE YYYYMMDD THE
002056*MASTER CARRIES THROUGH HRI-HR-DATE / HRI-PAY-DATE.
002060*----------------------------------------------------------------
002064 01  HRI-WORK-AREA.
002068     05  HRI-EMP-NB              PIC X(05) VALUE SPACES.
002072     05  HRI-NAME                PIC X(20) VALUE SPACES.
002076     05  HRI-EFF-DT              PIC X(08) VALUE SPACES.
002080     05  HRI-HIRE-DT             PIC X(08) VALUE SPACES.
002084     05  HRI-SALARY              PIC 9(07) VALUE ZERO.
002088     05  HRI-PAY-FREQ            PIC X(01) VALUE SPACE.
002092     05  HRI-PERIODS-PER-YEAR    PIC 9(02) VALUE ZERO.
002096     05  HRI-REASON              PIC X(40) VALUE SPACES.
002100     05  HRI-REC-WHEN            PIC X(08) VALUE SPACES.
002104
002108 01  HRI-HR-DATE                 PIC X(10) VALUE SPACES.
002112 01  HRI-HR-DATE-PARTS REDEFINES HRI-HR-DATE.
002116     05  HRI-HRD-YEAR            PIC X(04).
002120     05  HRI-HRD-DASH-1          PIC X(01).
002124     05  HRI-HRD-MONTH           PIC X(02).
002128     05  HRI-HRD-DASH-2          PIC X(01).
002132     05  HRI-HRD-DAY             PIC X(02).
002136
002140 01  HRI-PAY-DATE                PIC X(08) VALUE SPACES.
002144 01  HRI-PAY-DATE-NUM REDEFINES HRI-PAY-DATE.
002148     05  HRI-PYD-YEAR            PIC 9(04).
002152     05  HRI-PYD-MONTH           PIC 9(02).
002156     05  HRI-PYD-DAY             PIC 9(02).
002160
002164*----------------------------------------------------------------
002168*THE CARD IN HAND.  ALL OF ONE EMPLOYEE'S RECORDS THAT TAKE
002172*EFFECT BY TODAY GO ON ONE CARD - Program3 TAKES ONLY ONE
002176*APPLYING CARD PER EMPLOYEE - AND EACH FUTURE DATE GETS A CARD
002180*OF ITS OWN TO PARK.  HRI-GRP-WHEN IS SPACES FOR THE TODAY-OR-
002184*EARLIER CARD AND THE DATE FOR A FUTURE ONE.
002188*----------------------------------------------------------------
002192 01  HRI-GRP-EMP-NB              PIC X(05) VALUE LOW-VALUES.
002196 01  HRI-GRP-WHEN                PIC X(08) VALUE SPACES.
002200 01  HRI-MST-KEY                 PIC X(05) VALUE LOW-VALUES.
002204 01  HRI-CARD-AREA.
002208     05  HRI-CARD-ACTION         PIC X(01) VALUE SPACE.
002212     05  HRI-CARD-EFF-DT         PIC X(08) VALUE SPACES.
002216     05  HRI-CARD-RECS           PIC 9(04) COMP VALUE ZERO.
002220
002224*----------------------------------------------------------------
002228*CONTROL TOTALS.  DETAIL RECORDS READ = REJECTED ON THE FIELD
002232*EDITS + REJECTED AGAINST THE MASTER + MAPPED, AND MAPPED = ADD
002236*CARDS + CHANGE CARDS + RECORDS MERGED INTO ANOTHER CARD.  THE
002240*DETAIL COUNT AND ANNUAL-PAY TOTAL TIE TO HR'S TRAILER.
002244*----------------------------------------------------------------
002248 01  HRI-CONTROL-TOTALS.
002252     05  HRI-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
002256     05  HRI-TRAILER-COUNT       PIC 9(06) COMP VALUE ZERO.
002260     05  HRI-DETAIL-COUNT        PIC 9(06) COMP VALUE ZERO.
002264     05  HRI-NH-COUNT            PIC 9(06) COMP VALUE ZERO.
002268     05  HRI-XF-COUNT            PIC 9(06) COMP VALUE ZERO.
002272     05  HRI-SC-COUNT            PIC 9(06) COMP VALUE ZERO.
002276     05  HRI-UNKNOWN-COUNT       PIC 9(06) COMP VALUE ZERO.
002280     05  HRI-EDIT-REJECT-COUNT   PIC 9(06) COMP VALUE ZERO.
002284     05  HRI-MST-REJECT-COUNT    PIC 9(06) COMP VALUE ZERO.
002288     05  HRI-MAPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
002292     05  HRI-ADD-CARD-COUNT      PIC 9(06) COMP VALUE ZERO.
002296     05  HRI-CHG-CARD-COUNT      PIC 9(06) COMP VALUE ZERO.
002300     05  HRI-FUTURE-CARD-COUNT   PIC 9(06) COMP VALUE ZERO.
002304     05  HRI-MERGED-COUNT        PIC 9(06) COMP VALUE ZERO.
002308     05  HRI-MASTER-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
002312     05  HRI-PAY-TOTAL           PIC 9(11)V99 VALUE ZERO.
002316     05  HRI-HR-RECORD-COUNT     PIC 9(07) VALUE ZERO.
002320     05  HRI-HR-PAY-TOTAL        PIC 9(11)V99 VALUE ZERO.
002324
002328*----------------------------------------------------------------
002332*LISTING HEADINGS, DETAIL AND TRAILER LINES.
002336*----------------------------------------------------------------
002340 01  HRI-REPORT-HEADER.
002344     05  FILLER             PIC X(20) VALUE SPACES.
002348     05  FILLER             PIC X(36)
002352         VALUE 'HR FEED INTERFACE - REJECTED RECORDS'.
002356     05  FILLER             PIC X(11) VALUE SPACES.
002360     05  HRI-HDR-DATE-GRP.
002364         10  HRI-HDR-DAY             PIC XX.
002368         10  FILLER                  PIC X VALUE '/'.
002372         10  HRI-HDR-MONTH           PIC XX.
002376         10  FILLER                  PIC X VALUE '/'.
002380         10  HRI-HDR-YEAR            PIC XXXX.
002384
002388 01  HRI-MINI-TITLES.
002392     05  FILLER                  PIC X(01) VALUE SPACES.
002396     05  FILLER                  PIC X(08) VALUE '   SEQ'.
002400     05  FILLER                  PIC X(05) VALUE 'TYPE'.
002404     05  FILLER                  PIC X(11) VALUE 'HR ID'.
002408     05  FILLER                  PIC X(07) VALUE 'EMP'.
002412     05  FILLER                  PIC X(12) VALUE 'EFFECTIVE'.
002416     05  FILLER                  PIC X(22) VALUE 'NAME'.
002420     05  FILLER                  PIC X(06) VALUE 'REASON'.
002424
002428 01  HRI-DETAIL-LINE.
002432     05  FILLER                  PIC X(01).
002436     05  HRI-DTL-SEQ             PIC ZZZZZ9.
002440     05  FILLER                  PIC X(02).
002444     05  HRI-DTL-TYPE            PIC X(02).
002448     05  FILLER                  PIC X(03).
002452     05  HRI-DTL-HR-ID           PIC X(09).
002456     05  FILLER                  PIC X(02).
002460     05  HRI-DTL-EMP-NB          PIC X(05).
002464     05  FILLER                  PIC X(02).
002468     05  HRI-DTL-EFF-DT          PIC X(10).
002472     05  FILLER                  PIC X(02).
002476     05  HRI-DTL-NAME            PIC X(20).
002480     05  FILLER                  PIC X(02).
002484     05  HRI-DTL-REASON          PIC X(40).
002488
002492 01  HRI-TOTALS-HEADER.
002496     05  FILLER                  PIC X(05) VALUE SPACES.
002500     05  FILLER                  PIC X(30)
002504         VALUE 'CONTROL TOTALS'.
002508
002512 01  HRI-REPORT-TRAILER.
002516     05  FILLER                  PIC X(05).
002520     05  HRI-TR-LABEL            PIC X(35).
002524     05  FILLER                  PIC X(02).
002528     05  HRI-TR-COUNT            PIC Z,ZZZ,ZZ9.
002532
002536 01  HRI-AMOUNT-TRAILER.
002540     05  FILLER                  PIC X(05).
002544     05  HRI-AT-LABEL            PIC X(35).
002548     05  FILLER                  PIC X(02).
002552     05  HRI-AT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002556
002560 01  HRI-MESSAGE-LINE.
002564     05  FILLER                  PIC X(05).
002568     05  HRI-MSG-TEXT            PIC X(60).
002572
002576 PROCEDURE DIVISION.
002580
002584*----------------------------------------------------------------
002588*0000-MAIN-CONTROL - EDIT PASS OVER THE FEED, SORT INTO EMPLOYEE
002592*ORDER, CARD PASS AGAINST THE MASTER, THEN THE CONTROL TOTALS.
002596*----------------------------------------------------------------
002600 0000-MAIN-CONTROL.
002604     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002608     PERFORM 2000-EDIT-HR-FEED THRU 2000-EXIT.
002612     PERFORM 3000-SORT-HR-RECORDS THRU 3000-EXIT.
002616     PERFORM 4000-BUILD-CARDS THRU 4000-EXIT.
002620     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
002624     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002628     STOP RUN.
002632
002636*----------------------------------------------------------------
002640*1000-INITIALIZE LOADS THE REFERENCE TABLES, OPENS THE FEED AND
002644*WRITES THE LISTING BANNER.  NO FEED MEANS HR SENT NOTHING AND
002648*THE JOB SAYS SO.
002652*----------------------------------------------------------------
002656 1000-INITIALIZE.
002660     PERFORM 1100-LOAD-DEPT-MASTER THRU 1100-EXIT.
002664     PERFORM 1200-LOAD-GRADE-TABLE THRU 1200-EXIT.
002668     OPEN INPUT HRFEEDFILE.
002672     IF HRI-FEED-STATUS NOT = '00'
002676         DISPLAY 'HR EXPORT HRFEED WILL NOT OPEN - STATUS '
002680             HRI-FEED-STATUS '.  NOTHING TO MAP.'
002684         STOP RUN
002688     END-IF.
002692     OPEN OUTPUT LISTFILE.
002696     MOVE FUNCTION CURRENT-DATE (1:8) TO HRI-CURRENT-DATE-DATA.
002700     MOVE HRI-CURRENT-DAY TO HRI-HDR-DAY.
002704     MOVE HRI-CURRENT-MONTH TO HRI-HDR-MONTH.
002708     MOVE HRI-CURRENT-YEAR TO HRI-HDR-YEAR.
002712     MOVE SPACES TO HRI-PRINT-REC.
002716     WRITE HRI-PRINT-REC AFTER ADVANCING 3 LINES.
002720     MOVE HRI-REPORT-HEADER TO HRI-PRINT-REC.
002724     WRITE HRI-PRINT-REC.
002728     MOVE HRI-MINI-TITLES TO HRI-PRINT-REC.
002732     WRITE HRI-PRINT-REC AFTER ADVANCING 2 LINES.
002736     MOVE SPACES TO HRI-PRINT-REC.
002740     WRITE HRI-PRINT-REC.
002744 1000-EXIT.
002748     EXIT.
002752
002756*----------------------------------------------------------------
002760*1100-LOAD-DEPT-MASTER READS THE DEPARTMENT REFERENCE MASTER INTO
002764*ITS TABLE.
002768*----------------------------------------------------------------
002772 1100-LOAD-DEPT-MASTER.
002776     MOVE ZERO TO HRI-DP-TABLE-COUNT.
002780     OPEN INPUT DEPTMASTFILE.
002784     IF HRI-DEPTMAST-STATUS NOT = '00'
002788         DISPLAY 'DEPARTMENT MASTER DEPTMAST WILL NOT OPEN - '
002792             'STATUS ' HRI-DEPTMAST-STATUS
002796             '.  HR FEED NOT MAPPED.'
002800         STOP RUN
002804     END-IF.
002808     PERFORM 1110-READ-DEPT-RECORD THRU 1110-EXIT.
002812     PERFORM UNTIL DEPTMAST-EOF
002816         IF HRI-DP-TABLE-COUNT < 50
002820             ADD 1 TO HRI-DP-TABLE-COUNT
002824             MOVE DEPT-CODE
002828                 TO HRI-DP-TBL-CODE (HRI-DP-TABLE-COUNT)
002832         ELSE
002836             DISPLAY 'DEPTMAST HAS MORE THAN 50 DEPARTMENTS'
002840             CLOSE DEPTMASTFILE
002844             STOP RUN
002848         END-IF
002852         PERFORM 1110-READ-DEPT-RECORD THRU 1110-EXIT
002856     END-PERFORM.
002860     CLOSE DEPTMASTFILE.
002864     IF HRI-DP-TABLE-COUNT = ZERO
002868         DISPLAY 'DEPTMAST IS EMPTY.  HR FEED NOT MAPPED.'
002872         STOP RUN
002876     END-IF.
002880 1100-EXIT.
002884     EXIT.
002888
002892 1110-READ-DEPT-RECORD.
002896     READ DEPTMASTFILE
002900         AT END
002904             MOVE 'Y' TO HRI-DEPTMAST-EOF-SW
002908     END-READ.
002912 1110-EXIT.
002916     EXIT.
002920
002924*----------------------------------------------------------------
002928*1200-LOAD-GRADE-TABLE READS THE GRADE CODES OFF THE RATE TABLE.
002932*----------------------------------------------------------------
002936 1200-LOAD-GRADE-TABLE.
002940     MOVE ZERO TO HRI-GR-TABLE-COUNT.
002944     OPEN INPUT GRADERATEFILE.
002948     IF HRI-GRADERAT-STATUS NOT = '00'
002952         DISPLAY 'GRADE RATE TABLE GRADERAT WILL NOT OPEN - '
002956             'STATUS ' HRI-GRADERAT-STATUS
002960             '.  HR FEED NOT MAPPED.'
002964         STOP RUN
002968     END-IF.
002972     PERFORM 1210-READ-GRADE-RECORD THRU 1210-EXIT.
002976     PERFORM UNTIL GRADERAT-EOF
002980         IF HRI-GR-TABLE-COUNT < 10
002984             ADD 1 TO HRI-GR-TABLE-COUNT
002988             MOVE GR-GRADE-CODE
002992                 TO HRI-GR-TBL-CODE (HRI-GR-TABLE-COUNT)
002996         ELSE
003000             DISPLAY 'GRADERAT HAS MORE THAN 10 GRADE CODES'
003004             CLOSE GRADERATEFILE
003008             STOP RUN
003012         END-IF
003016         PERFORM 1210-READ-GRADE-RECORD THRU 1210-EXIT
003020     END-PERFORM.
003024     CLOSE GRADERATEFILE.
003028     IF HRI-GR-TABLE-COUNT = ZERO
003032         DISPLAY 'GRADERAT IS EMPTY.  HR FEED NOT MAPPED.'
003036         STOP RUN
003040     END-IF.
003044 1200-EXIT.
003048     EXIT.
003052
003056 1210-READ-GRADE-RECORD.
003060     READ GRADERATEFILE
003064         AT END
003068             MOVE 'Y' TO HRI-GRADERAT-EOF-SW
003072     END-READ.
003076 1210-EXIT.
003080     EXIT.
003084
003088*----------------------------------------------------------------
003092*2000-EDIT-HR-FEED IS THE FIRST PASS - EVERY HR RECORD IS
003096*COUNTED, THE TRAILER IS KEPT FOR THE TIE-OUT, AND EACH DETAIL
003100*RECORD THAT PASSES THE FIELD EDITS GOES TO THE WORK FILE IN
003104*PAYROLL TERMS.
003108*----------------------------------------------------------------
003112 2000-EDIT-HR-FEED.
003116     OPEN OUTPUT HRWORKFILE.
003120     PERFORM 2100-READ-HR-FEED THRU 2100-EXIT.
003124     PERFORM UNTIL FEED-EOF
003128         IF HRF-REC-TYPE = 'TT'
003132             PERFORM 2150-TAKE-HR-TRAILER THRU 2150-EXIT
003136         ELSE
003140             PERFORM 2200-EDIT-HR-RECORD THRU 2200-EXIT
003144         END-IF
003148         PERFORM 2100-READ-HR-FEED THRU 2100-EXIT
003152     END-PERFORM.
003156     CLOSE HRFEEDFILE
003160         HRWORKFILE.
003164 2000-EXIT.
003168     EXIT.
003172
003176 2100-READ-HR-FEED.
003180     READ HRFEEDFILE
003184         AT END
003188             MOVE 'Y' TO HRI-FEED-EOF-SW
003192         NOT AT END
003196             ADD 1 TO HRI-READ-COUNT
003200     END-READ.
003204 2100-EXIT.
003208     EXIT.
003212
003216*----------------------------------------------------------------
003220*2150-TAKE-HR-TRAILER KEEPS HR'S COUNT AND PAY TOTAL.  A SECOND
003224*TRAILER MEANS TWO EXPORTS WERE RUN TOGETHER - IT IS LISTED AND
003228*THE FIRST ONE STANDS, SO THE TIE-OUT SHOWS THE DIFFERENCE.
003232*----------------------------------------------------------------
003236 2150-TAKE-HR-TRAILER.
003240     ADD 1 TO HRI-TRAILER-COUNT.
003244     IF TRAILER-SEEN
003248         MOVE SPACES TO HRI-DETAIL-LINE
003252         MOVE HRI-READ-COUNT TO HRI-DTL-SEQ
003256         MOVE HRT-REC-TYPE TO HRI-DTL-TYPE
003260         MOVE 'SECOND HR TRAILER - IGNORED' TO HRI-DTL-REASON
003264         MOVE HRI-DETAIL-LINE TO HRI-PRINT-REC
003268         WRITE HRI-PRINT-REC
003272         GO TO 2150-EXIT
003276     END-IF.
003280     MOVE 'Y' TO HRI-TRAILER-SW.
003284     IF HRT-RECORD-COUNT IS NUMERIC
003288         MOVE HRT-RECORD-COUNT TO HRI-HR-RECORD-COUNT
003292     END-IF.
003296     IF HRT-PAY-TOTAL IS NUMERIC
003300         MOVE HRT-PAY-TOTAL TO HRI-HR-PAY-TOTAL
003304     END-IF.
003308 2150-EXIT.
003312     EXIT.
003316
003320*----------------------------------------------------------------
003324*2200-EDIT-HR-RECORD COUNTS ONE DETAIL RECORD AND PUTS IT
003328*THROUGH THE FIELD EDITS.  THE FIRST EDIT THAT FAILS SENDS THE
003332*RECORD TO THE REJECT LISTING WITH ITS REASON.
003336*----------------------------------------------------------------
003340 2200-EDIT-HR-RECORD.
003344     ADD 1 TO HRI-DETAIL-COUNT.
003348     IF HRF-ANNUAL-PAY IS NUMERIC
003352         ADD HRF-ANNUAL-PAY TO HRI-PAY-TOTAL
003356     END-IF.
003360     MOVE HRF-EMP-ID (5:5) TO HRI-EMP-NB.
003364     MOVE SPACES TO HRI-NAME.
003368     STRING HRF-FIRST-NAME DELIMITED BY '  '
003372             ' ' DELIMITED BY SIZE
003376             HRF-LAST-NAME DELIMITED BY '  '
003380         INTO HRI-NAME
003384         ON OVERFLOW
003388             CONTINUE
003392     END-STRING.
003396     IF HRI-NAME (1:1) = SPACE
003400         MOVE HRF-LAST-NAME TO HRI-NAME
003404     END-IF.
003408     EVALUATE HRF-REC-TYPE
003412         WHEN 'NH'
003416             ADD 1 TO HRI-NH-COUNT
003420         WHEN 'XF'
003424             ADD 1 TO HRI-XF-COUNT
003428         WHEN 'SC'
003432             ADD 1 TO HRI-SC-COUNT
003436         WHEN OTHER
003440             ADD 1 TO HRI-UNKNOWN-COUNT
003444             MOVE 'UNKNOWN HR RECORD TYPE' TO HRI-REASON
003448             GO TO 2200-REJECT
003452     END-EVALUATE.
003456     IF TRAILER-SEEN
003460         MOVE 'RECORD FOLLOWS THE HR TRAILER' TO HRI-REASON
003464         GO TO 2200-REJECT
003468     END-IF.
003472     IF HRF-EMP-ID NOT NUMERIC
003476         MOVE 'HR EMPLOYEE ID NOT NUMERIC' TO HRI-REASON
003480         GO TO 2200-REJECT
003484     END-IF.
003488     IF HRF-EMP-ID (1:4) NOT = '0000'
003492         MOVE 'HR ID OUTSIDE THE PAYROLL NUMBER RANGE'
003496             TO HRI-REASON
003500         GO TO 2200-REJECT
003504     END-IF.
003508     MOVE SPACES TO HRI-EFF-DT.
003512     IF HRF-EFF-DATE NOT = SPACES
003516         MOVE HRF-EFF-DATE TO HRI-HR-DATE
003520         PERFORM 2300-CONVERT-HR-DATE THRU 2300-EXIT
003524         IF NOT HR-DATE-OK
003528             MOVE 'EFFECTIVE DATE NOT A VALID DATE' TO HRI-REASON
003532             GO TO 2200-REJECT
003536         END-IF
003540         MOVE HRI-PAY-DATE TO HRI-EFF-DT
003544     END-IF.
003548     PERFORM 2250-EDIT-BY-RECORD-TYPE THRU 2250-EXIT.
003552     IF HRI-REASON NOT = SPACES
003556         GO TO 2200-REJECT
003560     END-IF.
003564     PERFORM 2270-EDIT-PAY-FIELDS THRU 2270-EXIT.
003568     IF HRI-REASON NOT = SPACES
003572         GO TO 2200-REJECT
003576     END-IF.
003580     IF HRF-DEPT-CODE NOT = SPACES
003584         SET HRI-DP-IDX TO 1
003588         SEARCH HRI-DP-ENTRY
003592             AT END
003596                 MOVE 'DEPARTMENT NOT ON DEPTMAST' TO HRI-REASON
003600                 GO TO 2200-REJECT
003604             WHEN HRI-DP-TBL-CODE (HRI-DP-IDX) = HRF-DEPT-CODE
003608                 CONTINUE
003612         END-SEARCH
003616     END-IF.
003620     IF HRF-JOB-GRADE NOT = SPACE
003624         SET HRI-GR-IDX TO 1
003628         SEARCH HRI-GR-ENTRY
003632             AT END
003636                 MOVE 'JOB GRADE NOT ON GRADERAT' TO HRI-REASON
003640                 GO TO 2200-REJECT
003644             WHEN HRI-GR-TBL-CODE (HRI-GR-IDX) = HRF-JOB-GRADE
003648                 CONTINUE
003652         END-SEARCH
003656     END-IF.
003660     PERFORM 2400-WRITE-WORK-RECORD THRU 2400-EXIT.
003664     GO TO 2200-EXIT.
003668 2200-REJECT.
003672     ADD 1 TO HRI-EDIT-REJECT-COUNT.
003676     PERFORM 2900-WRITE-FEED-REJECT THRU 2900-EXIT.
003680 2200-EXIT.
003684     EXIT.
003688
003692*----------------------------------------------------------------
003696*2250-EDIT-BY-RECORD-TYPE CHECKS THE FIELDS EACH KIND OF RECORD
003700*MUST CARRY.  A NEW HIRE NEEDS A WHOLE EMPLOYEE; A TRANSFER
003704*NEEDS ITS NEW DEPARTMENT AND A SALARY CHANGE ITS NEW PAY - A
003708*GRADE OR PAY GROUP ON EITHER IS TAKEN AS WELL.
003712*----------------------------------------------------------------
003716 2250-EDIT-BY-RECORD-TYPE.
003720     MOVE SPACES TO HRI-REASON
003724         HRI-HIRE-DT.
003728     EVALUATE HRF-REC-TYPE
003732         WHEN 'NH'
003736             MOVE HRF-HIRE-DATE TO HRI-HR-DATE
003740             PERFORM 2300-CONVERT-HR-DATE THRU 2300-EXIT
003744             EVALUATE TRUE
003748                 WHEN NOT HR-DATE-OK
003752                     MOVE 'HIRE DATE MISSING OR NOT VALID'
003756                         TO HRI-REASON
003760                 WHEN HRF-LAST-NAME = SPACES
003764                     MOVE 'NEW HIRE WITHOUT A NAME' TO HRI-REASON
003768                 WHEN HRF-DEPT-CODE = SPACES
003772                     MOVE 'NEW HIRE WITHOUT A DEPARTMENT'
003776                         TO HRI-REASON
003780                 WHEN HRF-JOB-GRADE = SPACE
003784                     MOVE 'NEW HIRE WITHOUT A JOB GRADE'
003788                         TO HRI-REASON
003792                 WHEN HRF-ANNUAL-PAY-X = SPACES
003796                     MOVE 'NEW HIRE WITHOUT AN ANNUAL PAY'
003800                         TO HRI-REASON
003804                 WHEN HRF-UNION-DUES NOT NUMERIC
003808                     OR HRF-INSURANCE NOT NUMERIC
003812                     MOVE 'DUES OR INSURANCE NOT NUMERIC'
003816                         TO HRI-REASON
003820                 WHEN OTHER
003824                     MOVE HRI-PAY-DATE TO HRI-HIRE-DT
003828             END-EVALUATE
003832         WHEN 'XF'
003836             IF HRF-DEPT-CODE = SPACES
003840                 MOVE 'TRANSFER WITHOUT A DEPARTMENT'
003844                     TO HRI-REASON
003848             END-IF
003852         WHEN 'SC'
003856             IF HRF-ANNUAL-PAY-X = SPACES
003860                 MOVE 'SALARY CHANGE WITHOUT AN ANNUAL PAY'
003864                     TO HRI-REASON
003868             END-IF
003872     END-EVALUATE.
003876 2250-EXIT.
003880     EXIT.
003884
003888*----------------------------------------------------------------
003892*2270-EDIT-PAY-FIELDS TURNS HR'S ANNUAL PAY (DOLLARS AND CENTS)
003896*INTO THE WHOLE-DOLLAR SALARY THE MASTER CARRIES, AND HR'S PAY
003900*GROUP INTO THE PAY-FREQUENCY CODE.  BLANK MEANS NOT SUPPLIED.
003904*----------------------------------------------------------------
003908 2270-EDIT-PAY-FIELDS.
003912     MOVE ZERO TO HRI-SALARY.
003916     MOVE SPACE TO HRI-PAY-FREQ.
003920     IF HRF-ANNUAL-PAY-X NOT = SPACES
003924         IF HRF-ANNUAL-PAY NOT NUMERIC
003928             MOVE 'ANNUAL PAY NOT NUMERIC' TO HRI-REASON
003932             GO TO 2270-EXIT
003936         END-IF
003940         COMPUTE HRI-SALARY ROUNDED = HRF-ANNUAL-PAY
003944         IF HRI-SALARY = ZERO
003948             MOVE 'ANNUAL PAY OF ZERO' TO HRI-REASON
003952             GO TO 2270-EXIT
003956         END-IF
003960         IF HRI-SALARY > 999999
003964             MOVE 'ANNUAL PAY TOO LARGE FOR THE MASTER'
003968                 TO HRI-REASON
003972             GO TO 2270-EXIT
003976         END-IF
003980     END-IF.
003984     EVALUATE HRF-PAY-GROUP
003988         WHEN SPACES
003992             CONTINUE
003996         WHEN 'WK'
004000             MOVE 'W' TO HRI-PAY-FREQ
004004         WHEN 'BW'
004008             MOVE 'B' TO HRI-PAY-FREQ
004012         WHEN 'SM'
004016             MOVE 'S' TO HRI-PAY-FREQ
004020         WHEN 'MO'
004024             MOVE 'M' TO HRI-PAY-FREQ
004028         WHEN OTHER
004032             MOVE 'UNKNOWN PAY GROUP' TO HRI-REASON
004036     END-EVALUATE.
004040 2270-EXIT.
004044     EXIT.
004048
004052*----------------------------------------------------------------
004056*2300-CONVERT-HR-DATE CHECKS A CCYY-MM-DD DATE IN HRI-HR-DATE AND
004060*RETURNS IT AS YYYYMMDD IN HRI-PAY-DATE.
004064*----------------------------------------------------------------
004068 2300-CONVERT-HR-DATE.
004072     MOVE 'N' TO HRI-DATE-OK-SW.
004076     MOVE SPACES TO HRI-PAY-DATE.
004080     IF HRI-HRD-YEAR NOT NUMERIC
004084         OR HRI-HRD-MONTH NOT NUMERIC
004088         OR HRI-HRD-DAY NOT NUMERIC
004092         OR HRI-HRD-DASH-1 NOT = '-'
004096         OR HRI-HRD-DASH-2 NOT = '-'
004100         GO TO 2300-EXIT
004104     END-IF.
004108     MOVE HRI-HRD-YEAR TO HRI-PAY-DATE (1:4).
004112     MOVE HRI-HRD-MONTH TO HRI-PAY-DATE (5:2).
004116     MOVE HRI-HRD-DAY TO HRI-PAY-DATE (7:2).
004120     IF HRI-PYD-YEAR < 1900
004124         OR HRI-PYD-MONTH < 1 OR HRI-PYD-MONTH > 12
004128         OR HRI-PYD-DAY < 1 OR HRI-PYD-DAY > 31
004132         MOVE SPACES TO HRI-PAY-DATE
004136         GO TO 2300-EXIT
004140     END-IF.
004144     MOVE 'Y' TO HRI-DATE-OK-SW.
004148 2300-EXIT.
004152     EXIT.
004156
004160*----------------------------------------------------------------
004164*2400-WRITE-WORK-RECORD PUTS AN EDITED RECORD ON THE WORK FILE.
004168*A NEW HIRE'S ANNUAL DUES AND INSURANCE GO ON IT AS PER-PERIOD
004172*AMOUNTS, READY FOR THE MASTER.
004176*----------------------------------------------------------------
004180 2400-WRITE-WORK-RECORD.
004184     MOVE SPACES TO HRW-WORK-REC.
004188     MOVE HRI-EMP-NB TO HRW-EMP-NB.
004192     IF HRI-EFF-DT = SPACES
004196         MOVE HRI-CURRENT-DATE TO HRW-SORT-DT
004200     ELSE
004204         MOVE HRI-EFF-DT TO HRW-SORT-DT
004208     END-IF.
004212     MOVE HRI-READ-COUNT TO HRW-FEED-SEQ.
004216     MOVE HRF-REC-TYPE TO HRW-REC-TYPE.
004220     MOVE HRF-EMP-ID TO HRW-HR-ID.
004224     MOVE HRI-EFF-DT TO HRW-EFF-DT.
004228     MOVE HRI-NAME TO HRW-NAME.
004232     MOVE HRI-HIRE-DT TO HRW-HIRE-DT.
004236     MOVE HRF-DEPT-CODE TO HRW-DEPT-CODE.
004240     MOVE HRF-JOB-GRADE TO HRW-GRADE.
004244     MOVE 'N' TO HRW-SALARY-SW.
004248     MOVE ZERO TO HRW-SALARY.
004252     IF HRF-ANNUAL-PAY-X NOT = SPACES
004256         MOVE 'Y' TO HRW-SALARY-SW
004260         MOVE HRI-SALARY TO HRW-SALARY
004264     END-IF.
004268     MOVE 'N' TO HRW-PAY-FREQ-SW.
004272     MOVE HRI-PAY-FREQ TO HRW-PAY-FREQ.
004276     IF HRF-PAY-GROUP NOT = SPACES
004280         MOVE 'Y' TO HRW-PAY-FREQ-SW
004284     END-IF.
004288     MOVE ZERO TO HRW-DUES
004292         HRW-INSU.
004296     IF HRF-REC-TYPE = 'NH'
004300         PERFORM 2420-SET-PERIODS-PER-YEAR THRU 2420-EXIT
004304         COMPUTE HRW-DUES ROUNDED =
004308             HRF-UNION-DUES / HRI-PERIODS-PER-YEAR
004312         COMPUTE HRW-INSU ROUNDED =
004316             HRF-INSURANCE / HRI-PERIODS-PER-YEAR
004320     END-IF.
004324     WRITE HRW-WORK-REC.
004328 2400-EXIT.
004332     EXIT.
004336
004340*----------------------------------------------------------------
004344*2420-SET-PERIODS-PER-YEAR - PAY PERIODS IN A YEAR FOR THE PAY
004348*FREQUENCY HRI-PAY-FREQ, THE SAME TABLE Program17 PAYS ON.  NO
004352*FREQUENCY MEANS THE HOUSE STANDARD, BIWEEKLY.
004356*----------------------------------------------------------------
004360 2420-SET-PERIODS-PER-YEAR.
004364     EVALUATE HRI-PAY-FREQ
004368         WHEN 'W'
004372             MOVE 52 TO HRI-PERIODS-PER-YEAR
004376         WHEN 'S'
004380             MOVE 24 TO HRI-PERIODS-PER-YEAR
004384         WHEN 'M'
004388             MOVE 12 TO HRI-PERIODS-PER-YEAR
004392         WHEN OTHER
004396             MOVE 26 TO HRI-PERIODS-PER-YEAR
004400     END-EVALUATE.
004404 2420-EXIT.
004408     EXIT.
004412
004416*----------------------------------------------------------------
004420*2900-WRITE-FEED-REJECT LISTS AN HR RECORD THAT FAILED THE FIELD
004424*EDITS, AS HR SENT IT.
004428*----------------------------------------------------------------
004432 2900-WRITE-FEED-REJECT.
004436     MOVE SPACES TO HRI-DETAIL-LINE.
004440     MOVE HRI-READ-COUNT TO HRI-DTL-SEQ.
004444     MOVE HRF-REC-TYPE TO HRI-DTL-TYPE.
004448     MOVE HRF-EMP-ID TO HRI-DTL-HR-ID.
004452     MOVE HRI-EMP-NB TO HRI-DTL-EMP-NB.
004456     MOVE HRF-EFF-DATE TO HRI-DTL-EFF-DT.
004460     MOVE HRI-NAME TO HRI-DTL-NAME.
004464     MOVE HRI-REASON TO HRI-DTL-REASON.
004468     MOVE HRI-DETAIL-LINE TO HRI-PRINT-REC.
004472     WRITE HRI-PRINT-REC.
004476 2900-EXIT.
004480     EXIT.
004484
004488*----------------------------------------------------------------
004492*3000-SORT-HR-RECORDS PUTS THE EDITED RECORDS INTO EMPLOYEE/DATE
004496*ORDER FOR THE CARD PASS.
004500*----------------------------------------------------------------
004504 3000-SORT-HR-RECORDS.
004508     SORT SORTWORKFILE
004512         ON ASCENDING KEY HRX-EMP-NB
004516                          HRX-SORT-DT
004520                          HRX-FEED-SEQ
004524         USING HRWORKFILE
004528         GIVING HRSORTEDFILE.
004532 3000-EXIT.
004536     EXIT.
004540
004544*----------------------------------------------------------------
004548*4000-BUILD-CARDS IS THE SECOND PASS - THE SORTED RECORDS ARE
004552*MATCHED TO THE MASTER BY BALANCE LINE AND LAID OVER THE
004556*EMPLOYEE'S IMAGE ONE BY ONE.  A CARD IS WRITTEN AT EACH CHANGE
004560*OF EMPLOYEE AND AT EACH CHANGE FROM ONE FUTURE DATE TO THE
004564*NEXT, SO A LATER CARD CARRIES EVERY EARLIER CHANGE WITH IT AND
004568*NEVER PUTS BACK A VALUE AN EARLIER CARD CHANGED.
004572*----------------------------------------------------------------
004576 4000-BUILD-CARDS.
004580     OPEN INPUT MASTERFILE.
004584     IF HRI-MASTER-STATUS NOT = '00'
004588         DISPLAY 'EMPLOYEE MASTER INPUTEMP WILL NOT OPEN - '
004592             'STATUS ' HRI-MASTER-STATUS '.  NO CARDS WRITTEN.'
004596         CLOSE LISTFILE
004600         STOP RUN
004604     END-IF.
004608     OPEN INPUT HRSORTEDFILE.
004612     OPEN OUTPUT CARDFILE.
004616     PERFORM 4150-READ-MASTER THRU 4150-EXIT.
004620     PERFORM 4100-READ-SORTED-RECORD THRU 4100-EXIT.
004624     PERFORM UNTIL SORTED-EOF
004628         PERFORM 4250-SET-RECORD-WHEN THRU 4250-EXIT
004632         EVALUATE TRUE
004636             WHEN HRS-EMP-NB NOT = HRI-GRP-EMP-NB
004640                 PERFORM 4600-WRITE-CARD THRU 4600-EXIT
004644                 PERFORM 4300-START-EMPLOYEE THRU 4300-EXIT
004648             WHEN HRI-REC-WHEN NOT = HRI-GRP-WHEN
004652                 PERFORM 4600-WRITE-CARD THRU 4600-EXIT
004656         END-EVALUATE
004660         MOVE HRI-REC-WHEN TO HRI-GRP-WHEN
004664         PERFORM 4400-APPLY-HR-RECORD THRU 4400-EXIT
004668         PERFORM 4100-READ-SORTED-RECORD THRU 4100-EXIT
004672     END-PERFORM.
004676     PERFORM 4600-WRITE-CARD THRU 4600-EXIT.
004680     CLOSE MASTERFILE
004684         HRSORTEDFILE
004688         CARDFILE.
004692 4000-EXIT.
004696     EXIT.
004700
004704 4100-READ-SORTED-RECORD.
004708     READ HRSORTEDFILE
004712         AT END
004716             MOVE 'Y' TO HRI-SORTED-EOF-SW
004720     END-READ.
004724 4100-EXIT.
004728     EXIT.
004732
004736*----------------------------------------------------------------
004740*4150-READ-MASTER READS THE NEXT MASTER RECORD WITH A NUMERIC
004744*KEY.  A BAD-KEY RECORD IS PASSED OVER HERE - Program3 LISTS IT -
004748*SO IT CANNOT STOP THE BALANCE LINE.
004752*----------------------------------------------------------------
004756 4150-READ-MASTER.
004760     MOVE 'N' TO HRI-MASTER-USABLE-SW.
004764     PERFORM UNTIL MASTER-RECORD-USABLE OR MASTER-EOF
004768         READ MASTERFILE
004772             AT END
004776                 MOVE 'Y' TO HRI-MASTER-EOF-SW
004780                 MOVE HIGH-VALUES TO HRI-MST-KEY
004784             NOT AT END
004788                 ADD 1 TO HRI-MASTER-READ-COUNT
004792                 IF EmpNbIn IS NUMERIC
004796                     MOVE 'Y' TO HRI-MASTER-USABLE-SW
004800                     MOVE EmpNbIn TO HRI-MST-KEY
004804                 END-IF
004808         END-READ
004812     END-PERFORM.
004816 4150-EXIT.
004820     EXIT.
004824
004828*----------------------------------------------------------------
004832*4250-SET-RECORD-WHEN - SPACES FOR A RECORD THAT TAKES EFFECT
004836*BY TODAY, THE DATE FOR ONE THAT WILL PARK.
004840*----------------------------------------------------------------
004844 4250-SET-RECORD-WHEN.
004848     IF HRS-SORT-DT > HRI-CURRENT-DATE
004852         MOVE HRS-SORT-DT TO HRI-REC-WHEN
004856     ELSE
004860         MOVE SPACES TO HRI-REC-WHEN
004864     END-IF.
004868 4250-EXIT.
004872     EXIT.
004876
004880*----------------------------------------------------------------
004884*4300-START-EMPLOYEE MOVES THE MASTER UP TO THE NEW EMPLOYEE AND
004888*TAKES THE CURRENT IMAGE IF THERE IS ONE.
004892*----------------------------------------------------------------
004896 4300-START-EMPLOYEE.
004900     MOVE HRS-EMP-NB TO HRI-GRP-EMP-NB.
004904     PERFORM 4150-READ-MASTER THRU 4150-EXIT
004908         UNTIL HRI-MST-KEY NOT < HRS-EMP-NB.
004912     IF HRI-MST-KEY = HRS-EMP-NB
004916         MOVE EmployeeRecord TO HRI-IMAGE-REC
004920         MOVE 'M' TO HRI-IMAGE-SW
004924     ELSE
004928         MOVE SPACES TO HRI-IMAGE-REC
004932         MOVE 'N' TO HRI-IMAGE-SW
004936     END-IF.
004940 4300-EXIT.
004944     EXIT.
004948
004952*----------------------------------------------------------------
004956*4400-APPLY-HR-RECORD LAYS ONE HR RECORD OVER THE IMAGE.  A NEW
004960*HIRE BUILDS THE WHOLE IMAGE AND MAKES THE CARD AN ADD; A
004964*TRANSFER OR SALARY CHANGE REPLACES ONLY THE FIELDS HR SENT.
004968*THE CARD'S EFFECTIVE DATE IS THE SALARY CHANGE'S WHEN IT HAS
004972*ONE, SO A BACK-DATED RAISE IS STILL PAID BACK FROM THE RIGHT
004976*DAY.  THE STATUS, STATUS DATE AND LAST-RAISE DATE ARE LEFT TO
004980*Program3.
004984*----------------------------------------------------------------
004988 4400-APPLY-HR-RECORD.
004992     IF HRS-REC-TYPE = 'NH'
004996         IF IMAGE-FROM-MASTER
005000             MOVE 'NEW HIRE ALREADY ON THE MASTER' TO HRI-REASON
005004             PERFORM 4900-WRITE-MASTER-REJECT THRU 4900-EXIT
005008             GO TO 4400-EXIT
005012         END-IF
005016         IF IMAGE-FROM-HIRE
005020             MOVE 'SECOND NEW HIRE FOR THE EMPLOYEE' TO HRI-REASON
005024             PERFORM 4900-WRITE-MASTER-REJECT THRU 4900-EXIT
005028             GO TO 4400-EXIT
005032         END-IF
005036         PERFORM 4500-OPEN-CARD THRU 4500-EXIT
005040         MOVE 'A' TO HRI-CARD-ACTION
005044         MOVE 'H' TO HRI-IMAGE-SW
005048         MOVE SPACES TO HRI-IMAGE-REC
005052         MOVE HRS-EMP-NB TO HRI-IMG-EMP-NB
005056         MOVE HRS-NAME TO HRI-IMG-NAME
005060         MOVE ZERO TO HRI-IMG-SALARY
005064         MOVE HRS-HIRE-DT TO HRI-IMG-HIRE-DT
005068         MOVE HRS-DUES TO HRI-IMG-DUES
005072         MOVE HRS-INSU TO HRI-IMG-INSU
005076     ELSE
005080         IF IMAGE-NONE
005084             MOVE 'NOT ON THE MASTER - NO NEW HIRE IN FEED'
005088                 TO HRI-REASON
005092             PERFORM 4900-WRITE-MASTER-REJECT THRU 4900-EXIT
005096             GO TO 4400-EXIT
005100         END-IF
005104         PERFORM 4500-OPEN-CARD THRU 4500-EXIT
005108     END-IF.
005112     IF HRS-DEPT-CODE NOT = SPACES
005116         MOVE HRS-DEPT-CODE TO HRI-IMG-DEPT
005120     END-IF.
005124     IF HRS-GRADE NOT = SPACE
005128         MOVE HRS-GRADE TO HRI-IMG-GRADE
005132     END-IF.
005136     IF HRS-SALARY-SW = 'Y'
005140         MOVE HRS-SALARY TO HRI-IMG-SALARY
005144     END-IF.
005148     IF HRS-PAY-FREQ-SW = 'Y'
005152         MOVE HRS-PAY-FREQ TO HRI-IMG-PAY-FREQ
005156     END-IF.
005160     IF HRS-REC-TYPE = 'SC'
005164         MOVE HRS-EFF-DT TO HRI-CARD-EFF-DT
005168         MOVE 'Y' TO HRI-CARD-SALARY-SW
005172     ELSE
005176         IF NOT CARD-HAS-SALARY
005180             MOVE HRS-EFF-DT TO HRI-CARD-EFF-DT
005184         END-IF
005188     END-IF.
005192     ADD 1 TO HRI-CARD-RECS.
005196     ADD 1 TO HRI-MAPPED-COUNT.
005200 4400-EXIT.
005204     EXIT.
005208
005212*----------------------------------------------------------------
005216*4500-OPEN-CARD STARTS A CARD FOR THE EMPLOYEE IF NONE IS IN
005220*HAND.  IT IS A CHANGE UNLESS A NEW HIRE MAKES IT AN ADD.
005224*----------------------------------------------------------------
005228 4500-OPEN-CARD.
005232     IF CARD-IN-HAND
005236         GO TO 4500-EXIT
005240     END-IF.
005244     MOVE 'Y' TO HRI-CARD-SW.
005248     MOVE 'N' TO HRI-CARD-SALARY-SW.
005252     MOVE 'C' TO HRI-CARD-ACTION.
005256     MOVE SPACES TO HRI-CARD-EFF-DT.
005260     MOVE ZERO TO HRI-CARD-RECS.
005264 4500-EXIT.
005268     EXIT.
005272
005276*----------------------------------------------------------------
005280*4600-WRITE-CARD WRITES THE CARD IN HAND, IF ANY.
005284*----------------------------------------------------------------
005288 4600-WRITE-CARD.
005292     IF NOT CARD-IN-HAND
005296         GO TO 4600-EXIT
005300     END-IF.
005304     MOVE SPACES TO HRI-CARD-REC.
005308     MOVE HRI-CARD-ACTION TO HRI-CRD-ACTION.
005312     MOVE HRI-IMAGE-REC TO HRI-CRD-EMP-IMAGE.
005316     MOVE HRI-CARD-EFF-DT TO HRI-CRD-EFF-DT.
005320     WRITE HRI-CARD-REC.
005324     IF HRI-CARD-ACTION = 'A'
005328         ADD 1 TO HRI-ADD-CARD-COUNT
005332     ELSE
005336         ADD 1 TO HRI-CHG-CARD-COUNT
005340     END-IF.
005344     IF HRI-GRP-WHEN NOT = SPACES
005348         ADD 1 TO HRI-FUTURE-CARD-COUNT
005352     END-IF.
005356     COMPUTE HRI-MERGED-COUNT = HRI-MERGED-COUNT
005360         + HRI-CARD-RECS - 1.
005364     MOVE 'N' TO HRI-CARD-SW.
005368 4600-EXIT.
005372     EXIT.
005376
005380*----------------------------------------------------------------
005384*4900-WRITE-MASTER-REJECT LISTS A RECORD THAT PASSED THE FIELD
005388*EDITS BUT DOES NOT FIT THE MASTER, IN PAYROLL TERMS.
005392*----------------------------------------------------------------
005396 4900-WRITE-MASTER-REJECT.
005400     ADD 1 TO HRI-MST-REJECT-COUNT.
005404     MOVE SPACES TO HRI-DETAIL-LINE.
005408     MOVE HRS-FEED-SEQ TO HRI-DTL-SEQ.
005412     MOVE HRS-REC-TYPE TO HRI-DTL-TYPE.
005416     MOVE HRS-HR-ID TO HRI-DTL-HR-ID.
005420     MOVE HRS-EMP-NB TO HRI-DTL-EMP-NB.
005424     MOVE HRS-EFF-DT TO HRI-DTL-EFF-DT.
005428     MOVE HRS-NAME TO HRI-DTL-NAME.
005432     MOVE HRI-REASON TO HRI-DTL-REASON.
005436     MOVE HRI-DETAIL-LINE TO HRI-PRINT-REC.
005440     WRITE HRI-PRINT-REC.
005444 4900-EXIT.
005448     EXIT.
005452
005456*----------------------------------------------------------------
005460*5000-WRITE-CONTROL-TOTALS PRINTS THE TIE-OUT TO HR'S TRAILER
005464*AND THE FOOTING OF EVERY DETAIL RECORD TO A REJECT OR A CARD.
005468*----------------------------------------------------------------
005472 5000-WRITE-CONTROL-TOTALS.
005476     MOVE HRI-TOTALS-HEADER TO HRI-PRINT-REC.
005480     WRITE HRI-PRINT-REC AFTER ADVANCING 3 LINES.
005484     MOVE SPACES TO HRI-PRINT-REC.
005488     WRITE HRI-PRINT-REC.
005492     MOVE SPACES TO HRI-REPORT-TRAILER.
005496     MOVE 'HR RECORDS READ' TO HRI-TR-LABEL.
005500     MOVE HRI-READ-COUNT TO HRI-TR-COUNT.
005504     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005508     MOVE '  HR TRAILER RECORDS' TO HRI-TR-LABEL.
005512     MOVE HRI-TRAILER-COUNT TO HRI-TR-COUNT.
005516     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005520     MOVE '  DETAIL RECORDS' TO HRI-TR-LABEL.
005524     MOVE HRI-DETAIL-COUNT TO HRI-TR-COUNT.
005528     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005532     MOVE '    NEW HIRES (NH)' TO HRI-TR-LABEL.
005536     MOVE HRI-NH-COUNT TO HRI-TR-COUNT.
005540     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005544     MOVE '    TRANSFERS (XF)' TO HRI-TR-LABEL.
005548     MOVE HRI-XF-COUNT TO HRI-TR-COUNT.
005552     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005556     MOVE '    SALARY CHANGES (SC)' TO HRI-TR-LABEL.
005560     MOVE HRI-SC-COUNT TO HRI-TR-COUNT.
005564     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005568     MOVE '    UNKNOWN RECORD TYPES' TO HRI-TR-LABEL.
005572     MOVE HRI-UNKNOWN-COUNT TO HRI-TR-COUNT.
005576     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005580     MOVE 'DETAIL RECORDS PER HR TRAILER' TO HRI-TR-LABEL.
005584     MOVE HRI-HR-RECORD-COUNT TO HRI-TR-COUNT.
005588     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005592     MOVE SPACES TO HRI-MESSAGE-LINE.
005596     EVALUATE TRUE
005600         WHEN NOT TRAILER-SEEN
005604             MOVE '*** NO HR TRAILER - COUNTS CANNOT BE TIED'
005608                 TO HRI-MSG-TEXT
005612         WHEN HRI-DETAIL-COUNT = HRI-HR-RECORD-COUNT
005616             MOVE 'RECORD COUNT AGREES WITH HR TRAILER'
005620                 TO HRI-MSG-TEXT
005624         WHEN OTHER
005628             MOVE '*** RECORD COUNT DOES NOT AGREE WITH TRAILER'
005632                 TO HRI-MSG-TEXT
005636     END-EVALUATE.
005640     PERFORM 5200-WRITE-MESSAGE-LINE THRU 5200-EXIT.
005644     MOVE SPACES TO HRI-AMOUNT-TRAILER.
005648     MOVE 'ANNUAL PAY ON DETAIL RECORDS' TO HRI-AT-LABEL.
005652     MOVE HRI-PAY-TOTAL TO HRI-AT-AMOUNT.
005656     PERFORM 5300-WRITE-AMOUNT-LINE THRU 5300-EXIT.
005660     MOVE 'ANNUAL PAY PER HR TRAILER' TO HRI-AT-LABEL.
005664     MOVE HRI-HR-PAY-TOTAL TO HRI-AT-AMOUNT.
005668     PERFORM 5300-WRITE-AMOUNT-LINE THRU 5300-EXIT.
005672     MOVE SPACES TO HRI-MESSAGE-LINE.
005676     EVALUATE TRUE
005680         WHEN NOT TRAILER-SEEN
005684             CONTINUE
005688         WHEN HRI-PAY-TOTAL = HRI-HR-PAY-TOTAL
005692             MOVE 'ANNUAL PAY TOTAL AGREES WITH HR TRAILER'
005696                 TO HRI-MSG-TEXT
005700             PERFORM 5200-WRITE-MESSAGE-LINE THRU 5200-EXIT
005704         WHEN OTHER
005708             MOVE '*** ANNUAL PAY DOES NOT AGREE WITH TRAILER'
005712                 TO HRI-MSG-TEXT
005716             PERFORM 5200-WRITE-MESSAGE-LINE THRU 5200-EXIT
005720     END-EVALUATE.
005724     MOVE SPACES TO HRI-PRINT-REC.
005728     WRITE HRI-PRINT-REC.
005732     MOVE 'REJECTED ON FIELD EDITS' TO HRI-TR-LABEL.
005736     MOVE HRI-EDIT-REJECT-COUNT TO HRI-TR-COUNT.
005740     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005744     MOVE 'REJECTED AGAINST THE MASTER' TO HRI-TR-LABEL.
005748     MOVE HRI-MST-REJECT-COUNT TO HRI-TR-COUNT.
005752     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005756     MOVE 'RECORDS MAPPED TO CARDS' TO HRI-TR-LABEL.
005760     MOVE HRI-MAPPED-COUNT TO HRI-TR-COUNT.
005764     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005768     MOVE '  ADD CARDS WRITTEN' TO HRI-TR-LABEL.
005772     MOVE HRI-ADD-CARD-COUNT TO HRI-TR-COUNT.
005776     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005780     MOVE '  CHANGE CARDS WRITTEN' TO HRI-TR-LABEL.
005784     MOVE HRI-CHG-CARD-COUNT TO HRI-TR-COUNT.
005788     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005792     MOVE '  MERGED ONTO ANOTHER CARD' TO HRI-TR-LABEL.
005796     MOVE HRI-MERGED-COUNT TO HRI-TR-COUNT.
005800     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005804     MOVE 'CARDS FUTURE-DATED - WILL PARK' TO HRI-TR-LABEL.
005808     MOVE HRI-FUTURE-CARD-COUNT TO HRI-TR-COUNT.
005812     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005816     MOVE 'MASTER RECORDS READ' TO HRI-TR-LABEL.
005820     MOVE HRI-MASTER-READ-COUNT TO HRI-TR-COUNT.
005824     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005828 5000-EXIT.
005832     EXIT.
005836
005840 5100-WRITE-TRAILER-LINE.
005844     MOVE HRI-REPORT-TRAILER TO HRI-PRINT-REC.
005848     WRITE HRI-PRINT-REC AFTER ADVANCING 1 LINE.
005852     MOVE SPACES TO HRI-REPORT-TRAILER.
005856 5100-EXIT.
005860     EXIT.
005864
005868 5200-WRITE-MESSAGE-LINE.
005872     MOVE HRI-MESSAGE-LINE TO HRI-PRINT-REC.
005876     WRITE HRI-PRINT-REC AFTER ADVANCING 1 LINE.
005880     MOVE SPACES TO HRI-MESSAGE-LINE.
005884 5200-EXIT.
005888     EXIT.
005892
005896 5300-WRITE-AMOUNT-LINE.
005900     MOVE HRI-AMOUNT-TRAILER TO HRI-PRINT-REC.
005904     WRITE HRI-PRINT-REC AFTER ADVANCING 1 LINE.
005908     MOVE SPACES TO HRI-AMOUNT-TRAILER.
005912 5300-EXIT.
005916     EXIT.
005920
005924 9000-TERMINATE-RUN.
005928     CLOSE LISTFILE.
005932 9000-EXIT.
005936     EXIT.
005940
005944 END PROGRAM Program19.
