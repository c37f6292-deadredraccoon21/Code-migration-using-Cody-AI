001136*                  AT THE DOOR INSTEAD OF SAILING THROUGH TO THE
001140*                  PAYROLL RUN AND THE GL.  A MISSING DEPTMAST
001144*                  LEAVES THE CHECK OFF.
001148*2026-10-15  RLW   EMPLOYMENT STATUS LIFECYCLE - NEW CARD ACTIONS
001152*                  'T' (TERMINATE, EFFECTIVE DATE REQUIRED), 'L'
001156*                  (LEAVE), 'R' (RETURN FROM LEAVE) AND 'H'
001160*                  (REHIRE) SET THE STATUS AND STATUS DATE ON
001164*                  EMPREC.CPY AND KEEP THE RECORD, SO A LEAVER'S
001168*                  HISTORY, GL AND DEDUCTIONS STAY ON FILE INSTEAD
001172*                  OF BEING LOST TO A 'D' CARD.  THE CARDS NEED
001176*                  ONLY THE EMPLOYEE NUMBER; THE EFFECTIVE DATE IS
001180*                  THE STATUS DATE, SO A FUTURE-DATED ONE PARKS ON
001184*                  NEWPEND LIKE ANY OTHER.  A CHANGE CARD NOW
001188*                  CARRIES THE STATUS, STATUS DATE AND LAST-RAISE
001192*                  DATE OVER FROM THE OLD MASTER - HR'S IMAGE DOES
001196*                  NOT OWN THEM.  THE AUDIT LISTING SHOWS STATUS.
001200*                  A REHIRE ALSO TAKES THE STATUS DATE AS THE NEW
001204*                  HIRE DATE, SO THE CYCLE PRORATES THE NEXT RAISE
001208*                  FROM THE REHIRE.
001212*2026-10-15  RLW   PAY FREQUENCY (EmpPayFreq) NOW CARRIED ON THE
001216*                  ADD/CHANGE IMAGE FOR THE PAY-PERIOD REGISTER;
001220*                  AN ADD OR CHANGE WITH A FREQUENCY OTHER THAN W,
001224*                  B, S, M OR SPACE (HOUSE STANDARD) IS REJECTED.
001228*2026-10-15  RLW   A CHANGE CARD THAT RAISES THE SALARY WITH AN
001232*                  EFFECTIVE DATE BEFORE TODAY - KEYED BACK-DATED
001236*                  OR RELEASED LATE OFF NEWPEND - IS QUEUED ON
001240*                  RETROQ (SEE RETROREC.CPY) SO THE RETROACTIVE
001244*                  PAY RUN (Program18) PAYS IT BACK TO THAT DATE.
001248*2026-10-15  RLW   CARD LAYOUT MOVED TO MNTCARD.CPY SO THE HR FEED
001252*                  INTERFACE (Program19), WHICH NOW WRITES THE
001256*                  ADD AND CHANGE CARDS HR USED TO HAVE KEYED,
001260*                  BUILDS EXACTLY WHAT THIS PROGRAM READS.
001264
001268 ENVIRONMENT DIVISION.
001272 INPUT-OUTPUT SECTION.
001276 FILE-CONTROL.
001280     SELECT OLDMASTERFILE ASSIGN TO "INPUTEMP"
001284         ORGANIZATION IS LINE SEQUENTIAL.
001288     SELECT TRANFILE ASSIGN TO "MNTTRANS"
001292         ORGANIZATION IS LINE SEQUENTIAL.
001296     SELECT NEWMASTERFILE ASSIGN TO "NEWEMP"
001300         ORGANIZATION IS LINE SEQUENTIAL.
001304     SELECT AUDITFILE ASSIGN TO "MNTAUDIT"
001308         ORGANIZATION IS LINE SEQUENTIAL.
001312     SELECT REJECTFILE ASSIGN TO "MNTREJCT"
001316         ORGANIZATION IS LINE SEQUENTIAL.
001320     SELECT PENDOUTFILE ASSIGN TO "NEWPEND"
001324         ORGANIZATION IS LINE SEQUENTIAL.
001328     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001332         ORGANIZATION IS LINE SEQUENTIAL
001336         FILE STATUS IS MNT-DEPTMAST-STATUS.
001340     SELECT RETROQFILE ASSIGN TO "RETROQ"
001344         ORGANIZATION IS LINE SEQUENTIAL
001348         FILE STATUS IS MNT-RETROQ-STATUS.
001352
001356 DATA DIVISION.
001360 FILE SECTION.
001364
001368*----------------------------------------------------------------
001372*CURRENT-GENERATION EMPLOYEE MASTER - SEE EMPREC.CPY, THE SAME
001376*COPYBOOK Program1 READS THE FILE WITH, SO THE TWO PROGRAMS CAN
001380*NEVER DRIFT APART.
001384*----------------------------------------------------------------
001388 FD  OLDMASTERFILE.
001392     COPY EMPREC REPLACING ==EmployeeRecord== BY ==MNT-OLD-REC==
001396         ==EmpNbIn== BY ==MNT-OLD-EMP-NB==
001400         ==EmpName== BY ==MNT-OLD-NAME==
001404         ==EmpStatus== BY ==MNT-OLD-STATUS==
001408         ==EmpStatusDt== BY ==MNT-OLD-STATUS-DT==
001412         ==EmpLastRaiseDt== BY ==MNT-OLD-LAST-RAISE-DT==
001416         ==AnnualSalaryIn== BY ==MNT-OLD-SALARY==
001420         ==EmpGradeIn== BY ==MNT-OLD-GRADE==
001424         ==EmpDues== BY ==MNT-OLD-DUES==
001428         ==EmpInsuIn== BY ==MNT-OLD-INSU==.
001432
001436*----------------------------------------------------------------
001440*MAINTENANCE TRANSACTION CARDS - ONE CARD PER EMPLOYEE, IN
001444*EMPLOYEE-NUMBER SEQUENCE.  ACTION 'A' (ADD) AND 'C' (CHANGE)
001448*CARRY A FULL REPLACEMENT MASTER-RECORD IMAGE BEHIND THE ACTION
001452*CODE; 'D' (DELETE) AND THE STATUS ACTIONS 'T', 'L', 'R' AND 'H'
001456*NEED ONLY THE EMPLOYEE NUMBER.  A CARD MAY
001460*CARRY AN EFFECTIVE DATE BEHIND THE IMAGE - BLANK OR TODAY OR
001464*EARLIER APPLIES NOW, A FUTURE DATE PARKS THE CARD ON NEWPEND
001468*UNTIL A RELEASE RUN FINDS IT DUE.  SEE MNTCARD.CPY - HR'S ADDS
001472*AND CHANGES ARRIVE IN THIS SAME LAYOUT FROM THE HR FEED
001476*INTERFACE (Program19).
001480*----------------------------------------------------------------
001484 FD  TRANFILE.
001488     COPY MNTCARD.
001492
001496*----------------------------------------------------------------
001500*NEW-GENERATION EMPLOYEE MASTER - SAME LAYOUT AS THE OLD ONE.
001504*OPERATIONS SWAPS IT IN AS INPUTEMP ONCE THE AUDIT LISTING HAS
001508*BEEN SIGNED OFF.
001512*----------------------------------------------------------------
001516 FD  NEWMASTERFILE.
001520     COPY EMPREC REPLACING ==EmployeeRecord== BY ==MNT-NEW-REC==
001524         ==EmpNbIn== BY ==MNT-NEW-EMP-NB==
001528         ==EmpName== BY ==MNT-NEW-NAME==
001532         ==EmpStatus== BY ==MNT-NEW-STATUS==
001536         ==EmpStatusDt== BY ==MNT-NEW-STATUS-DT==
001540         ==EmpLastRaiseDt== BY ==MNT-NEW-LAST-RAISE-DT==
001544         ==EmpHireDt== BY ==MNT-NEW-HIRE-DT==
001548         ==AnnualSalaryIn== BY ==MNT-NEW-SALARY==
001552         ==EmpGradeIn== BY ==MNT-NEW-GRADE==
001556         ==EmpDues== BY ==MNT-NEW-DUES==
001560         ==EmpInsuIn== BY ==MNT-NEW-INSU==.
001564
001568*----------------------------------------------------------------
001572*CHANGE-AUDIT LISTING - ONE BEFORE/AFTER BLOCK PER TRANSACTION
001576*APPLIED, PLUS THE CONTROL-TOTAL TRAILER.
001580*----------------------------------------------------------------
001584 FD  AUDITFILE.
001588 01  MNT-AUDIT-REC               PIC X(78).
001592
001596*----------------------------------------------------------------
001600*REJECTED-TRANSACTIONS LISTING - ONE LINE PER TRANSACTION THAT
001604*COULD NOT BE APPLIED (DUPLICATE ADD, CHANGE/DELETE OF A MISSING
001608*EMPLOYEE, BAD ACTION CODE OR EMPLOYEE NUMBER, OUT OF SEQUENCE).
001612*----------------------------------------------------------------
001616 FD  REJECTFILE.
001620 01  MNT-REJECT-REC              PIC X(78).
001624
001628*----------------------------------------------------------------
001632*PENDING-TRANSACTION CARRY-FORWARD FILE - FUTURE-DATED CARDS
001636*COPIED THROUGH UNCHANGED, IN SEQUENCE, FOR THE DAILY RELEASE
001640*RUN (THIS PROGRAM WITH NEWPEND SWAPPED IN AS MNTTRANS).  A
001644*PLAIN PIC X(89) IS ENOUGH SINCE THE FILE IS ALWAYS WRITTEN
001648*FROM MNT-TRAN-REC.
001652*----------------------------------------------------------------
001656 FD  PENDOUTFILE.
001660 01  MNT-PEND-REC                PIC X(89).
001664
001668*----------------------------------------------------------------
001672*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY, THE SAME
001676*COPYBOOK Program1 EDITS THE CYCLE WITH, SO THE TWO PROGRAMS
001680*CAN NEVER DRIFT APART.  LOADED ONCE AT JOB START.
001684*----------------------------------------------------------------
001688 FD  DEPTMASTFILE.
001692     COPY DEPTREC.
001696
001700*----------------------------------------------------------------
001704*LATE-CLEARED RAISE QUEUE - SEE RETROREC.CPY.  APPENDED TO, THE
001708*SAME FILE Program5 AND Program11 QUEUE TO.
001712*----------------------------------------------------------------
001716 FD  RETROQFILE.
001720     COPY RETROREC.
001724
001728 WORKING-STORAGE SECTION.
001732
001736 01  MNT-CURRENT-DATE-DATA.
001740     05  MNT-CURRENT-DATE.
001744         10  MNT-CURRENT-YEAR        PIC 9(04).
001748         10  MNT-CURRENT-MONTH       PIC 9(02).
001752         10  MNT-CURRENT-DAY         PIC 9(02).
001756
001760*----------------------------------------------------------------
001764*WORK COPY OF THE TRANSACTION'S MASTER-RECORD IMAGE, OVERLAID
001768*WITH THE MASTER LAYOUT SO THE INDIVIDUAL FIELDS CAN BE EDITED
001772*AND PRINTED.  SEE EMPREC.CPY.
001776*----------------------------------------------------------------
001780     COPY EMPREC REPLACING ==EmployeeRecord== BY ==MNT-TRAN-EMP==
001784         ==EmpNbIn== BY ==MNT-TRN-EMP-NB==
001788         ==EmpName== BY ==MNT-TRN-NAME==
001792         ==EmpStatus== BY ==MNT-TRN-STATUS==
001796         ==EmpStatusDt== BY ==MNT-TRN-STATUS-DT==
001800         ==EmpLastRaiseDt== BY ==MNT-TRN-LAST-RAISE-DT==
001804         ==AnnualSalaryIn== BY ==MNT-TRN-SALARY==
001808         ==EmpGradeIn== BY ==MNT-TRN-GRADE==
001812         ==EmpDeptIn== BY ==MNT-TRN-DEPT==
001816         ==EmpDues== BY ==MNT-TRN-DUES==
001820         ==EmpInsuIn== BY ==MNT-TRN-INSU==
001824         ==EmpPayFreq== BY ==MNT-TRN-PAY-FREQ==.
001828
001832*----------------------------------------------------------------
001836*PROGRAM SWITCHES.
001840*----------------------------------------------------------------
001844 01  MNT-SWITCHES.
001848     05  MNT-OLD-EOF-SW          PIC X(01) VALUE 'N'.
001852         88  OLD-MASTER-EOF                  VALUE 'Y'.
001856     05  MNT-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001860         88  TRAN-EOF                        VALUE 'Y'.
001864     05  MNT-TRAN-VALID-SW       PIC X(01) VALUE 'N'.
001868         88  TRAN-IS-VALID                   VALUE 'Y'.
001872     05  MNT-OLD-USABLE-SW       PIC X(01) VALUE 'N'.
001876         88  OLD-RECORD-USABLE               VALUE 'Y'.
001880     05  MNT-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
001884         88  DEPTMAST-EOF                    VALUE 'Y'.
001888     05  MNT-DEPT-OK-SW          PIC X(01) VALUE 'Y'.
001892         88  TRAN-DEPT-OK                    VALUE 'Y'.
001896
001900*----------------------------------------------------------------
001904*BALANCE-LINE KEYS - HIGH-VALUES ONCE THE FILE IS EXHAUSTED SO
001908*THE OTHER FILE DRAINS THROUGH THE NORMAL COMPARE LOGIC.
001912*----------------------------------------------------------------
001916 01  MNT-OLD-KEY                 PIC X(05) VALUE LOW-VALUES.
001920 01  MNT-TRN-KEY                 PIC X(05) VALUE LOW-VALUES.
001924 01  MNT-PREV-TRN-KEY            PIC X(05) VALUE LOW-VALUES.
001928 01  MNT-LAST-APPLIED-KEY        PIC X(05) VALUE LOW-VALUES.
001932
001936 01  MNT-REJECT-REASON           PIC X(40) VALUE SPACES.
001940 01  MNT-AUDIT-TAG               PIC X(08) VALUE SPACES.
001944 01  MNT-DEPTMAST-STATUS         PIC XX VALUE '00'.
001948 01  MNT-RETROQ-STATUS           PIC XX VALUE '00'.
001952 01  MNT-STATUS-DATE             PIC X(08) VALUE SPACES.
001956
001960*----------------------------------------------------------------
001964*DEPARTMENT REFERENCE TABLE - LOADED FROM DEPTMASTFILE AT JOB
001968*START.  EMPTY WHEN DEPTMAST IS MISSING, WHICH TURNS THE
001972*DEPARTMENT EDIT OFF.
001976*----------------------------------------------------------------
001980 77  MNT-DP-TABLE-COUNT          PIC 9(02) COMP VALUE ZERO.
001984 01  MNT-DEPT-TABLE.
001988     05  MNT-DP-ENTRY OCCURS 1 TO 50 TIMES
001992             DEPENDING ON MNT-DP-TABLE-COUNT
001996             INDEXED BY MNT-DP-IDX.
002000         10  MNT-DP-TBL-CODE         PIC X(04).
002004
002008
002012*----------------------------------------------------------------
002016*CONTROL TOTALS - PRINTED AS A TRAILER ON THE AUDIT LISTING SO
002020*THE RUN CAN BE RECONCILED BEFORE THE NEW MASTER IS SWAPPED IN.
002024*----------------------------------------------------------------
002028 01  MNT-CONTROL-TOTALS.
002032     05  MNT-OLD-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
002036     05  MNT-TRAN-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002040     05  MNT-ADD-COUNT           PIC 9(06) COMP VALUE ZERO.
002044     05  MNT-CHANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
002048     05  MNT-DELETE-COUNT        PIC 9(06) COMP VALUE ZERO.
002052     05  MNT-REJECT-COUNT        PIC 9(06) COMP VALUE ZERO.
002056     05  MNT-PARKED-COUNT        PIC 9(06) COMP VALUE ZERO.
002060     05  MNT-RETRO-QUEUED-COUNT  PIC 9(06) COMP VALUE ZERO.
002064     05  MNT-TERM-COUNT          PIC 9(06) COMP VALUE ZERO.
002068     05  MNT-LEAVE-COUNT         PIC 9(06) COMP VALUE ZERO.
002072     05  MNT-RETURN-COUNT        PIC 9(06) COMP VALUE ZERO.
002076     05  MNT-REHIRE-COUNT        PIC 9(06) COMP VALUE ZERO.
002080     05  MNT-NEW-WRITE-COUNT     PIC 9(06) COMP VALUE ZERO.
002084
002088*----------------------------------------------------------------
002092*AUDIT LISTING HEADINGS AND DETAIL LINE.
002096*----------------------------------------------------------------
002100 01  MNT-AUDIT-HEADER.
002104     05  FILLER             PIC X(21) VALUE SPACES.
002108     05  FILLER             PIC X(31)
002112         VALUE 'MASTER MAINTENANCE CHANGE AUDIT'.
002116     05  FILLER             PIC X(02) VALUE SPACES.
002120     05  MNT-AUD-HDR-DATE-GRP.
002124         10  MNT-AUD-HDR-DAY         PIC XX.
002128         10  FILLER                  PIC X VALUE '/'.
002132         10  MNT-AUD-HDR-MONTH       PIC XX.
002136         10  FILLER                  PIC X VALUE '/'.
002140         10  MNT-AUD-HDR-YEAR        PIC XXXX.
002144
002148 01  MNT-AUDIT-MINI-TITLES.
002152     05  FILLER                  PIC X(01) VALUE SPACES.
002156     05  FILLER                  PIC X(08) VALUE 'ACTION'.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002164     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
002168     05  FILLER                  PIC X(01) VALUE SPACES.
002172     05  FILLER                  PIC X(04) VALUE 'NAME'.
002176     05  FILLER                  PIC X(17) VALUE SPACES.
002180     05  FILLER                  PIC X(06) VALUE 'SALARY'.
002184     05  FILLER                  PIC X(02) VALUE SPACES.
002188     05  FILLER                  PIC X(05) VALUE 'GRADE'.
002192     05  FILLER                  PIC X(02) VALUE SPACES.
002196     05  FILLER                  PIC X(04) VALUE 'DUES'.
002200     05  FILLER                  PIC X(04) VALUE SPACES.
002204     05  FILLER                  PIC X(06) VALUE 'INSUR.'.
002208     05  FILLER                  PIC X(01) VALUE SPACES.
002212     05  FILLER                  PIC X(02) VALUE 'ST'.
002216
002220 01  MNT-AUDIT-DETAIL.
002224     05  FILLER                  PIC X(01).
002228     05  MNT-AUD-TAG             PIC X(08).
002232     05  FILLER                  PIC X(02).
002236     05  MNT-AUD-EMP-NB          PIC X(05).
002240     05  FILLER                  PIC X(04).
002244     05  MNT-AUD-NAME            PIC X(20).
002248     05  FILLER                  PIC X(02).
002252     05  MNT-AUD-SALARY          PIC ZZZZZ9.
002256     05  FILLER                  PIC X(04).
002260     05  MNT-AUD-GRADE           PIC X(01).
002264     05  FILLER                  PIC X(03).
002268     05  MNT-AUD-DUES            PIC ZZZ.99.
002272     05  FILLER                  PIC X(02).
002276     05  MNT-AUD-INSU            PIC ZZZ.99.
002280     05  FILLER                  PIC X(02).
002284     05  MNT-AUD-STATUS          PIC X(01).
002288
002292 01  MNT-AUDIT-TRAILER.
002296     05  FILLER                  PIC X(05).
002300     05  MNT-AUD-TR-LABEL        PIC X(35).
002304     05  FILLER                  PIC X(02).
002308     05  MNT-AUD-TR-COUNT        PIC ZZZ,ZZ9.
002312
002316*----------------------------------------------------------------
002320*REJECTED-TRANSACTIONS LISTING HEADINGS AND DETAIL LINE.
002324*----------------------------------------------------------------
002328 01  MNT-REJECT-HEADER.
002332     05  FILLER             PIC X(21) VALUE SPACES.
002336     05  FILLER             PIC X(21)
002340         VALUE 'REJECTED TRANSACTIONS'.
002344
002348 01  MNT-REJECT-MINI-TITLES.
002352     05  FILLER                  PIC X(01) VALUE SPACES.
002356     05  FILLER                  PIC X(06) VALUE 'ACTION'.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002364     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
002368     05  FILLER                  PIC X(02) VALUE SPACES.
002372     05  FILLER                  PIC X(06) VALUE 'REASON'.
002376
002380 01  MNT-REJECT-DETAIL.
002384     05  FILLER                  PIC X(03).
002388     05  MNT-REJ-ACTION          PIC X(01).
002392     05  FILLER                  PIC X(05).
002396     05  MNT-REJ-EMP-NB          PIC X(05).
002400     05  FILLER                  PIC X(04).
002404     05  MNT-REJ-REASON          PIC X(40).
002408
002412 PROCEDURE DIVISION.
002416
002420*----------------------------------------------------------------
002424*0000-MAIN-CONTROL APPLIES THE TRANSACTION FILE AGAINST THE OLD
002428*MASTER WITH A CLASSIC BALANCE LINE - BOTH FILES IN EMPLOYEE-
002432*NUMBER SEQUENCE, LOW KEY PROCESSED FIRST, HIGH-VALUES AT EOF.
002436*----------------------------------------------------------------
002440 0000-MAIN-CONTROL.
002444     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002448     PERFORM UNTIL MNT-OLD-KEY = HIGH-VALUES
002452             AND MNT-TRN-KEY = HIGH-VALUES
002456         EVALUATE TRUE
002460             WHEN MNT-OLD-KEY < MNT-TRN-KEY
002464                 PERFORM 2300-COPY-OLD-TO-NEW THRU 2300-EXIT
002468                 PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT
002472             WHEN MNT-OLD-KEY > MNT-TRN-KEY
002476                 PERFORM 2400-APPLY-UNMATCHED-TRAN THRU 2400-EXIT
002480                 PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
002484             WHEN OTHER
002488                 PERFORM 2500-APPLY-MATCHED-TRAN THRU 2500-EXIT
002492                 PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT
002496                 PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
002500         END-EVALUATE
002504     END-PERFORM.
002508     PERFORM 3000-WRITE-CONTROL-TOTALS THRU 3000-EXIT.
002512     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002516     STOP RUN.
002520
002524*----------------------------------------------------------------
002528*1000-INITIALIZE OPENS THE FILES, WRITES THE LISTING BANNERS AND
002532*PRIMES THE BALANCE LINE WITH THE FIRST RECORD FROM EACH FILE.
002536*----------------------------------------------------------------
002540 1000-INITIALIZE.
002544     OPEN INPUT OLDMASTERFILE
002548         TRANFILE.
002552     OPEN OUTPUT NEWMASTERFILE
002556         AUDITFILE
002560         REJECTFILE
002564         PENDOUTFILE.
002568     MOVE FUNCTION CURRENT-DATE (1:8) TO MNT-CURRENT-DATE-DATA.
002572     MOVE MNT-CURRENT-DAY TO MNT-AUD-HDR-DAY.
002576     MOVE MNT-CURRENT-MONTH TO MNT-AUD-HDR-MONTH.
002580     MOVE MNT-CURRENT-YEAR TO MNT-AUD-HDR-YEAR.
002584     PERFORM 1100-WRITE-AUDIT-HEADER THRU 1100-EXIT.
002588     PERFORM 1200-WRITE-REJECT-HEADER THRU 1200-EXIT.
002592     PERFORM 1300-LOAD-DEPT-MASTER THRU 1300-EXIT.
002596     PERFORM 1400-OPEN-RETRO-QUEUE THRU 1400-EXIT.
002600     PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
002604     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
002608 1000-EXIT.
002612     EXIT.
002616
002620 1100-WRITE-AUDIT-HEADER.
002624     MOVE SPACES TO MNT-AUDIT-REC.
002628     WRITE MNT-AUDIT-REC AFTER ADVANCING 3 LINES.
002632     MOVE MNT-AUDIT-HEADER TO MNT-AUDIT-REC.
002636     WRITE MNT-AUDIT-REC.
002640     MOVE MNT-AUDIT-MINI-TITLES TO MNT-AUDIT-REC.
002644     WRITE MNT-AUDIT-REC AFTER ADVANCING 2 LINES.
002648     MOVE SPACES TO MNT-AUDIT-REC.
002652     WRITE MNT-AUDIT-REC.
002656 1100-EXIT.
002660     EXIT.
002664
002668 1200-WRITE-REJECT-HEADER.
002672     MOVE SPACES TO MNT-REJECT-REC.
002676     WRITE MNT-REJECT-REC AFTER ADVANCING 3 LINES.
002680     MOVE MNT-REJECT-HEADER TO MNT-REJECT-REC.
002684     WRITE MNT-REJECT-REC.
002688     MOVE MNT-REJECT-MINI-TITLES TO MNT-REJECT-REC.
002692     WRITE MNT-REJECT-REC AFTER ADVANCING 2 LINES.
002696     MOVE SPACES TO MNT-REJECT-REC.
002700     WRITE MNT-REJECT-REC.
002704 1200-EXIT.
002708     EXIT.
002712
002716*----------------------------------------------------------------
002720*1300-LOAD-DEPT-MASTER READS THE DEPARTMENT REFERENCE MASTER
002724*INTO ITS TABLE.  A MISSING OR EMPTY DEPTMAST LEAVES THE TABLE
002728*EMPTY AND NO DEPARTMENT CODE IS EVER REJECTED - THE WAY THE
002732*PROGRAM BEHAVED BEFORE THE REFERENCE MASTER EXISTED.
002736*----------------------------------------------------------------
002740 1300-LOAD-DEPT-MASTER.
002744     MOVE ZERO TO MNT-DP-TABLE-COUNT.
002748     OPEN INPUT DEPTMASTFILE.
002752     IF MNT-DEPTMAST-STATUS NOT = '00'
002756         GO TO 1300-EXIT
002760     END-IF.
002764     PERFORM 1310-READ-DEPT-RECORD THRU 1310-EXIT.
002768     PERFORM UNTIL DEPTMAST-EOF
002772         IF MNT-DP-TABLE-COUNT < 50
002776             ADD 1 TO MNT-DP-TABLE-COUNT
002780             MOVE DEPT-CODE
002784                 TO MNT-DP-TBL-CODE (MNT-DP-TABLE-COUNT)
002788         ELSE
002792             DISPLAY 'DEPTMAST HAS MORE THAN 50 DEPARTMENTS'
002796             CLOSE DEPTMASTFILE
002800             STOP RUN
002804         END-IF
002808         PERFORM 1310-READ-DEPT-RECORD THRU 1310-EXIT
002812     END-PERFORM.
002816     CLOSE DEPTMASTFILE.
002820 1300-EXIT.
002824     EXIT.
002828
002832 1310-READ-DEPT-RECORD.
002836     READ DEPTMASTFILE
002840         AT END
002844             MOVE 'Y' TO MNT-DEPTMAST-EOF-SW
002848     END-READ.
002852 1310-EXIT.
002856     EXIT.
002860
002864*----------------------------------------------------------------
002868*1400-OPEN-RETRO-QUEUE OPENS THE LATE-CLEARED RAISE QUEUE FOR
002872*EXTEND, CREATING IT THE FIRST TIME, THE SAME WAY THE REPAIR RUN
002876*OPENS THE RAISE HISTORY.
002880*----------------------------------------------------------------
002884 1400-OPEN-RETRO-QUEUE.
002888     OPEN EXTEND RETROQFILE.
002892     IF MNT-RETROQ-STATUS NOT = '00'
002896         OPEN OUTPUT RETROQFILE
002900         CLOSE RETROQFILE
002904         OPEN EXTEND RETROQFILE
002908     END-IF.
002912 1400-EXIT.
002916     EXIT.
002920
002924*----------------------------------------------------------------
002928*2100-READ-OLD-MASTER READS THE NEXT OLD MASTER RECORD.  YEARS OF
002932*HAND EDITING LEFT RECORDS WITH A NON-NUMERIC KEY SITTING IN THE
002936*MIDDLE OF THE FILE - LETTING ONE OF THOSE BECOME THE BALANCE-
002940*LINE KEY WOULD COMPARE HIGH AND WRONGLY REJECT EVERY LATER
002944*TRANSACTION, SO THEY ARE COPIED STRAIGHT THROUGH TO THE NEW
002948*MASTER, NOTED ON THE REJECTED-TRANSACTIONS LISTING, AND THE
002952*NEXT RECORD IS READ INSTEAD.
002956*----------------------------------------------------------------
002960 2100-READ-OLD-MASTER.
002964     MOVE 'N' TO MNT-OLD-USABLE-SW.
002968     PERFORM UNTIL OLD-RECORD-USABLE OR OLD-MASTER-EOF
002972         READ OLDMASTERFILE
002976             AT END
002980                 MOVE 'Y' TO MNT-OLD-EOF-SW
002984                 MOVE HIGH-VALUES TO MNT-OLD-KEY
002988             NOT AT END
002992                 ADD 1 TO MNT-OLD-READ-COUNT
002996                 IF MNT-OLD-EMP-NB IS NUMERIC
003000                     MOVE 'Y' TO MNT-OLD-USABLE-SW
003004                     MOVE MNT-OLD-EMP-NB TO MNT-OLD-KEY
003008                 ELSE
003012                     PERFORM 2150-KEEP-BAD-KEY-RECORD
003016                         THRU 2150-EXIT
003020                 END-IF
003024         END-READ
003028     END-PERFORM.
003032 2100-EXIT.
003036     EXIT.
003040
003044*----------------------------------------------------------------
003048*2150-KEEP-BAD-KEY-RECORD CARRIES A BAD-KEY MASTER RECORD ONTO
003052*THE NEW GENERATION UNCHANGED AND FLAGS IT ON THE REJECTED-
003056*TRANSACTIONS LISTING SO PAYROLL KNOWS IT IS STILL THERE.
003060*----------------------------------------------------------------
003064 2150-KEEP-BAD-KEY-RECORD.
003068     MOVE MNT-OLD-REC TO MNT-NEW-REC.
003072     WRITE MNT-NEW-REC.
003076     ADD 1 TO MNT-NEW-WRITE-COUNT.
003080     MOVE SPACES TO MNT-REJECT-DETAIL.
003084     MOVE MNT-OLD-EMP-NB TO MNT-REJ-EMP-NB.
003088     MOVE 'MASTER RECORD KEY NOT NUMERIC - KEPT'
003092         TO MNT-REJ-REASON.
003096     MOVE MNT-REJECT-DETAIL TO MNT-REJECT-REC.
003100     WRITE MNT-REJECT-REC.
003104 2150-EXIT.
003108     EXIT.
003112
003116*----------------------------------------------------------------
003120*2200-READ-TRANSACTION READS CARDS UNTIL ONE PASSES THE FRONT-
003124*DOOR EDITS (VALID ACTION CODE, NUMERIC EMPLOYEE NUMBER, IN
003128*SEQUENCE, NOT A SECOND CARD FOR A KEY ALREADY APPLIED).  CARDS
003132*THAT FAIL GO STRAIGHT TO THE REJECTED-TRANSACTIONS LISTING.
003136*----------------------------------------------------------------
003140 2200-READ-TRANSACTION.
003144     MOVE 'N' TO MNT-TRAN-VALID-SW.
003148     PERFORM UNTIL TRAN-IS-VALID OR TRAN-EOF
003152         READ TRANFILE
003156             AT END
003160                 MOVE 'Y' TO MNT-TRAN-EOF-SW
003164                 MOVE HIGH-VALUES TO MNT-TRN-KEY
003168             NOT AT END
003172                 ADD 1 TO MNT-TRAN-READ-COUNT
003176                 MOVE MNT-TRN-EMP-IMAGE TO MNT-TRAN-EMP
003180                 PERFORM 2250-EDIT-TRANSACTION THRU 2250-EXIT
003184         END-READ
003188     END-PERFORM.
003192 2200-EXIT.
003196     EXIT.
003200
003204 2250-EDIT-TRANSACTION.
003208     PERFORM 2255-CHECK-TRAN-DEPT THRU 2255-EXIT.
003212     EVALUATE TRUE
003216         WHEN MNT-TRN-ACTION NOT = 'A' AND 'C' AND 'D'
003220                 AND 'T' AND 'L' AND 'R' AND 'H'
003224             MOVE 'INVALID ACTION CODE' TO MNT-REJECT-REASON
003228             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003232         WHEN MNT-TRN-EMP-NB NOT NUMERIC
003236             MOVE 'INVALID EMPLOYEE NUMBER' TO MNT-REJECT-REASON
003240             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003244         WHEN MNT-TRN-ACTION = 'T'
003248             AND MNT-TRN-EFF-DT NOT NUMERIC
003252             MOVE 'TERMINATION CARD WITHOUT A DATE'
003256                 TO MNT-REJECT-REASON
003260             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003264         WHEN NOT TRAN-DEPT-OK
003268             MOVE 'UNKNOWN DEPARTMENT CODE' TO MNT-REJECT-REASON
003272             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003276         WHEN (MNT-TRN-ACTION = 'A' OR 'C')
003280             AND MNT-TRN-PAY-FREQ NOT = SPACE AND 'W' AND 'B'
003284                 AND 'S' AND 'M'
003288             MOVE 'INVALID PAY FREQUENCY' TO MNT-REJECT-REASON
003292             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003296         WHEN MNT-TRN-EFF-DT IS NUMERIC
003300             AND MNT-TRN-EFF-DT > MNT-CURRENT-DATE
003304             PERFORM 2270-PARK-FUTURE-TRAN THRU 2270-EXIT
003308         WHEN MNT-TRN-EMP-NB < MNT-PREV-TRN-KEY
003312             MOVE 'TRANSACTION OUT OF SEQUENCE'
003316                 TO MNT-REJECT-REASON
003320             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003324         WHEN MNT-TRN-EMP-NB = MNT-LAST-APPLIED-KEY
003328             MOVE 'DUPLICATE TRANSACTION FOR EMPLOYEE'
003332                 TO MNT-REJECT-REASON
003336             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003340         WHEN OTHER
003344             MOVE 'Y' TO MNT-TRAN-VALID-SW
003348             MOVE MNT-TRN-EMP-NB TO MNT-TRN-KEY
003352             MOVE MNT-TRN-EMP-NB TO MNT-PREV-TRN-KEY
003356     END-EVALUATE.
003360 2250-EXIT.
003364     EXIT.
003368
003372*----------------------------------------------------------------
003376*2255-CHECK-TRAN-DEPT FLAGS AN ADD OR CHANGE WHOSE DEPARTMENT
003380*CODE IS NOT ON THE REFERENCE MASTER.  DELETES AND STATUS CARDS
003384*CARRY NO IMAGE AND AN EMPTY TABLE (NO DEPTMAST MOUNTED) PASSES
003388*EVERYTHING.
003392*----------------------------------------------------------------
003396 2255-CHECK-TRAN-DEPT.
003400     MOVE 'Y' TO MNT-DEPT-OK-SW.
003404     IF MNT-DP-TABLE-COUNT = ZERO
003408         OR (MNT-TRN-ACTION NOT = 'A' AND 'C')
003412         GO TO 2255-EXIT
003416     END-IF.
003420     SET MNT-DP-IDX TO 1.
003424     SEARCH MNT-DP-ENTRY
003428         AT END
003432             MOVE 'N' TO MNT-DEPT-OK-SW
003436         WHEN MNT-DP-TBL-CODE (MNT-DP-IDX) = MNT-TRN-DEPT
003440             CONTINUE
003444     END-SEARCH.
003448 2255-EXIT.
003452     EXIT.
003456
003460*----------------------------------------------------------------
003464*2270-PARK-FUTURE-TRAN CARRIES A CARD WHOSE EFFECTIVE DATE HAS
003468*NOT COME DUE ONTO THE PENDING FILE, UNCHANGED AND STILL IN
003472*SEQUENCE, AND NOTES IT ON THE AUDIT LISTING SO HR CAN SEE THE
003476*FORM IS IN THE SYSTEM.  THE CARD DOES NOT TOUCH THE BALANCE
003480*LINE - THE MASTER RECORD, IF ANY, FLOWS THROUGH UNTOUCHED.
003484*----------------------------------------------------------------
003488 2270-PARK-FUTURE-TRAN.
003492     ADD 1 TO MNT-PARKED-COUNT.
003496     WRITE MNT-PEND-REC FROM MNT-TRAN-REC.
003500     MOVE 'PARKED' TO MNT-AUDIT-TAG.
003504     PERFORM 2700-WRITE-AUDIT-TRAN-LINE THRU 2700-EXIT.
003508 2270-EXIT.
003512     EXIT.
003516
003520 2300-COPY-OLD-TO-NEW.
003524     MOVE MNT-OLD-REC TO MNT-NEW-REC.
003528     WRITE MNT-NEW-REC.
003532     ADD 1 TO MNT-NEW-WRITE-COUNT.
003536 2300-EXIT.
003540     EXIT.
003544
003548*----------------------------------------------------------------
003552*2400-APPLY-UNMATCHED-TRAN HANDLES A TRANSACTION WHOSE EMPLOYEE
003556*IS NOT ON THE OLD MASTER - AN ADD GOES ONTO THE NEW MASTER AS
003560*AN ACTIVE EMPLOYEE (WHATEVER STATUS THE IMAGE CARRIED), A CHANGE,
003564*DELETE OR STATUS CARD HAS NOTHING TO APPLY TO AND IS REJECTED.
003568*----------------------------------------------------------------
003572 2400-APPLY-UNMATCHED-TRAN.
003576     EVALUATE MNT-TRN-ACTION
003580         WHEN 'A'
003584             PERFORM 2560-SET-STATUS-DATE THRU 2560-EXIT
003588             MOVE 'A' TO MNT-TRN-STATUS
003592             MOVE MNT-STATUS-DATE TO MNT-TRN-STATUS-DT
003596             MOVE MNT-TRAN-EMP TO MNT-NEW-REC
003600             WRITE MNT-NEW-REC
003604             ADD 1 TO MNT-NEW-WRITE-COUNT
003608             ADD 1 TO MNT-ADD-COUNT
003612             MOVE MNT-TRN-KEY TO MNT-LAST-APPLIED-KEY
003616             MOVE 'ADDED' TO MNT-AUDIT-TAG
003620             PERFORM 2700-WRITE-AUDIT-TRAN-LINE THRU 2700-EXIT
003624         WHEN 'C'
003628             MOVE 'CHANGE FOR EMPLOYEE NOT ON MASTER'
003632                 TO MNT-REJECT-REASON
003636             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003640         WHEN 'D'
003644             MOVE 'DELETE FOR EMPLOYEE NOT ON MASTER'
003648                 TO MNT-REJECT-REASON
003652             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003656         WHEN OTHER
003660             MOVE 'STATUS CARD FOR EMPLOYEE NOT ON MASTER'
003664                 TO MNT-REJECT-REASON
003668             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003672     END-EVALUATE.
003676 2400-EXIT.
003680     EXIT.
003684
003688*----------------------------------------------------------------
003692*2500-APPLY-MATCHED-TRAN HANDLES A TRANSACTION WHOSE EMPLOYEE IS
003696*ON THE OLD MASTER - A CHANGE REPLACES THE RECORD (BEFORE AND
003700*AFTER IMAGES GO TO THE AUDIT LISTING), A DELETE DROPS IT, A
003704*STATUS CARD MOVES IT THROUGH THE LIFECYCLE (2550), AND AN ADD IS
003708*A DUPLICATE AND IS REJECTED WITH THE MASTER KEPT.  THE STATUS,
003712*STATUS DATE AND LAST-RAISE DATE ARE THE SYSTEM'S, NOT HR'S - A
003716*CHANGE CARD CARRIES THEM OVER FROM THE OLD MASTER, SO A STALE
003720*IMAGE CAN NEITHER REINSTATE A LEAVER NOR LET THE ROLL-FORWARD
003724*APPLY A RAISE TWICE.
003728*----------------------------------------------------------------
003732 2500-APPLY-MATCHED-TRAN.
003736     EVALUATE MNT-TRN-ACTION
003740         WHEN 'A'
003744             MOVE 'DUPLICATE ADD - ALREADY ON MASTER'
003748                 TO MNT-REJECT-REASON
003752             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003756             PERFORM 2300-COPY-OLD-TO-NEW THRU 2300-EXIT
003760             MOVE MNT-TRN-KEY TO MNT-LAST-APPLIED-KEY
003764         WHEN 'C'
003768             MOVE 'BEFORE' TO MNT-AUDIT-TAG
003772             PERFORM 2800-WRITE-AUDIT-OLD-LINE THRU 2800-EXIT
003776             MOVE MNT-OLD-STATUS TO MNT-TRN-STATUS
003780             MOVE MNT-OLD-STATUS-DT TO MNT-TRN-STATUS-DT
003784             MOVE MNT-OLD-LAST-RAISE-DT TO MNT-TRN-LAST-RAISE-DT
003788             PERFORM 2520-QUEUE-RETRO-PAY THRU 2520-EXIT
003792             MOVE MNT-TRAN-EMP TO MNT-NEW-REC
003796             WRITE MNT-NEW-REC
003800             ADD 1 TO MNT-NEW-WRITE-COUNT
003804             ADD 1 TO MNT-CHANGE-COUNT
003808             MOVE MNT-TRN-KEY TO MNT-LAST-APPLIED-KEY
003812             MOVE 'AFTER' TO MNT-AUDIT-TAG
003816             PERFORM 2700-WRITE-AUDIT-TRAN-LINE THRU 2700-EXIT
003820         WHEN 'D'
003824             ADD 1 TO MNT-DELETE-COUNT
003828             MOVE MNT-TRN-KEY TO MNT-LAST-APPLIED-KEY
003832             MOVE 'DELETED' TO MNT-AUDIT-TAG
003836             PERFORM 2800-WRITE-AUDIT-OLD-LINE THRU 2800-EXIT
003840         WHEN OTHER
003844             PERFORM 2550-APPLY-STATUS-CHANGE THRU 2550-EXIT
003848     END-EVALUATE.
003852 2500-EXIT.
003856     EXIT.
003860
003864*----------------------------------------------------------------
003868*2520-QUEUE-RETRO-PAY PUTS A CHANGE CARD ON THE LATE-CLEARED
003872*QUEUE WHEN IT RAISES THE SALARY WITH AN EFFECTIVE DATE BEFORE
003876*TODAY - THE RAISE WAS DUE THEN AND IS ONLY CLEARING NOW.  A
003880*CARD WITH NO DATE, OR ONE THAT LEAVES THE SALARY ALONE OR
003884*LOWERS IT, OWES NOTHING.
003888*----------------------------------------------------------------
003892 2520-QUEUE-RETRO-PAY.
003896     IF MNT-TRN-EFF-DT NOT NUMERIC
003900         GO TO 2520-EXIT
003904     END-IF.
003908     IF MNT-TRN-EFF-DT NOT < MNT-CURRENT-DATE
003912         GO TO 2520-EXIT
003916     END-IF.
003920     IF MNT-OLD-SALARY NOT NUMERIC
003924         OR MNT-TRN-SALARY NOT NUMERIC
003928         GO TO 2520-EXIT
003932     END-IF.
003936     IF MNT-TRN-SALARY NOT > MNT-OLD-SALARY
003940         GO TO 2520-EXIT
003944     END-IF.
003948     MOVE SPACES TO RETRO-Q-REC.
003952     MOVE MNT-TRN-EMP-NB TO RTQ-EMP-NB.
003956     MOVE MNT-TRN-DEPT TO RTQ-DEPT-CODE.
003960     MOVE 'M' TO RTQ-SOURCE.
003964     MOVE MNT-TRN-EFF-DT TO RTQ-EFFECTIVE-DT.
003968     MOVE MNT-CURRENT-DATE TO RTQ-CLEARED-DT.
003972     MOVE MNT-OLD-SALARY TO RTQ-OLD-SALARY.
003976     MOVE MNT-TRN-SALARY TO RTQ-NEW-SALARY.
003980     WRITE RETRO-Q-REC.
003984     ADD 1 TO MNT-RETRO-QUEUED-COUNT.
003988 2520-EXIT.
003992     EXIT.
003996
004000*----------------------------------------------------------------
004004*2550-APPLY-STATUS-CHANGE MOVES A MATCHED EMPLOYEE THROUGH THE
004008*LIFECYCLE - TERMINATE ANYONE NOT ALREADY TERMINATED, LEAVE FOR
004012*AN ACTIVE EMPLOYEE, RETURN FOR ONE ON LEAVE, REHIRE FOR ONE
004016*TERMINATED.  THE RECORD IS KEPT EITHER WAY; ONLY THE STATUS AND
004020*STATUS DATE CHANGE, PLUS THE HIRE DATE ON A REHIRE SO THE NEXT
004024*RAISE IS PRORATED FROM THE DAY THE EMPLOYEE CAME BACK.  A CARD
004028*THAT DOES NOT FIT THE EMPLOYEE'S CURRENT STATUS IS REJECTED WITH
004032*THE MASTER COPIED THROUGH.
004036*----------------------------------------------------------------
004040 2550-APPLY-STATUS-CHANGE.
004044     MOVE MNT-TRN-KEY TO MNT-LAST-APPLIED-KEY.
004048     MOVE SPACES TO MNT-REJECT-REASON.
004052     EVALUATE TRUE
004056         WHEN MNT-TRN-ACTION = 'T'
004060             AND MNT-OLD-STATUS = 'T'
004064             MOVE 'TERMINATION - ALREADY TERMINATED'
004068                 TO MNT-REJECT-REASON
004072         WHEN MNT-TRN-ACTION = 'L'
004076             AND MNT-OLD-STATUS NOT = 'A' AND NOT = SPACE
004080             MOVE 'LEAVE - EMPLOYEE NOT ACTIVE'
004084                 TO MNT-REJECT-REASON
004088         WHEN MNT-TRN-ACTION = 'R'
004092             AND MNT-OLD-STATUS NOT = 'L'
004096             MOVE 'RETURN - EMPLOYEE NOT ON LEAVE'
004100                 TO MNT-REJECT-REASON
004104         WHEN MNT-TRN-ACTION = 'H'
004108             AND MNT-OLD-STATUS NOT = 'T'
004112             MOVE 'REHIRE - EMPLOYEE NOT TERMINATED'
004116                 TO MNT-REJECT-REASON
004120         WHEN OTHER
004124             CONTINUE
004128     END-EVALUATE.
004132     IF MNT-REJECT-REASON NOT = SPACES
004136         PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
004140         PERFORM 2300-COPY-OLD-TO-NEW THRU 2300-EXIT
004144         GO TO 2550-EXIT
004148     END-IF.
004152     MOVE 'BEFORE' TO MNT-AUDIT-TAG.
004156     PERFORM 2800-WRITE-AUDIT-OLD-LINE THRU 2800-EXIT.
004160     PERFORM 2560-SET-STATUS-DATE THRU 2560-EXIT.
004164     MOVE MNT-OLD-REC TO MNT-NEW-REC.
004168     EVALUATE MNT-TRN-ACTION
004172         WHEN 'T'
004176             MOVE 'T' TO MNT-NEW-STATUS
004180             ADD 1 TO MNT-TERM-COUNT
004184             MOVE 'TERMED' TO MNT-AUDIT-TAG
004188         WHEN 'L'
004192             MOVE 'L' TO MNT-NEW-STATUS
004196             ADD 1 TO MNT-LEAVE-COUNT
004200             MOVE 'ON LEAVE' TO MNT-AUDIT-TAG
004204         WHEN 'R'
004208             MOVE 'A' TO MNT-NEW-STATUS
004212             ADD 1 TO MNT-RETURN-COUNT
004216             MOVE 'RETURNED' TO MNT-AUDIT-TAG
004220         WHEN 'H'
004224             MOVE 'A' TO MNT-NEW-STATUS
004228             MOVE MNT-STATUS-DATE TO MNT-NEW-HIRE-DT
004232             ADD 1 TO MNT-REHIRE-COUNT
004236             MOVE 'REHIRED' TO MNT-AUDIT-TAG
004240     END-EVALUATE.
004244     MOVE MNT-STATUS-DATE TO MNT-NEW-STATUS-DT.
004248     WRITE MNT-NEW-REC.
004252     ADD 1 TO MNT-NEW-WRITE-COUNT.
004256     PERFORM 2850-WRITE-AUDIT-NEW-LINE THRU 2850-EXIT.
004260 2550-EXIT.
004264     EXIT.
004268
004272*----------------------------------------------------------------
004276*2560-SET-STATUS-DATE TAKES THE CARD'S EFFECTIVE DATE AS THE
004280*STATUS DATE, OR TODAY WHEN THE CARD CARRIES NONE.
004284*----------------------------------------------------------------
004288 2560-SET-STATUS-DATE.
004292     IF MNT-TRN-EFF-DT IS NUMERIC
004296         MOVE MNT-TRN-EFF-DT TO MNT-STATUS-DATE
004300     ELSE
004304         MOVE MNT-CURRENT-DATE TO MNT-STATUS-DATE
004308     END-IF.
004312 2560-EXIT.
004316     EXIT.
004320
004324 2600-WRITE-REJECT-RECORD.
004328     ADD 1 TO MNT-REJECT-COUNT.
004332     MOVE SPACES TO MNT-REJECT-DETAIL.
004336     MOVE MNT-TRN-ACTION TO MNT-REJ-ACTION.
004340     MOVE MNT-TRN-EMP-NB TO MNT-REJ-EMP-NB.
004344     MOVE MNT-REJECT-REASON TO MNT-REJ-REASON.
004348     MOVE MNT-REJECT-DETAIL TO MNT-REJECT-REC.
004352     WRITE MNT-REJECT-REC.
004356 2600-EXIT.
004360     EXIT.
004364
004368*----------------------------------------------------------------
004372*2700-WRITE-AUDIT-TRAN-LINE PRINTS THE TRANSACTION'S RECORD
004376*IMAGE (THE "AFTER" PICTURE); 2800-WRITE-AUDIT-OLD-LINE PRINTS
004380*THE OLD MASTER RECORD (THE "BEFORE" PICTURE); 2850-WRITE-AUDIT-
004384*NEW-LINE PRINTS THE NEW MASTER RECORD A STATUS CARD BUILT.  A
004388*BLANK LINE CLOSES EACH TRANSACTION'S BLOCK.
004392*----------------------------------------------------------------
004396 2700-WRITE-AUDIT-TRAN-LINE.
004400     MOVE SPACES TO MNT-AUDIT-DETAIL.
004404     MOVE MNT-AUDIT-TAG TO MNT-AUD-TAG.
004408     MOVE MNT-TRN-EMP-NB TO MNT-AUD-EMP-NB.
004412     MOVE MNT-TRN-NAME TO MNT-AUD-NAME.
004416     MOVE MNT-TRN-SALARY TO MNT-AUD-SALARY.
004420     MOVE MNT-TRN-GRADE TO MNT-AUD-GRADE.
004424     MOVE MNT-TRN-DUES TO MNT-AUD-DUES.
004428     MOVE MNT-TRN-INSU TO MNT-AUD-INSU.
004432     MOVE MNT-TRN-STATUS TO MNT-AUD-STATUS.
004436     MOVE MNT-AUDIT-DETAIL TO MNT-AUDIT-REC.
004440     WRITE MNT-AUDIT-REC.
004444     IF MNT-AUDIT-TAG NOT = 'BEFORE'
004448         MOVE SPACES TO MNT-AUDIT-REC
004452         WRITE MNT-AUDIT-REC
004456     END-IF.
004460 2700-EXIT.
004464     EXIT.
004468
004472 2800-WRITE-AUDIT-OLD-LINE.
004476     MOVE SPACES TO MNT-AUDIT-DETAIL.
004480     MOVE MNT-AUDIT-TAG TO MNT-AUD-TAG.
004484     MOVE MNT-OLD-EMP-NB TO MNT-AUD-EMP-NB.
004488     MOVE MNT-OLD-NAME TO MNT-AUD-NAME.
004492     MOVE MNT-OLD-SALARY TO MNT-AUD-SALARY.
004496     MOVE MNT-OLD-GRADE TO MNT-AUD-GRADE.
004500     MOVE MNT-OLD-DUES TO MNT-AUD-DUES.
004504     MOVE MNT-OLD-INSU TO MNT-AUD-INSU.
004508     MOVE MNT-OLD-STATUS TO MNT-AUD-STATUS.
004512     MOVE MNT-AUDIT-DETAIL TO MNT-AUDIT-REC.
004516     WRITE MNT-AUDIT-REC.
004520     IF MNT-AUDIT-TAG NOT = 'BEFORE'
004524         MOVE SPACES TO MNT-AUDIT-REC
004528         WRITE MNT-AUDIT-REC
004532     END-IF.
004536 2800-EXIT.
004540     EXIT.
004544
004548 2850-WRITE-AUDIT-NEW-LINE.
004552     MOVE SPACES TO MNT-AUDIT-DETAIL.
004556     MOVE MNT-AUDIT-TAG TO MNT-AUD-TAG.
004560     MOVE MNT-NEW-EMP-NB TO MNT-AUD-EMP-NB.
004564     MOVE MNT-NEW-NAME TO MNT-AUD-NAME.
004568     MOVE MNT-NEW-SALARY TO MNT-AUD-SALARY.
004572     MOVE MNT-NEW-GRADE TO MNT-AUD-GRADE.
004576     MOVE MNT-NEW-DUES TO MNT-AUD-DUES.
004580     MOVE MNT-NEW-INSU TO MNT-AUD-INSU.
004584     MOVE MNT-NEW-STATUS TO MNT-AUD-STATUS.
004588     MOVE MNT-AUDIT-DETAIL TO MNT-AUDIT-REC.
004592     WRITE MNT-AUDIT-REC.
004596     MOVE SPACES TO MNT-AUDIT-REC.
004600     WRITE MNT-AUDIT-REC.
004604 2850-EXIT.
004608     EXIT.
004612
004616*----------------------------------------------------------------
004620*3000-WRITE-CONTROL-TOTALS PRINTS THE TRAILER PAYROLL CHECKS
004624*BEFORE OPERATIONS IS ALLOWED TO SWAP THE NEW MASTER IN.
004628*----------------------------------------------------------------
004632 3000-WRITE-CONTROL-TOTALS.
004636     MOVE SPACES TO MNT-AUDIT-REC.
004640     WRITE MNT-AUDIT-REC AFTER ADVANCING 2 LINES.
004644     MOVE SPACES TO MNT-AUDIT-TRAILER.
004648     MOVE 'OLD MASTER RECORDS READ' TO MNT-AUD-TR-LABEL.
004652     MOVE MNT-OLD-READ-COUNT TO MNT-AUD-TR-COUNT.
004656     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004660     MOVE 'TRANSACTIONS READ' TO MNT-AUD-TR-LABEL.
004664     MOVE MNT-TRAN-READ-COUNT TO MNT-AUD-TR-COUNT.
004668     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004672     MOVE 'ADDS APPLIED' TO MNT-AUD-TR-LABEL.
004676     MOVE MNT-ADD-COUNT TO MNT-AUD-TR-COUNT.
004680     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004684     MOVE 'CHANGES APPLIED' TO MNT-AUD-TR-LABEL.
004688     MOVE MNT-CHANGE-COUNT TO MNT-AUD-TR-COUNT.
004692     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004696     MOVE 'DELETES APPLIED' TO MNT-AUD-TR-LABEL.
004700     MOVE MNT-DELETE-COUNT TO MNT-AUD-TR-COUNT.
004704     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004708     MOVE 'TERMINATIONS APPLIED' TO MNT-AUD-TR-LABEL.
004712     MOVE MNT-TERM-COUNT TO MNT-AUD-TR-COUNT.
004716     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004720     MOVE 'LEAVES APPLIED' TO MNT-AUD-TR-LABEL.
004724     MOVE MNT-LEAVE-COUNT TO MNT-AUD-TR-COUNT.
004728     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004732     MOVE 'RETURNS FROM LEAVE APPLIED' TO MNT-AUD-TR-LABEL.
004736     MOVE MNT-RETURN-COUNT TO MNT-AUD-TR-COUNT.
004740     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004744     MOVE 'REHIRES APPLIED' TO MNT-AUD-TR-LABEL.
004748     MOVE MNT-REHIRE-COUNT TO MNT-AUD-TR-COUNT.
004752     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004756     MOVE 'TRANSACTIONS REJECTED' TO MNT-AUD-TR-LABEL.
004760     MOVE MNT-REJECT-COUNT TO MNT-AUD-TR-COUNT.
004764     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004768     MOVE 'TRANSACTIONS PARKED FOR LATER' TO MNT-AUD-TR-LABEL.
004772     MOVE MNT-PARKED-COUNT TO MNT-AUD-TR-COUNT.
004776     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004780     MOVE 'QUEUED FOR RETROACTIVE PAY' TO MNT-AUD-TR-LABEL.
004784     MOVE MNT-RETRO-QUEUED-COUNT TO MNT-AUD-TR-COUNT.
004788     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004792     MOVE 'NEW MASTER RECORDS WRITTEN' TO MNT-AUD-TR-LABEL.
004796     MOVE MNT-NEW-WRITE-COUNT TO MNT-AUD-TR-COUNT.
004800     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
004804 3000-EXIT.
004808     EXIT.
004812
004816 3100-WRITE-TRAILER-LINE.
004820     MOVE MNT-AUDIT-TRAILER TO MNT-AUDIT-REC.
004824     WRITE MNT-AUDIT-REC AFTER ADVANCING 1 LINE.
004828     MOVE SPACES TO MNT-AUDIT-TRAILER.
004832 3100-EXIT.
004836     EXIT.
004840
004844 9000-TERMINATE-RUN.
004848     CLOSE OLDMASTERFILE
004852         TRANFILE
004856         NEWMASTERFILE
004860         AUDITFILE
004864         REJECTFILE
004868         PENDOUTFILE
004872         RETROQFILE.
004876 9000-EXIT.
004880     EXIT.
004884
004888 END PROGRAM Program3.
