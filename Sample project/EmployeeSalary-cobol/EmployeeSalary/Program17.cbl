001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program17 AS "EmployeeSalary.Program17".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - PAY-PERIOD GROSS-TO-NET
001048*                  REGISTER.  WORKS OUT EACH EMPLOYEE'S GROSS FOR
001052*                  ONE PAY PERIOD FROM AnnualSalaryIn AND THE PAY
001056*                  FREQUENCY (EmpPayFreq, EMPREC.CPY), TAKES OFF
001060*                  THE DUES AND INSURANCE ON THE MASTER AND EVERY
001064*                  DEDUCTION ON EMPDEDS, AND PRINTS THE REGISTER
001068*                  (PAYREG) IN DEPARTMENT ORDER WITH DEPARTMENT
001072*                  SUBTOTALS.  THE PERIOD'S GL LINES GO TO
001076*                  GLPERIOD IN GLEXTRACT.CPY LAYOUT - A TYPE 'P'
001080*                  EARNINGS RECORD AND A TYPE 'W' RECORD PER
001084*                  DEDUCTION - FOR FINANCE TO POST AND Program9 TO
001088*                  MATCH THEIR ACKNOWLEDGMENTS AGAINST.  WHICH
001092*                  FREQUENCY IS BEING PAID AND THE PERIOD-END DATE
001096*                  COME FROM THE PAYPARM CARD (PAYPARM.CPY).
001100*                  PAYROLL STOPS REBUILDING THE PERIOD BY HAND
001104*                  FROM THE MASTER LISTING.
001108
001112 ENVIRONMENT DIVISION.
001116 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001124     SELECT MASTERFILE ASSIGN TO "EMPMAST"
001128         ORGANIZATION IS INDEXED
001132         ACCESS IS SEQUENTIAL
001136         RECORD KEY IS EmpNbIn
001140         FILE STATUS IS GTN-MASTER-STATUS.
001144     SELECT DEDFILE ASSIGN TO "EMPDEDS"
001148         ORGANIZATION IS LINE SEQUENTIAL
001152         FILE STATUS IS GTN-DED-STATUS.
001156     SELECT DEDTYPEFILE ASSIGN TO "DEDTYPES"
001160         ORGANIZATION IS LINE SEQUENTIAL
001164         FILE STATUS IS GTN-DEDTYPE-STATUS.
001168     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001172         ORGANIZATION IS LINE SEQUENTIAL
001176         FILE STATUS IS GTN-DEPTMAST-STATUS.
001180     SELECT PARMFILE ASSIGN TO "PAYPARM"
001184         ORGANIZATION IS LINE SEQUENTIAL
001188         FILE STATUS IS GTN-PARM-STATUS.
001192     SELECT PAYWORKFILE ASSIGN TO "PAYWORK"
001196         ORGANIZATION IS LINE SEQUENTIAL.
001200     SELECT PAYSORTEDFILE ASSIGN TO "PAYSORTD"
001204         ORGANIZATION IS LINE SEQUENTIAL.
001208     SELECT SORTWORKFILE ASSIGN TO "PAYSRTWK".
001212     SELECT REGISTERFILE ASSIGN TO "PAYREG"
001216         ORGANIZATION IS LINE SEQUENTIAL.
001220     SELECT GLPERIODFILE ASSIGN TO "GLPERIOD"
001224         ORGANIZATION IS LINE SEQUENTIAL.
001228
001232 DATA DIVISION.
001236 FILE SECTION.
001240
001244*----------------------------------------------------------------
001248*INDEXED EMPLOYEE MASTER - SEE EMPREC.CPY.  READ FRONT TO BACK
001252*BY KEY, THE WAY Program13 READS IT.
001256*----------------------------------------------------------------
001260 FD  MASTERFILE.
001264     COPY EMPREC.
001268
001272*----------------------------------------------------------------
001276*DEDUCTION DETAIL FILE - SEE DEDREC.CPY.  THE AMOUNT ON IT IS
001280*ALREADY PER PERIOD.  READ ONCE AT JOB START INTO THE TABLE
001284*BELOW, THE WAY Program1 HOLDS IT.
001288*----------------------------------------------------------------
001292 FD  DEDFILE.
001296     COPY DEDREC.
001300
001304*----------------------------------------------------------------
001308*DEDUCTION TYPE TABLE - SEE DEDTAB.CPY.  ONLY THE DESCRIPTION IS
001312*WANTED HERE, FOR THE REGISTER'S DEDUCTION LINES.
001316*----------------------------------------------------------------
001320 FD  DEDTYPEFILE.
001324     COPY DEDTAB.
001328
001332*----------------------------------------------------------------
001336*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY.  NAMES FOR THE
001340*SUBTOTAL BLOCKS; A MISSING FILE JUST LEAVES THE NAMES OFF.
001344*----------------------------------------------------------------
001348 FD  DEPTMASTFILE.
001352     COPY DEPTREC.
001356
001360*----------------------------------------------------------------
001364*PAY-PERIOD PARAMETER CARD - SEE PAYPARM.CPY.  NO CARD PAYS
001368*EVERY FREQUENCY FOR A PERIOD ENDING ON THE RUN DATE.
001372*----------------------------------------------------------------
001376 FD  PARMFILE.
001380     COPY PAYPARM.
001384
001388*----------------------------------------------------------------
001392*UNSORTED PAY WORK FILE - ONE RECORD PER EMPLOYEE PAID, WRITTEN
001396*BY THE COMPUTE PASS AND CONSUMED BY THE SORT STEP, THE SAME
001400*TWO-PASS SHAPE AS THE PAYROLL CYCLE'S DETAIL WORK FILE.
001404*----------------------------------------------------------------
001408 FD  PAYWORKFILE.
001412 01  PYW-PAY-REC.
001416     05  PYW-DEPT-CODE           PIC X(04).
001420     05  PYW-EMP-NB              PIC X(05).
001424     05  PYW-EMP-NAME            PIC X(20).
001428     05  PYW-PAY-FREQ            PIC X(01).
001432     05  PYW-GROSS               PIC 9(05)V99.
001436     05  PYW-DUES                PIC 9(03)V99.
001440     05  PYW-INSU                PIC 9(03)V99.
001444     05  PYW-OTHER-DEDS          PIC 9(05)V99.
001448
001452*----------------------------------------------------------------
001456*SORTED PAY WORK FILE - SAME SHAPE, IN DEPARTMENT/EMPLOYEE
001460*ORDER, READ BY THE REGISTER PASS.
001464*----------------------------------------------------------------
001468 FD  PAYSORTEDFILE.
001472 01  PYS-PAY-REC.
001476     05  PYS-DEPT-CODE           PIC X(04).
001480     05  PYS-EMP-NB              PIC X(05).
001484     05  PYS-EMP-NAME            PIC X(20).
001488     05  PYS-PAY-FREQ            PIC X(01).
001492     05  PYS-GROSS               PIC 9(05)V99.
001496     05  PYS-DUES                PIC 9(03)V99.
001500     05  PYS-INSU                PIC 9(03)V99.
001504     05  PYS-OTHER-DEDS          PIC 9(05)V99.
001508
001512*----------------------------------------------------------------
001516*SORT WORK FILE - DEPARTMENT THEN EMPLOYEE, SO THE SUBTOTALS
001520*READ AS BLOCKS.
001524*----------------------------------------------------------------
001528 SD  SORTWORKFILE.
001532 01  PYX-PAY-REC.
001536     05  PYX-DEPT-CODE           PIC X(04).
001540     05  PYX-EMP-NB              PIC X(05).
001544     05  PYX-EMP-NAME            PIC X(20).
001548     05  PYX-PAY-FREQ            PIC X(01).
001552     05  PYX-GROSS               PIC 9(05)V99.
001556     05  PYX-DUES                PIC 9(03)V99.
001560     05  PYX-INSU                PIC 9(03)V99.
001564     05  PYX-OTHER-DEDS          PIC 9(05)V99.
001568
001572*----------------------------------------------------------------
001576*PRINTED GROSS-TO-NET REGISTER.
001580*----------------------------------------------------------------
001584 FD  REGISTERFILE.
001588 01  GTN-PRINT-REC               PIC X(110).
001592
001596*----------------------------------------------------------------
001600*PAY-PERIOD GL FILE - GLEXTRACT.CPY LAYOUT, WRITTEN FROM THE
001604*WORKING-STORAGE COPY BELOW.
001608*----------------------------------------------------------------
001612 FD  GLPERIODFILE.
001616 01  GTN-GL-OUT-REC              PIC X(36).
001620
001624 WORKING-STORAGE SECTION.
001628
001632 01  GTN-CURRENT-DATE-DATA.
001636     05  GTN-CURRENT-DATE.
001640         10  GTN-CURRENT-YEAR        PIC 9(04).
001644         10  GTN-CURRENT-MONTH       PIC 9(02).
001648         10  GTN-CURRENT-DAY         PIC 9(02).
001652
001656*----------------------------------------------------------------
001660*WORK COPY OF ONE PAY-PERIOD GL RECORD - SEE GLEXTRACT.CPY.
001664*----------------------------------------------------------------
001668     COPY GLEXTRACT.
001672
001676*----------------------------------------------------------------
001680*PROGRAM SWITCHES.
001684*----------------------------------------------------------------
001688 01  GTN-SWITCHES.
001692     05  GTN-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001696         88  MASTER-EOF                      VALUE 'Y'.
001700     05  GTN-DED-EOF-SW          PIC X(01) VALUE 'N'.
001704         88  DED-EOF                         VALUE 'Y'.
001708     05  GTN-DEDTYPE-EOF-SW      PIC X(01) VALUE 'N'.
001712         88  DEDTYPE-EOF                     VALUE 'Y'.
001716     05  GTN-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
001720         88  DEPTMAST-EOF                    VALUE 'Y'.
001724     05  GTN-SORTED-EOF-SW       PIC X(01) VALUE 'N'.
001728         88  SORTED-EOF                      VALUE 'Y'.
001732
001736 01  GTN-MASTER-STATUS           PIC XX VALUE '00'.
001740 01  GTN-DED-STATUS              PIC XX VALUE '00'.
001744 01  GTN-DEDTYPE-STATUS          PIC XX VALUE '00'.
001748 01  GTN-DEPTMAST-STATUS         PIC XX VALUE '00'.
001752 01  GTN-PARM-STATUS             PIC XX VALUE '00'.
001756
001760*----------------------------------------------------------------
001764*RUN PARAMETERS - THE FREQUENCY BEING PAID (SPACE = ALL) AND THE
001768*PERIOD-END DATE, FROM PAYPARM OR DEFAULTED.  AN EMPLOYEE WITH
001772*NO FREQUENCY ON THE MASTER IS PAID ON THE HOUSE STANDARD.
001776*----------------------------------------------------------------
001780 01  GTN-RUN-PARMS.
001784     05  GTN-RUN-FREQ            PIC X(01) VALUE SPACE.
001788     05  GTN-PERIOD-END          PIC X(08) VALUE SPACES.
001792 77  GTN-STD-PAY-FREQ            PIC X(01) VALUE 'B'.
001796
001800*----------------------------------------------------------------
001804*WORK AREA FOR THE EMPLOYEE IN HAND.
001808*----------------------------------------------------------------
001812 01  GTN-WORK-AREA.
001816     05  GTN-EMP-FREQ            PIC X(01) VALUE SPACE.
001820     05  GTN-PERIODS-PER-YEAR    PIC 9(02) VALUE ZERO.
001824     05  GTN-EMP-GROSS           PIC 9(05)V99 VALUE ZERO.
001828     05  GTN-EMP-OTHER-DEDS      PIC 9(05)V99 VALUE ZERO.
001832     05  GTN-EMP-NET             PIC S9(07)V99 VALUE ZERO.
001836     05  GTN-CUR-EMP-NB          PIC X(05) VALUE SPACES.
001840
001844*----------------------------------------------------------------
001848*DEDUCTION DETAIL TABLE - THE WHOLE OF EMPDEDS, WITH A TAKEN
001852*FLAG SO THE TRAILER CAN COUNT THE DEDUCTIONS NOBODY WAS PAID
001856*AGAINST THIS PERIOD.
001860*----------------------------------------------------------------
001864 77  GTN-DED-COUNT               PIC 9(04) COMP VALUE ZERO.
001868 01  GTN-DED-TABLE.
001872     05  GTN-DED-ENTRY OCCURS 1 TO 2000 TIMES
001876             DEPENDING ON GTN-DED-COUNT
001880             INDEXED BY GTN-DED-IDX.
001884         10  GTN-DED-EMP-NB          PIC X(05).
001888         10  GTN-DED-CODE            PIC X(02).
001892         10  GTN-DED-AMOUNT          PIC 9(03)V99.
001896         10  GTN-DED-TAKEN-SW        PIC X(01).
001900             88  DED-WAS-TAKEN               VALUE 'Y'.
001904
001908*----------------------------------------------------------------
001912*DEDUCTION DESCRIPTION TABLE - LOADED FROM DEDTYPES.
001916*----------------------------------------------------------------
001920 77  GTN-DTY-COUNT               PIC 9(02) COMP VALUE ZERO.
001924 01  GTN-DEDTYPE-TABLE.
001928     05  GTN-DTY-ENTRY OCCURS 1 TO 20 TIMES
001932             DEPENDING ON GTN-DTY-COUNT
001936             INDEXED BY GTN-DTY-IDX.
001940         10  GTN-DTY-CODE            PIC X(02).
001944         10  GTN-DTY-DESC            PIC X(15).
001948
001952*----------------------------------------------------------------
001956*DEPARTMENT NAME TABLE - LOADED FROM DEPTMAST.
001960*----------------------------------------------------------------
001964 77  GTN-DPN-COUNT               PIC 9(02) COMP VALUE ZERO.
001968 01  GTN-DEPT-NAME-TABLE.
001972     05  GTN-DPN-ENTRY OCCURS 1 TO 50 TIMES
001976             DEPENDING ON GTN-DPN-COUNT
001980             INDEXED BY GTN-DPN-IDX.
001984         10  GTN-DPN-CODE            PIC X(04).
001988         10  GTN-DPN-NAME            PIC X(20).
001992
001996*----------------------------------------------------------------
002000*DEPARTMENT SUBTOTALS AND GRAND TOTALS - SAME SHAPE, SO ONE
002004*LINE LAYOUT PRINTS BOTH.
002008*----------------------------------------------------------------
002012 01  GTN-DEPT-TOTALS.
002016     05  GTN-CUR-DEPT-CODE       PIC X(04) VALUE SPACES.
002020     05  GTN-DPT-EMP-COUNT       PIC 9(06) COMP VALUE ZERO.
002024     05  GTN-DPT-GROSS           PIC 9(07)V99 VALUE ZERO.
002028     05  GTN-DPT-DUES            PIC 9(07)V99 VALUE ZERO.
002032     05  GTN-DPT-INSU            PIC 9(07)V99 VALUE ZERO.
002036     05  GTN-DPT-OTHER-DEDS      PIC 9(07)V99 VALUE ZERO.
002040     05  GTN-DPT-NET             PIC S9(07)V99 VALUE ZERO.
002044
002048 01  GTN-GRAND-TOTALS.
002052     05  GTN-TOT-GROSS           PIC 9(07)V99 VALUE ZERO.
002056     05  GTN-TOT-DUES            PIC 9(07)V99 VALUE ZERO.
002060     05  GTN-TOT-INSU            PIC 9(07)V99 VALUE ZERO.
002064     05  GTN-TOT-OTHER-DEDS      PIC 9(07)V99 VALUE ZERO.
002068     05  GTN-TOT-NET             PIC S9(07)V99 VALUE ZERO.
002072
002076*----------------------------------------------------------------
002080*CONTROL TOTALS.  MASTER RECORDS READ = PAID + TERMINATED + ON
002084*LEAVE + NOT YET HIRED + OTHER FREQUENCY + BAD FREQUENCY + BAD
002088*SALARY.
002092*----------------------------------------------------------------
002096 01  GTN-CONTROL-TOTALS.
002100     05  GTN-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
002104     05  GTN-PAID-COUNT          PIC 9(06) COMP VALUE ZERO.
002108     05  GTN-TERMINATED-COUNT    PIC 9(06) COMP VALUE ZERO.
002112     05  GTN-LEAVE-COUNT         PIC 9(06) COMP VALUE ZERO.
002116     05  GTN-NOT-HIRED-COUNT     PIC 9(06) COMP VALUE ZERO.
002120     05  GTN-OTHER-FREQ-COUNT    PIC 9(06) COMP VALUE ZERO.
002124     05  GTN-BAD-FREQ-COUNT      PIC 9(06) COMP VALUE ZERO.
002128     05  GTN-BAD-SALARY-COUNT    PIC 9(06) COMP VALUE ZERO.
002132     05  GTN-NEG-NET-COUNT       PIC 9(06) COMP VALUE ZERO.
002136     05  GTN-DED-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
002140     05  GTN-DED-TAKEN-COUNT     PIC 9(06) COMP VALUE ZERO.
002144     05  GTN-DED-NOT-TAKEN-COUNT PIC 9(06) COMP VALUE ZERO.
002148     05  GTN-GL-P-COUNT          PIC 9(06) COMP VALUE ZERO.
002152     05  GTN-GL-W-COUNT          PIC 9(06) COMP VALUE ZERO.
002156
002160*----------------------------------------------------------------
002164*REGISTER HEADINGS, DETAIL, DEDUCTION, SUBTOTAL AND TRAILER
002168*LINES.
002172*----------------------------------------------------------------
002176 01  GTN-REPORT-HEADER.
002180     05  FILLER             PIC X(20) VALUE SPACES.
002184     05  FILLER             PIC X(32)
002188         VALUE 'PAY-PERIOD GROSS-TO-NET REGISTER'.
002192     05  FILLER             PIC X(15) VALUE SPACES.
002196     05  GTN-HDR-DATE-GRP.
002200         10  GTN-HDR-DAY             PIC XX.
002204         10  FILLER                  PIC X VALUE '/'.
002208         10  GTN-HDR-MONTH           PIC XX.
002212         10  FILLER                  PIC X VALUE '/'.
002216         10  GTN-HDR-YEAR            PIC XXXX.
002220
002224 01  GTN-PERIOD-LINE.
002228     05  FILLER                  PIC X(05) VALUE SPACES.
002232     05  FILLER                  PIC X(18)
002236         VALUE 'PERIOD ENDING     '.
002240     05  GTN-PRL-PERIOD-END      PIC X(08).
002244     05  FILLER                  PIC X(22)
002248         VALUE '    FREQUENCY PAID    '.
002252     05  GTN-PRL-FREQ            PIC X(16).
002256
002260 01  GTN-MINI-TITLES.
002264     05  FILLER                  PIC X(01) VALUE SPACES.
002268     05  FILLER                  PIC X(07) VALUE 'EMP'.
002272     05  FILLER                  PIC X(21) VALUE 'NAME'.
002276     05  FILLER                  PIC X(03) VALUE 'FQ'.
002280     05  FILLER                  PIC X(13) VALUE '       GROSS'.
002284     05  FILLER                  PIC X(13) VALUE '        DUES'.
002288     05  FILLER                  PIC X(13) VALUE '   INSURANCE'.
002292     05  FILLER                  PIC X(13) VALUE '  DEDUCTIONS'.
002296     05  FILLER                  PIC X(14) VALUE '      NET PAY'.
002300
002304 01  GTN-DETAIL-LINE.
002308     05  FILLER                  PIC X(01).
002312     05  GTN-DTL-EMP-NB          PIC X(05).
002316     05  FILLER                  PIC X(02).
002320     05  GTN-DTL-NAME            PIC X(20).
002324     05  FILLER                  PIC X(01).
002328     05  GTN-DTL-FREQ            PIC X(01).
002332     05  FILLER                  PIC X(02).
002336     05  GTN-DTL-GROSS           PIC Z,ZZZ,ZZ9.99.
002340     05  FILLER                  PIC X(01).
002344     05  GTN-DTL-DUES            PIC Z,ZZZ,ZZ9.99.
002348     05  FILLER                  PIC X(01).
002352     05  GTN-DTL-INSU            PIC Z,ZZZ,ZZ9.99.
002356     05  FILLER                  PIC X(01).
002360     05  GTN-DTL-OTHER-DEDS      PIC Z,ZZZ,ZZ9.99.
002364     05  FILLER                  PIC X(01).
002368     05  GTN-DTL-NET             PIC -Z,ZZZ,ZZ9.99.
002372     05  FILLER                  PIC X(01).
002376     05  GTN-DTL-FLAG            PIC X(10).
002380
002384 01  GTN-DED-LINE.
002388     05  FILLER                  PIC X(10).
002392     05  GTN-DDL-CODE            PIC X(02).
002396     05  FILLER                  PIC X(02).
002400     05  GTN-DDL-DESC            PIC X(15).
002404     05  FILLER                  PIC X(43).
002408     05  GTN-DDL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
002412
002416 01  GTN-SUBTOTAL-LINE.
002420     05  FILLER                  PIC X(01).
002424     05  GTN-SBT-LABEL           PIC X(31).
002428     05  GTN-SBT-GROSS           PIC Z,ZZZ,ZZ9.99.
002432     05  FILLER                  PIC X(01).
002436     05  GTN-SBT-DUES            PIC Z,ZZZ,ZZ9.99.
002440     05  FILLER                  PIC X(01).
002444     05  GTN-SBT-INSU            PIC Z,ZZZ,ZZ9.99.
002448     05  FILLER                  PIC X(01).
002452     05  GTN-SBT-OTHER-DEDS      PIC Z,ZZZ,ZZ9.99.
002456     05  FILLER                  PIC X(01).
002460     05  GTN-SBT-NET             PIC -Z,ZZZ,ZZ9.99.
002464
002468 01  GTN-DEPT-LABEL.
002472     05  FILLER                  PIC X(05) VALUE 'DEPT '.
002476     05  GTN-DLB-CODE            PIC X(04).
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002484     05  GTN-DLB-NAME            PIC X(20).
002488
002492 01  GTN-EXCP-LINE.
002496     05  FILLER                  PIC X(01).
002500     05  GTN-EXL-TAG             PIC X(07).
002504     05  FILLER                  PIC X(01).
002508     05  GTN-EXL-EMP-NB          PIC X(05).
002512     05  FILLER                  PIC X(02).
002516     05  GTN-EXL-NAME            PIC X(20).
002520     05  FILLER                  PIC X(02).
002524     05  GTN-EXL-REASON          PIC X(40).
002528
002532 01  GTN-REPORT-TRAILER.
002536     05  FILLER                  PIC X(05).
002540     05  GTN-TR-LABEL            PIC X(35).
002544     05  FILLER                  PIC X(02).
002548     05  GTN-TR-COUNT            PIC ZZZ,ZZ9.
002552
002556 PROCEDURE DIVISION.
002560
002564*----------------------------------------------------------------
002568*0000-MAIN-CONTROL - COMPUTE PASS OVER THE MASTER, SORT INTO
002572*DEPARTMENT ORDER, THEN THE REGISTER PASS THAT PRINTS AND WRITES
002576*THE GL LINES, THEN THE CONTROL TOTALS.
002580*----------------------------------------------------------------
002584 0000-MAIN-CONTROL.
002588     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002592     PERFORM 2000-COMPUTE-PAY THRU 2000-EXIT.
002596     PERFORM 3000-SORT-PAY-RECORDS THRU 3000-EXIT.
002600     PERFORM 4000-PRODUCE-REGISTER THRU 4000-EXIT.
002604     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
002608     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002612     STOP RUN.
002616
002620*----------------------------------------------------------------
002624*1000-INITIALIZE OPENS THE MASTER AND OUTPUTS, READS THE PARM
002628*CARD, LOADS THE TABLES AND WRITES THE BANNER.
002632*----------------------------------------------------------------
002636 1000-INITIALIZE.
002640     OPEN INPUT MASTERFILE.
002644     IF GTN-MASTER-STATUS NOT = '00'
002648         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
002652             GTN-MASTER-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
002656         DISPLAY 'PROGRAM AND RESUBMIT.'
002660         STOP RUN
002664     END-IF.
002668     MOVE FUNCTION CURRENT-DATE (1:8) TO GTN-CURRENT-DATE-DATA.
002672     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002676     PERFORM 1200-LOAD-DEDUCTIONS THRU 1200-EXIT.
002680     PERFORM 1300-LOAD-DEDTYPES THRU 1300-EXIT.
002684     PERFORM 1400-LOAD-DEPT-NAMES THRU 1400-EXIT.
002688     OPEN OUTPUT PAYWORKFILE.
002692     OPEN OUTPUT REGISTERFILE.
002696     OPEN OUTPUT GLPERIODFILE.
002700     PERFORM 1500-WRITE-REGISTER-HEADER THRU 1500-EXIT.
002704 1000-EXIT.
002708     EXIT.
002712
002716*----------------------------------------------------------------
002720*1100-READ-PARM-CARD - A FREQUENCY OTHER THAN W, B, S OR M ON
002724*THE CARD STOPS THE RUN RATHER THAN PAY THE WRONG PEOPLE.
002728*----------------------------------------------------------------
002732 1100-READ-PARM-CARD.
002736     MOVE SPACE TO GTN-RUN-FREQ.
002740     MOVE GTN-CURRENT-DATE TO GTN-PERIOD-END.
002744     OPEN INPUT PARMFILE.
002748     IF GTN-PARM-STATUS NOT = '00'
002752         GO TO 1100-EXIT
002756     END-IF.
002760     READ PARMFILE
002764         AT END
002768             CONTINUE
002772         NOT AT END
002776             MOVE PAY-PARM-FREQ TO GTN-RUN-FREQ
002780             IF PAY-PARM-PERIOD-END IS NUMERIC
002784                 MOVE PAY-PARM-PERIOD-END TO GTN-PERIOD-END
002788             END-IF
002792     END-READ.
002796     CLOSE PARMFILE.
002800     IF GTN-RUN-FREQ NOT = SPACE AND 'W' AND 'B' AND 'S' AND 'M'
002804         DISPLAY 'PAYPARM FREQUENCY ' GTN-RUN-FREQ
002808             ' IS NOT W, B, S OR M - PAY PERIOD NOT RUN.'
002812         CLOSE MASTERFILE
002816         STOP RUN
002820     END-IF.
002824 1100-EXIT.
002828     EXIT.
002832
002836 1200-LOAD-DEDUCTIONS.
002840     OPEN INPUT DEDFILE.
002844     IF GTN-DED-STATUS NOT = '00'
002848         GO TO 1200-EXIT
002852     END-IF.
002856     PERFORM UNTIL DED-EOF
002860         READ DEDFILE
002864             AT END
002868                 MOVE 'Y' TO GTN-DED-EOF-SW
002872             NOT AT END
002876                 IF GTN-DED-COUNT >= 2000
002880                     DISPLAY 'EMPDEDS OVER 2000 DEDUCTIONS'
002884                     CLOSE DEDFILE
002888                     STOP RUN
002892                 END-IF
002896                 ADD 1 TO GTN-DED-READ-COUNT
002900                 ADD 1 TO GTN-DED-COUNT
002904                 MOVE DED-EMP-NB TO GTN-DED-EMP-NB (GTN-DED-COUNT)
002908                 MOVE DED-DED-CODE TO GTN-DED-CODE (GTN-DED-COUNT)
002912                 MOVE DED-AMOUNT TO GTN-DED-AMOUNT (GTN-DED-COUNT)
002916                 MOVE 'N' TO GTN-DED-TAKEN-SW (GTN-DED-COUNT)
002920         END-READ
002924     END-PERFORM.
002928     CLOSE DEDFILE.
002932 1200-EXIT.
002936     EXIT.
002940
002944 1300-LOAD-DEDTYPES.
002948     OPEN INPUT DEDTYPEFILE.
002952     IF GTN-DEDTYPE-STATUS NOT = '00'
002956         GO TO 1300-EXIT
002960     END-IF.
002964     PERFORM UNTIL DEDTYPE-EOF
002968         READ DEDTYPEFILE
002972             AT END
002976                 MOVE 'Y' TO GTN-DEDTYPE-EOF-SW
002980             NOT AT END
002984                 IF GTN-DTY-COUNT >= 20
002988                     DISPLAY 'DEDTYPES HAS MORE THAN 20 CODES'
002992                     CLOSE DEDTYPEFILE
002996                     STOP RUN
003000                 END-IF
003004                 ADD 1 TO GTN-DTY-COUNT
003008                 MOVE DT-DED-CODE TO GTN-DTY-CODE (GTN-DTY-COUNT)
003012                 MOVE DT-DED-DESC TO GTN-DTY-DESC (GTN-DTY-COUNT)
003016         END-READ
003020     END-PERFORM.
003024     CLOSE DEDTYPEFILE.
003028 1300-EXIT.
003032     EXIT.
003036
003040 1400-LOAD-DEPT-NAMES.
003044     OPEN INPUT DEPTMASTFILE.
003048     IF GTN-DEPTMAST-STATUS NOT = '00'
003052         GO TO 1400-EXIT
003056     END-IF.
003060     PERFORM UNTIL DEPTMAST-EOF
003064         READ DEPTMASTFILE
003068             AT END
003072                 MOVE 'Y' TO GTN-DEPTMAST-EOF-SW
003076             NOT AT END
003080                 IF GTN-DPN-COUNT >= 50
003084                     DISPLAY 'DEPTMAST OVER 50 DEPARTMENTS'
003088                     CLOSE DEPTMASTFILE
003092                     STOP RUN
003096                 END-IF
003100                 ADD 1 TO GTN-DPN-COUNT
003104                 MOVE DEPT-CODE TO GTN-DPN-CODE (GTN-DPN-COUNT)
003108                 MOVE DEPT-NAME TO GTN-DPN-NAME (GTN-DPN-COUNT)
003112         END-READ
003116     END-PERFORM.
003120     CLOSE DEPTMASTFILE.
003124 1400-EXIT.
003128     EXIT.
003132
003136 1500-WRITE-REGISTER-HEADER.
003140     MOVE GTN-CURRENT-DAY TO GTN-HDR-DAY.
003144     MOVE GTN-CURRENT-MONTH TO GTN-HDR-MONTH.
003148     MOVE GTN-CURRENT-YEAR TO GTN-HDR-YEAR.
003152     MOVE GTN-PERIOD-END TO GTN-PRL-PERIOD-END.
003156     EVALUATE GTN-RUN-FREQ
003160         WHEN 'W'
003164             MOVE 'WEEKLY' TO GTN-PRL-FREQ
003168         WHEN 'B'
003172             MOVE 'BIWEEKLY' TO GTN-PRL-FREQ
003176         WHEN 'S'
003180             MOVE 'SEMI-MONTHLY' TO GTN-PRL-FREQ
003184         WHEN 'M'
003188             MOVE 'MONTHLY' TO GTN-PRL-FREQ
003192         WHEN OTHER
003196             MOVE 'ALL FREQUENCIES' TO GTN-PRL-FREQ
003200     END-EVALUATE.
003204     MOVE SPACES TO GTN-PRINT-REC.
003208     WRITE GTN-PRINT-REC AFTER ADVANCING 3 LINES.
003212     MOVE GTN-REPORT-HEADER TO GTN-PRINT-REC.
003216     WRITE GTN-PRINT-REC.
003220     MOVE GTN-PERIOD-LINE TO GTN-PRINT-REC.
003224     WRITE GTN-PRINT-REC AFTER ADVANCING 2 LINES.
003228     MOVE GTN-MINI-TITLES TO GTN-PRINT-REC.
003232     WRITE GTN-PRINT-REC AFTER ADVANCING 2 LINES.
003236     MOVE SPACES TO GTN-PRINT-REC.
003240     WRITE GTN-PRINT-REC.
003244 1500-EXIT.
003248     EXIT.
003252
003256*----------------------------------------------------------------
003260*2000-COMPUTE-PAY IS THE FIRST PASS.  EACH EMPLOYEE IS EITHER
003264*PAID - GROSS, DUES, INSURANCE AND OTHER DEDUCTIONS GO TO THE
003268*WORK FILE - OR COUNTED UNDER THE REASON NOT.  A TERMINATED
003272*EMPLOYEE IS OFF THE PAYROLL; AN EMPLOYEE ON LEAVE IS NOT PAID
003276*BY THIS RUN, THE SAME WAY THE RAISE CYCLE STOPS COUNTING
003280*MONTHS AT THE LEAVE DATE; SOMEONE WHOSE HIRE DATE FALLS AFTER
003284*THE PERIOD END IS NOT ON IT YET.  THE NOT-PAID ONES THAT NEED
003288*A HUMAN (BAD FREQUENCY, BAD SALARY) ARE LISTED AT THE TOP OF
003292*THE REGISTER.
003296*----------------------------------------------------------------
003300 2000-COMPUTE-PAY.
003304     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003308     PERFORM UNTIL MASTER-EOF
003312         PERFORM 2200-PAY-ONE-EMPLOYEE THRU 2200-EXIT
003316         PERFORM 2100-READ-MASTER THRU 2100-EXIT
003320     END-PERFORM.
003324     CLOSE PAYWORKFILE.
003328 2000-EXIT.
003332     EXIT.
003336
003340 2100-READ-MASTER.
003344     READ MASTERFILE
003348         AT END
003352             MOVE 'Y' TO GTN-MASTER-EOF-SW
003356         NOT AT END
003360             ADD 1 TO GTN-READ-COUNT
003364     END-READ.
003368 2100-EXIT.
003372     EXIT.
003376
003380 2200-PAY-ONE-EMPLOYEE.
003384     IF EmpStatus = 'T'
003388         ADD 1 TO GTN-TERMINATED-COUNT
003392         GO TO 2200-EXIT
003396     END-IF.
003400     IF EmpStatus = 'L'
003404         ADD 1 TO GTN-LEAVE-COUNT
003408         GO TO 2200-EXIT
003412     END-IF.
003416     IF EmpHireDt IS NUMERIC
003420         AND EmpHireDt > GTN-PERIOD-END
003424         ADD 1 TO GTN-NOT-HIRED-COUNT
003428         GO TO 2200-EXIT
003432     END-IF.
003436     IF EmpPayFreq = SPACE
003440         MOVE GTN-STD-PAY-FREQ TO GTN-EMP-FREQ
003444     ELSE
003448         MOVE EmpPayFreq TO GTN-EMP-FREQ
003452     END-IF.
003456     EVALUATE GTN-EMP-FREQ
003460         WHEN 'W'
003464             MOVE 52 TO GTN-PERIODS-PER-YEAR
003468         WHEN 'B'
003472             MOVE 26 TO GTN-PERIODS-PER-YEAR
003476         WHEN 'S'
003480             MOVE 24 TO GTN-PERIODS-PER-YEAR
003484         WHEN 'M'
003488             MOVE 12 TO GTN-PERIODS-PER-YEAR
003492         WHEN OTHER
003496             ADD 1 TO GTN-BAD-FREQ-COUNT
003500             MOVE SPACES TO GTN-EXCP-LINE
003504             MOVE 'UNKNOWN PAY FREQUENCY - NOT PAID'
003508                 TO GTN-EXL-REASON
003512             PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
003516             GO TO 2200-EXIT
003520     END-EVALUATE.
003524     IF GTN-RUN-FREQ NOT = SPACE
003528         AND GTN-EMP-FREQ NOT = GTN-RUN-FREQ
003532         ADD 1 TO GTN-OTHER-FREQ-COUNT
003536         GO TO 2200-EXIT
003540     END-IF.
003544     IF AnnualSalaryIn NOT NUMERIC
003548         OR EmpDues NOT NUMERIC
003552         OR EmpInsuIn NOT NUMERIC
003556         ADD 1 TO GTN-BAD-SALARY-COUNT
003560         MOVE SPACES TO GTN-EXCP-LINE
003564         MOVE 'SALARY, DUES OR INSURANCE NOT NUMERIC'
003568             TO GTN-EXL-REASON
003572         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
003576         GO TO 2200-EXIT
003580     END-IF.
003584     COMPUTE GTN-EMP-GROSS ROUNDED =
003588         AnnualSalaryIn / GTN-PERIODS-PER-YEAR.
003592     MOVE ZERO TO GTN-EMP-OTHER-DEDS.
003596     MOVE EmpNbIn TO GTN-CUR-EMP-NB.
003600     PERFORM 2300-TAKE-ONE-DEDUCTION THRU 2300-EXIT
003604         VARYING GTN-DED-IDX FROM 1 BY 1
003608         UNTIL GTN-DED-IDX > GTN-DED-COUNT.
003612     MOVE EmpDeptIn TO PYW-DEPT-CODE.
003616     MOVE EmpNbIn TO PYW-EMP-NB.
003620     MOVE EmpName TO PYW-EMP-NAME.
003624     MOVE GTN-EMP-FREQ TO PYW-PAY-FREQ.
003628     MOVE GTN-EMP-GROSS TO PYW-GROSS.
003632     MOVE EmpDues TO PYW-DUES.
003636     MOVE EmpInsuIn TO PYW-INSU.
003640     MOVE GTN-EMP-OTHER-DEDS TO PYW-OTHER-DEDS.
003644     WRITE PYW-PAY-REC.
003648     ADD 1 TO GTN-PAID-COUNT.
003652 2200-EXIT.
003656     EXIT.
003660
003664 2300-TAKE-ONE-DEDUCTION.
003668     IF GTN-DED-EMP-NB (GTN-DED-IDX) = GTN-CUR-EMP-NB
003672         MOVE 'Y' TO GTN-DED-TAKEN-SW (GTN-DED-IDX)
003676         ADD 1 TO GTN-DED-TAKEN-COUNT
003680         ADD GTN-DED-AMOUNT (GTN-DED-IDX) TO GTN-EMP-OTHER-DEDS
003684     END-IF.
003688 2300-EXIT.
003692     EXIT.
003696
003700 2900-WRITE-EXCEPTION-LINE.
003704     MOVE 'NOT PD' TO GTN-EXL-TAG.
003708     MOVE EmpNbIn TO GTN-EXL-EMP-NB.
003712     MOVE EmpName TO GTN-EXL-NAME.
003716     MOVE GTN-EXCP-LINE TO GTN-PRINT-REC.
003720     WRITE GTN-PRINT-REC.
003724 2900-EXIT.
003728     EXIT.
003732
003736*----------------------------------------------------------------
003740*3000-SORT-PAY-RECORDS PUTS THE PAID EMPLOYEES INTO DEPARTMENT/
003744*EMPLOYEE ORDER FOR THE REGISTER PASS.
003748*----------------------------------------------------------------
003752 3000-SORT-PAY-RECORDS.
003756     SORT SORTWORKFILE
003760         ON ASCENDING KEY PYX-DEPT-CODE
003764                          PYX-EMP-NB
003768         USING PAYWORKFILE
003772         GIVING PAYSORTEDFILE.
003776 3000-EXIT.
003780     EXIT.
003784
003788*----------------------------------------------------------------
003792*4000-PRODUCE-REGISTER IS THE SECOND PASS - ONE REGISTER LINE
003796*PER EMPLOYEE WITH A LINE UNDER IT FOR EACH EMPDEDS DEDUCTION,
003800*THE 'P' AND 'W' GL LINES, AND A SUBTOTAL BLOCK AT EACH
003804*DEPARTMENT BREAK.
003808*----------------------------------------------------------------
003812 4000-PRODUCE-REGISTER.
003816     OPEN INPUT PAYSORTEDFILE.
003820     MOVE SPACES TO GTN-PRINT-REC.
003824     WRITE GTN-PRINT-REC.
003828     PERFORM 4100-READ-SORTED-RECORD THRU 4100-EXIT.
003832     PERFORM UNTIL SORTED-EOF
003836         IF PYS-DEPT-CODE NOT = GTN-CUR-DEPT-CODE
003840             PERFORM 4500-WRITE-DEPT-SUBTOTALS THRU 4500-EXIT
003844             PERFORM 4600-START-DEPT-GROUP THRU 4600-EXIT
003848         END-IF
003852         PERFORM 4200-WRITE-EMPLOYEE-LINES THRU 4200-EXIT
003856         PERFORM 4100-READ-SORTED-RECORD THRU 4100-EXIT
003860     END-PERFORM.
003864     PERFORM 4500-WRITE-DEPT-SUBTOTALS THRU 4500-EXIT.
003868     CLOSE PAYSORTEDFILE.
003872     MOVE SPACES TO GTN-SUBTOTAL-LINE.
003876     MOVE 'ALL DEPARTMENTS' TO GTN-SBT-LABEL.
003880     MOVE GTN-TOT-GROSS TO GTN-SBT-GROSS.
003884     MOVE GTN-TOT-DUES TO GTN-SBT-DUES.
003888     MOVE GTN-TOT-INSU TO GTN-SBT-INSU.
003892     MOVE GTN-TOT-OTHER-DEDS TO GTN-SBT-OTHER-DEDS.
003896     MOVE GTN-TOT-NET TO GTN-SBT-NET.
003900     MOVE GTN-SUBTOTAL-LINE TO GTN-PRINT-REC.
003904     WRITE GTN-PRINT-REC AFTER ADVANCING 2 LINES.
003908 4000-EXIT.
003912     EXIT.
003916
003920 4100-READ-SORTED-RECORD.
003924     READ PAYSORTEDFILE
003928         AT END
003932             MOVE 'Y' TO GTN-SORTED-EOF-SW
003936     END-READ.
003940 4100-EXIT.
003944     EXIT.
003948
003952*----------------------------------------------------------------
003956*4200-WRITE-EMPLOYEE-LINES - NET IS GROSS LESS DUES, INSURANCE
003960*AND THE EMPDEDS DEDUCTIONS.  A NET BELOW ZERO STILL PRINTS, SO
003964*THE REGISTER FOOTS, BUT IS FLAGGED FOR PAYROLL TO SETTLE BEFORE
003968*ANYTHING IS PAID.
003972*----------------------------------------------------------------
003976 4200-WRITE-EMPLOYEE-LINES.
003980     COMPUTE GTN-EMP-NET =
003984         PYS-GROSS - PYS-DUES - PYS-INSU - PYS-OTHER-DEDS.
003988     MOVE SPACES TO GTN-DETAIL-LINE.
003992     MOVE PYS-EMP-NB TO GTN-DTL-EMP-NB.
003996     MOVE PYS-EMP-NAME TO GTN-DTL-NAME.
004000     MOVE PYS-PAY-FREQ TO GTN-DTL-FREQ.
004004     MOVE PYS-GROSS TO GTN-DTL-GROSS.
004008     MOVE PYS-DUES TO GTN-DTL-DUES.
004012     MOVE PYS-INSU TO GTN-DTL-INSU.
004016     MOVE PYS-OTHER-DEDS TO GTN-DTL-OTHER-DEDS.
004020     MOVE GTN-EMP-NET TO GTN-DTL-NET.
004024     IF GTN-EMP-NET < ZERO
004028         ADD 1 TO GTN-NEG-NET-COUNT
004032         MOVE '** NEG NET' TO GTN-DTL-FLAG
004036     END-IF.
004040     MOVE GTN-DETAIL-LINE TO GTN-PRINT-REC.
004044     WRITE GTN-PRINT-REC.
004048     ADD 1 TO GTN-DPT-EMP-COUNT.
004052     ADD PYS-GROSS TO GTN-DPT-GROSS.
004056     ADD PYS-DUES TO GTN-DPT-DUES.
004060     ADD PYS-INSU TO GTN-DPT-INSU.
004064     ADD PYS-OTHER-DEDS TO GTN-DPT-OTHER-DEDS.
004068     ADD GTN-EMP-NET TO GTN-DPT-NET.
004072     MOVE SPACES TO GL-EXTRACT-REC.
004076     MOVE PYS-EMP-NB TO GL-EMP-NB.
004080     MOVE PYS-DEPT-CODE TO GL-COST-CENTER.
004084     MOVE PYS-GROSS TO GL-PERIOD-GROSS.
004088     MOVE PYS-DUES TO GL-NEW-DUES.
004092     MOVE PYS-INSU TO GL-NEW-INSU.
004096     MOVE 'P' TO GL-REC-TYPE.
004100     MOVE PYS-EMP-NB TO GL-SRC-EMP-NB.
004104     WRITE GTN-GL-OUT-REC FROM GL-EXTRACT-REC.
004108     ADD 1 TO GTN-GL-P-COUNT.
004112     MOVE PYS-EMP-NB TO GTN-CUR-EMP-NB.
004116     PERFORM 4300-WRITE-ONE-DEDUCTION THRU 4300-EXIT
004120         VARYING GTN-DED-IDX FROM 1 BY 1
004124         UNTIL GTN-DED-IDX > GTN-DED-COUNT.
004128 4200-EXIT.
004132     EXIT.
004136
004140*----------------------------------------------------------------
004144*4300-WRITE-ONE-DEDUCTION PRINTS ONE EMPDEDS DEDUCTION UNDER THE
004148*EMPLOYEE'S LINE AND WRITES ITS 'W' GL LINE.  A CODE NOT ON
004152*DEDTYPES IS STILL TAKEN - IT IS ON EMPDEDS - AND SAYS SO.
004156*----------------------------------------------------------------
004160 4300-WRITE-ONE-DEDUCTION.
004164     IF GTN-DED-EMP-NB (GTN-DED-IDX) NOT = GTN-CUR-EMP-NB
004168         GO TO 4300-EXIT
004172     END-IF.
004176     MOVE SPACES TO GTN-DED-LINE.
004180     MOVE GTN-DED-CODE (GTN-DED-IDX) TO GTN-DDL-CODE.
004184     MOVE 'NOT ON DEDTYPES' TO GTN-DDL-DESC.
004188     IF GTN-DTY-COUNT > ZERO
004192         SET GTN-DTY-IDX TO 1
004196         SEARCH GTN-DTY-ENTRY
004200             AT END
004204                 CONTINUE
004208             WHEN GTN-DTY-CODE (GTN-DTY-IDX)
004212                     = GTN-DED-CODE (GTN-DED-IDX)
004216                 MOVE GTN-DTY-DESC (GTN-DTY-IDX) TO GTN-DDL-DESC
004220         END-SEARCH
004224     END-IF.
004228     MOVE GTN-DED-AMOUNT (GTN-DED-IDX) TO GTN-DDL-AMOUNT.
004232     MOVE GTN-DED-LINE TO GTN-PRINT-REC.
004236     WRITE GTN-PRINT-REC.
004240     MOVE SPACES TO GL-EXTRACT-REC.
004244     MOVE GTN-CUR-EMP-NB TO GL-EMP-NB.
004248     MOVE PYS-DEPT-CODE TO GL-COST-CENTER.
004252     MOVE ZERO TO GL-NEW-SALARY.
004256     MOVE GTN-DED-AMOUNT (GTN-DED-IDX) TO GL-NEW-DUES.
004260     MOVE ZERO TO GL-NEW-INSU.
004264     MOVE 'W' TO GL-REC-TYPE.
004268     MOVE GTN-DED-CODE (GTN-DED-IDX) TO GL-DED-CODE.
004272     MOVE GTN-CUR-EMP-NB TO GL-SRC-EMP-NB.
004276     WRITE GTN-GL-OUT-REC FROM GL-EXTRACT-REC.
004280     ADD 1 TO GTN-GL-W-COUNT.
004284 4300-EXIT.
004288     EXIT.
004292
004296*----------------------------------------------------------------
004300*4500-WRITE-DEPT-SUBTOTALS CLOSES THE DEPARTMENT GROUP IN
004304*PROGRESS WITH ITS SUBTOTAL LINE AND ROLLS IT INTO THE GRAND
004308*TOTALS.  NOTHING TO DO BEFORE THE FIRST GROUP.
004312*----------------------------------------------------------------
004316 4500-WRITE-DEPT-SUBTOTALS.
004320     IF GTN-CUR-DEPT-CODE = SPACES
004324         GO TO 4500-EXIT
004328     END-IF.
004332     MOVE GTN-CUR-DEPT-CODE TO GTN-DLB-CODE.
004336     MOVE 'NOT ON DEPT MASTER' TO GTN-DLB-NAME.
004340     IF GTN-DPN-COUNT > ZERO
004344         SET GTN-DPN-IDX TO 1
004348         SEARCH GTN-DPN-ENTRY
004352             AT END
004356                 CONTINUE
004360             WHEN GTN-DPN-CODE (GTN-DPN-IDX) = GTN-CUR-DEPT-CODE
004364                 MOVE GTN-DPN-NAME (GTN-DPN-IDX) TO GTN-DLB-NAME
004368         END-SEARCH
004372     END-IF.
004376     MOVE SPACES TO GTN-SUBTOTAL-LINE.
004380     MOVE GTN-DEPT-LABEL TO GTN-SBT-LABEL.
004384     MOVE GTN-DPT-GROSS TO GTN-SBT-GROSS.
004388     MOVE GTN-DPT-DUES TO GTN-SBT-DUES.
004392     MOVE GTN-DPT-INSU TO GTN-SBT-INSU.
004396     MOVE GTN-DPT-OTHER-DEDS TO GTN-SBT-OTHER-DEDS.
004400     MOVE GTN-DPT-NET TO GTN-SBT-NET.
004404     MOVE SPACES TO GTN-PRINT-REC.
004408     WRITE GTN-PRINT-REC.
004412     MOVE GTN-SUBTOTAL-LINE TO GTN-PRINT-REC.
004416     WRITE GTN-PRINT-REC.
004420     MOVE SPACES TO GTN-PRINT-REC.
004424     WRITE GTN-PRINT-REC.
004428     ADD GTN-DPT-GROSS TO GTN-TOT-GROSS.
004432     ADD GTN-DPT-DUES TO GTN-TOT-DUES.
004436     ADD GTN-DPT-INSU TO GTN-TOT-INSU.
004440     ADD GTN-DPT-OTHER-DEDS TO GTN-TOT-OTHER-DEDS.
004444     ADD GTN-DPT-NET TO GTN-TOT-NET.
004448 4500-EXIT.
004452     EXIT.
004456
004460 4600-START-DEPT-GROUP.
004464     MOVE PYS-DEPT-CODE TO GTN-CUR-DEPT-CODE.
004468     MOVE ZERO TO GTN-DPT-EMP-COUNT.
004472     MOVE ZERO TO GTN-DPT-GROSS.
004476     MOVE ZERO TO GTN-DPT-DUES.
004480     MOVE ZERO TO GTN-DPT-INSU.
004484     MOVE ZERO TO GTN-DPT-OTHER-DEDS.
004488     MOVE ZERO TO GTN-DPT-NET.
004492 4600-EXIT.
004496     EXIT.
004500
004504*----------------------------------------------------------------
004508*5000-WRITE-CONTROL-TOTALS - THE NOT-PAID REASONS FOOT BACK TO
004512*THE MASTER COUNT, AND THE 'W' GL LINES EQUAL THE DEDUCTIONS
004516*TAKEN.
004520*----------------------------------------------------------------
004524 5000-WRITE-CONTROL-TOTALS.
004528     PERFORM 5050-COUNT-NOT-TAKEN THRU 5050-EXIT
004532         VARYING GTN-DED-IDX FROM 1 BY 1
004536         UNTIL GTN-DED-IDX > GTN-DED-COUNT.
004540     MOVE SPACES TO GTN-PRINT-REC.
004544     WRITE GTN-PRINT-REC AFTER ADVANCING 2 LINES.
004548     MOVE SPACES TO GTN-REPORT-TRAILER.
004552     MOVE 'MASTER RECORDS READ' TO GTN-TR-LABEL.
004556     MOVE GTN-READ-COUNT TO GTN-TR-COUNT.
004560     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004564     MOVE 'EMPLOYEES PAID' TO GTN-TR-LABEL.
004568     MOVE GTN-PAID-COUNT TO GTN-TR-COUNT.
004572     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004576     MOVE 'TERMINATED - NOT PAID' TO GTN-TR-LABEL.
004580     MOVE GTN-TERMINATED-COUNT TO GTN-TR-COUNT.
004584     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004588     MOVE 'ON LEAVE - NOT PAID' TO GTN-TR-LABEL.
004592     MOVE GTN-LEAVE-COUNT TO GTN-TR-COUNT.
004596     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004600     MOVE 'HIRED AFTER THE PERIOD END' TO GTN-TR-LABEL.
004604     MOVE GTN-NOT-HIRED-COUNT TO GTN-TR-COUNT.
004608     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004612     MOVE 'ON ANOTHER PAY FREQUENCY' TO GTN-TR-LABEL.
004616     MOVE GTN-OTHER-FREQ-COUNT TO GTN-TR-COUNT.
004620     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004624     MOVE 'UNKNOWN PAY FREQUENCY' TO GTN-TR-LABEL.
004628     MOVE GTN-BAD-FREQ-COUNT TO GTN-TR-COUNT.
004632     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004636     MOVE 'SALARY/DUES/INSURANCE NOT NUMERIC' TO GTN-TR-LABEL.
004640     MOVE GTN-BAD-SALARY-COUNT TO GTN-TR-COUNT.
004644     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004648     MOVE 'NET PAY BELOW ZERO' TO GTN-TR-LABEL.
004652     MOVE GTN-NEG-NET-COUNT TO GTN-TR-COUNT.
004656     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004660     MOVE 'DEDUCTION RECORDS READ' TO GTN-TR-LABEL.
004664     MOVE GTN-DED-READ-COUNT TO GTN-TR-COUNT.
004668     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004672     MOVE 'DEDUCTIONS TAKEN' TO GTN-TR-LABEL.
004676     MOVE GTN-DED-TAKEN-COUNT TO GTN-TR-COUNT.
004680     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004684     MOVE 'DEDUCTIONS NOT TAKEN - NOT PAID' TO GTN-TR-LABEL.
004688     MOVE GTN-DED-NOT-TAKEN-COUNT TO GTN-TR-COUNT.
004692     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004696     MOVE 'GL EARNINGS RECORDS (P)' TO GTN-TR-LABEL.
004700     MOVE GTN-GL-P-COUNT TO GTN-TR-COUNT.
004704     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004708     MOVE 'GL DEDUCTION RECORDS (W)' TO GTN-TR-LABEL.
004712     MOVE GTN-GL-W-COUNT TO GTN-TR-COUNT.
004716     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
004720 5000-EXIT.
004724     EXIT.
004728
004732 5050-COUNT-NOT-TAKEN.
004736     IF NOT DED-WAS-TAKEN (GTN-DED-IDX)
004740         ADD 1 TO GTN-DED-NOT-TAKEN-COUNT
004744     END-IF.
004748 5050-EXIT.
004752     EXIT.
004756
004760 5100-WRITE-TRAILER-LINE.
004764     MOVE GTN-REPORT-TRAILER TO GTN-PRINT-REC.
004768     WRITE GTN-PRINT-REC AFTER ADVANCING 1 LINE.
004772     MOVE SPACES TO GTN-REPORT-TRAILER.
004776 5100-EXIT.
004780     EXIT.
004784
004788 9000-TERMINATE-RUN.
004792     CLOSE MASTERFILE
004796         REGISTERFILE
004800         GLPERIODFILE.
004804 9000-EXIT.
004808     EXIT.
004812
004816 END PROGRAM Program17.
