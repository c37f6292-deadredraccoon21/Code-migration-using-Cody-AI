001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program18 AS "EmployeeSalary.Program18".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - RETROACTIVE PAY RUN.  A
001048*                  RAISE THAT CLEARS AFTER THE DATE IT WAS DUE -
001052*                  A SUSPENDED RAISE Program5 RELEASES WEEKS
001056*                  LATER, AN EXCEPTION Program11 REPAIRS CYCLES
001060*                  LATER, A Program3 CHANGE CARD KEYED OR
001064*                  RELEASED AFTER ITS EFFECTIVE DATE - IS QUEUED
001068*                  ON RETROQ (RETROREC.CPY) BY THE PROGRAM THAT
001072*                  CLEARED IT.  THIS RUN READS THE QUEUE, COUNTS
001076*                  THE PAY PERIODS BETWEEN THE DATE DUE AND THE
001080*                  DATE CLEARED ON THE EMPLOYEE'S PAY FREQUENCY
001084*                  (EmpPayFreq, OFF THE INDEXED MASTER), PRICES
001088*                  THE BACK PAY AS THE PER-PERIOD DIFFERENCE
001092*                  TIMES THOSE PERIODS, AND POSTS IT AS ITS OWN
001096*                  GL RECORD TYPE ('T', ON GLRETRO) AND RAISE-
001100*                  HISTORY ENTRY TYPE ('T', APPENDED TO
001104*                  RAISEHST), WITH A RETRO REGISTER (RETRORPT)
001108*                  SHOWING WHERE EACH RAISE CAME FROM, WHEN IT
001112*                  WAS DUE AND WHEN IT CLEARED.  PAYROLL STOPS
001116*                  WORKING THE DIFFERENCE OUT BY HAND.  THE
001120*                  HISTORY ENTRY IS WRITTEN BEFORE THE GL RECORD.
001124*                  A DATE ALREADY HOLDING 99 ENTRIES FOR THE
001128*                  EMPLOYEE TAKES NO MORE - THE ENTRY IS NAMED ON
001132*                  THE CONSOLE AND THE RAISE IS HELD ON THE QUEUE
001136*                  WITH NO GL RECORD OR REGISTER LINE.
001140*2026-10-15  RLW   RAISEHST IS NOW INDEXED (SEE HISTREC.CPY) - THE
001144*                  HISTORY IS OPENED I-O INSTEAD OF EXTEND AND
001148*                  EACH 'T' ENTRY TAKES THE NEXT ENTRY SEQUENCE
001152*                  FOR ITS EMPLOYEE AND DATE BEFORE IT IS WRITTEN.
001156*                  AN ENTRY THE FILE REFUSES IS NAMED ON THE
001160*                  CONSOLE AND LEFT OUT OF THE HISTORY COUNT, AND
001164*                  ITS RAISE IS HELD ON THE QUEUE WITH NO GL
001168*                  RECORD OR REGISTER LINE.
001172
001176 ENVIRONMENT DIVISION.
001180 INPUT-OUTPUT SECTION.
001184 FILE-CONTROL.
001188     SELECT RETROQFILE ASSIGN TO "RETROQ"
001192         ORGANIZATION IS LINE SEQUENTIAL
001196         FILE STATUS IS RTO-RETROQ-STATUS.
001200     SELECT MASTERFILE ASSIGN TO "EMPMAST"
001204         ORGANIZATION IS INDEXED
001208         ACCESS IS RANDOM
001212         RECORD KEY IS EmpNbIn
001216         FILE STATUS IS RTO-MASTER-STATUS.
001220     SELECT NEWRETQFILE ASSIGN TO "NEWRETQ"
001224         ORGANIZATION IS LINE SEQUENTIAL.
001228     SELECT GLRETROFILE ASSIGN TO "GLRETRO"
001232         ORGANIZATION IS LINE SEQUENTIAL.
001236     SELECT HISTORYFILE ASSIGN TO "RAISEHST"
001240         ORGANIZATION IS INDEXED
001244         ACCESS IS DYNAMIC
001248         RECORD KEY IS HIST-KEY
001252         ALTERNATE RECORD KEY IS HIST-EFFECTIVE-DT
001256             WITH DUPLICATES
001260         FILE STATUS IS RTO-HISTORY-STATUS.
001264     SELECT REGISTERFILE ASSIGN TO "RETRORPT"
001268         ORGANIZATION IS LINE SEQUENTIAL.
001272
001276 DATA DIVISION.
001280 FILE SECTION.
001284
001288*----------------------------------------------------------------
001292*LATE-CLEARED RAISE QUEUE - SEE RETROREC.CPY, THE SAME COPYBOOK
001296*Program5, Program11 AND Program3 APPEND IT WITH.
001300*----------------------------------------------------------------
001304 FD  RETROQFILE.
001308     COPY RETROREC.
001312
001316*----------------------------------------------------------------
001320*INDEXED EMPLOYEE MASTER - SEE EMPREC.CPY.  READ DIRECTLY BY
001324*EMPLOYEE NUMBER, THE WAY Program7 READS IT, FOR THE NAME, THE
001328*PAY FREQUENCY AND THE EMPLOYMENT STATUS.
001332*----------------------------------------------------------------
001336 FD  MASTERFILE.
001340     COPY EMPREC.
001344
001348*----------------------------------------------------------------
001352*NEW-GENERATION QUEUE - THE HELD RECORDS (NOT ON THE MASTER, NO
001356*USABLE PAY FREQUENCY, TOO LATE OR TOO LARGE TO PAY WITHOUT A
001360*LOOK) COPIED THROUGH UNCHANGED; PAID AND NOTHING-OWED RECORDS
001364*ARE DROPPED SO THEY CAN NEVER BE PAID A SECOND TIME.
001368*OPERATIONS SWAPS IT IN AS RETROQ ONCE THE REGISTER HAS BEEN
001372*SIGNED OFF, THE SAME WAY Program5'S NEWSUSP IS SWAPPED IN.  A
001376*PLAIN PIC X(80) IS ENOUGH SINCE THE FILE IS ALWAYS WRITTEN
001380*FROM RETRO-Q-REC.
001384*----------------------------------------------------------------
001388 FD  NEWRETQFILE.
001392 01  RTO-NEWRETQ-REC             PIC X(80).
001396
001400*----------------------------------------------------------------
001404*RETRO-PAY GL FILE - SEE GLEXTRACT.CPY, THE SAME LAYOUT FINANCE
001408*ALREADY INGESTS.  ONE TYPE 'T' RECORD PER RAISE PAID BACK.
001412*----------------------------------------------------------------
001416 FD  GLRETROFILE.
001420     COPY GLEXTRACT.
001424
001428*----------------------------------------------------------------
001432*INDEXED RAISE-HISTORY FILE - SEE HISTREC.CPY, OPENED I-O SO
001436*THE BACK PAY SITS ON THE AUDIT TRAIL NEXT TO THE RAISE IT PAID
001440*FOR.
001444*----------------------------------------------------------------
001448 FD  HISTORYFILE.
001452     COPY HISTREC.
001456
001460*----------------------------------------------------------------
001464*PRINTED RETRO REGISTER.
001468*----------------------------------------------------------------
001472 FD  REGISTERFILE.
001476 01  RTO-PRINT-REC               PIC X(110).
001480
001484 WORKING-STORAGE SECTION.
001488
001492 01  RTO-CURRENT-DATE-DATA.
001496     05  RTO-CURRENT-DATE.
001500         10  RTO-CURRENT-YEAR        PIC 9(04).
001504         10  RTO-CURRENT-MONTH       PIC 9(02).
001508         10  RTO-CURRENT-DAY         PIC 9(02).
001512
001516*----------------------------------------------------------------
001520*PROGRAM SWITCHES.
001524*----------------------------------------------------------------
001528 01  RTO-SWITCHES.
001532     05  RTO-RETROQ-EOF-SW       PIC X(01) VALUE 'N'.
001536         88  RETROQ-EOF                      VALUE 'Y'.
001540     05  RTO-ON-MASTER-SW        PIC X(01) VALUE 'N'.
001544         88  EMPLOYEE-ON-MASTER              VALUE 'Y'.
001548     05  RTO-SEQ-EOF-SW          PIC X(01) VALUE 'N'.
001552         88  SEQ-SCAN-DONE                   VALUE 'Y'.
001556     05  RTO-HIST-POSTED-SW      PIC X(01) VALUE 'N'.
001560         88  HISTORY-POSTED                  VALUE 'Y'.
001564
001568 01  RTO-RETROQ-STATUS           PIC XX VALUE '00'.
001572 01  RTO-MASTER-STATUS           PIC XX VALUE '00'.
001576 01  RTO-HISTORY-STATUS          PIC XX VALUE '00'.
001580
001584*----------------------------------------------------------------
001588*HOUSE-STANDARD PAY FREQUENCY FOR A MASTER RECORD WITH NONE, AS
001592*THE PAY-PERIOD REGISTER (Program17) TREATS IT, AND THE MOST PAY
001596*PERIODS ONE RAISE MAY BE PAID BACK WITHOUT SOMEBODY LOOKING AT
001600*IT - THE LIMIT OF HIST-PRO-MONTHS.
001604*----------------------------------------------------------------
001608 77  RTO-STD-PAY-FREQ            PIC X(01) VALUE 'B'.
001612 77  RTO-MAX-PERIODS             PIC 9(02) VALUE 99.
001616
001620*----------------------------------------------------------------
001624*HISTORY ENTRY HELD WHILE 2550-ASSIGN-ENTRY-SEQ READS THE SAME
001628*EMPLOYEE'S ENTRIES FOR THE DATE INTO THE RECORD AREA.
001632*----------------------------------------------------------------
001636 01  RTO-HIST-HOLD.
001640     05  RTO-HLD-EMP-NB          PIC X(05).
001644     05  RTO-HLD-EFFECTIVE-DT    PIC X(08).
001648     05  FILLER                  PIC X(57).
001652 77  RTO-LAST-SEQ                PIC 9(02) VALUE ZERO.
001656     88  HIST-DAY-FULL                       VALUE 99.
001660
001664*----------------------------------------------------------------
001668*WORK AREA FOR THE QUEUE RECORD IN HAND.  DAYS ARE COUNTED ON
001672*THE SAME 360-DAY CALENDAR THE GL AGING (Program9) USES, SO A
001676*MONTH IS ALWAYS 30 DAYS AND A YEAR ALWAYS HOLDS EXACTLY ITS
001680*PAY PERIODS.
001684*----------------------------------------------------------------
001688 01  RTO-WORK-AREA.
001692     05  RTO-EMP-FREQ            PIC X(01) VALUE SPACE.
001696     05  RTO-PERIODS-PER-YEAR    PIC 9(02) VALUE ZERO.
001700     05  RTO-END-DT              PIC X(08) VALUE SPACES.
001704     05  RTO-ELAPSED-DAYS        PIC 9(05) COMP VALUE ZERO.
001708     05  RTO-PERIODS-OWED        PIC 9(04) COMP VALUE ZERO.
001712     05  RTO-PERIOD-DIFF         PIC 9(05)V99 VALUE ZERO.
001716     05  RTO-AMOUNT-OWED         PIC 9(05)V99 VALUE ZERO.
001720     05  RTO-DUE-DAYS            PIC 9(07) COMP VALUE ZERO.
001724     05  RTO-END-DAYS            PIC 9(07) COMP VALUE ZERO.
001728     05  RTO-SOURCE-DESC         PIC X(09) VALUE SPACES.
001732     05  RTO-REASON              PIC X(40) VALUE SPACES.
001736     05  RTO-EXCP-TAG            PIC X(07) VALUE SPACES.
001740
001744 01  RTO-CALC-AREA.
001748     05  RTO-CALC-DATE           PIC X(08) VALUE SPACES.
001752     05  RTO-CALC-DATE-NUM REDEFINES RTO-CALC-DATE.
001756         10  RTO-CALC-YEAR           PIC 9(04).
001760         10  RTO-CALC-MONTH          PIC 9(02).
001764         10  RTO-CALC-DAY            PIC 9(02).
001768     05  RTO-CALC-DAYS           PIC 9(07) COMP VALUE ZERO.
001772
001776*----------------------------------------------------------------
001780*CONTROL TOTALS.  QUEUE RECORDS READ = PAID BACK + NOTHING OWED
001784*+ HELD + DROPPED.
001788*----------------------------------------------------------------
001792 01  RTO-CONTROL-TOTALS.
001796     05  RTO-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
001800     05  RTO-PAID-COUNT          PIC 9(06) COMP VALUE ZERO.
001804     05  RTO-NOT-LATE-COUNT      PIC 9(06) COMP VALUE ZERO.
001808     05  RTO-IN-PERIOD-COUNT     PIC 9(06) COMP VALUE ZERO.
001812     05  RTO-LEFT-COUNT          PIC 9(06) COMP VALUE ZERO.
001816     05  RTO-HELD-COUNT          PIC 9(06) COMP VALUE ZERO.
001820     05  RTO-DROPPED-COUNT       PIC 9(06) COMP VALUE ZERO.
001824     05  RTO-GL-T-COUNT          PIC 9(06) COMP VALUE ZERO.
001828     05  RTO-HIST-T-COUNT        PIC 9(06) COMP VALUE ZERO.
001832     05  RTO-TOTAL-OWED          PIC 9(07)V99 VALUE ZERO.
001836
001840*----------------------------------------------------------------
001844*REGISTER HEADINGS, DETAIL, EXCEPTION AND TRAILER LINES.
001848*----------------------------------------------------------------
001852 01  RTO-REPORT-HEADER.
001856     05  FILLER             PIC X(20) VALUE SPACES.
001860     05  FILLER             PIC X(32)
001864         VALUE 'RETROACTIVE PAY REGISTER'.
001868     05  FILLER             PIC X(15) VALUE SPACES.
001872     05  RTO-HDR-DATE-GRP.
001876         10  RTO-HDR-DAY             PIC XX.
001880         10  FILLER                  PIC X VALUE '/'.
001884         10  RTO-HDR-MONTH           PIC XX.
001888         10  FILLER                  PIC X VALUE '/'.
001892         10  RTO-HDR-YEAR            PIC XXXX.
001896
001900 01  RTO-MINI-TITLES.
001904     05  FILLER                  PIC X(01) VALUE SPACES.
001908     05  FILLER                  PIC X(07) VALUE 'EMP'.
001912     05  FILLER                  PIC X(22) VALUE 'NAME'.
001916     05  FILLER                  PIC X(11) VALUE 'CLEARED BY'.
001920     05  FILLER                  PIC X(10) VALUE 'DUE'.
001924     05  FILLER                  PIC X(10) VALUE 'CLEARED'.
001928     05  FILLER                  PIC X(09) VALUE '    OLD'.
001932     05  FILLER                  PIC X(11) VALUE '      NEW'.
001936     05  FILLER                  PIC X(03) VALUE 'FQ'.
001940     05  FILLER                  PIC X(05) VALUE 'PDS'.
001944     05  FILLER                  PIC X(11) VALUE ' PER PERIOD'.
001948     05  FILLER                  PIC X(10) VALUE '      OWED'.
001952
001956 01  RTO-DETAIL-LINE.
001960     05  FILLER                  PIC X(01).
001964     05  RTO-DTL-EMP-NB          PIC X(05).
001968     05  FILLER                  PIC X(02).
001972     05  RTO-DTL-NAME            PIC X(20).
001976     05  FILLER                  PIC X(02).
001980     05  RTO-DTL-SOURCE          PIC X(09).
001984     05  FILLER                  PIC X(02).
001988     05  RTO-DTL-DUE-DT          PIC X(08).
001992     05  FILLER                  PIC X(02).
001996     05  RTO-DTL-CLEARED-DT      PIC X(08).
002000     05  FILLER                  PIC X(02).
002004     05  RTO-DTL-OLD-SALARY      PIC ZZZ,ZZ9.
002008     05  FILLER                  PIC X(02).
002012     05  RTO-DTL-NEW-SALARY      PIC Z,ZZZ,ZZ9.
002016     05  FILLER                  PIC X(02).
002020     05  RTO-DTL-FREQ            PIC X(01).
002024     05  FILLER                  PIC X(02).
002028     05  RTO-DTL-PERIODS         PIC ZZ9.
002032     05  FILLER                  PIC X(02).
002036     05  RTO-DTL-PERIOD-DIFF     PIC ZZ,ZZ9.99.
002040     05  FILLER                  PIC X(02).
002044     05  RTO-DTL-OWED            PIC ZZ,ZZ9.99.
002048
002052 01  RTO-EXCP-LINE.
002056     05  FILLER                  PIC X(01).
002060     05  RTO-EXL-TAG             PIC X(07).
002064     05  FILLER                  PIC X(01).
002068     05  RTO-EXL-EMP-NB          PIC X(05).
002072     05  FILLER                  PIC X(02).
002076     05  RTO-EXL-SOURCE          PIC X(09).
002080     05  FILLER                  PIC X(02).
002084     05  RTO-EXL-DUE-DT          PIC X(08).
002088     05  FILLER                  PIC X(02).
002092     05  RTO-EXL-CLEARED-DT      PIC X(08).
002096     05  FILLER                  PIC X(02).
002100     05  RTO-EXL-REASON          PIC X(40).
002104
002108 01  RTO-REPORT-TRAILER.
002112     05  FILLER                  PIC X(05).
002116     05  RTO-TR-LABEL            PIC X(35).
002120     05  FILLER                  PIC X(02).
002124     05  RTO-TR-COUNT            PIC ZZZ,ZZ9.
002128
002132 01  RTO-AMOUNT-TRAILER.
002136     05  FILLER                  PIC X(05).
002140     05  RTO-AT-LABEL            PIC X(35).
002144     05  FILLER                  PIC X(02).
002148     05  RTO-AT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
002152
002156 PROCEDURE DIVISION.
002160
002164*----------------------------------------------------------------
002168*0000-MAIN-CONTROL - ONE PASS OVER THE QUEUE, THEN THE CONTROL
002172*TOTALS.
002176*----------------------------------------------------------------
002180 0000-MAIN-CONTROL.
002184     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002188     PERFORM 2000-PROCESS-RETRO-QUEUE THRU 2000-EXIT.
002192     PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT.
002196     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002200     STOP RUN.
002204
002208*----------------------------------------------------------------
002212*1000-INITIALIZE OPENS THE FILES AND WRITES THE REGISTER BANNER.
002216*NO QUEUE MEANS NO RAISE HAS CLEARED LATE AND THE JOB SAYS SO.
002220*----------------------------------------------------------------
002224 1000-INITIALIZE.
002228     OPEN INPUT RETROQFILE.
002232     IF RTO-RETROQ-STATUS NOT = '00'
002236         DISPLAY 'RETRO QUEUE RETROQ WILL NOT OPEN - STATUS '
002240             RTO-RETROQ-STATUS '.  NOTHING TO PAY BACK.'
002244         STOP RUN
002248     END-IF.
002252     OPEN INPUT MASTERFILE.
002256     IF RTO-MASTER-STATUS NOT = '00'
002260         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
002264             RTO-MASTER-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
002268         DISPLAY 'PROGRAM AND RESUBMIT.'
002272         CLOSE RETROQFILE
002276         STOP RUN
002280     END-IF.
002284     OPEN OUTPUT NEWRETQFILE
002288         GLRETROFILE
002292         REGISTERFILE.
002296     PERFORM 1050-OPEN-HISTORY-FILE THRU 1050-EXIT.
002300     MOVE FUNCTION CURRENT-DATE (1:8) TO RTO-CURRENT-DATE-DATA.
002304     MOVE RTO-CURRENT-DAY TO RTO-HDR-DAY.
002308     MOVE RTO-CURRENT-MONTH TO RTO-HDR-MONTH.
002312     MOVE RTO-CURRENT-YEAR TO RTO-HDR-YEAR.
002316     MOVE SPACES TO RTO-PRINT-REC.
002320     WRITE RTO-PRINT-REC AFTER ADVANCING 3 LINES.
002324     MOVE RTO-REPORT-HEADER TO RTO-PRINT-REC.
002328     WRITE RTO-PRINT-REC.
002332     MOVE RTO-MINI-TITLES TO RTO-PRINT-REC.
002336     WRITE RTO-PRINT-REC AFTER ADVANCING 2 LINES.
002340     MOVE SPACES TO RTO-PRINT-REC.
002344     WRITE RTO-PRINT-REC.
002348 1000-EXIT.
002352     EXIT.
002356
002360*----------------------------------------------------------------
002364*1050-OPEN-HISTORY-FILE OPENS THE RAISE HISTORY I-O WITH THE
002368*SAME CREATE FALLBACK Program1 USES.
002372*----------------------------------------------------------------
002376 1050-OPEN-HISTORY-FILE.
002380     OPEN I-O HISTORYFILE.
002384     IF RTO-HISTORY-STATUS NOT = '00'
002388         OPEN OUTPUT HISTORYFILE
002392         CLOSE HISTORYFILE
002396         OPEN I-O HISTORYFILE
002400     END-IF.
002404 1050-EXIT.
002408     EXIT.
002412
002416*----------------------------------------------------------------
002420*2000-PROCESS-RETRO-QUEUE PRICES EVERY QUEUED RAISE.
002424*----------------------------------------------------------------
002428 2000-PROCESS-RETRO-QUEUE.
002432     PERFORM 2100-READ-RETRO-QUEUE THRU 2100-EXIT.
002436     PERFORM UNTIL RETROQ-EOF
002440         PERFORM 2200-PRICE-ONE-RAISE THRU 2200-EXIT
002444         PERFORM 2100-READ-RETRO-QUEUE THRU 2100-EXIT
002448     END-PERFORM.
002452 2000-EXIT.
002456     EXIT.
002460
002464 2100-READ-RETRO-QUEUE.
002468     READ RETROQFILE
002472         AT END
002476             MOVE 'Y' TO RTO-RETROQ-EOF-SW
002480         NOT AT END
002484             ADD 1 TO RTO-READ-COUNT
002488     END-READ.
002492 2100-EXIT.
002496     EXIT.
002500
002504*----------------------------------------------------------------
002508*2200-PRICE-ONE-RAISE WORKS OUT WHAT ONE LATE RAISE OWES.  THE
002512*PERIODS OWED ARE THE WHOLE PAY PERIODS ON THE EMPLOYEE'S
002516*FREQUENCY BETWEEN THE DATE THE RAISE WAS DUE AND THE DATE IT
002520*CLEARED - OR THE DATE THE EMPLOYEE WENT ON LEAVE OR LEFT, IF
002524*THAT CAME FIRST, SINCE NO PAY WAS EARNED AFTER IT.  A RAISE
002528*THAT CLEARED INSIDE ONE PAY PERIOD WAS PICKED UP BY THAT
002532*PERIOD'S PAY AND OWES NOTHING.  ANYTHING THAT CANNOT BE PRICED
002536*SAFELY IS HELD ON THE NEW QUEUE FOR A HUMAN, NOT GUESSED AT.
002540*----------------------------------------------------------------
002544 2200-PRICE-ONE-RAISE.
002548     MOVE 'NOT PD' TO RTO-EXCP-TAG.
002552     PERFORM 2250-SET-SOURCE-DESC THRU 2250-EXIT.
002556     IF RTQ-EFFECTIVE-DT NOT NUMERIC
002560         OR RTQ-CLEARED-DT NOT NUMERIC
002564         OR RTQ-OLD-SALARY NOT NUMERIC
002568         OR RTQ-NEW-SALARY NOT NUMERIC
002572         ADD 1 TO RTO-DROPPED-COUNT
002576         MOVE 'DATES OR SALARIES NOT USABLE - DROPPED'
002580             TO RTO-REASON
002584         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
002588         GO TO 2200-EXIT
002592     END-IF.
002596     IF RTQ-NEW-SALARY NOT > RTQ-OLD-SALARY
002600         OR RTQ-EFFECTIVE-DT NOT < RTQ-CLEARED-DT
002604         ADD 1 TO RTO-NOT-LATE-COUNT
002608         MOVE 'NOT A LATE RAISE - NOTHING OWED' TO RTO-REASON
002612         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
002616         GO TO 2200-EXIT
002620     END-IF.
002624     MOVE RTQ-EMP-NB TO EmpNbIn.
002628     MOVE 'Y' TO RTO-ON-MASTER-SW.
002632     READ MASTERFILE
002636         INVALID KEY
002640             MOVE 'N' TO RTO-ON-MASTER-SW
002644     END-READ.
002648     IF NOT EMPLOYEE-ON-MASTER
002652         MOVE 'NOT ON THE EMPLOYEE MASTER - HELD' TO RTO-REASON
002656         PERFORM 2800-HOLD-QUEUE-RECORD THRU 2800-EXIT
002660         GO TO 2200-EXIT
002664     END-IF.
002668     IF EmpPayFreq = SPACE
002672         MOVE RTO-STD-PAY-FREQ TO RTO-EMP-FREQ
002676     ELSE
002680         MOVE EmpPayFreq TO RTO-EMP-FREQ
002684     END-IF.
002688     EVALUATE RTO-EMP-FREQ
002692         WHEN 'W'
002696             MOVE 52 TO RTO-PERIODS-PER-YEAR
002700         WHEN 'B'
002704             MOVE 26 TO RTO-PERIODS-PER-YEAR
002708         WHEN 'S'
002712             MOVE 24 TO RTO-PERIODS-PER-YEAR
002716         WHEN 'M'
002720             MOVE 12 TO RTO-PERIODS-PER-YEAR
002724         WHEN OTHER
002728             MOVE 'UNKNOWN PAY FREQUENCY - HELD' TO RTO-REASON
002732             PERFORM 2800-HOLD-QUEUE-RECORD THRU 2800-EXIT
002736             GO TO 2200-EXIT
002740     END-EVALUATE.
002744     MOVE RTQ-CLEARED-DT TO RTO-END-DT.
002748     IF (EmpStatus = 'T' OR EmpStatus = 'L')
002752         AND EmpStatusDt IS NUMERIC
002756         AND EmpStatusDt < RTO-END-DT
002760         MOVE EmpStatusDt TO RTO-END-DT
002764     END-IF.
002768     IF RTO-END-DT NOT > RTQ-EFFECTIVE-DT
002772         ADD 1 TO RTO-LEFT-COUNT
002776         MOVE 'ON LEAVE OR GONE WHEN DUE - NOTHING OWED'
002780             TO RTO-REASON
002784         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
002788         GO TO 2200-EXIT
002792     END-IF.
002796     MOVE RTQ-EFFECTIVE-DT TO RTO-CALC-DATE.
002800     PERFORM 2300-DATE-TO-DAYS THRU 2300-EXIT.
002804     MOVE RTO-CALC-DAYS TO RTO-DUE-DAYS.
002808     MOVE RTO-END-DT TO RTO-CALC-DATE.
002812     PERFORM 2300-DATE-TO-DAYS THRU 2300-EXIT.
002816     MOVE RTO-CALC-DAYS TO RTO-END-DAYS.
002820     COMPUTE RTO-ELAPSED-DAYS = RTO-END-DAYS - RTO-DUE-DAYS.
002824     COMPUTE RTO-PERIODS-OWED =
002828         (RTO-ELAPSED-DAYS * RTO-PERIODS-PER-YEAR) / 360.
002832     IF RTO-PERIODS-OWED = ZERO
002836         ADD 1 TO RTO-IN-PERIOD-COUNT
002840         MOVE 'INSIDE ONE PAY PERIOD - NOTHING OWED'
002844             TO RTO-REASON
002848         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
002852         GO TO 2200-EXIT
002856     END-IF.
002860     IF RTO-PERIODS-OWED > RTO-MAX-PERIODS
002864         MOVE 'OVER 99 PAY PERIODS LATE - HELD' TO RTO-REASON
002868         PERFORM 2800-HOLD-QUEUE-RECORD THRU 2800-EXIT
002872         GO TO 2200-EXIT
002876     END-IF.
002880     COMPUTE RTO-PERIOD-DIFF ROUNDED =
002884         (RTQ-NEW-SALARY - RTQ-OLD-SALARY) / RTO-PERIODS-PER-YEAR
002888         ON SIZE ERROR
002892             MOVE 'BACK PAY TOO LARGE TO POST - HELD'
002896                 TO RTO-REASON
002900             PERFORM 2800-HOLD-QUEUE-RECORD THRU 2800-EXIT
002904             GO TO 2200-EXIT
002908     END-COMPUTE.
002912     COMPUTE RTO-AMOUNT-OWED = RTO-PERIOD-DIFF * RTO-PERIODS-OWED
002916         ON SIZE ERROR
002920             MOVE 'BACK PAY TOO LARGE TO POST - HELD'
002924                 TO RTO-REASON
002928             PERFORM 2800-HOLD-QUEUE-RECORD THRU 2800-EXIT
002932             GO TO 2200-EXIT
002936     END-COMPUTE.
002940     PERFORM 2500-WRITE-HISTORY-RECORD THRU 2500-EXIT.
002944     IF HIST-DAY-FULL
002948         MOVE 'RAISEHST DATE HAS 99 ENTRIES - HELD' TO RTO-REASON
002952         PERFORM 2800-HOLD-QUEUE-RECORD THRU 2800-EXIT
002956         GO TO 2200-EXIT
002960     END-IF.
002964     IF NOT HISTORY-POSTED
002968         MOVE 'RAISEHST REFUSED ENTRY - HELD' TO RTO-REASON
002972         PERFORM 2800-HOLD-QUEUE-RECORD THRU 2800-EXIT
002976         GO TO 2200-EXIT
002980     END-IF.
002984     PERFORM 2400-WRITE-RETRO-GL-RECORD THRU 2400-EXIT.
002988     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT.
002992     ADD 1 TO RTO-PAID-COUNT.
002996     ADD RTO-AMOUNT-OWED TO RTO-TOTAL-OWED.
003000 2200-EXIT.
003004     EXIT.
003008
003012 2250-SET-SOURCE-DESC.
003016     EVALUATE RTQ-SOURCE
003020         WHEN 'S'
003024             MOVE 'SUSP REL' TO RTO-SOURCE-DESC
003028         WHEN 'F'
003032             MOVE 'EXCP FIX' TO RTO-SOURCE-DESC
003036         WHEN 'M'
003040             MOVE 'MAINT CHG' TO RTO-SOURCE-DESC
003044         WHEN OTHER
003048             MOVE SPACES TO RTO-SOURCE-DESC
003052             MOVE RTQ-SOURCE TO RTO-SOURCE-DESC (1:1)
003056     END-EVALUATE.
003060 2250-EXIT.
003064     EXIT.
003068
003072*----------------------------------------------------------------
003076*2300-DATE-TO-DAYS TURNS RTO-CALC-DATE INTO A DAY COUNT ON THE
003080*360-DAY CALENDAR, THE SAME ARITHMETIC Program9 AGES WITH.
003084*----------------------------------------------------------------
003088 2300-DATE-TO-DAYS.
003092     COMPUTE RTO-CALC-DAYS =
003096         (RTO-CALC-YEAR * 360)
003100             + (RTO-CALC-MONTH * 30) + RTO-CALC-DAY.
003104 2300-EXIT.
003108     EXIT.
003112
003116*----------------------------------------------------------------
003120*2400-WRITE-RETRO-GL-RECORD - THE BACK PAY GOES TO THE COST
003124*CENTER THE RAISE WAS EARNED IN, AS THE CLEARING PROGRAM QUEUED
003128*IT; THE MASTER'S CURRENT DEPARTMENT ONLY WHEN THE QUEUE HAS
003132*NONE.
003136*----------------------------------------------------------------
003140 2400-WRITE-RETRO-GL-RECORD.
003144     MOVE RTQ-EMP-NB TO GL-EMP-NB.
003148     IF RTQ-DEPT-CODE = SPACES
003152         MOVE EmpDeptIn TO GL-COST-CENTER
003156     ELSE
003160         MOVE RTQ-DEPT-CODE TO GL-COST-CENTER
003164     END-IF.
003168     MOVE RTO-AMOUNT-OWED TO GL-RETRO-AMOUNT.
003172     MOVE ZERO TO GL-NEW-DUES.
003176     MOVE ZERO TO GL-NEW-INSU.
003180     MOVE 'T' TO GL-REC-TYPE.
003184     MOVE SPACES TO GL-DED-CODE.
003188     MOVE RTQ-EMP-NB TO GL-SRC-EMP-NB.
003192     WRITE GL-EXTRACT-REC.
003196     ADD 1 TO RTO-GL-T-COUNT.
003200 2400-EXIT.
003204     EXIT.
003208
003212*----------------------------------------------------------------
003216*2500-WRITE-HISTORY-RECORD LEAVES THE TYPE 'T' ENTRY - DATED THE
003220*DAY THE RAISE WAS DUE, WITH THE RAISE'S OLD AND NEW SALARY, THE
003224*PERIODS PAID BACK, THE AMOUNT AND THE DATE IT CLEARED, SO THE
003228*AUDIT TRAIL SHOWS WHY THE MONEY WENT OUT.  IT FILES BEHIND
003232*WHATEVER IS ALREADY ON THE HISTORY FOR THE EMPLOYEE THAT DAY.
003236*IT RUNS AHEAD OF THE GL RECORD SO A RAISE WHOSE DATE IS ALREADY
003240*FULL, OR WHOSE ENTRY THE FILE REFUSES, CAN BE HELD ON THE QUEUE
003244*WITH NOTHING POSTED - HISTORY-POSTED SAYS THE ENTRY WENT ON.
003248*----------------------------------------------------------------
003252 2500-WRITE-HISTORY-RECORD.
003256     MOVE 'N' TO RTO-HIST-POSTED-SW.
003260     MOVE RTQ-EMP-NB TO HIST-EMP-NB.
003264     MOVE RTQ-EFFECTIVE-DT TO HIST-EFFECTIVE-DT.
003268     MOVE RTQ-OLD-SALARY TO HIST-OLD-SALARY.
003272     MOVE RTQ-NEW-SALARY TO HIST-NEW-SALARY.
003276     MOVE ZERO TO HIST-OLD-DUES.
003280     MOVE ZERO TO HIST-NEW-DUES.
003284     MOVE ZERO TO HIST-OLD-INSU.
003288     MOVE ZERO TO HIST-NEW-INSU.
003292     MOVE RTO-PERIODS-OWED TO HIST-PRO-MONTHS.
003296     MOVE 'T' TO HIST-REC-TYPE.
003300     MOVE SPACES TO HIST-DED-CODE.
003304     MOVE RTO-AMOUNT-OWED TO HIST-RETRO-AMOUNT.
003308     MOVE RTQ-CLEARED-DT TO HIST-CLEARED-DT.
003312     PERFORM 2550-ASSIGN-ENTRY-SEQ THRU 2550-EXIT.
003316     IF HIST-DAY-FULL
003320         DISPLAY 'RAISEHST FULL - 99 ENTRIES FOR ' HIST-EMP-NB
003324             ' ON ' HIST-EFFECTIVE-DT ' - RETRO ENTRY NOT POSTED'
003328         GO TO 2500-EXIT
003332     END-IF.
003336     WRITE HIST-REC
003340         INVALID KEY
003344             DISPLAY 'RAISEHST REFUSED RETRO ENTRY ' HIST-KEY
003348                 ' - STATUS ' RTO-HISTORY-STATUS
003352         NOT INVALID KEY
003356             MOVE 'Y' TO RTO-HIST-POSTED-SW
003360             ADD 1 TO RTO-HIST-T-COUNT
003364     END-WRITE.
003368 2500-EXIT.
003372     EXIT.
003376
003380*----------------------------------------------------------------
003384*2550-ASSIGN-ENTRY-SEQ NUMBERS THE ENTRY BUILT IN HIST-REC ONE
003388*PAST THE LAST ENTRY ALREADY ON FILE FOR THE SAME EMPLOYEE AND
003392*DATE (SEE HIST-ENTRY-SEQ IN HISTREC.CPY).  THE START LANDS ON
003396*THE EMPLOYEE'S FIRST ENTRY FOR THE DATE AND ONLY THAT DAY'S
003400*ENTRIES ARE READ.  WHEN THE DATE ALREADY HOLDS 99 ENTRIES THE
003404*NUMBER IS LEFT ALONE AND HIST-DAY-FULL TELLS THE CALLER NOT TO
003408*WRITE.
003412*----------------------------------------------------------------
003416 2550-ASSIGN-ENTRY-SEQ.
003420     MOVE HIST-REC TO RTO-HIST-HOLD.
003424     MOVE ZERO TO RTO-LAST-SEQ.
003428     MOVE 'N' TO RTO-SEQ-EOF-SW.
003432     MOVE ZERO TO HIST-ENTRY-SEQ.
003436     MOVE LOW-VALUES TO HIST-REC-TYPE.
003440     MOVE LOW-VALUES TO HIST-DED-CODE.
003444     START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
003448         INVALID KEY
003452             MOVE 'Y' TO RTO-SEQ-EOF-SW
003456     END-START.
003460     PERFORM 2560-READ-SAME-DAY-ENTRY THRU 2560-EXIT
003464         UNTIL SEQ-SCAN-DONE.
003468     MOVE RTO-HIST-HOLD TO HIST-REC.
003472     IF NOT HIST-DAY-FULL
003476         COMPUTE HIST-ENTRY-SEQ = RTO-LAST-SEQ + 1
003480     END-IF.
003484 2550-EXIT.
003488     EXIT.
003492
003496 2560-READ-SAME-DAY-ENTRY.
003500     READ HISTORYFILE NEXT
003504         AT END
003508             MOVE 'Y' TO RTO-SEQ-EOF-SW
003512             GO TO 2560-EXIT
003516     END-READ.
003520     IF HIST-EMP-NB = RTO-HLD-EMP-NB
003524         AND HIST-EFFECTIVE-DT = RTO-HLD-EFFECTIVE-DT
003528         MOVE HIST-ENTRY-SEQ TO RTO-LAST-SEQ
003532     ELSE
003536         MOVE 'Y' TO RTO-SEQ-EOF-SW
003540     END-IF.
003544 2560-EXIT.
003548     EXIT.
003552
003556 2600-WRITE-REGISTER-LINE.
003560     MOVE SPACES TO RTO-DETAIL-LINE.
003564     MOVE RTQ-EMP-NB TO RTO-DTL-EMP-NB.
003568     MOVE EmpName TO RTO-DTL-NAME.
003572     MOVE RTO-SOURCE-DESC TO RTO-DTL-SOURCE.
003576     MOVE RTQ-EFFECTIVE-DT TO RTO-DTL-DUE-DT.
003580     MOVE RTQ-CLEARED-DT TO RTO-DTL-CLEARED-DT.
003584     MOVE RTQ-OLD-SALARY TO RTO-DTL-OLD-SALARY.
003588     MOVE RTQ-NEW-SALARY TO RTO-DTL-NEW-SALARY.
003592     MOVE RTO-EMP-FREQ TO RTO-DTL-FREQ.
003596     MOVE RTO-PERIODS-OWED TO RTO-DTL-PERIODS.
003600     MOVE RTO-PERIOD-DIFF TO RTO-DTL-PERIOD-DIFF.
003604     MOVE RTO-AMOUNT-OWED TO RTO-DTL-OWED.
003608     MOVE RTO-DETAIL-LINE TO RTO-PRINT-REC.
003612     WRITE RTO-PRINT-REC.
003616 2600-EXIT.
003620     EXIT.
003624
003628*----------------------------------------------------------------
003632*2800-HOLD-QUEUE-RECORD CARRIES A RECORD THAT CANNOT BE PRICED
003636*ONTO THE NEW QUEUE, UNCHANGED, AND LISTS IT WITH THE REASON.
003640*----------------------------------------------------------------
003644 2800-HOLD-QUEUE-RECORD.
003648     ADD 1 TO RTO-HELD-COUNT.
003652     MOVE 'HELD' TO RTO-EXCP-TAG.
003656     WRITE RTO-NEWRETQ-REC FROM RETRO-Q-REC.
003660     PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT.
003664 2800-EXIT.
003668     EXIT.
003672
003676 2900-WRITE-EXCEPTION-LINE.
003680     MOVE SPACES TO RTO-EXCP-LINE.
003684     MOVE RTO-EXCP-TAG TO RTO-EXL-TAG.
003688     MOVE RTQ-EMP-NB TO RTO-EXL-EMP-NB.
003692     MOVE RTO-SOURCE-DESC TO RTO-EXL-SOURCE.
003696     MOVE RTQ-EFFECTIVE-DT TO RTO-EXL-DUE-DT.
003700     MOVE RTQ-CLEARED-DT TO RTO-EXL-CLEARED-DT.
003704     MOVE RTO-REASON TO RTO-EXL-REASON.
003708     MOVE RTO-EXCP-LINE TO RTO-PRINT-REC.
003712     WRITE RTO-PRINT-REC.
003716 2900-EXIT.
003720     EXIT.
003724
003728*----------------------------------------------------------------
003732*4000-WRITE-CONTROL-TOTALS - QUEUE RECORDS READ MUST EQUAL PAID
003736*BACK PLUS NOTHING OWED PLUS HELD PLUS DROPPED, AND THE GL
003740*TOTAL MUST AGREE WITH THE BACK PAY FINANCE POSTS, BEFORE
003744*OPERATIONS SWAPS NEWRETQ IN AS RETROQ.
003748*----------------------------------------------------------------
003752 4000-WRITE-CONTROL-TOTALS.
003756     MOVE SPACES TO RTO-PRINT-REC.
003760     WRITE RTO-PRINT-REC AFTER ADVANCING 2 LINES.
003764     MOVE SPACES TO RTO-REPORT-TRAILER.
003768     MOVE 'QUEUE RECORDS READ' TO RTO-TR-LABEL.
003772     MOVE RTO-READ-COUNT TO RTO-TR-COUNT.
003776     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003780     MOVE 'RAISES PAID BACK' TO RTO-TR-LABEL.
003784     MOVE RTO-PAID-COUNT TO RTO-TR-COUNT.
003788     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003792     MOVE 'NOTHING OWED - NOT A LATE RAISE' TO RTO-TR-LABEL.
003796     MOVE RTO-NOT-LATE-COUNT TO RTO-TR-COUNT.
003800     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003804     MOVE 'NOTHING OWED - INSIDE ONE PERIOD' TO RTO-TR-LABEL.
003808     MOVE RTO-IN-PERIOD-COUNT TO RTO-TR-COUNT.
003812     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003816     MOVE 'NOTHING OWED - LEAVE OR GONE' TO RTO-TR-LABEL.
003820     MOVE RTO-LEFT-COUNT TO RTO-TR-COUNT.
003824     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003828     MOVE 'HELD - CARRIED TO NEW QUEUE' TO RTO-TR-LABEL.
003832     MOVE RTO-HELD-COUNT TO RTO-TR-COUNT.
003836     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003840     MOVE 'DROPPED - NOT USABLE' TO RTO-TR-LABEL.
003844     MOVE RTO-DROPPED-COUNT TO RTO-TR-COUNT.
003848     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003852     MOVE 'GL RETRO-PAY RECORDS (T)' TO RTO-TR-LABEL.
003856     MOVE RTO-GL-T-COUNT TO RTO-TR-COUNT.
003860     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003864     MOVE 'HISTORY ENTRIES WRITTEN (T)' TO RTO-TR-LABEL.
003868     MOVE RTO-HIST-T-COUNT TO RTO-TR-COUNT.
003872     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
003876     MOVE SPACES TO RTO-AMOUNT-TRAILER.
003880     MOVE 'TOTAL BACK PAY POSTED' TO RTO-AT-LABEL.
003884     MOVE RTO-TOTAL-OWED TO RTO-AT-AMOUNT.
003888     MOVE RTO-AMOUNT-TRAILER TO RTO-PRINT-REC.
003892     WRITE RTO-PRINT-REC AFTER ADVANCING 1 LINE.
003896 4000-EXIT.
003900     EXIT.
003904
003908 4100-WRITE-TRAILER-LINE.
003912     MOVE RTO-REPORT-TRAILER TO RTO-PRINT-REC.
003916     WRITE RTO-PRINT-REC AFTER ADVANCING 1 LINE.
003920     MOVE SPACES TO RTO-REPORT-TRAILER.
003924 4100-EXIT.
003928     EXIT.
003932
003936 9000-TERMINATE-RUN.
003940     CLOSE RETROQFILE
003944         MASTERFILE
003948         NEWRETQFILE
003952         GLRETROFILE
003956         HISTORYFILE
003960         REGISTERFILE.
003964 9000-EXIT.
003968     EXIT.
003972
003976 END PROGRAM Program18.
