001092*                  CYCLE ACTUALLY POSTED.  A HALF-POSTED FILE
001096*                  SURFACES HERE, NOT WEEKS LATER WHEN AN
001100*                  EMPLOYEE CALLS ABOUT A DEDUCTION.
001104*2026-10-15  RLW   PAY-PERIOD GL LINES (GLPERIOD, WRITTEN BY
001108*                  Program17) NOW MATCHED TOO, AS SOURCE 'P' - THE
001112*                  GROSS ON A TYPE 'P' RECORD, THE AMOUNT WITHHELD
001116*                  ON A TYPE 'W'.  THEIR AGING COUNTS FROM THE
001120*                  PERIOD-END DATE ON THE PAYPARM CARD, NOT THE
001124*                  CYCLE DATE, AND THEY DO NOT DECIDE THE RUN-LOG
001128*                  POSTING STATUS - A PAY-PERIOD-ONLY MATCH LEAVES
001132*                  THE RUN LOG ALONE.
001136*2026-10-15  RLW   RETROACTIVE PAY GL LINES (GLRETRO, WRITTEN BY
001140*                  Program18) NOW MATCHED TOO, AS SOURCE 'R' - THE
001144*                  BACK PAY ON THE TYPE 'T' RECORD.  THEY AGE FROM
001148*                  THE CYCLE DATE LIKE THE MAIN EXTRACT BUT, LIKE
001152*                  THE PAY-PERIOD LINES, DO NOT DECIDE THE RUN-LOG
001156*                  POSTING STATUS.
001160*2026-10-15  RLW   REPORT DETAIL LINE MOVED TO GLACKLN.CPY AND
001164*                  WIDENED - BEHIND THE PRINT COLUMNS EACH LINE
001168*                  NOW CARRIES ITS SECTION, AGE IN DAYS, AGING
001172*                  FLAG AND THE DATE THE AGE COUNTS FROM, SO THE
001176*                  OPEN-ITEMS REPORT (Program20) CAN READ THE
001180*                  UNPOSTED AND UNKNOWN LINES AS A QUEUE.  UNKNOWN
001184*                  ACKNOWLEDGMENTS NOW AGE FROM THE CYCLE DATE AND
001188*                  ARE FLAGGED PAST THE SAME LIMIT AS UNPOSTED
001192*                  LINES.
001196
001200 ENVIRONMENT DIVISION.
001204 INPUT-OUTPUT SECTION.
001208 FILE-CONTROL.
001212     SELECT GLFILE ASSIGN TO "GLEXTRCT"
001216         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS ACK-GL-STATUS.
001224     SELECT SUPPLFILE ASSIGN TO "GLSUPPL"
001228         ORGANIZATION IS LINE SEQUENTIAL
001232         FILE STATUS IS ACK-SUPPL-STATUS.
001236     SELECT PERIODFILE ASSIGN TO "GLPERIOD"
001240         ORGANIZATION IS LINE SEQUENTIAL
001244         FILE STATUS IS ACK-PERIOD-STATUS.
001248     SELECT RETROFILE ASSIGN TO "GLRETRO"
001252         ORGANIZATION IS LINE SEQUENTIAL
001256         FILE STATUS IS ACK-RETRO-STATUS.
001260     SELECT PAYPARMFILE ASSIGN TO "PAYPARM"
001264         ORGANIZATION IS LINE SEQUENTIAL
001268         FILE STATUS IS ACK-PAYPARM-STATUS.
001272     SELECT ACKFILE ASSIGN TO "GLPOSTED"
001276         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS ACK-ACK-STATUS.
001284     SELECT PARMFILE ASSIGN TO "GLACKPRM"
001288         ORGANIZATION IS LINE SEQUENTIAL
001292         FILE STATUS IS ACK-PARM-STATUS.
001296     SELECT RUNLOGFILE ASSIGN TO "RUNLOG"
001300         ORGANIZATION IS LINE SEQUENTIAL
001304         FILE STATUS IS ACK-RUNLOG-STATUS.
001308     SELECT RUNLOGKEEPFILE ASSIGN TO "RUNLKEEP"
001312         ORGANIZATION IS LINE SEQUENTIAL.
001316     SELECT RPTFILE ASSIGN TO "GLACKRPT"
001320         ORGANIZATION IS LINE SEQUENTIAL.
001324
001328 DATA DIVISION.
001332 FILE SECTION.
001336
001340*----------------------------------------------------------------
001344*MAIN GL EXTRACT - SEE GLEXTRACT.CPY, THE SAME COPYBOOK Program1
001348*WRITES THE FILE WITH, SO THE TWO CAN NEVER DRIFT APART.
001352*----------------------------------------------------------------
001356 FD  GLFILE.
001360     COPY GLEXTRACT.
001364
001368*----------------------------------------------------------------
001372*SUPPLEMENTAL GL EXTRACT WRITTEN BY Program5 - SAME LAYOUT.
001376*MISSING ON A CYCLE WITH NO SUSPENSE RELEASES; THAT IS NORMAL.
001380*----------------------------------------------------------------
001384 FD  SUPPLFILE.
001388     COPY GLEXTRACT REPLACING
001392         ==GL-EXTRACT-REC== BY ==ACK-SUP-REC==
001396         ==GL-EMP-NB== BY ==ACK-SUP-EMP-NB==
001400         ==GL-COST-CENTER== BY ==ACK-SUP-COST-CENTER==
001404         ==GL-NEW-SALARY== BY ==ACK-SUP-NEW-SALARY==
001408         ==GL-RETRO-AMOUNT== BY ==ACK-SUP-RETRO-AMOUNT==
001412         ==GL-PERIOD-GROSS== BY ==ACK-SUP-PERIOD-GROSS==
001416         ==GL-NEW-DUES== BY ==ACK-SUP-NEW-DUES==
001420         ==GL-NEW-INSU== BY ==ACK-SUP-NEW-INSU==
001424         ==GL-REC-TYPE== BY ==ACK-SUP-REC-TYPE==
001428         ==GL-DED-CODE== BY ==ACK-SUP-DED-CODE==
001432         ==GL-SRC-EMP-NB== BY ==ACK-SUP-SRC-EMP-NB==.
001436
001440*----------------------------------------------------------------
001444*PAY-PERIOD GL LINES WRITTEN BY Program17 - SAME LAYOUT, TYPE
001448*'P' EARNINGS AND TYPE 'W' DEDUCTION RECORDS.  MISSING WHEN NO
001452*PAY PERIOD HAS RUN SINCE THE LAST MATCH; THAT IS NORMAL.
001456*----------------------------------------------------------------
001460 FD  PERIODFILE.
001464     COPY GLEXTRACT REPLACING
001468         ==GL-EXTRACT-REC== BY ==ACK-PER-REC==
001472         ==GL-EMP-NB== BY ==ACK-PER-EMP-NB==
001476         ==GL-COST-CENTER== BY ==ACK-PER-COST-CENTER==
001480         ==GL-NEW-SALARY== BY ==ACK-PER-NEW-SALARY==
001484         ==GL-RETRO-AMOUNT== BY ==ACK-PER-RETRO-AMOUNT==
001488         ==GL-PERIOD-GROSS== BY ==ACK-PER-PERIOD-GROSS==
001492         ==GL-NEW-DUES== BY ==ACK-PER-NEW-DUES==
001496         ==GL-NEW-INSU== BY ==ACK-PER-NEW-INSU==
001500         ==GL-REC-TYPE== BY ==ACK-PER-REC-TYPE==
001504         ==GL-DED-CODE== BY ==ACK-PER-DED-CODE==
001508         ==GL-SRC-EMP-NB== BY ==ACK-PER-SRC-EMP-NB==.
001512
001516*----------------------------------------------------------------
001520*RETROACTIVE PAY GL LINES WRITTEN BY Program18 - SAME LAYOUT, ONE
001524*TYPE 'T' RECORD PER BACK PAYMENT.  MISSING WHEN NO LATE-CLEARED
001528*RAISE HAS BEEN PRICED SINCE THE LAST MATCH; THAT IS NORMAL.
001532*----------------------------------------------------------------
001536 FD  RETROFILE.
001540     COPY GLEXTRACT REPLACING
001544         ==GL-EXTRACT-REC== BY ==ACK-RTR-REC==
001548         ==GL-EMP-NB== BY ==ACK-RTR-EMP-NB==
001552         ==GL-COST-CENTER== BY ==ACK-RTR-COST-CENTER==
001556         ==GL-NEW-SALARY== BY ==ACK-RTR-NEW-SALARY==
001560         ==GL-RETRO-AMOUNT== BY ==ACK-RTR-RETRO-AMOUNT==
001564         ==GL-PERIOD-GROSS== BY ==ACK-RTR-PERIOD-GROSS==
001568         ==GL-NEW-DUES== BY ==ACK-RTR-NEW-DUES==
001572         ==GL-NEW-INSU== BY ==ACK-RTR-NEW-INSU==
001576         ==GL-REC-TYPE== BY ==ACK-RTR-REC-TYPE==
001580         ==GL-DED-CODE== BY ==ACK-RTR-DED-CODE==
001584         ==GL-SRC-EMP-NB== BY ==ACK-RTR-SRC-EMP-NB==.
001588
001592*----------------------------------------------------------------
001596*PAY-PERIOD PARAMETER CARD - SEE PAYPARM.CPY.  ONLY THE
001600*PERIOD-END DATE IS WANTED HERE, TO AGE THE PAY-PERIOD LINES.
001604*----------------------------------------------------------------
001608 FD  PAYPARMFILE.
001612     COPY PAYPARM.
001616
001620*----------------------------------------------------------------
001624*POSTED-ACKNOWLEDGMENT FILE FROM FINANCE - ONE RECORD PER
001628*EXTRACT RECORD THEY LOADED.  THE AMOUNT IS THE DOLLAR FIGURE
001632*THEY POSTED - THE SALARY/BONUS AMOUNT ON A SALARY RECORD, THE
001636*WITHHELD AMOUNT ON A TYPE 'D' DEDUCTION RECORD.
001640*----------------------------------------------------------------
001644 FD  ACKFILE.
001648 01  ACK-POSTED-REC.
001652     05  ACK-IN-EMP-NB           PIC X(05).
001656     05  ACK-IN-COST-CENTER      PIC X(04).
001660     05  ACK-IN-AMOUNT           PIC 9(07)V99.
001664     05  ACK-IN-POST-DATE        PIC X(08).
001668**        POSTING DATE, YYYYMMDD
001672     05  FILLER                  PIC X(54).
001676
001680*----------------------------------------------------------------
001684*AGING PARAMETER CARD - DAYS UNPOSTED BEFORE A RECORD IS
001688*FLAGGED.  A MISSING CARD DEFAULTS TO 7 DAYS.
001692*----------------------------------------------------------------
001696 FD  PARMFILE.
001700 01  ACK-PARM-REC.
001704     05  ACK-PARM-AGE-DAYS       PIC 9(03).
001708     05  FILLER                  PIC X(77).
001712
001716*----------------------------------------------------------------
001720*CUMULATIVE RUN LOG - SEE RUNLOG.CPY.  THE LATEST RECORD'S DATE
001724*IS THE CYCLE DATE THE AGING COUNTS FROM, AND ITS POSTING
001728*STATUS IS REWRITTEN WITH THIS RUN'S RESULT.
001732*----------------------------------------------------------------
001736 FD  RUNLOGFILE.
001740     COPY RUNLOG.
001744
001748*----------------------------------------------------------------
001752*RUN-LOG "KEEP" FILE - SCRATCH COPY USED TO REWRITE THE RUN LOG
001756*WITH THE LATEST RECORD'S POSTING STATUS STAMPED, THE SAME
001760*COPY-AND-REWRITE PATTERN Program1'S RESTART TRIMS USE.
001764*----------------------------------------------------------------
001768 FD  RUNLOGKEEPFILE.
001772 01  ACK-RLKEEP-REC              PIC X(70).
001776
001780*----------------------------------------------------------------
001784*PRINTED ACKNOWLEDGMENT MATCH REPORT.  THE DETAIL LINES RUN TO
001788*100 COLUMNS - SEE GLACKLN.CPY; EVERYTHING ELSE PRINTS IN 78.
001792*----------------------------------------------------------------
001796 FD  RPTFILE.
001800 01  ACK-PRINT-REC               PIC X(100).
001804
001808 WORKING-STORAGE SECTION.
001812
001816 01  ACK-CURRENT-DATE-DATA.
001820     05  ACK-CURRENT-DATE.
001824         10  ACK-CURRENT-YEAR        PIC 9(04).
001828         10  ACK-CURRENT-MONTH       PIC 9(02).
001832         10  ACK-CURRENT-DAY         PIC 9(02).
001836
001840*----------------------------------------------------------------
001844*PROGRAM SWITCHES.
001848*----------------------------------------------------------------
001852 01  ACK-SWITCHES.
001856     05  ACK-GL-EOF-SW           PIC X(01) VALUE 'N'.
001860         88  GL-EOF                          VALUE 'Y'.
001864     05  ACK-SUPPL-EOF-SW        PIC X(01) VALUE 'N'.
001868         88  SUPPL-EOF                       VALUE 'Y'.
001872     05  ACK-PERIOD-EOF-SW       PIC X(01) VALUE 'N'.
001876         88  PERIOD-EOF                      VALUE 'Y'.
001880     05  ACK-RETRO-EOF-SW        PIC X(01) VALUE 'N'.
001884         88  RETRO-EOF                       VALUE 'Y'.
001888     05  ACK-ACK-EOF-SW          PIC X(01) VALUE 'N'.
001892         88  ACK-EOF                         VALUE 'Y'.
001896     05  ACK-RUNLOG-EOF-SW       PIC X(01) VALUE 'N'.
001900         88  RUNLOG-EOF                      VALUE 'Y'.
001904     05  ACK-MATCHED-SW          PIC X(01) VALUE 'N'.
001908         88  ACK-WAS-MATCHED                 VALUE 'Y'.
001912
001916 01  ACK-GL-STATUS               PIC XX VALUE '00'.
001920 01  ACK-SUPPL-STATUS            PIC XX VALUE '00'.
001924 01  ACK-PERIOD-STATUS           PIC XX VALUE '00'.
001928 01  ACK-RETRO-STATUS            PIC XX VALUE '00'.
001932 01  ACK-PAYPARM-STATUS          PIC XX VALUE '00'.
001936 01  ACK-ACK-STATUS              PIC XX VALUE '00'.
001940 01  ACK-PARM-STATUS             PIC XX VALUE '00'.
001944 01  ACK-RUNLOG-STATUS           PIC XX VALUE '00'.
001948
001952*----------------------------------------------------------------
001956*EXTRACT TABLE - EVERY MAIN, SUPPLEMENTAL, PAY-PERIOD AND RETRO
001960*EXTRACT RECORD, WITH THE DOLLAR AMOUNT FINANCE WOULD HAVE
001964*POSTED FOR IT (THE SALARY FIGURE, THE PERIOD GROSS ON A TYPE
001968*'P' RECORD, THE BACK PAY ON A TYPE 'T' RECORD, OR THE WITHHELD
001972*AMOUNT ON A TYPE 'D' OR 'W' RECORD)
001976*AND THE POSTING DATE ONCE AN ACKNOWLEDGMENT MATCHES IT.
001980*----------------------------------------------------------------
001984 77  ACK-EXT-COUNT              PIC 9(04) COMP VALUE ZERO.
001988 01  ACK-EXTRACT-TABLE.
001992     05  ACK-EXT-ENTRY OCCURS 1 TO 3000 TIMES
001996             DEPENDING ON ACK-EXT-COUNT
002000             INDEXED BY ACK-EXT-IDX.
002004         10  ACK-EXT-EMP-NB          PIC X(05).
002008         10  ACK-EXT-COST-CENTER     PIC X(04).
002012         10  ACK-EXT-AMOUNT          PIC 9(07)V99.
002016         10  ACK-EXT-REC-TYPE        PIC X(01).
002020         10  ACK-EXT-SOURCE          PIC X(01).
002024**            'M' = MAIN EXTRACT   'S' = SUPPLEMENTAL
002028**            'P' = PAY-PERIOD GL LINES
002032**            'R' = RETROACTIVE PAY GL LINES
002036         10  ACK-EXT-MATCHED-SW      PIC X(01).
002040             88  EXT-REC-MATCHED             VALUE 'Y'.
002044         10  ACK-EXT-POST-DATE       PIC X(08).
002048
002052*----------------------------------------------------------------
002056*ACKNOWLEDGMENT TABLE - THE WHOLE GLPOSTED DECK, WITH A USED
002060*FLAG SO THE UNKNOWN SECTION CAN LIST ANY ACKNOWLEDGMENT THAT
002064*MATCHED NO EXTRACT RECORD.
002068*----------------------------------------------------------------
002072 77  ACK-ACK-COUNT              PIC 9(04) COMP VALUE ZERO.
002076 01  ACK-ACK-TABLE.
002080     05  ACK-ACK-ENTRY OCCURS 1 TO 3000 TIMES
002084             DEPENDING ON ACK-ACK-COUNT
002088             INDEXED BY ACK-ACK-IDX.
002092         10  ACK-ACK-EMP-NB          PIC X(05).
002096         10  ACK-ACK-COST-CENTER     PIC X(04).
002100         10  ACK-ACK-AMOUNT          PIC 9(07)V99.
002104         10  ACK-ACK-POST-DATE       PIC X(08).
002108         10  ACK-ACK-USED-SW         PIC X(01).
002112             88  ACK-REC-USED                VALUE 'Y'.
002116
002120*----------------------------------------------------------------
002124*WORK AREA FOR ONE EXTRACT RECORD ON ITS WAY INTO THE TABLE.
002128*----------------------------------------------------------------
002132 01  ACK-EXT-WORK.
002136     05  ACK-WRK-EMP-NB          PIC X(05).
002140     05  ACK-WRK-COST-CENTER     PIC X(04).
002144     05  ACK-WRK-AMOUNT          PIC 9(07)V99.
002148     05  ACK-WRK-REC-TYPE        PIC X(01).
002152     05  ACK-WRK-SOURCE          PIC X(01).
002156
002160*----------------------------------------------------------------
002164*AGING WORK AREA - DAYS SINCE THE CYCLE RECONCILED, COUNTED ON
002168*A 360-DAY CALENDAR.  CLOSE ENOUGH FOR AN AGING FLAG; NOBODY
002172*ESCALATES OVER A DAY OF CALENDAR ARITHMETIC.
002176*----------------------------------------------------------------
002180 01  ACK-AGING-AREA.
002184     05  ACK-AGE-LIMIT           PIC 9(03) VALUE 007.
002188     05  ACK-CYCLE-DATE          PIC X(08) VALUE SPACES.
002192     05  ACK-CYCLE-DATE-NUM REDEFINES ACK-CYCLE-DATE.
002196         10  ACK-CYC-YEAR            PIC 9(04).
002200         10  ACK-CYC-MONTH           PIC 9(02).
002204         10  ACK-CYC-DAY             PIC 9(02).
002208     05  ACK-TODAY-DAYS          PIC 9(07) COMP VALUE ZERO.
002212     05  ACK-CYCLE-DAYS          PIC 9(07) COMP VALUE ZERO.
002216     05  ACK-AGE-DAYS            PIC 9(05) COMP VALUE ZERO.
002220     05  ACK-SAVE-CYCLE-DATE     PIC X(08) VALUE SPACES.
002224     05  ACK-SAVE-AGE-DAYS       PIC 9(05) COMP VALUE ZERO.
002228     05  ACK-PERIOD-AGE-DAYS     PIC 9(05) COMP VALUE ZERO.
002232     05  ACK-PERIOD-AGED-FROM    PIC X(08) VALUE SPACES.
002236
002240*----------------------------------------------------------------
002244*RUN-LOG REWRITE WORK AREA.
002248*----------------------------------------------------------------
002252 01  ACK-RUNLOG-AREA.
002256     05  ACK-RUNLOG-COUNT        PIC 9(06) COMP VALUE ZERO.
002260     05  ACK-RUNLOG-REC-NO       PIC 9(06) COMP VALUE ZERO.
002264     05  ACK-POST-RESULT         PIC X(04) VALUE SPACES.
002268
002272*----------------------------------------------------------------
002276*CONTROL TOTALS.
002280*----------------------------------------------------------------
002284 01  ACK-CONTROL-TOTALS.
002288     05  ACK-MAIN-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002292     05  ACK-SUPPL-READ-COUNT    PIC 9(06) COMP VALUE ZERO.
002296     05  ACK-PERIOD-READ-COUNT   PIC 9(06) COMP VALUE ZERO.
002300     05  ACK-RETRO-READ-COUNT    PIC 9(06) COMP VALUE ZERO.
002304     05  ACK-ACK-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
002308     05  ACK-MATCHED-COUNT       PIC 9(06) COMP VALUE ZERO.
002312     05  ACK-UNPOSTED-COUNT      PIC 9(06) COMP VALUE ZERO.
002316     05  ACK-PER-UNPOSTED-COUNT  PIC 9(06) COMP VALUE ZERO.
002320     05  ACK-RTR-UNPOSTED-COUNT  PIC 9(06) COMP VALUE ZERO.
002324     05  ACK-OVERAGE-COUNT       PIC 9(06) COMP VALUE ZERO.
002328     05  ACK-UNKNOWN-COUNT       PIC 9(06) COMP VALUE ZERO.
002332
002336*----------------------------------------------------------------
002340*REPORT HEADINGS, SECTION TITLES, DETAIL LINE AND TRAILER.
002344*----------------------------------------------------------------
002348 01  ACK-REPORT-HEADER.
002352     05  FILLER             PIC X(16) VALUE SPACES.
002356     05  FILLER             PIC X(31)
002360         VALUE 'GL POSTING ACKNOWLEDGMENT MATCH'.
002364     05  FILLER             PIC X(11) VALUE SPACES.
002368     05  ACK-HDR-DATE-GRP.
002372         10  ACK-HDR-DAY             PIC XX.
002376         10  FILLER                  PIC X VALUE '/'.
002380         10  ACK-HDR-MONTH           PIC XX.
002384         10  FILLER                  PIC X VALUE '/'.
002388         10  ACK-HDR-YEAR            PIC XXXX.
002392
002396 01  ACK-MINI-TITLES.
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002404     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
002408     05  FILLER                  PIC X(02) VALUE SPACES.
002412     05  FILLER                  PIC X(04) VALUE 'COST'.
002416     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  FILLER                  PIC X(03) VALUE 'SRC'.
002424     05  FILLER                  PIC X(02) VALUE SPACES.
002428     05  FILLER                  PIC X(04) VALUE 'TYPE'.
002432     05  FILLER                  PIC X(06) VALUE SPACES.
002436     05  FILLER                  PIC X(06) VALUE 'AMOUNT'.
002440     05  FILLER                  PIC X(04) VALUE SPACES.
002444     05  FILLER                  PIC X(06) VALUE 'POSTED'.
002448     05  FILLER                  PIC X(04) VALUE SPACES.
002452     05  FILLER                  PIC X(04) VALUE 'DAYS'.
002456
002460     COPY GLACKLN.
002464
002468 01  ACK-REPORT-TRAILER.
002472     05  FILLER                  PIC X(05).
002476     05  ACK-TR-LABEL            PIC X(35).
002480     05  FILLER                  PIC X(02).
002484     05  ACK-TR-COUNT            PIC ZZZ,ZZ9.
002488
002492 PROCEDURE DIVISION.
002496
002500*----------------------------------------------------------------
002504*0000-MAIN-CONTROL LOADS THE EXTRACTS AND THE ACKNOWLEDGMENT
002508*DECK, MATCHES THEM RECORD-FOR-RECORD, PRINTS THE THREE
002512*SECTIONS AND THE TOTALS, AND STAMPS THE RESULT ON THE LATEST
002516*RUN-LOG RECORD.
002520*----------------------------------------------------------------
002524 0000-MAIN-CONTROL.
002528     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002532     PERFORM 2000-LOAD-MAIN-EXTRACT THRU 2000-EXIT.
002536     PERFORM 2500-LOAD-SUPPL-EXTRACT THRU 2500-EXIT.
002540     PERFORM 2800-LOAD-PERIOD-EXTRACT THRU 2800-EXIT.
002544     PERFORM 2950-LOAD-RETRO-EXTRACT THRU 2950-EXIT.
002548     PERFORM 3000-LOAD-ACK-FILE THRU 3000-EXIT.
002552     PERFORM 4000-MATCH-ACKNOWLEDGMENTS THRU 4000-EXIT.
002556     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
002560     PERFORM 6000-UPDATE-RUN-LOG THRU 6000-EXIT.
002564     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002568     STOP RUN.
002572
002576*----------------------------------------------------------------
002580*1000-INITIALIZE OPENS THE REPORT, READS THE AGING PARAMETER
002584*AND PICKS THE CYCLE DATE OFF THE LATEST RUN-LOG RECORD - THAT
002588*IS THE DATE THE AGING COUNTS FROM.
002592*----------------------------------------------------------------
002596 1000-INITIALIZE.
002600     OPEN OUTPUT RPTFILE.
002604     MOVE FUNCTION CURRENT-DATE (1:8) TO ACK-CURRENT-DATE-DATA.
002608     MOVE ACK-CURRENT-DAY TO ACK-HDR-DAY.
002612     MOVE ACK-CURRENT-MONTH TO ACK-HDR-MONTH.
002616     MOVE ACK-CURRENT-YEAR TO ACK-HDR-YEAR.
002620     PERFORM 1100-LOAD-AGING-PARM THRU 1100-EXIT.
002624     PERFORM 1200-FIND-CYCLE-DATE THRU 1200-EXIT.
002628     PERFORM 1300-SET-AGE-DAYS THRU 1300-EXIT.
002632     PERFORM 1400-SET-PERIOD-AGE THRU 1400-EXIT.
002636     MOVE SPACES TO ACK-PRINT-REC.
002640     WRITE ACK-PRINT-REC AFTER ADVANCING 3 LINES.
002644     MOVE ACK-REPORT-HEADER TO ACK-PRINT-REC.
002648     WRITE ACK-PRINT-REC.
002652 1000-EXIT.
002656     EXIT.
002660
002664 1100-LOAD-AGING-PARM.
002668     MOVE 007 TO ACK-AGE-LIMIT.
002672     OPEN INPUT PARMFILE.
002676     IF ACK-PARM-STATUS = '00'
002680         READ PARMFILE
002684             AT END
002688                 CONTINUE
002692             NOT AT END
002696                 IF ACK-PARM-AGE-DAYS IS NUMERIC
002700                     AND ACK-PARM-AGE-DAYS > ZERO
002704                     MOVE ACK-PARM-AGE-DAYS TO ACK-AGE-LIMIT
002708                 END-IF
002712         END-READ
002716         CLOSE PARMFILE
002720     END-IF.
002724 1100-EXIT.
002728     EXIT.
002732
002736*----------------------------------------------------------------
002740*1200-FIND-CYCLE-DATE READS THROUGH THE RUN LOG AND KEEPS THE
002744*LATEST RECORD'S DATE, COUNTING THE RECORDS SO THE REWRITE IN
002748*6000 KNOWS WHICH ONE TO STAMP.  NO RUN LOG MEANS NO CYCLE TO
002752*AGE AGAINST - THE AGING PRINTS ZERO.
002756*----------------------------------------------------------------
002760 1200-FIND-CYCLE-DATE.
002764     MOVE SPACES TO ACK-CYCLE-DATE.
002768     MOVE ZERO TO ACK-RUNLOG-COUNT.
002772     OPEN INPUT RUNLOGFILE.
002776     IF ACK-RUNLOG-STATUS NOT = '00'
002780         GO TO 1200-EXIT
002784     END-IF.
002788     MOVE 'N' TO ACK-RUNLOG-EOF-SW.
002792     PERFORM UNTIL RUNLOG-EOF
002796         READ RUNLOGFILE
002800             AT END
002804                 MOVE 'Y' TO ACK-RUNLOG-EOF-SW
002808             NOT AT END
002812                 ADD 1 TO ACK-RUNLOG-COUNT
002816                 MOVE RL-RUN-DATE TO ACK-CYCLE-DATE
002820         END-READ
002824     END-PERFORM.
002828     CLOSE RUNLOGFILE.
002832 1200-EXIT.
002836     EXIT.
002840
002844*----------------------------------------------------------------
002848*1300-SET-AGE-DAYS TURNS TODAY AND THE CYCLE DATE INTO DAY
002852*COUNTS ON A 360-DAY CALENDAR AND KEEPS THE DIFFERENCE.  AN
002856*UNUSABLE CYCLE DATE AGES AS ZERO DAYS.
002860*----------------------------------------------------------------
002864 1300-SET-AGE-DAYS.
002868     MOVE ZERO TO ACK-AGE-DAYS.
002872     IF ACK-CYCLE-DATE NOT NUMERIC
002876         GO TO 1300-EXIT
002880     END-IF.
002884     COMPUTE ACK-TODAY-DAYS =
002888         (ACK-CURRENT-YEAR * 360)
002892             + (ACK-CURRENT-MONTH * 30) + ACK-CURRENT-DAY.
002896     COMPUTE ACK-CYCLE-DAYS =
002900         (ACK-CYC-YEAR * 360)
002904             + (ACK-CYC-MONTH * 30) + ACK-CYC-DAY.
002908     IF ACK-TODAY-DAYS > ACK-CYCLE-DAYS
002912         COMPUTE ACK-AGE-DAYS = ACK-TODAY-DAYS - ACK-CYCLE-DAYS
002916     END-IF.
002920 1300-EXIT.
002924     EXIT.
002928
002932*----------------------------------------------------------------
002936*1400-SET-PERIOD-AGE AGES THE PAY-PERIOD LINES FROM THE PERIOD
002940*END ON THE PAYPARM CARD, THROUGH THE SAME 360-DAY ARITHMETIC.
002944*NO CARD, OR NO USABLE DATE ON IT, AGES THEM LIKE THE CYCLE.
002948*----------------------------------------------------------------
002952 1400-SET-PERIOD-AGE.
002956     MOVE ACK-AGE-DAYS TO ACK-PERIOD-AGE-DAYS.
002960     MOVE ACK-CYCLE-DATE TO ACK-PERIOD-AGED-FROM.
002964     OPEN INPUT PAYPARMFILE.
002968     IF ACK-PAYPARM-STATUS NOT = '00'
002972         GO TO 1400-EXIT
002976     END-IF.
002980     MOVE SPACES TO PAY-PARM-REC.
002984     READ PAYPARMFILE
002988         AT END
002992             MOVE SPACES TO PAY-PARM-REC
002996     END-READ.
003000     CLOSE PAYPARMFILE.
003004     IF PAY-PARM-PERIOD-END NOT NUMERIC
003008         GO TO 1400-EXIT
003012     END-IF.
003016     MOVE ACK-CYCLE-DATE TO ACK-SAVE-CYCLE-DATE.
003020     MOVE ACK-AGE-DAYS TO ACK-SAVE-AGE-DAYS.
003024     MOVE PAY-PARM-PERIOD-END TO ACK-CYCLE-DATE.
003028     PERFORM 1300-SET-AGE-DAYS THRU 1300-EXIT.
003032     MOVE ACK-AGE-DAYS TO ACK-PERIOD-AGE-DAYS.
003036     MOVE PAY-PARM-PERIOD-END TO ACK-PERIOD-AGED-FROM.
003040     MOVE ACK-SAVE-CYCLE-DATE TO ACK-CYCLE-DATE.
003044     MOVE ACK-SAVE-AGE-DAYS TO ACK-AGE-DAYS.
003048 1400-EXIT.
003052     EXIT.
003056
003060*----------------------------------------------------------------
003064*2000-LOAD-MAIN-EXTRACT READS THE CYCLE'S GL EXTRACT INTO THE
003068*EXTRACT TABLE.  A MISSING FILE LOADS NOTHING - EVERYTHING ON
003072*THE ACKNOWLEDGMENT DECK WILL LIST AS UNKNOWN, WHICH IS THE
003076*RIGHT ALARM FOR A MATCH RUN POINTED AT THE WRONG CYCLE.
003080*----------------------------------------------------------------
003084 2000-LOAD-MAIN-EXTRACT.
003088     OPEN INPUT GLFILE.
003092     IF ACK-GL-STATUS NOT = '00'
003096         GO TO 2000-EXIT
003100     END-IF.
003104     PERFORM 2100-READ-GL-RECORD THRU 2100-EXIT.
003108     PERFORM UNTIL GL-EOF
003112         ADD 1 TO ACK-MAIN-READ-COUNT
003116         MOVE GL-EMP-NB TO ACK-WRK-EMP-NB
003120         MOVE GL-COST-CENTER TO ACK-WRK-COST-CENTER
003124         IF GL-REC-TYPE = 'D'
003128             MOVE GL-NEW-DUES TO ACK-WRK-AMOUNT
003132         ELSE
003136             MOVE GL-NEW-SALARY TO ACK-WRK-AMOUNT
003140         END-IF
003144         MOVE GL-REC-TYPE TO ACK-WRK-REC-TYPE
003148         MOVE 'M' TO ACK-WRK-SOURCE
003152         PERFORM 2700-ADD-EXTRACT-ENTRY THRU 2700-EXIT
003156         PERFORM 2100-READ-GL-RECORD THRU 2100-EXIT
003160     END-PERFORM.
003164     CLOSE GLFILE.
003168 2000-EXIT.
003172     EXIT.
003176
003180 2100-READ-GL-RECORD.
003184     READ GLFILE
003188         AT END
003192             MOVE 'Y' TO ACK-GL-EOF-SW
003196     END-READ.
003200 2100-EXIT.
003204     EXIT.
003208
003212*----------------------------------------------------------------
003216*2500-LOAD-SUPPL-EXTRACT ADDS THE SUPPLEMENTAL EXTRACT THE SAME
003220*WAY.  NO SUSPENSE RELEASES THIS CYCLE MEANS NO FILE - NORMAL.
003224*----------------------------------------------------------------
003228 2500-LOAD-SUPPL-EXTRACT.
003232     OPEN INPUT SUPPLFILE.
003236     IF ACK-SUPPL-STATUS NOT = '00'
003240         GO TO 2500-EXIT
003244     END-IF.
003248     PERFORM 2600-READ-SUPPL-RECORD THRU 2600-EXIT.
003252     PERFORM UNTIL SUPPL-EOF
003256         ADD 1 TO ACK-SUPPL-READ-COUNT
003260         MOVE ACK-SUP-EMP-NB TO ACK-WRK-EMP-NB
003264         MOVE ACK-SUP-COST-CENTER TO ACK-WRK-COST-CENTER
003268         IF ACK-SUP-REC-TYPE = 'D'
003272             MOVE ACK-SUP-NEW-DUES TO ACK-WRK-AMOUNT
003276         ELSE
003280             MOVE ACK-SUP-NEW-SALARY TO ACK-WRK-AMOUNT
003284         END-IF
003288         MOVE ACK-SUP-REC-TYPE TO ACK-WRK-REC-TYPE
003292         MOVE 'S' TO ACK-WRK-SOURCE
003296         PERFORM 2700-ADD-EXTRACT-ENTRY THRU 2700-EXIT
003300         PERFORM 2600-READ-SUPPL-RECORD THRU 2600-EXIT
003304     END-PERFORM.
003308     CLOSE SUPPLFILE.
003312 2500-EXIT.
003316     EXIT.
003320
003324 2600-READ-SUPPL-RECORD.
003328     READ SUPPLFILE
003332         AT END
003336             MOVE 'Y' TO ACK-SUPPL-EOF-SW
003340     END-READ.
003344 2600-EXIT.
003348     EXIT.
003352
003356 2700-ADD-EXTRACT-ENTRY.
003360     IF ACK-EXT-COUNT >= 3000
003364         DISPLAY 'GL EXTRACTS EXCEED THE MATCH TABLE (3000)'
003368         STOP RUN
003372     END-IF.
003376     ADD 1 TO ACK-EXT-COUNT.
003380     MOVE ACK-WRK-EMP-NB TO ACK-EXT-EMP-NB (ACK-EXT-COUNT).
003384     MOVE ACK-WRK-COST-CENTER
003388         TO ACK-EXT-COST-CENTER (ACK-EXT-COUNT).
003392     MOVE ACK-WRK-AMOUNT TO ACK-EXT-AMOUNT (ACK-EXT-COUNT).
003396     MOVE ACK-WRK-REC-TYPE TO ACK-EXT-REC-TYPE (ACK-EXT-COUNT).
003400     MOVE ACK-WRK-SOURCE TO ACK-EXT-SOURCE (ACK-EXT-COUNT).
003404     MOVE 'N' TO ACK-EXT-MATCHED-SW (ACK-EXT-COUNT).
003408     MOVE SPACES TO ACK-EXT-POST-DATE (ACK-EXT-COUNT).
003412 2700-EXIT.
003416     EXIT.
003420
003424*----------------------------------------------------------------
003428*2800-LOAD-PERIOD-EXTRACT ADDS THE PAY-PERIOD GL LINES.  THE
003432*AMOUNT FINANCE POSTS IS THE GROSS ON A TYPE 'P' RECORD AND THE
003436*WITHHELD AMOUNT ON A TYPE 'W'.
003440*----------------------------------------------------------------
003444 2800-LOAD-PERIOD-EXTRACT.
003448     OPEN INPUT PERIODFILE.
003452     IF ACK-PERIOD-STATUS NOT = '00'
003456         GO TO 2800-EXIT
003460     END-IF.
003464     PERFORM 2900-READ-PERIOD-RECORD THRU 2900-EXIT.
003468     PERFORM UNTIL PERIOD-EOF
003472         ADD 1 TO ACK-PERIOD-READ-COUNT
003476         MOVE ACK-PER-EMP-NB TO ACK-WRK-EMP-NB
003480         MOVE ACK-PER-COST-CENTER TO ACK-WRK-COST-CENTER
003484         IF ACK-PER-REC-TYPE = 'P'
003488             MOVE ACK-PER-PERIOD-GROSS TO ACK-WRK-AMOUNT
003492         ELSE
003496             MOVE ACK-PER-NEW-DUES TO ACK-WRK-AMOUNT
003500         END-IF
003504         MOVE ACK-PER-REC-TYPE TO ACK-WRK-REC-TYPE
003508         MOVE 'P' TO ACK-WRK-SOURCE
003512         PERFORM 2700-ADD-EXTRACT-ENTRY THRU 2700-EXIT
003516         PERFORM 2900-READ-PERIOD-RECORD THRU 2900-EXIT
003520     END-PERFORM.
003524     CLOSE PERIODFILE.
003528 2800-EXIT.
003532     EXIT.
003536
003540 2900-READ-PERIOD-RECORD.
003544     READ PERIODFILE
003548         AT END
003552             MOVE 'Y' TO ACK-PERIOD-EOF-SW
003556     END-READ.
003560 2900-EXIT.
003564     EXIT.
003568
003572*----------------------------------------------------------------
003576*2950-LOAD-RETRO-EXTRACT ADDS THE RETROACTIVE PAY GL LINES.  THE
003580*AMOUNT FINANCE POSTS IS THE BACK PAY ON THE TYPE 'T' RECORD.
003584*----------------------------------------------------------------
003588 2950-LOAD-RETRO-EXTRACT.
003592     OPEN INPUT RETROFILE.
003596     IF ACK-RETRO-STATUS NOT = '00'
003600         GO TO 2950-EXIT
003604     END-IF.
003608     PERFORM 2960-READ-RETRO-RECORD THRU 2960-EXIT.
003612     PERFORM UNTIL RETRO-EOF
003616         ADD 1 TO ACK-RETRO-READ-COUNT
003620         MOVE ACK-RTR-EMP-NB TO ACK-WRK-EMP-NB
003624         MOVE ACK-RTR-COST-CENTER TO ACK-WRK-COST-CENTER
003628         MOVE ACK-RTR-RETRO-AMOUNT TO ACK-WRK-AMOUNT
003632         MOVE ACK-RTR-REC-TYPE TO ACK-WRK-REC-TYPE
003636         MOVE 'R' TO ACK-WRK-SOURCE
003640         PERFORM 2700-ADD-EXTRACT-ENTRY THRU 2700-EXIT
003644         PERFORM 2960-READ-RETRO-RECORD THRU 2960-EXIT
003648     END-PERFORM.
003652     CLOSE RETROFILE.
003656 2950-EXIT.
003660     EXIT.
003664
003668 2960-READ-RETRO-RECORD.
003672     READ RETROFILE
003676         AT END
003680             MOVE 'Y' TO ACK-RETRO-EOF-SW
003684     END-READ.
003688 2960-EXIT.
003692     EXIT.
003696
003700*----------------------------------------------------------------
003704*3000-LOAD-ACK-FILE READS THE WHOLE ACKNOWLEDGMENT DECK INTO
003708*ITS TABLE.  NO DECK YET MEANS EVERYTHING LISTS AS UNPOSTED -
003712*EXACTLY WHAT OPERATIONS NEEDS TO SEE.
003716*----------------------------------------------------------------
003720 3000-LOAD-ACK-FILE.
003724     OPEN INPUT ACKFILE.
003728     IF ACK-ACK-STATUS NOT = '00'
003732         GO TO 3000-EXIT
003736     END-IF.
003740     PERFORM 3100-READ-ACK-RECORD THRU 3100-EXIT.
003744     PERFORM UNTIL ACK-EOF
003748         IF ACK-ACK-COUNT < 3000
003752             ADD 1 TO ACK-ACK-COUNT
003756             ADD 1 TO ACK-ACK-READ-COUNT
003760             MOVE ACK-IN-EMP-NB TO ACK-ACK-EMP-NB (ACK-ACK-COUNT)
003764             MOVE ACK-IN-COST-CENTER
003768                 TO ACK-ACK-COST-CENTER (ACK-ACK-COUNT)
003772             MOVE ACK-IN-AMOUNT TO ACK-ACK-AMOUNT (ACK-ACK-COUNT)
003776             MOVE ACK-IN-POST-DATE
003780                 TO ACK-ACK-POST-DATE (ACK-ACK-COUNT)
003784             MOVE 'N' TO ACK-ACK-USED-SW (ACK-ACK-COUNT)
003788         ELSE
003792             DISPLAY 'GLPOSTED EXCEEDS THE MATCH TABLE (3000)'
003796             CLOSE ACKFILE
003800             STOP RUN
003804         END-IF
003808         PERFORM 3100-READ-ACK-RECORD THRU 3100-EXIT
003812     END-PERFORM.
003816     CLOSE ACKFILE.
003820 3000-EXIT.
003824     EXIT.
003828
003832 3100-READ-ACK-RECORD.
003836     READ ACKFILE
003840         AT END
003844             MOVE 'Y' TO ACK-ACK-EOF-SW
003848     END-READ.
003852 3100-EXIT.
003856     EXIT.
003860
003864*----------------------------------------------------------------
003868*4000-MATCH-ACKNOWLEDGMENTS PAIRS EACH ACKNOWLEDGMENT WITH THE
003872*FIRST STILL-UNMATCHED EXTRACT RECORD CARRYING THE SAME
003876*EMPLOYEE, COST CENTER AND AMOUNT - RECORD FOR RECORD, SO A
003880*DOUBLE-POSTED ACKNOWLEDGMENT CANNOT SATISFY TWO EXTRACT
003884*RECORDS OFF ONE POSTING.
003888*----------------------------------------------------------------
003892 4000-MATCH-ACKNOWLEDGMENTS.
003896     IF ACK-ACK-COUNT = ZERO OR ACK-EXT-COUNT = ZERO
003900         GO TO 4000-EXIT
003904     END-IF.
003908     PERFORM 4100-MATCH-ONE-ACK THRU 4100-EXIT
003912         VARYING ACK-ACK-IDX FROM 1 BY 1
003916         UNTIL ACK-ACK-IDX > ACK-ACK-COUNT.
003920 4000-EXIT.
003924     EXIT.
003928
003932 4100-MATCH-ONE-ACK.
003936     MOVE 'N' TO ACK-MATCHED-SW.
003940     PERFORM 4150-TRY-ONE-EXTRACT THRU 4150-EXIT
003944         VARYING ACK-EXT-IDX FROM 1 BY 1
003948         UNTIL ACK-EXT-IDX > ACK-EXT-COUNT
003952             OR ACK-WAS-MATCHED.
003956 4100-EXIT.
003960     EXIT.
003964
003968 4150-TRY-ONE-EXTRACT.
003972     IF EXT-REC-MATCHED (ACK-EXT-IDX)
003976         GO TO 4150-EXIT
003980     END-IF.
003984     IF ACK-EXT-EMP-NB (ACK-EXT-IDX)
003988             = ACK-ACK-EMP-NB (ACK-ACK-IDX)
003992         AND ACK-EXT-COST-CENTER (ACK-EXT-IDX)
003996             = ACK-ACK-COST-CENTER (ACK-ACK-IDX)
004000         AND ACK-EXT-AMOUNT (ACK-EXT-IDX)
004004             = ACK-ACK-AMOUNT (ACK-ACK-IDX)
004008         MOVE 'Y' TO ACK-EXT-MATCHED-SW (ACK-EXT-IDX)
004012         MOVE ACK-ACK-POST-DATE (ACK-ACK-IDX)
004016             TO ACK-EXT-POST-DATE (ACK-EXT-IDX)
004020         MOVE 'Y' TO ACK-ACK-USED-SW (ACK-ACK-IDX)
004024         MOVE 'Y' TO ACK-MATCHED-SW
004028     END-IF.
004032 4150-EXIT.
004036     EXIT.
004040
004044*----------------------------------------------------------------
004048*5000-PRINT-REPORT PRINTS THE MATCHED SECTION, THE UNPOSTED
004052*SECTION (WITH THE AGE IN DAYS AND A FLAG PAST THE LIMIT) AND
004056*THE UNKNOWN SECTION (ACKNOWLEDGMENTS THAT MATCHED NOTHING -
004060*USUALLY A MIS-KEYED AMOUNT AT FINANCE, AGED AND FLAGGED LIKE
004064*THE UNPOSTED ONES), THEN THE TOTALS.
004068*----------------------------------------------------------------
004072 5000-PRINT-REPORT.
004076     MOVE 'MATCHED - POSTED AT FINANCE' TO ACK-PRINT-REC.
004080     WRITE ACK-PRINT-REC AFTER ADVANCING 2 LINES.
004084     MOVE ACK-MINI-TITLES TO ACK-PRINT-REC.
004088     WRITE ACK-PRINT-REC.
004092     PERFORM 5100-PRINT-MATCHED-LINE THRU 5100-EXIT
004096         VARYING ACK-EXT-IDX FROM 1 BY 1
004100         UNTIL ACK-EXT-IDX > ACK-EXT-COUNT.
004104     MOVE 'UNPOSTED - ON THE EXTRACT, NO ACKNOWLEDGMENT'
004108         TO ACK-PRINT-REC.
004112     WRITE ACK-PRINT-REC AFTER ADVANCING 2 LINES.
004116     MOVE ACK-MINI-TITLES TO ACK-PRINT-REC.
004120     WRITE ACK-PRINT-REC.
004124     PERFORM 5200-PRINT-UNPOSTED-LINE THRU 5200-EXIT
004128         VARYING ACK-EXT-IDX FROM 1 BY 1
004132         UNTIL ACK-EXT-IDX > ACK-EXT-COUNT.
004136     MOVE 'UNKNOWN - ACKNOWLEDGED, NOT ON ANY EXTRACT'
004140         TO ACK-PRINT-REC.
004144     WRITE ACK-PRINT-REC AFTER ADVANCING 2 LINES.
004148     MOVE ACK-MINI-TITLES TO ACK-PRINT-REC.
004152     WRITE ACK-PRINT-REC.
004156     PERFORM 5300-PRINT-UNKNOWN-LINE THRU 5300-EXIT
004160         VARYING ACK-ACK-IDX FROM 1 BY 1
004164         UNTIL ACK-ACK-IDX > ACK-ACK-COUNT.
004168     PERFORM 5500-WRITE-CONTROL-TOTALS THRU 5500-EXIT.
004172 5000-EXIT.
004176     EXIT.
004180
004184 5100-PRINT-MATCHED-LINE.
004188     IF NOT EXT-REC-MATCHED (ACK-EXT-IDX)
004192         GO TO 5100-EXIT
004196     END-IF.
004200     ADD 1 TO ACK-MATCHED-COUNT.
004204     MOVE SPACES TO ACK-DETAIL-LINE.
004208     MOVE ACK-EXT-EMP-NB (ACK-EXT-IDX) TO ACK-DTL-EMP-NB.
004212     MOVE ACK-EXT-COST-CENTER (ACK-EXT-IDX) TO ACK-DTL-CC.
004216     MOVE ACK-EXT-SOURCE (ACK-EXT-IDX) TO ACK-DTL-SRC.
004220     MOVE ACK-EXT-REC-TYPE (ACK-EXT-IDX) TO ACK-DTL-TYPE.
004224     MOVE ACK-EXT-AMOUNT (ACK-EXT-IDX) TO ACK-DTL-AMOUNT.
004228     MOVE ACK-EXT-POST-DATE (ACK-EXT-IDX) TO ACK-DTL-POST-DATE.
004232     MOVE 'M' TO ACK-DTL-ITEM-TYPE.
004236     MOVE ZERO TO ACK-DTL-AGE-DAYS.
004240     MOVE 'N' TO ACK-DTL-OVER-SW.
004244     MOVE ACK-DETAIL-LINE TO ACK-PRINT-REC.
004248     WRITE ACK-PRINT-REC.
004252 5100-EXIT.
004256     EXIT.
004260
004264 5200-PRINT-UNPOSTED-LINE.
004268     IF EXT-REC-MATCHED (ACK-EXT-IDX)
004272         GO TO 5200-EXIT
004276     END-IF.
004280     ADD 1 TO ACK-UNPOSTED-COUNT.
004284     MOVE SPACES TO ACK-DETAIL-LINE.
004288     MOVE ACK-EXT-EMP-NB (ACK-EXT-IDX) TO ACK-DTL-EMP-NB.
004292     MOVE ACK-EXT-COST-CENTER (ACK-EXT-IDX) TO ACK-DTL-CC.
004296     MOVE ACK-EXT-SOURCE (ACK-EXT-IDX) TO ACK-DTL-SRC.
004300     MOVE ACK-EXT-REC-TYPE (ACK-EXT-IDX) TO ACK-DTL-TYPE.
004304     MOVE ACK-EXT-AMOUNT (ACK-EXT-IDX) TO ACK-DTL-AMOUNT.
004308     MOVE 'U' TO ACK-DTL-ITEM-TYPE.
004312     MOVE 'N' TO ACK-DTL-OVER-SW.
004316     IF ACK-EXT-SOURCE (ACK-EXT-IDX) = 'P'
004320         ADD 1 TO ACK-PER-UNPOSTED-COUNT
004324         MOVE ACK-PERIOD-AGE-DAYS TO ACK-DTL-AGE
004328         MOVE ACK-PERIOD-AGE-DAYS TO ACK-DTL-AGE-DAYS
004332         MOVE ACK-PERIOD-AGED-FROM TO ACK-DTL-AGED-FROM
004336         IF ACK-PERIOD-AGE-DAYS > ACK-AGE-LIMIT
004340             ADD 1 TO ACK-OVERAGE-COUNT
004344             MOVE '** OVER LIMIT ' TO ACK-DTL-FLAG
004348             MOVE 'Y' TO ACK-DTL-OVER-SW
004352         END-IF
004356     ELSE
004360         IF ACK-EXT-SOURCE (ACK-EXT-IDX) = 'R'
004364             ADD 1 TO ACK-RTR-UNPOSTED-COUNT
004368         END-IF
004372         MOVE ACK-AGE-DAYS TO ACK-DTL-AGE
004376         MOVE ACK-AGE-DAYS TO ACK-DTL-AGE-DAYS
004380         MOVE ACK-CYCLE-DATE TO ACK-DTL-AGED-FROM
004384         IF ACK-AGE-DAYS > ACK-AGE-LIMIT
004388             ADD 1 TO ACK-OVERAGE-COUNT
004392             MOVE '** OVER LIMIT ' TO ACK-DTL-FLAG
004396             MOVE 'Y' TO ACK-DTL-OVER-SW
004400         END-IF
004404     END-IF.
004408     MOVE ACK-DETAIL-LINE TO ACK-PRINT-REC.
004412     WRITE ACK-PRINT-REC.
004416 5200-EXIT.
004420     EXIT.
004424
004428 5300-PRINT-UNKNOWN-LINE.
004432     IF ACK-REC-USED (ACK-ACK-IDX)
004436         GO TO 5300-EXIT
004440     END-IF.
004444     ADD 1 TO ACK-UNKNOWN-COUNT.
004448     MOVE SPACES TO ACK-DETAIL-LINE.
004452     MOVE ACK-ACK-EMP-NB (ACK-ACK-IDX) TO ACK-DTL-EMP-NB.
004456     MOVE ACK-ACK-COST-CENTER (ACK-ACK-IDX) TO ACK-DTL-CC.
004460     MOVE ACK-ACK-AMOUNT (ACK-ACK-IDX) TO ACK-DTL-AMOUNT.
004464     MOVE ACK-ACK-POST-DATE (ACK-ACK-IDX) TO ACK-DTL-POST-DATE.
004468     MOVE 'K' TO ACK-DTL-ITEM-TYPE.
004472     MOVE ACK-AGE-DAYS TO ACK-DTL-AGE.
004476     MOVE ACK-AGE-DAYS TO ACK-DTL-AGE-DAYS.
004480     MOVE ACK-CYCLE-DATE TO ACK-DTL-AGED-FROM.
004484     MOVE 'N' TO ACK-DTL-OVER-SW.
004488     IF ACK-AGE-DAYS > ACK-AGE-LIMIT
004492         MOVE '** OVER LIMIT ' TO ACK-DTL-FLAG
004496         MOVE 'Y' TO ACK-DTL-OVER-SW
004500     END-IF.
004504     MOVE ACK-DETAIL-LINE TO ACK-PRINT-REC.
004508     WRITE ACK-PRINT-REC.
004512 5300-EXIT.
004516     EXIT.
004520
004524 5500-WRITE-CONTROL-TOTALS.
004528     MOVE SPACES TO ACK-PRINT-REC.
004532     WRITE ACK-PRINT-REC AFTER ADVANCING 2 LINES.
004536     MOVE SPACES TO ACK-REPORT-TRAILER.
004540     MOVE 'MAIN EXTRACT RECORDS READ' TO ACK-TR-LABEL.
004544     MOVE ACK-MAIN-READ-COUNT TO ACK-TR-COUNT.
004548     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004552     MOVE 'SUPPLEMENTAL RECORDS READ' TO ACK-TR-LABEL.
004556     MOVE ACK-SUPPL-READ-COUNT TO ACK-TR-COUNT.
004560     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004564     MOVE 'PAY-PERIOD RECORDS READ' TO ACK-TR-LABEL.
004568     MOVE ACK-PERIOD-READ-COUNT TO ACK-TR-COUNT.
004572     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004576     MOVE 'RETROACTIVE PAY RECORDS READ' TO ACK-TR-LABEL.
004580     MOVE ACK-RETRO-READ-COUNT TO ACK-TR-COUNT.
004584     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004588     MOVE 'ACKNOWLEDGMENTS READ' TO ACK-TR-LABEL.
004592     MOVE ACK-ACK-READ-COUNT TO ACK-TR-COUNT.
004596     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004600     MOVE 'RECORDS MATCHED' TO ACK-TR-LABEL.
004604     MOVE ACK-MATCHED-COUNT TO ACK-TR-COUNT.
004608     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004612     MOVE 'RECORDS UNPOSTED' TO ACK-TR-LABEL.
004616     MOVE ACK-UNPOSTED-COUNT TO ACK-TR-COUNT.
004620     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004624     MOVE 'UNPOSTED PAST THE AGING LIMIT' TO ACK-TR-LABEL.
004628     MOVE ACK-OVERAGE-COUNT TO ACK-TR-COUNT.
004632     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004636     MOVE 'UNKNOWN ACKNOWLEDGMENTS' TO ACK-TR-LABEL.
004640     MOVE ACK-UNKNOWN-COUNT TO ACK-TR-COUNT.
004644     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004648     MOVE 'AGING LIMIT IN DAYS' TO ACK-TR-LABEL.
004652     MOVE ACK-AGE-LIMIT TO ACK-TR-COUNT.
004656     PERFORM 5600-WRITE-TRAILER-LINE THRU 5600-EXIT.
004660 5500-EXIT.
004664     EXIT.
004668
004672 5600-WRITE-TRAILER-LINE.
004676     MOVE ACK-REPORT-TRAILER TO ACK-PRINT-REC.
004680     WRITE ACK-PRINT-REC AFTER ADVANCING 1 LINE.
004684     MOVE SPACES TO ACK-REPORT-TRAILER.
004688 5600-EXIT.
004692     EXIT.
004696
004700*----------------------------------------------------------------
004704*6000-UPDATE-RUN-LOG STAMPS THIS RUN'S RESULT ON THE LATEST
004708*RUN-LOG RECORD - 'POST' WHEN EVERY EXTRACT RECORD MATCHED AND
004712*NOTHING CAME BACK UNKNOWN, 'PART' OTHERWISE.  THE FILE IS
004716*COPIED THROUGH A KEEP FILE AND REWRITTEN, THE SAME PATTERN
004720*Program1'S RESTART TRIMS USE, SINCE ONLY THE LAST RECORD
004724*CHANGES.  NO RUN LOG MEANS NOTHING TO STAMP.  THE STATUS IS
004728*THE CYCLE'S: PAY-PERIOD AND RETRO LINES STILL UNPOSTED DO NOT
004732*MAKE IT 'PART', AND A MATCH OF THOSE LINES ALONE STAMPS NOTHING.
004736*----------------------------------------------------------------
004740 6000-UPDATE-RUN-LOG.
004744     IF ACK-RUNLOG-COUNT = ZERO
004748         GO TO 6000-EXIT
004752     END-IF.
004756     IF ACK-MAIN-READ-COUNT = ZERO
004760         AND ACK-SUPPL-READ-COUNT = ZERO
004764         GO TO 6000-EXIT
004768     END-IF.
004772     IF ACK-UNPOSTED-COUNT =
004776             ACK-PER-UNPOSTED-COUNT + ACK-RTR-UNPOSTED-COUNT
004780         AND ACK-UNKNOWN-COUNT = ZERO
004784         AND ACK-MATCHED-COUNT > ZERO
004788         MOVE 'POST' TO ACK-POST-RESULT
004792     ELSE
004796         MOVE 'PART' TO ACK-POST-RESULT
004800     END-IF.
004804     OPEN INPUT RUNLOGFILE.
004808     OPEN OUTPUT RUNLOGKEEPFILE.
004812     MOVE 'N' TO ACK-RUNLOG-EOF-SW.
004816     PERFORM UNTIL RUNLOG-EOF
004820         READ RUNLOGFILE
004824             AT END
004828                 MOVE 'Y' TO ACK-RUNLOG-EOF-SW
004832             NOT AT END
004836                 WRITE ACK-RLKEEP-REC FROM RUNLOG-REC
004840         END-READ
004844     END-PERFORM.
004848     CLOSE RUNLOGFILE.
004852     CLOSE RUNLOGKEEPFILE.
004856     OPEN OUTPUT RUNLOGFILE.
004860     OPEN INPUT RUNLOGKEEPFILE.
004864     MOVE ZERO TO ACK-RUNLOG-REC-NO.
004868     MOVE 'N' TO ACK-RUNLOG-EOF-SW.
004872     PERFORM UNTIL RUNLOG-EOF
004876         READ RUNLOGKEEPFILE
004880             AT END
004884                 MOVE 'Y' TO ACK-RUNLOG-EOF-SW
004888             NOT AT END
004892                 ADD 1 TO ACK-RUNLOG-REC-NO
004896                 MOVE ACK-RLKEEP-REC TO RUNLOG-REC
004900                 IF ACK-RUNLOG-REC-NO = ACK-RUNLOG-COUNT
004904                     MOVE ACK-POST-RESULT TO RL-POST-STATUS
004908                 END-IF
004912                 WRITE RUNLOG-REC
004916         END-READ
004920     END-PERFORM.
004924     CLOSE RUNLOGFILE.
004928     CLOSE RUNLOGKEEPFILE.
004932 6000-EXIT.
004936     EXIT.
004940
004944 9000-TERMINATE-RUN.
004948     CLOSE RPTFILE.
004952 9000-EXIT.
004956     EXIT.
004960
004964 END PROGRAM Program9.
