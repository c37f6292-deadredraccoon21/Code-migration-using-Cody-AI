001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program4 AS "EmployeeSalary.Program4".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-08-22.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-08-22  RLW   ORIGINAL PROGRAM - RAISE TREND REPORT.  READS
001048*                  THE RAISE-HISTORY FILE BACK, GROUPS IT BY
001052*                  EMPLOYEE AND PRINTS EACH EMPLOYEE'S RAISE
001056*                  PERCENTAGE PER CYCLE AND CUMULATIVE INCREASE,
001060*                  FLAGGING ANYONE WHOSE LATEST PERCENTAGE IS OFF
001064*                  THE GRADERAT RATE FOR THEIR GRADE.  ANSWERS
001068*                  THE AUDIT QUESTION THE HISTORY FILE WAS BUILT
001072*                  FOR WITHOUT ANYONE GREPPING THE FILE BY HAND.
001076*2026-08-22  RLW   HISTREC.CPY GAINED THE PRORATION MONTHS OF A
001080*                  MID-YEAR HIRE'S RAISE - CARRIED THROUGH THE
001084*                  SORT HERE, NOT YET PRINTED.
001088*2026-08-22  RLW   BONUS RUNS NOW LEAVE TYPE 'B' ENTRIES ON THE
001092*                  HISTORY - SKIPPED HERE, A BONUS ISN'T A RAISE
001096*                  AND WOULD WRECK THE TREND PERCENTAGES.
001100*2026-09-02  RLW   DEDUCTION RECORDS (TYPE 'D', SEE HISTREC.CPY)
001104*                  NOW RIDE THE HISTORY TOO - SKIPPED HERE THE
001108*                  SAME WAY, FOR THE SAME REASON.
001112*2026-09-02  RLW   RAISE PERCENTAGES NOW PRINT SIGNED - TYPE 'A'
001116*                  ADJUSTMENT ENTRIES FLOW THROUGH THE TREND AND
001120*                  A DOWNWARD CORRECTION IS THE FIRST HISTORY
001124*                  RECORD THAT CAN GO NEGATIVE; THE OLD UNSIGNED
001128*                  PICTURES SILENTLY DROPPED THE MINUS.
001132*2026-10-15  RLW   RETROACTIVE PAY ENTRIES (TYPE 'T', SEE
001136*                  HISTREC.CPY) ARE SKIPPED LIKE BONUSES - THE
001140*                  RAISE THEY MAKE GOOD IS ALREADY ON THE HISTORY.
001144*2026-10-15  RLW   RAISEHST IS NOW INDEXED ON EMPLOYEE AND
001148*                  EFFECTIVE DATE (SEE HISTREC.CPY), SO IT IS READ
001152*                  STRAIGHT THROUGH IN KEY ORDER - ALREADY THE
001156*                  EMPLOYEE/DATE SEQUENCE THE REPORT BREAKS ON.
001160*                  THE SORT STEP AND ITS SORTHIST/SRTWKFIL WORK
001164*                  FILES ARE GONE.
001168
001172 ENVIRONMENT DIVISION.
001176 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001184     SELECT HISTORYFILE ASSIGN TO "RAISEHST"
001188         ORGANIZATION IS INDEXED
001192         ACCESS IS SEQUENTIAL
001196         RECORD KEY IS HIST-KEY
001200         ALTERNATE RECORD KEY IS HIST-EFFECTIVE-DT
001204             WITH DUPLICATES
001208         FILE STATUS IS TRD-HISTORY-STATUS.
001212     SELECT MASTERFILE ASSIGN TO "INPUTEMP"
001216         ORGANIZATION IS LINE SEQUENTIAL.
001220     SELECT GRADERATEFILE ASSIGN TO "GRADERAT"
001224         ORGANIZATION IS LINE SEQUENTIAL.
001228     SELECT TRENDFILE ASSIGN TO "TRENDRPT"
001232         ORGANIZATION IS LINE SEQUENTIAL.
001236
001240 DATA DIVISION.
001244 FILE SECTION.
001248
001252*----------------------------------------------------------------
001256*INDEXED RAISE-HISTORY FILE - SEE HISTREC.CPY, THE SAME COPYBOOK
001260*Program1 POSTS THE FILE WITH, SO THE TWO PROGRAMS CAN NEVER
001264*DRIFT APART.  READ SEQUENTIALLY IN KEY ORDER - EMPLOYEE, THEN
001268*EFFECTIVE DATE, THEN THE ORDER THE DAY'S ENTRIES WERE POSTED.
001272*----------------------------------------------------------------
001276 FD  HISTORYFILE.
001280     COPY HISTREC.
001284
001288*----------------------------------------------------------------
001292*EMPLOYEE MASTER - SEE EMPREC.CPY.  READ ONCE AT JOB START TO
001296*PICK UP EACH EMPLOYEE'S NAME AND GRADE CODE, SO THE TREND LINES
001300*CAN BE CHECKED AGAINST THE GRADE'S RATE.
001304*----------------------------------------------------------------
001308 FD  MASTERFILE.
001312     COPY EMPREC.
001316
001320*----------------------------------------------------------------
001324*GRADE/CATEGORY RATE TABLE FILE - SEE RATETAB.CPY.  LOADED AT
001328*JOB START THE SAME WAY Program1'S 1200-LOAD-GRADE-RATE-TABLE
001332*DOES.
001336*----------------------------------------------------------------
001340 FD  GRADERATEFILE.
001344     COPY RATETAB.
001348
001352*----------------------------------------------------------------
001356*PRINTED TREND REPORT.
001360*----------------------------------------------------------------
001364 FD  TRENDFILE.
001368 01  TRD-PRINT-REC               PIC X(78).
001372
001376 WORKING-STORAGE SECTION.
001380
001384 01  TRD-CURRENT-DATE-DATA.
001388     05  TRD-CURRENT-DATE.
001392         10  TRD-CURRENT-YEAR        PIC 9(04).
001396         10  TRD-CURRENT-MONTH       PIC 9(02).
001400         10  TRD-CURRENT-DAY         PIC 9(02).
001404
001408*----------------------------------------------------------------
001412*PROGRAM SWITCHES.
001416*----------------------------------------------------------------
001420 01  TRD-SWITCHES.
001424     05  TRD-HIST-EOF-SW         PIC X(01) VALUE 'N'.
001428         88  HIST-EOF                        VALUE 'Y'.
001432     05  TRD-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001436         88  MASTER-EOF                      VALUE 'Y'.
001440     05  TRD-GRADE-RATE-EOF-SW   PIC X(01) VALUE 'N'.
001444         88  GRADE-RATE-EOF                  VALUE 'Y'.
001448     05  TRD-EMP-FOUND-SW        PIC X(01) VALUE 'N'.
001452         88  EMP-FOUND-ON-MASTER             VALUE 'Y'.
001456
001460 01  TRD-HISTORY-STATUS          PIC XX VALUE '00'.
001464
001468*----------------------------------------------------------------
001472*GRADE/CATEGORY RATE TABLE - LOADED FROM GRADERATEFILE AT JOB
001476*START, THE SAME SHAPE Program1 LOADS.  ONLY THE SALARY RATE IS
001480*USED HERE - IT IS WHAT THE LATEST CYCLE PERCENTAGE IS CHECKED
001484*AGAINST.
001488*----------------------------------------------------------------
001492 77  TRD-GR-TABLE-COUNT         PIC 9(02) COMP VALUE ZERO.
001496 01  TRD-GRADE-RATE-TABLE.
001500     05  TRD-GR-ENTRY OCCURS 1 TO 10 TIMES
001504             DEPENDING ON TRD-GR-TABLE-COUNT
001508             INDEXED BY TRD-GR-IDX.
001512         10  TRD-GR-CODE             PIC X(01).
001516         10  TRD-GR-SAL-PCT          PIC V999.
001520
001524*----------------------------------------------------------------
001528*EMPLOYEE NAME/GRADE TABLE - LOADED FROM THE MASTER AT JOB START
001532*SO EACH EMPLOYEE'S TREND BLOCK CAN SHOW THE NAME AND GRADE AND
001536*BE CHECKED AGAINST THE GRADE'S RATE.  AN EMPLOYEE ON HISTORY
001540*BUT NO LONGER ON THE MASTER PRINTS WITH AN UNKNOWN GRADE AND NO
001544*RATE CHECK.
001548*----------------------------------------------------------------
001552 77  TRD-EMP-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
001556 01  TRD-EMP-TABLE.
001560     05  TRD-EMP-ENTRY OCCURS 1 TO 1000 TIMES
001564             DEPENDING ON TRD-EMP-TABLE-COUNT
001568             INDEXED BY TRD-EMP-IDX.
001572         10  TRD-EMP-TBL-NB          PIC X(05).
001576         10  TRD-EMP-TBL-NAME        PIC X(20).
001580         10  TRD-EMP-TBL-GRADE       PIC X(01).
001584
001588*----------------------------------------------------------------
001592*CONTROL-BREAK WORK AREA FOR THE EMPLOYEE BLOCK IN PROGRESS.
001596*----------------------------------------------------------------
001600 01  TRD-BREAK-AREA.
001604     05  TRD-CUR-EMP-NB          PIC X(05) VALUE SPACES.
001608     05  TRD-FIRST-OLD-SALARY    PIC 9(06) VALUE ZERO.
001612     05  TRD-LAST-NEW-SALARY     PIC 9(07) VALUE ZERO.
001616     05  TRD-CYCLE-COUNT         PIC 9(03) COMP VALUE ZERO.
001620     05  TRD-CUR-GRADE           PIC X(01) VALUE SPACES.
001624     05  TRD-CUR-RATE-PCT        PIC S9(03)V9 VALUE ZERO.
001628
001632 01  TRD-WORK-AREA.
001636     05  TRD-CYCLE-PCT           PIC S9(03)V9 VALUE ZERO.
001640     05  TRD-CUM-PCT             PIC S9(03)V9 VALUE ZERO.
001644     05  TRD-PCT-DIFF            PIC S9(03)V9 VALUE ZERO.
001648     05  TRD-EMP-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
001652     05  TRD-FLAGGED-COUNT       PIC 9(06) COMP VALUE ZERO.
001656
001660*----------------------------------------------------------------
001664*REPORT HEADINGS AND PRINT LINES.
001668*----------------------------------------------------------------
001672 01  TRD-HEADER.
001676     05  FILLER             PIC X(21) VALUE SPACES.
001680     05  FILLER             PIC X(25)
001684         VALUE 'RAISE TREND REPORT'.
001688     05  FILLER             PIC X(09) VALUE SPACES.
001692     05  TRD-HDR-DATE-GRP.
001696         10  TRD-HDR-DAY             PIC XX.
001700         10  FILLER                  PIC X VALUE '/'.
001704         10  TRD-HDR-MONTH           PIC XX.
001708         10  FILLER                  PIC X VALUE '/'.
001712         10  TRD-HDR-YEAR            PIC XXXX.
001716
001720 01  TRD-EMP-HEADER.
001724     05  FILLER                  PIC X(01) VALUE SPACES.
001728     05  FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
001732     05  TRD-EMPH-NB             PIC X(05).
001736     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  TRD-EMPH-NAME           PIC X(20).
001744     05  FILLER                  PIC X(02) VALUE SPACES.
001748     05  FILLER                  PIC X(06) VALUE 'GRADE '.
001752     05  TRD-EMPH-GRADE          PIC X(01).
001756     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(05) VALUE 'RATE '.
001764     05  TRD-EMPH-RATE           PIC ZZ9.9.
001768     05  FILLER                  PIC X(02) VALUE ' %'.
001772
001776 01  TRD-MINI-TITLES.
001780     05  FILLER                  PIC X(03) VALUE SPACES.
001784     05  FILLER                  PIC X(09) VALUE 'EFFECTIVE'.
001788     05  FILLER                  PIC X(07) VALUE SPACES.
001792     05  FILLER                  PIC X(03) VALUE 'OLD'.
001796     05  FILLER                  PIC X(08) VALUE SPACES.
001800     05  FILLER                  PIC X(03) VALUE 'NEW'.
001804     05  FILLER                  PIC X(06) VALUE SPACES.
001808     05  FILLER                  PIC X(05) VALUE 'RAISE'.
001812
001816 01  TRD-DETAIL-LINE.
001820     05  FILLER                  PIC X(03) VALUE SPACES.
001824     05  TRD-DET-DATE            PIC X(08).
001828     05  FILLER                  PIC X(02) VALUE SPACES.
001832     05  TRD-DET-OLD-SALARY      PIC ZZZZZ9.
001836     05  FILLER                  PIC X(03) VALUE SPACES.
001840     05  TRD-DET-NEW-SALARY      PIC ZZZZZZ9.
001844     05  FILLER                  PIC X(02) VALUE SPACES.
001848     05  TRD-DET-PCT             PIC ZZ9.9-.
001852     05  FILLER                  PIC X(02) VALUE ' %'.
001856     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  TRD-DET-FLAG            PIC X(14).
001864
001868 01  TRD-CUM-LINE.
001872     05  FILLER                  PIC X(03) VALUE SPACES.
001876     05  FILLER                  PIC X(10) VALUE 'CUMULATIVE'.
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001884     05  TRD-CUM-OLD-SALARY      PIC ZZZZZ9.
001888     05  FILLER                  PIC X(03) VALUE SPACES.
001892     05  TRD-CUM-NEW-SALARY      PIC ZZZZZZ9.
001896     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  TRD-CUM-PCT-OUT         PIC ZZ9.9-.
001904     05  FILLER                  PIC X(02) VALUE ' %'.
001908     05  FILLER                  PIC X(02) VALUE SPACES.
001912     05  TRD-CUM-CYCLES          PIC ZZ9.
001916     05  FILLER                  PIC X(07) VALUE ' CYCLES'.
001920
001924 01  TRD-TRAILER.
001928     05  FILLER                  PIC X(05).
001932     05  TRD-TR-LABEL            PIC X(35).
001936     05  FILLER                  PIC X(02).
001940     05  TRD-TR-COUNT            PIC ZZZ,ZZ9.
001944
001948 PROCEDURE DIVISION.
001952
001956*----------------------------------------------------------------
001960*0000-MAIN-CONTROL LOADS THE REFERENCE TABLES, THEN WALKS THE
001964*RAISE HISTORY IN ITS EMPLOYEE/DATE KEY ORDER AND PRINTS ONE
001968*TREND BLOCK PER EMPLOYEE WITH A CONTROL BREAK ON THE EMPLOYEE
001972*NUMBER.
001976*----------------------------------------------------------------
001980 0000-MAIN-CONTROL.
001984     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001988     PERFORM 4000-PRODUCE-TREND-REPORT THRU 4000-EXIT.
001992     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
001996     STOP RUN.
002000
002004*----------------------------------------------------------------
002008*1000-INITIALIZE OPENS THE REPORT, LOADS THE GRADE RATE AND
002012*EMPLOYEE TABLES AND BUILDS TODAY'S REPORT DATE.
002016*----------------------------------------------------------------
002020 1000-INITIALIZE.
002024     OPEN OUTPUT TRENDFILE.
002028     PERFORM 1200-LOAD-GRADE-RATE-TABLE THRU 1200-EXIT.
002032     PERFORM 1300-LOAD-EMPLOYEE-TABLE THRU 1300-EXIT.
002036     MOVE FUNCTION CURRENT-DATE (1:8) TO TRD-CURRENT-DATE-DATA.
002040     MOVE TRD-CURRENT-DAY TO TRD-HDR-DAY.
002044     MOVE TRD-CURRENT-MONTH TO TRD-HDR-MONTH.
002048     MOVE TRD-CURRENT-YEAR TO TRD-HDR-YEAR.
002052     PERFORM 1400-WRITE-REPORT-HEADER THRU 1400-EXIT.
002056 1000-EXIT.
002060     EXIT.
002064
002068*----------------------------------------------------------------
002072*1200-LOAD-GRADE-RATE-TABLE READS GRADERATEFILE THE SAME WAY
002076*Program1 DOES, KEEPING ONLY THE GRADE CODE AND SALARY RATE.
002080*----------------------------------------------------------------
002084 1200-LOAD-GRADE-RATE-TABLE.
002088     MOVE ZERO TO TRD-GR-TABLE-COUNT.
002092     OPEN INPUT GRADERATEFILE.
002096     PERFORM 1210-READ-GRADE-RECORD THRU 1210-EXIT.
002100     PERFORM UNTIL GRADE-RATE-EOF
002104         IF TRD-GR-TABLE-COUNT < 10
002108             ADD 1 TO TRD-GR-TABLE-COUNT
002112             MOVE GR-GRADE-CODE
002116                 TO TRD-GR-CODE (TRD-GR-TABLE-COUNT)
002120             MOVE GR-SALARY-PCT
002124                 TO TRD-GR-SAL-PCT (TRD-GR-TABLE-COUNT)
002128         ELSE
002132             DISPLAY 'GRADERATEFILE HAS MORE THAN 10 GRADE CODES'
002136             CLOSE GRADERATEFILE
002140             STOP RUN
002144         END-IF
002148         PERFORM 1210-READ-GRADE-RECORD THRU 1210-EXIT
002152     END-PERFORM.
002156     CLOSE GRADERATEFILE.
002160 1200-EXIT.
002164     EXIT.
002168
002172 1210-READ-GRADE-RECORD.
002176     READ GRADERATEFILE
002180         AT END
002184             MOVE 'Y' TO TRD-GRADE-RATE-EOF-SW
002188     END-READ.
002192 1210-EXIT.
002196     EXIT.
002200
002204*----------------------------------------------------------------
002208*1300-LOAD-EMPLOYEE-TABLE READS THE MASTER ONCE AND KEEPS EACH
002212*EMPLOYEE'S NUMBER, NAME AND GRADE.  A MASTER BIGGER THAN THE
002216*TABLE STOPS THE JOB RATHER THAN REPORT AGAINST HALF A FILE.
002220*----------------------------------------------------------------
002224 1300-LOAD-EMPLOYEE-TABLE.
002228     MOVE ZERO TO TRD-EMP-TABLE-COUNT.
002232     OPEN INPUT MASTERFILE.
002236     PERFORM 1310-READ-MASTER-RECORD THRU 1310-EXIT.
002240     PERFORM UNTIL MASTER-EOF
002244         IF TRD-EMP-TABLE-COUNT < 1000
002248             ADD 1 TO TRD-EMP-TABLE-COUNT
002252             MOVE EmpNbIn
002256                 TO TRD-EMP-TBL-NB (TRD-EMP-TABLE-COUNT)
002260             MOVE EmpName
002264                 TO TRD-EMP-TBL-NAME (TRD-EMP-TABLE-COUNT)
002268             MOVE EmpGradeIn
002272                 TO TRD-EMP-TBL-GRADE (TRD-EMP-TABLE-COUNT)
002276         ELSE
002280             DISPLAY 'EMPLOYEE MASTER EXCEEDS TREND TABLE'
002284             CLOSE MASTERFILE
002288             STOP RUN
002292         END-IF
002296         PERFORM 1310-READ-MASTER-RECORD THRU 1310-EXIT
002300     END-PERFORM.
002304     CLOSE MASTERFILE.
002308 1300-EXIT.
002312     EXIT.
002316
002320 1310-READ-MASTER-RECORD.
002324     READ MASTERFILE
002328         AT END
002332             MOVE 'Y' TO TRD-MASTER-EOF-SW
002336     END-READ.
002340 1310-EXIT.
002344     EXIT.
002348
002352 1400-WRITE-REPORT-HEADER.
002356     MOVE SPACES TO TRD-PRINT-REC.
002360     WRITE TRD-PRINT-REC AFTER ADVANCING 3 LINES.
002364     MOVE TRD-HEADER TO TRD-PRINT-REC.
002368     WRITE TRD-PRINT-REC.
002372     MOVE SPACES TO TRD-PRINT-REC.
002376     WRITE TRD-PRINT-REC.
002380 1400-EXIT.
002384     EXIT.
002388
002392*----------------------------------------------------------------
002396*4000-PRODUCE-TREND-REPORT WALKS THE HISTORY IN KEY ORDER,
002400*STARTS A NEW BLOCK EVERY TIME THE EMPLOYEE NUMBER CHANGES AND
002404*CLOSES THE OPEN BLOCK WITH ITS CUMULATIVE LINE AND RATE CHECK.
002408*NO HISTORY FILE MOUNTED PRINTS THE TOTALS ALONE, AT ZERO.
002412*----------------------------------------------------------------
002416 4000-PRODUCE-TREND-REPORT.
002420     OPEN INPUT HISTORYFILE.
002424     IF TRD-HISTORY-STATUS NOT = '00'
002428         DISPLAY 'RAISE HISTORY RAISEHST WILL NOT OPEN - STATUS '
002432             TRD-HISTORY-STATUS '.  NOTHING TO REPORT.'
002436         PERFORM 4500-WRITE-CONTROL-TOTALS THRU 4500-EXIT
002440         GO TO 4000-EXIT
002444     END-IF.
002448     PERFORM 4100-READ-HISTORY-RECORD THRU 4100-EXIT.
002452     PERFORM UNTIL HIST-EOF
002456         IF HIST-EMP-NB NOT = TRD-CUR-EMP-NB
002460             PERFORM 4300-CLOSE-EMPLOYEE-BLOCK THRU 4300-EXIT
002464             PERFORM 4200-START-EMPLOYEE-BLOCK THRU 4200-EXIT
002468         END-IF
002472         PERFORM 4400-WRITE-CYCLE-LINE THRU 4400-EXIT
002476         PERFORM 4100-READ-HISTORY-RECORD THRU 4100-EXIT
002480     END-PERFORM.
002484     PERFORM 4300-CLOSE-EMPLOYEE-BLOCK THRU 4300-EXIT.
002488     CLOSE HISTORYFILE.
002492     PERFORM 4500-WRITE-CONTROL-TOTALS THRU 4500-EXIT.
002496 4000-EXIT.
002500     EXIT.
002504
002508*----------------------------------------------------------------
002512*4100-READ-HISTORY-RECORD DELIVERS THE NEXT RAISE RECORD.  BONUS
002516*ENTRIES (TYPE 'B'), DEDUCTION ENTRIES (TYPE 'D') AND RETROACTIVE
002520*PAY ENTRIES (TYPE 'T') ARE HISTORY, NOT RAISES - THEIR
002524*PERCENTAGES WOULD BE NONSENSE ON A RAISE TREND LINE, AND A 'T'
002528*WOULD COUNT ITS RAISE TWICE, SO THEY ARE SKIPPED.
002532*----------------------------------------------------------------
002536 4100-READ-HISTORY-RECORD.
002540     READ HISTORYFILE
002544         AT END
002548             MOVE 'Y' TO TRD-HIST-EOF-SW
002552     END-READ.
002556     IF NOT HIST-EOF
002560         IF HIST-REC-TYPE = 'B' OR 'D' OR 'T'
002564             GO TO 4100-READ-HISTORY-RECORD
002568         END-IF
002572     END-IF.
002576 4100-EXIT.
002580     EXIT.
002584
002588*----------------------------------------------------------------
002592*4200-START-EMPLOYEE-BLOCK PRINTS THE EMPLOYEE HEADER, LOOKING
002596*THE EMPLOYEE UP ON THE MASTER TABLE FOR NAME, GRADE AND THE
002600*GRADE'S RATE.  AN EMPLOYEE NO LONGER ON THE MASTER PRINTS WITH
002604*AN UNKNOWN GRADE AND IS NOT RATE-CHECKED.
002608*----------------------------------------------------------------
002612 4200-START-EMPLOYEE-BLOCK.
002616     ADD 1 TO TRD-EMP-READ-COUNT.
002620     MOVE HIST-EMP-NB TO TRD-CUR-EMP-NB.
002624     MOVE HIST-OLD-SALARY TO TRD-FIRST-OLD-SALARY.
002628     MOVE ZERO TO TRD-CYCLE-COUNT.
002632     MOVE TRD-CUR-EMP-NB TO TRD-EMPH-NB.
002636     MOVE 'N' TO TRD-EMP-FOUND-SW.
002640     SET TRD-EMP-IDX TO 1.
002644     IF TRD-EMP-TABLE-COUNT > ZERO
002648         SEARCH TRD-EMP-ENTRY
002652             AT END
002656                 CONTINUE
002660             WHEN TRD-EMP-TBL-NB (TRD-EMP-IDX) = TRD-CUR-EMP-NB
002664                 MOVE 'Y' TO TRD-EMP-FOUND-SW
002668         END-SEARCH
002672     END-IF.
002676     IF EMP-FOUND-ON-MASTER
002680         MOVE TRD-EMP-TBL-NAME (TRD-EMP-IDX) TO TRD-EMPH-NAME
002684         MOVE TRD-EMP-TBL-GRADE (TRD-EMP-IDX) TO TRD-CUR-GRADE
002688     ELSE
002692         MOVE 'NOT ON MASTER' TO TRD-EMPH-NAME
002696         MOVE '?' TO TRD-CUR-GRADE
002700     END-IF.
002704     MOVE TRD-CUR-GRADE TO TRD-EMPH-GRADE.
002708     MOVE ZERO TO TRD-CUR-RATE-PCT.
002712     IF EMP-FOUND-ON-MASTER
002716         SET TRD-GR-IDX TO 1
002720         IF TRD-GR-TABLE-COUNT > ZERO
002724             SEARCH TRD-GR-ENTRY
002728                 AT END
002732                     CONTINUE
002736                 WHEN TRD-GR-CODE (TRD-GR-IDX) = TRD-CUR-GRADE
002740                     COMPUTE TRD-CUR-RATE-PCT ROUNDED =
002744                         TRD-GR-SAL-PCT (TRD-GR-IDX) * 100
002748             END-SEARCH
002752         END-IF
002756     END-IF.
002760     MOVE TRD-CUR-RATE-PCT TO TRD-EMPH-RATE.
002764     MOVE SPACES TO TRD-PRINT-REC.
002768     WRITE TRD-PRINT-REC AFTER ADVANCING 2 LINES.
002772     MOVE TRD-EMP-HEADER TO TRD-PRINT-REC.
002776     WRITE TRD-PRINT-REC.
002780     MOVE TRD-MINI-TITLES TO TRD-PRINT-REC.
002784     WRITE TRD-PRINT-REC.
002788 4200-EXIT.
002792     EXIT.
002796
002800*----------------------------------------------------------------
002804*4300-CLOSE-EMPLOYEE-BLOCK WRITES THE CUMULATIVE LINE FOR THE
002808*BLOCK IN PROGRESS - FIRST CYCLE'S OLD SALARY TO LATEST CYCLE'S
002812*NEW SALARY AND THE OVERALL PERCENTAGE.  NOTHING TO DO BEFORE
002816*THE FIRST BLOCK.
002820*----------------------------------------------------------------
002824 4300-CLOSE-EMPLOYEE-BLOCK.
002828     IF TRD-CUR-EMP-NB = SPACES
002832         GO TO 4300-EXIT
002836     END-IF.
002840     MOVE TRD-FIRST-OLD-SALARY TO TRD-CUM-OLD-SALARY.
002844     MOVE TRD-LAST-NEW-SALARY TO TRD-CUM-NEW-SALARY.
002848     IF TRD-FIRST-OLD-SALARY > ZERO
002852         COMPUTE TRD-CUM-PCT ROUNDED =
002856             ((TRD-LAST-NEW-SALARY - TRD-FIRST-OLD-SALARY)
002860                 * 100) / TRD-FIRST-OLD-SALARY
002864     ELSE
002868         MOVE ZERO TO TRD-CUM-PCT
002872     END-IF.
002876     MOVE TRD-CUM-PCT TO TRD-CUM-PCT-OUT.
002880     MOVE TRD-CYCLE-COUNT TO TRD-CUM-CYCLES.
002884     MOVE TRD-CUM-LINE TO TRD-PRINT-REC.
002888     WRITE TRD-PRINT-REC.
002892 4300-EXIT.
002896     EXIT.
002900
002904*----------------------------------------------------------------
002908*4400-WRITE-CYCLE-LINE PRINTS ONE CYCLE'S RAISE FOR THE CURRENT
002912*EMPLOYEE AND REMEMBERS IT AS THE LATEST ONE SEEN, SO THE RATE
002916*CHECK AT BLOCK CLOSE LOOKS AT THE MOST RECENT CYCLE.
002920*----------------------------------------------------------------
002924 4400-WRITE-CYCLE-LINE.
002928     ADD 1 TO TRD-CYCLE-COUNT.
002932     MOVE SPACES TO TRD-DET-FLAG.
002936     MOVE HIST-EFFECTIVE-DT TO TRD-DET-DATE.
002940     MOVE HIST-OLD-SALARY TO TRD-DET-OLD-SALARY.
002944     MOVE HIST-NEW-SALARY TO TRD-DET-NEW-SALARY.
002948     IF HIST-OLD-SALARY > ZERO
002952         COMPUTE TRD-CYCLE-PCT ROUNDED =
002956             ((HIST-NEW-SALARY - HIST-OLD-SALARY)
002960                 * 100) / HIST-OLD-SALARY
002964     ELSE
002968         MOVE ZERO TO TRD-CYCLE-PCT
002972     END-IF.
002976     MOVE TRD-CYCLE-PCT TO TRD-DET-PCT.
002980     MOVE HIST-NEW-SALARY TO TRD-LAST-NEW-SALARY.
002984     PERFORM 4450-CHECK-RATE-DEVIATION THRU 4450-EXIT.
002988     MOVE TRD-DETAIL-LINE TO TRD-PRINT-REC.
002992     WRITE TRD-PRINT-REC.
002996 4400-EXIT.
003000     EXIT.
003004
003008*----------------------------------------------------------------
003012*4450-CHECK-RATE-DEVIATION FLAGS THE CYCLE LINE WHEN ITS
003016*PERCENTAGE IS OFF THE GRADE'S RATE BY MORE THAN THE ROUNDING
003020*MARGIN A WHOLE-DOLLAR SALARY CAN INTRODUCE.  ONLY THE LATEST
003024*CYCLE MATTERS FOR THE AUDIT FLAG, BUT THE SAME CHECK ON EVERY
003028*LINE SHOWS WHEN THE DEVIATION STARTED.
003032*----------------------------------------------------------------
003036 4450-CHECK-RATE-DEVIATION.
003040     IF NOT EMP-FOUND-ON-MASTER
003044         GO TO 4450-EXIT
003048     END-IF.
003052     COMPUTE TRD-PCT-DIFF = TRD-CYCLE-PCT - TRD-CUR-RATE-PCT.
003056     IF TRD-PCT-DIFF < ZERO
003060         COMPUTE TRD-PCT-DIFF = ZERO - TRD-PCT-DIFF
003064     END-IF.
003068     IF TRD-PCT-DIFF > 0.1
003072         MOVE '** OFF RATE **' TO TRD-DET-FLAG
003076         ADD 1 TO TRD-FLAGGED-COUNT
003080     END-IF.
003084 4450-EXIT.
003088     EXIT.
003092
003096*----------------------------------------------------------------
003100*4500-WRITE-CONTROL-TOTALS PRINTS THE TRAILER COUNTS FOR THE
003104*RUN.
003108*----------------------------------------------------------------
003112 4500-WRITE-CONTROL-TOTALS.
003116     MOVE SPACES TO TRD-PRINT-REC.
003120     WRITE TRD-PRINT-REC AFTER ADVANCING 2 LINES.
003124     MOVE SPACES TO TRD-TRAILER.
003128     MOVE 'EMPLOYEES REPORTED' TO TRD-TR-LABEL.
003132     MOVE TRD-EMP-READ-COUNT TO TRD-TR-COUNT.
003136     MOVE TRD-TRAILER TO TRD-PRINT-REC.
003140     WRITE TRD-PRINT-REC AFTER ADVANCING 1 LINE.
003144     MOVE SPACES TO TRD-TRAILER.
003148     MOVE 'CYCLE LINES OFF GRADE RATE' TO TRD-TR-LABEL.
003152     MOVE TRD-FLAGGED-COUNT TO TRD-TR-COUNT.
003156     MOVE TRD-TRAILER TO TRD-PRINT-REC.
003160     WRITE TRD-PRINT-REC AFTER ADVANCING 1 LINE.
003164 4500-EXIT.
003168     EXIT.
003172
003176 9000-TERMINATE-RUN.
003180     CLOSE TRENDFILE.
003184 9000-EXIT.
003188     EXIT.
003192
003196 END PROGRAM Program4.
