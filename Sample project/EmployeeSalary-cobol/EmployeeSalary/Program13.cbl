001080*                  SALARY SUMMARIES BY GRADE AND BY DEPARTMENT.
001084*                  COMPENSATION STOPS REKEYING THE MASTER INTO A
001088*                  SPREADSHEET EVERY QUARTER.
001092*2026-10-15  RLW   TERMINATED EMPLOYEES (EmpStatus 'T') LEFT OUT
001096*                  OF THE ANALYSIS AND HEADCOUNTS AND COUNTED ON
001100*                  THE TRAILER, THE SAME WAY THE PAYROLL CYCLE
001104*                  SKIPS THEM.  EMPLOYEES ON LEAVE ARE STILL ON
001108*                  THE PAYROLL AND STAY IN - COUNTED SEPARATELY.
001112
001116 ENVIRONMENT DIVISION.
001120 INPUT-OUTPUT SECTION.
001124 FILE-CONTROL.
001128     SELECT MASTERFILE ASSIGN TO "EMPMAST"
001132         ORGANIZATION IS INDEXED
001136         ACCESS IS SEQUENTIAL
001140         RECORD KEY IS EmpNbIn
001144         FILE STATUS IS PIB-MASTER-STATUS.
001148     SELECT BANDFILE ASSIGN TO "SALBAND"
001152         ORGANIZATION IS LINE SEQUENTIAL
001156         FILE STATUS IS PIB-BAND-STATUS.
001160     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001164         ORGANIZATION IS LINE SEQUENTIAL
001168         FILE STATUS IS PIB-DEPTMAST-STATUS.
001172     SELECT RPTFILE ASSIGN TO "BANDRPT"
001176         ORGANIZATION IS LINE SEQUENTIAL.
001180
001184 DATA DIVISION.
001188 FILE SECTION.
001192
001196*----------------------------------------------------------------
001200*INDEXED EMPLOYEE MASTER - SEE EMPREC.CPY, THE SAME COPYBOOK
001204*EVERY OTHER PROGRAM CARRIES THE MASTER WITH.  READ FRONT TO
001208*BACK BY KEY FOR THE POINT-IN-TIME PICTURE.
001212*----------------------------------------------------------------
001216 FD  MASTERFILE.
001220     COPY EMPREC.
001224
001228*----------------------------------------------------------------
001232*GRADE SALARY-BAND FILE - SEE BANDTAB.CPY, THE SAME COPYBOOK
001236*THE PAYROLL RUN SUSPENDS OUT-OF-BAND RAISES WITH.
001240*----------------------------------------------------------------
001244 FD  BANDFILE.
001248     COPY BANDTAB.
001252
001256*----------------------------------------------------------------
001260*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY.  NAMES FOR THE
001264*DEPARTMENT SUMMARY; A MISSING FILE JUST LEAVES THE NAMES OFF.
001268*----------------------------------------------------------------
001272 FD  DEPTMASTFILE.
001276     COPY DEPTREC.
001280
001284*----------------------------------------------------------------
001288*PRINTED POSITION-IN-BAND REPORT.
001292*----------------------------------------------------------------
001296 FD  RPTFILE.
001300 01  PIB-PRINT-REC               PIC X(78).
001304
001308 WORKING-STORAGE SECTION.
001312
001316 01  PIB-CURRENT-DATE-DATA.
001320     05  PIB-CURRENT-DATE.
001324         10  PIB-CURRENT-YEAR        PIC 9(04).
001328         10  PIB-CURRENT-MONTH       PIC 9(02).
001332         10  PIB-CURRENT-DAY         PIC 9(02).
001336
001340*----------------------------------------------------------------
001344*PROGRAM SWITCHES.
001348*----------------------------------------------------------------
001352 01  PIB-SWITCHES.
001356     05  PIB-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001360         88  MASTER-EOF                      VALUE 'Y'.
001364     05  PIB-BAND-EOF-SW         PIC X(01) VALUE 'N'.
001368         88  BAND-EOF                        VALUE 'Y'.
001372     05  PIB-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
001376         88  DEPTMAST-EOF                    VALUE 'Y'.
001380     05  PIB-BAND-FOUND-SW       PIC X(01) VALUE 'N'.
001384         88  BAND-FOUND                      VALUE 'Y'.
001388
001392 01  PIB-MASTER-STATUS           PIC XX VALUE '00'.
001396 01  PIB-BAND-STATUS             PIC XX VALUE '00'.
001400 01  PIB-DEPTMAST-STATUS         PIC XX VALUE '00'.
001404
001408*----------------------------------------------------------------
001412*HOW CLOSE TO THE BAND MAXIMUM COUNTS AS 'NEAR' - A SALARY AT
001416*OR ABOVE THIS PERCENTAGE OF THE MAXIMUM GETS THE FLAG.  THE
001420*NEXT GRADE RAISE ON TOP OF A SALARY THIS HIGH IS WHAT FEEDS
001424*THE SUSPENSE QUEUE.
001428*----------------------------------------------------------------
001432 77  PIB-NEAR-MAX-PCT           PIC 9(03) VALUE 095.
001436
001440*----------------------------------------------------------------
001444*GRADE SALARY-BAND TABLE - LOADED FROM BANDFILE AT JOB START
001448*THE WAY Program1 LOADS IT, WITH THE MIDPOINT COMPUTED ONCE.
001452*----------------------------------------------------------------
001456 77  PIB-BAND-COUNT             PIC 9(02) COMP VALUE ZERO.
001460 01  PIB-BAND-TABLE.
001464     05  PIB-BND-ENTRY OCCURS 1 TO 10 TIMES
001468             DEPENDING ON PIB-BAND-COUNT
001472             INDEXED BY PIB-BND-IDX.
001476         10  PIB-BND-CODE            PIC X(01).
001480         10  PIB-BND-MIN             PIC 9(07).
001484         10  PIB-BND-MAX             PIC 9(07).
001488         10  PIB-BND-MID             PIC 9(07).
001492         10  PIB-BND-NEAR-POINT      PIC 9(07).
001496
001500*----------------------------------------------------------------
001504*DEPARTMENT NAME TABLE - LOADED FROM DEPTMAST AT JOB START.
001508*----------------------------------------------------------------
001512 77  PIB-DP-TABLE-COUNT         PIC 9(02) COMP VALUE ZERO.
001516 01  PIB-DEPT-NAME-TABLE.
001520     05  PIB-DPN-ENTRY OCCURS 1 TO 50 TIMES
001524             DEPENDING ON PIB-DP-TABLE-COUNT
001528             INDEXED BY PIB-DPN-IDX.
001532         10  PIB-DPN-CODE            PIC X(04).
001536         10  PIB-DPN-NAME            PIC X(20).
001540
001544*----------------------------------------------------------------
001548*GRADE AND DEPARTMENT STATS TABLES - BUILT AS CODES ARE MET,
001552*PRINTED AS THE TWO SUMMARY SECTIONS.
001556*----------------------------------------------------------------
001560 77  PIB-GRD-COUNT              PIC 9(02) COMP VALUE ZERO.
001564 01  PIB-GRADE-STATS.
001568     05  PIB-GRD-ENTRY OCCURS 1 TO 10 TIMES
001572             DEPENDING ON PIB-GRD-COUNT
001576             INDEXED BY PIB-GRD-IDX.
001580         10  PIB-GRD-CODE            PIC X(01).
001584         10  PIB-GRD-HEADCOUNT       PIC 9(06).
001588         10  PIB-GRD-TOT-SALARY      PIC 9(10).
001592         10  PIB-GRD-BELOW-COUNT     PIC 9(06).
001596         10  PIB-GRD-NEAR-COUNT      PIC 9(06).
001600
001604 77  PIB-DPT-COUNT              PIC 9(02) COMP VALUE ZERO.
001608 01  PIB-DEPT-STATS.
001612     05  PIB-DPT-ENTRY OCCURS 1 TO 50 TIMES
001616             DEPENDING ON PIB-DPT-COUNT
001620             INDEXED BY PIB-DPT-IDX.
001624         10  PIB-DPT-CODE            PIC X(04).
001628         10  PIB-DPT-HEADCOUNT       PIC 9(06).
001632         10  PIB-DPT-TOT-SALARY      PIC 9(10).
001636         10  PIB-DPT-BELOW-COUNT     PIC 9(06).
001640         10  PIB-DPT-NEAR-COUNT      PIC 9(06).
001644
001648*----------------------------------------------------------------
001652*WORK AREA FOR THE EMPLOYEE IN HAND - THE BAND FOUND FOR THE
001656*GRADE, THE COMPA-RATIO AGAINST THE MIDPOINT AND THE FLAG.
001660*----------------------------------------------------------------
001664 01  PIB-WORK-AREA.
001668     05  PIB-CUR-MIN             PIC 9(07) VALUE ZERO.
001672     05  PIB-CUR-MAX             PIC 9(07) VALUE ZERO.
001676     05  PIB-CUR-MID             PIC 9(07) VALUE ZERO.
001680     05  PIB-CUR-NEAR            PIC 9(07) VALUE ZERO.
001684     05  PIB-COMPA-RATIO         PIC 9(03)V9 VALUE ZERO.
001688     05  PIB-CUR-FLAG            PIC X(13) VALUE SPACES.
001692     05  PIB-AVG-SALARY          PIC 9(07) VALUE ZERO.
001696
001700*----------------------------------------------------------------
001704*CONTROL TOTALS.
001708*----------------------------------------------------------------
001712 01  PIB-CONTROL-TOTALS.
001716     05  PIB-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
001720     05  PIB-REPORTED-COUNT      PIC 9(06) COMP VALUE ZERO.
001724     05  PIB-SKIPPED-COUNT       PIC 9(06) COMP VALUE ZERO.
001728     05  PIB-TERMINATED-COUNT    PIC 9(06) COMP VALUE ZERO.
001732     05  PIB-LEAVE-COUNT         PIC 9(06) COMP VALUE ZERO.
001736     05  PIB-NO-BAND-COUNT       PIC 9(06) COMP VALUE ZERO.
001740     05  PIB-BELOW-MIN-COUNT     PIC 9(06) COMP VALUE ZERO.
001744     05  PIB-NEAR-MAX-COUNT      PIC 9(06) COMP VALUE ZERO.
001748
001752*----------------------------------------------------------------
001756*REPORT HEADINGS, DETAIL AND SUMMARY LINES.
001760*----------------------------------------------------------------
001764 01  PIB-REPORT-HEADER.
001768     05  FILLER             PIC X(16) VALUE SPACES.
001772     05  FILLER             PIC X(33)
001776         VALUE 'POSITION-IN-BAND ANALYSIS        '.
001780     05  FILLER             PIC X(09) VALUE SPACES.
001784     05  PIB-HDR-DATE-GRP.
001788         10  PIB-HDR-DAY             PIC XX.
001792         10  FILLER                  PIC X VALUE '/'.
001796         10  PIB-HDR-MONTH           PIC XX.
001800         10  FILLER                  PIC X VALUE '/'.
001804         10  PIB-HDR-YEAR            PIC XXXX.
001808
001812 01  PIB-MINI-TITLES.
001816     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
001824     05  FILLER                  PIC X(02) VALUE SPACES.
001828     05  FILLER                  PIC X(04) VALUE 'NAME'.
001832     05  FILLER                  PIC X(17) VALUE SPACES.
001836     05  FILLER                  PIC X(02) VALUE 'GR'.
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001844     05  FILLER                  PIC X(04) VALUE 'DEPT'.
001848     05  FILLER                  PIC X(03) VALUE SPACES.
001852     05  FILLER                  PIC X(06) VALUE 'SALARY'.
001856     05  FILLER                  PIC X(04) VALUE SPACES.
001860     05  FILLER                  PIC X(03) VALUE 'MID'.
001864     05  FILLER                  PIC X(03) VALUE SPACES.
001868     05  FILLER                  PIC X(04) VALUE 'CR %'.
001872     05  FILLER                  PIC X(02) VALUE SPACES.
001876     05  FILLER                  PIC X(04) VALUE 'FLAG'.
001880
001884 01  PIB-DETAIL-LINE.
001888     05  FILLER                  PIC X(01).
001892     05  PIB-DTL-EMP-NB          PIC X(05).
001896     05  FILLER                  PIC X(02).
001900     05  PIB-DTL-NAME            PIC X(20).
001904     05  FILLER                  PIC X(02).
001908     05  PIB-DTL-GRADE           PIC X(01).
001912     05  FILLER                  PIC X(02).
001916     05  PIB-DTL-DEPT            PIC X(04).
001920     05  FILLER                  PIC X(02).
001924     05  PIB-DTL-SALARY          PIC ZZZZZ9.
001928     05  FILLER                  PIC X(01).
001932     05  PIB-DTL-MID             PIC ZZZZZZ9.
001936     05  FILLER                  PIC X(01).
001940     05  PIB-DTL-CR              PIC ZZ9.9.
001944     05  FILLER                  PIC X(02).
001948     05  PIB-DTL-FLAG            PIC X(13).
001952
001956 01  PIB-SUMMARY-TITLES.
001960     05  FILLER                  PIC X(01) VALUE SPACES.
001964     05  FILLER                  PIC X(04) VALUE 'CODE'.
001968     05  FILLER                  PIC X(18) VALUE SPACES.
001972     05  FILLER                  PIC X(09) VALUE 'HEADCOUNT'.
001976     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  FILLER                  PIC X(10) VALUE 'AVG SALARY'.
001984     05  FILLER                  PIC X(02) VALUE SPACES.
001988     05  FILLER                  PIC X(09) VALUE 'BELOW MIN'.
001992     05  FILLER                  PIC X(02) VALUE SPACES.
001996     05  FILLER                  PIC X(08) VALUE 'NEAR MAX'.
002000
002004 01  PIB-SUMMARY-LINE.
002008     05  FILLER                  PIC X(01).
002012     05  PIB-SUM-CODE            PIC X(04).
002016     05  FILLER                  PIC X(01).
002020     05  PIB-SUM-NAME            PIC X(20).
002024     05  FILLER                  PIC X(02).
002028     05  PIB-SUM-HEADCOUNT       PIC ZZZ,ZZ9.
002032     05  FILLER                  PIC X(04).
002036     05  PIB-SUM-AVG-SALARY      PIC Z,ZZZ,ZZ9.
002040     05  FILLER                  PIC X(05).
002044     05  PIB-SUM-BELOW           PIC ZZZ,ZZ9.
002048     05  FILLER                  PIC X(03).
002052     05  PIB-SUM-NEAR            PIC ZZZ,ZZ9.
002056
002060 01  PIB-REPORT-TRAILER.
002064     05  FILLER                  PIC X(05).
002068     05  PIB-TR-LABEL            PIC X(35).
002072     05  FILLER                  PIC X(02).
002076     05  PIB-TR-COUNT            PIC ZZZ,ZZ9.
002080
002084 PROCEDURE DIVISION.
002088
002092*----------------------------------------------------------------
002096*0000-MAIN-CONTROL LOADS THE BAND AND DEPARTMENT TABLES, WALKS
002100*THE MASTER ONCE PRINTING THE DETAIL SECTION AND ACCUMULATING
002104*THE GRADE AND DEPARTMENT STATS, THEN PRINTS THE TWO SUMMARY
002108*SECTIONS AND THE CONTROL TOTALS.
002112*----------------------------------------------------------------
002116 0000-MAIN-CONTROL.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002124     PERFORM 2000-ANALYZE-MASTER THRU 2000-EXIT.
002128     PERFORM 5000-PRINT-GRADE-SUMMARY THRU 5000-EXIT.
002132     PERFORM 6000-PRINT-DEPT-SUMMARY THRU 6000-EXIT.
002136     PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT.
002140     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002144     STOP RUN.
002148
002152*----------------------------------------------------------------
002156*1000-INITIALIZE OPENS THE FILES, LOADS THE REFERENCE TABLES
002160*AND WRITES THE BANNER.  A MISSING BAND FILE LEAVES EVERY GRADE
002164*BANDLESS AND THE REPORT SAYS SO PER EMPLOYEE - NO POINT
002168*STOPPING, THE HEADCOUNTS ARE STILL WANTED.
002172*----------------------------------------------------------------
002176 1000-INITIALIZE.
002180     OPEN INPUT MASTERFILE.
002184     IF PIB-MASTER-STATUS NOT = '00'
002188         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
002192             PIB-MASTER-STATUS '.  RELOAD IT WITH THE MASTER LOAD'
002196         DISPLAY 'PROGRAM AND RESUBMIT.'
002200         STOP RUN
002204     END-IF.
002208     OPEN OUTPUT RPTFILE.
002212     MOVE FUNCTION CURRENT-DATE (1:8) TO PIB-CURRENT-DATE-DATA.
002216     MOVE PIB-CURRENT-DAY TO PIB-HDR-DAY.
002220     MOVE PIB-CURRENT-MONTH TO PIB-HDR-MONTH.
002224     MOVE PIB-CURRENT-YEAR TO PIB-HDR-YEAR.
002228     PERFORM 1100-LOAD-BAND-TABLE THRU 1100-EXIT.
002232     PERFORM 1300-LOAD-DEPT-NAMES THRU 1300-EXIT.
002236     MOVE SPACES TO PIB-PRINT-REC.
002240     WRITE PIB-PRINT-REC AFTER ADVANCING 3 LINES.
002244     MOVE PIB-REPORT-HEADER TO PIB-PRINT-REC.
002248     WRITE PIB-PRINT-REC.
002252     MOVE PIB-MINI-TITLES TO PIB-PRINT-REC.
002256     WRITE PIB-PRINT-REC AFTER ADVANCING 2 LINES.
002260     MOVE SPACES TO PIB-PRINT-REC.
002264     WRITE PIB-PRINT-REC.
002268 1000-EXIT.
002272     EXIT.
002276
002280*----------------------------------------------------------------
002284*1100-LOAD-BAND-TABLE READS BANDFILE THE WAY Program1 DOES AND
002288*COMPUTES EACH BAND'S MIDPOINT AND NEAR-MAXIMUM POINT ONCE.
002292*----------------------------------------------------------------
002296 1100-LOAD-BAND-TABLE.
002300     MOVE ZERO TO PIB-BAND-COUNT.
002304     OPEN INPUT BANDFILE.
002308     IF PIB-BAND-STATUS NOT = '00'
002312         GO TO 1100-EXIT
002316     END-IF.
002320     PERFORM 1200-READ-BAND-RECORD THRU 1200-EXIT.
002324     PERFORM UNTIL BAND-EOF
002328         IF PIB-BAND-COUNT < 10
002332             ADD 1 TO PIB-BAND-COUNT
002336             MOVE SB-GRADE-CODE TO PIB-BND-CODE (PIB-BAND-COUNT)
002340             MOVE SB-MIN-SALARY TO PIB-BND-MIN (PIB-BAND-COUNT)
002344             MOVE SB-MAX-SALARY TO PIB-BND-MAX (PIB-BAND-COUNT)
002348             COMPUTE PIB-BND-MID (PIB-BAND-COUNT) ROUNDED =
002352                 (SB-MIN-SALARY + SB-MAX-SALARY) / 2
002356             COMPUTE PIB-BND-NEAR-POINT (PIB-BAND-COUNT)
002360                 ROUNDED =
002364                 SB-MAX-SALARY * PIB-NEAR-MAX-PCT / 100
002368         ELSE
002372             DISPLAY 'BANDFILE HAS MORE THAN 10 GRADE CODES'
002376             CLOSE BANDFILE
002380             STOP RUN
002384         END-IF
002388         PERFORM 1200-READ-BAND-RECORD THRU 1200-EXIT
002392     END-PERFORM.
002396     CLOSE BANDFILE.
002400 1100-EXIT.
002404     EXIT.
002408
002412 1200-READ-BAND-RECORD.
002416     READ BANDFILE
002420         AT END
002424             MOVE 'Y' TO PIB-BAND-EOF-SW
002428     END-READ.
002432 1200-EXIT.
002436     EXIT.
002440
002444 1300-LOAD-DEPT-NAMES.
002448     MOVE ZERO TO PIB-DP-TABLE-COUNT.
002452     OPEN INPUT DEPTMASTFILE.
002456     IF PIB-DEPTMAST-STATUS NOT = '00'
002460         GO TO 1300-EXIT
002464     END-IF.
002468     PERFORM 1400-READ-DEPT-RECORD THRU 1400-EXIT.
002472     PERFORM UNTIL DEPTMAST-EOF
002476         IF PIB-DP-TABLE-COUNT < 50
002480             ADD 1 TO PIB-DP-TABLE-COUNT
002484             MOVE DEPT-CODE
002488                 TO PIB-DPN-CODE (PIB-DP-TABLE-COUNT)
002492             MOVE DEPT-NAME
002496                 TO PIB-DPN-NAME (PIB-DP-TABLE-COUNT)
002500         ELSE
002504             DISPLAY 'DEPTMAST HAS MORE THAN 50 DEPARTMENTS'
002508             CLOSE DEPTMASTFILE
002512             STOP RUN
002516         END-IF
002520         PERFORM 1400-READ-DEPT-RECORD THRU 1400-EXIT
002524     END-PERFORM.
002528     CLOSE DEPTMASTFILE.
002532 1300-EXIT.
002536     EXIT.
002540
002544 1400-READ-DEPT-RECORD.
002548     READ DEPTMASTFILE
002552         AT END
002556             MOVE 'Y' TO PIB-DEPTMAST-EOF-SW
002560     END-READ.
002564 1400-EXIT.
002568     EXIT.
002572
002576*----------------------------------------------------------------
002580*2000-ANALYZE-MASTER WALKS THE MASTER ONCE.  A RECORD WITH A
002584*NON-NUMERIC OR ZERO SALARY CANNOT BE PLACED IN A BAND AND IS
002588*COUNTED AS SKIPPED - THE EXCEPTION QUEUE ALREADY OWNS IT.  A
002592*TERMINATED EMPLOYEE IS NO LONGER IN THE HEADCOUNT AND IS ONLY
002596*COUNTED; AN EMPLOYEE ON LEAVE IS ANALYSED LIKE ANYONE ELSE.
002600*----------------------------------------------------------------
002604 2000-ANALYZE-MASTER.
002608     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
002612     PERFORM UNTIL MASTER-EOF
002616         ADD 1 TO PIB-READ-COUNT
002620         IF EmpStatus = 'T'
002624             ADD 1 TO PIB-TERMINATED-COUNT
002628         ELSE
002632             IF EmpStatus = 'L'
002636                 ADD 1 TO PIB-LEAVE-COUNT
002640             END-IF
002644             IF AnnualSalaryIn IS NUMERIC
002648                 AND AnnualSalaryIn > ZERO
002652                 PERFORM 2200-ANALYZE-ONE-EMPLOYEE THRU 2200-EXIT
002656             ELSE
002660                 ADD 1 TO PIB-SKIPPED-COUNT
002664             END-IF
002668         END-IF
002672         PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
002676     END-PERFORM.
002680 2000-EXIT.
002684     EXIT.
002688
002692 2100-READ-MASTER-RECORD.
002696     READ MASTERFILE
002700         AT END
002704             MOVE 'Y' TO PIB-MASTER-EOF-SW
002708     END-READ.
002712 2100-EXIT.
002716     EXIT.
002720
002724*----------------------------------------------------------------
002728*2200-ANALYZE-ONE-EMPLOYEE FINDS THE GRADE'S BAND, COMPUTES THE
002732*COMPA-RATIO (SALARY AGAINST THE BAND MIDPOINT), SETS THE FLAG
002736*AND PRINTS THE DETAIL LINE, THEN ROLLS THE EMPLOYEE INTO THE
002740*GRADE AND DEPARTMENT STATS.
002744*----------------------------------------------------------------
002748 2200-ANALYZE-ONE-EMPLOYEE.
002752     ADD 1 TO PIB-REPORTED-COUNT.
002756     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
002760     MOVE SPACES TO PIB-CUR-FLAG.
002764     MOVE ZERO TO PIB-COMPA-RATIO.
002768     IF NOT BAND-FOUND
002772         ADD 1 TO PIB-NO-BAND-COUNT
002776         MOVE 'NO BAND' TO PIB-CUR-FLAG
002780     ELSE
002784         IF PIB-CUR-MID > ZERO
002788             COMPUTE PIB-COMPA-RATIO ROUNDED =
002792                 AnnualSalaryIn * 100 / PIB-CUR-MID
002796         END-IF
002800         EVALUATE TRUE
002804             WHEN AnnualSalaryIn < PIB-CUR-MIN
002808                 ADD 1 TO PIB-BELOW-MIN-COUNT
002812                 MOVE 'BELOW MINIMUM' TO PIB-CUR-FLAG
002816             WHEN AnnualSalaryIn > PIB-CUR-MAX
002820                 ADD 1 TO PIB-NEAR-MAX-COUNT
002824                 MOVE 'OVER MAXIMUM' TO PIB-CUR-FLAG
002828             WHEN AnnualSalaryIn >= PIB-CUR-NEAR
002832                 ADD 1 TO PIB-NEAR-MAX-COUNT
002836                 MOVE 'NEAR MAXIMUM' TO PIB-CUR-FLAG
002840             WHEN OTHER
002844                 CONTINUE
002848         END-EVALUATE
002852     END-IF.
002856     PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT.
002860     PERFORM 2500-ROLL-INTO-GRADE-STATS THRU 2500-EXIT.
002864     PERFORM 2600-ROLL-INTO-DEPT-STATS THRU 2600-EXIT.
002868 2200-EXIT.
002872     EXIT.
002876
002880 2300-FIND-BAND.
002884     MOVE 'N' TO PIB-BAND-FOUND-SW.
002888     MOVE ZERO TO PIB-CUR-MIN.
002892     MOVE ZERO TO PIB-CUR-MAX.
002896     MOVE ZERO TO PIB-CUR-MID.
002900     MOVE ZERO TO PIB-CUR-NEAR.
002904     IF PIB-BAND-COUNT = ZERO
002908         GO TO 2300-EXIT
002912     END-IF.
002916     SET PIB-BND-IDX TO 1.
002920     SEARCH PIB-BND-ENTRY
002924         AT END
002928             GO TO 2300-EXIT
002932         WHEN PIB-BND-CODE (PIB-BND-IDX) = EmpGradeIn
002936             MOVE 'Y' TO PIB-BAND-FOUND-SW
002940             MOVE PIB-BND-MIN (PIB-BND-IDX) TO PIB-CUR-MIN
002944             MOVE PIB-BND-MAX (PIB-BND-IDX) TO PIB-CUR-MAX
002948             MOVE PIB-BND-MID (PIB-BND-IDX) TO PIB-CUR-MID
002952             MOVE PIB-BND-NEAR-POINT (PIB-BND-IDX)
002956                 TO PIB-CUR-NEAR
002960     END-SEARCH.
002964 2300-EXIT.
002968     EXIT.
002972
002976 2400-WRITE-DETAIL-LINE.
002980     MOVE SPACES TO PIB-DETAIL-LINE.
002984     MOVE EmpNbIn TO PIB-DTL-EMP-NB.
002988     MOVE EmpName TO PIB-DTL-NAME.
002992     MOVE EmpGradeIn TO PIB-DTL-GRADE.
002996     MOVE EmpDeptIn TO PIB-DTL-DEPT.
003000     MOVE AnnualSalaryIn TO PIB-DTL-SALARY.
003004     MOVE PIB-CUR-MID TO PIB-DTL-MID.
003008     MOVE PIB-COMPA-RATIO TO PIB-DTL-CR.
003012     MOVE PIB-CUR-FLAG TO PIB-DTL-FLAG.
003016     MOVE PIB-DETAIL-LINE TO PIB-PRINT-REC.
003020     WRITE PIB-PRINT-REC.
003024 2400-EXIT.
003028     EXIT.
003032
003036 2500-ROLL-INTO-GRADE-STATS.
003040     PERFORM 2550-FIND-GRADE-SLOT THRU 2550-EXIT.
003044     ADD 1 TO PIB-GRD-HEADCOUNT (PIB-GRD-IDX).
003048     ADD AnnualSalaryIn TO PIB-GRD-TOT-SALARY (PIB-GRD-IDX).
003052     IF PIB-CUR-FLAG = 'BELOW MINIMUM'
003056         ADD 1 TO PIB-GRD-BELOW-COUNT (PIB-GRD-IDX)
003060     END-IF.
003064     IF PIB-CUR-FLAG = 'NEAR MAXIMUM'
003068         OR PIB-CUR-FLAG = 'OVER MAXIMUM'
003072         ADD 1 TO PIB-GRD-NEAR-COUNT (PIB-GRD-IDX)
003076     END-IF.
003080 2500-EXIT.
003084     EXIT.
003088
003092 2550-FIND-GRADE-SLOT.
003096     IF PIB-GRD-COUNT > ZERO
003100         SET PIB-GRD-IDX TO 1
003104         SEARCH PIB-GRD-ENTRY
003108             AT END
003112                 PERFORM 2570-ADD-GRADE-SLOT THRU 2570-EXIT
003116             WHEN PIB-GRD-CODE (PIB-GRD-IDX) = EmpGradeIn
003120                 CONTINUE
003124         END-SEARCH
003128     ELSE
003132         PERFORM 2570-ADD-GRADE-SLOT THRU 2570-EXIT
003136     END-IF.
003140 2550-EXIT.
003144     EXIT.
003148
003152 2570-ADD-GRADE-SLOT.
003156     IF PIB-GRD-COUNT >= 10
003160         DISPLAY 'MASTER CARRIES MORE THAN 10 GRADE CODES'
003164         STOP RUN
003168     END-IF.
003172     ADD 1 TO PIB-GRD-COUNT.
003176     MOVE EmpGradeIn TO PIB-GRD-CODE (PIB-GRD-COUNT).
003180     MOVE ZERO TO PIB-GRD-HEADCOUNT (PIB-GRD-COUNT).
003184     MOVE ZERO TO PIB-GRD-TOT-SALARY (PIB-GRD-COUNT).
003188     MOVE ZERO TO PIB-GRD-BELOW-COUNT (PIB-GRD-COUNT).
003192     MOVE ZERO TO PIB-GRD-NEAR-COUNT (PIB-GRD-COUNT).
003196     SET PIB-GRD-IDX TO PIB-GRD-COUNT.
003200 2570-EXIT.
003204     EXIT.
003208
003212 2600-ROLL-INTO-DEPT-STATS.
003216     PERFORM 2650-FIND-DEPT-SLOT THRU 2650-EXIT.
003220     ADD 1 TO PIB-DPT-HEADCOUNT (PIB-DPT-IDX).
003224     ADD AnnualSalaryIn TO PIB-DPT-TOT-SALARY (PIB-DPT-IDX).
003228     IF PIB-CUR-FLAG = 'BELOW MINIMUM'
003232         ADD 1 TO PIB-DPT-BELOW-COUNT (PIB-DPT-IDX)
003236     END-IF.
003240     IF PIB-CUR-FLAG = 'NEAR MAXIMUM'
003244         OR PIB-CUR-FLAG = 'OVER MAXIMUM'
003248         ADD 1 TO PIB-DPT-NEAR-COUNT (PIB-DPT-IDX)
003252     END-IF.
003256 2600-EXIT.
003260     EXIT.
003264
003268 2650-FIND-DEPT-SLOT.
003272     IF PIB-DPT-COUNT > ZERO
003276         SET PIB-DPT-IDX TO 1
003280         SEARCH PIB-DPT-ENTRY
003284             AT END
003288                 PERFORM 2670-ADD-DEPT-SLOT THRU 2670-EXIT
003292             WHEN PIB-DPT-CODE (PIB-DPT-IDX) = EmpDeptIn
003296                 CONTINUE
003300         END-SEARCH
003304     ELSE
003308         PERFORM 2670-ADD-DEPT-SLOT THRU 2670-EXIT
003312     END-IF.
003316 2650-EXIT.
003320     EXIT.
003324
003328 2670-ADD-DEPT-SLOT.
003332     IF PIB-DPT-COUNT >= 50
003336         DISPLAY 'MASTER CARRIES MORE THAN 50 DEPARTMENT CODES'
003340         STOP RUN
003344     END-IF.
003348     ADD 1 TO PIB-DPT-COUNT.
003352     MOVE EmpDeptIn TO PIB-DPT-CODE (PIB-DPT-COUNT).
003356     MOVE ZERO TO PIB-DPT-HEADCOUNT (PIB-DPT-COUNT).
003360     MOVE ZERO TO PIB-DPT-TOT-SALARY (PIB-DPT-COUNT).
003364     MOVE ZERO TO PIB-DPT-BELOW-COUNT (PIB-DPT-COUNT).
003368     MOVE ZERO TO PIB-DPT-NEAR-COUNT (PIB-DPT-COUNT).
003372     SET PIB-DPT-IDX TO PIB-DPT-COUNT.
003376 2670-EXIT.
003380     EXIT.
003384
003388*----------------------------------------------------------------
003392*5000-PRINT-GRADE-SUMMARY - HEADCOUNT, AVERAGE SALARY AND THE
003396*BELOW-MINIMUM / NEAR-MAXIMUM COUNTS PER GRADE.
003400*----------------------------------------------------------------
003404 5000-PRINT-GRADE-SUMMARY.
003408     MOVE 'SUMMARY BY GRADE' TO PIB-PRINT-REC.
003412     WRITE PIB-PRINT-REC AFTER ADVANCING 2 LINES.
003416     MOVE PIB-SUMMARY-TITLES TO PIB-PRINT-REC.
003420     WRITE PIB-PRINT-REC.
003424     PERFORM 5100-PRINT-ONE-GRADE THRU 5100-EXIT
003428         VARYING PIB-GRD-IDX FROM 1 BY 1
003432         UNTIL PIB-GRD-IDX > PIB-GRD-COUNT.
003436 5000-EXIT.
003440     EXIT.
003444
003448 5100-PRINT-ONE-GRADE.
003452     MOVE SPACES TO PIB-SUMMARY-LINE.
003456     MOVE PIB-GRD-CODE (PIB-GRD-IDX) TO PIB-SUM-CODE.
003460     MOVE PIB-GRD-HEADCOUNT (PIB-GRD-IDX) TO PIB-SUM-HEADCOUNT.
003464     IF PIB-GRD-HEADCOUNT (PIB-GRD-IDX) > ZERO
003468         COMPUTE PIB-AVG-SALARY ROUNDED =
003472             PIB-GRD-TOT-SALARY (PIB-GRD-IDX)
003476                 / PIB-GRD-HEADCOUNT (PIB-GRD-IDX)
003480     ELSE
003484         MOVE ZERO TO PIB-AVG-SALARY
003488     END-IF.
003492     MOVE PIB-AVG-SALARY TO PIB-SUM-AVG-SALARY.
003496     MOVE PIB-GRD-BELOW-COUNT (PIB-GRD-IDX) TO PIB-SUM-BELOW.
003500     MOVE PIB-GRD-NEAR-COUNT (PIB-GRD-IDX) TO PIB-SUM-NEAR.
003504     MOVE PIB-SUMMARY-LINE TO PIB-PRINT-REC.
003508     WRITE PIB-PRINT-REC.
003512 5100-EXIT.
003516     EXIT.
003520
003524*----------------------------------------------------------------
003528*6000-PRINT-DEPT-SUMMARY - THE SAME FIGURES PER DEPARTMENT,
003532*WITH THE NAME OFF THE REFERENCE MASTER WHEN IT IS MOUNTED.
003536*----------------------------------------------------------------
003540 6000-PRINT-DEPT-SUMMARY.
003544     MOVE 'SUMMARY BY DEPARTMENT' TO PIB-PRINT-REC.
003548     WRITE PIB-PRINT-REC AFTER ADVANCING 2 LINES.
003552     MOVE PIB-SUMMARY-TITLES TO PIB-PRINT-REC.
003556     WRITE PIB-PRINT-REC.
003560     PERFORM 6100-PRINT-ONE-DEPT THRU 6100-EXIT
003564         VARYING PIB-DPT-IDX FROM 1 BY 1
003568         UNTIL PIB-DPT-IDX > PIB-DPT-COUNT.
003572 6000-EXIT.
003576     EXIT.
003580
003584 6100-PRINT-ONE-DEPT.
003588     MOVE SPACES TO PIB-SUMMARY-LINE.
003592     MOVE PIB-DPT-CODE (PIB-DPT-IDX) TO PIB-SUM-CODE.
003596     PERFORM 6200-FIND-DEPT-NAME THRU 6200-EXIT.
003600     MOVE PIB-DPT-HEADCOUNT (PIB-DPT-IDX) TO PIB-SUM-HEADCOUNT.
003604     IF PIB-DPT-HEADCOUNT (PIB-DPT-IDX) > ZERO
003608         COMPUTE PIB-AVG-SALARY ROUNDED =
003612             PIB-DPT-TOT-SALARY (PIB-DPT-IDX)
003616                 / PIB-DPT-HEADCOUNT (PIB-DPT-IDX)
003620     ELSE
003624         MOVE ZERO TO PIB-AVG-SALARY
003628     END-IF.
003632     MOVE PIB-AVG-SALARY TO PIB-SUM-AVG-SALARY.
003636     MOVE PIB-DPT-BELOW-COUNT (PIB-DPT-IDX) TO PIB-SUM-BELOW.
003640     MOVE PIB-DPT-NEAR-COUNT (PIB-DPT-IDX) TO PIB-SUM-NEAR.
003644     MOVE PIB-SUMMARY-LINE TO PIB-PRINT-REC.
003648     WRITE PIB-PRINT-REC.
003652 6100-EXIT.
003656     EXIT.
003660
003664 6200-FIND-DEPT-NAME.
003668     MOVE SPACES TO PIB-SUM-NAME.
003672     IF PIB-DP-TABLE-COUNT = ZERO
003676         GO TO 6200-EXIT
003680     END-IF.
003684     SET PIB-DPN-IDX TO 1.
003688     SEARCH PIB-DPN-ENTRY
003692         AT END
003696             MOVE 'NOT ON DEPT MASTER' TO PIB-SUM-NAME
003700         WHEN PIB-DPN-CODE (PIB-DPN-IDX)
003704                 = PIB-DPT-CODE (PIB-DPT-IDX)
003708             MOVE PIB-DPN-NAME (PIB-DPN-IDX) TO PIB-SUM-NAME
003712     END-SEARCH.
003716 6200-EXIT.
003720     EXIT.
003724
003728 7000-WRITE-CONTROL-TOTALS.
003732     MOVE SPACES TO PIB-PRINT-REC.
003736     WRITE PIB-PRINT-REC AFTER ADVANCING 2 LINES.
003740     MOVE SPACES TO PIB-REPORT-TRAILER.
003744     MOVE 'MASTER RECORDS READ' TO PIB-TR-LABEL.
003748     MOVE PIB-READ-COUNT TO PIB-TR-COUNT.
003752     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003756     MOVE 'EMPLOYEES REPORTED' TO PIB-TR-LABEL.
003760     MOVE PIB-REPORTED-COUNT TO PIB-TR-COUNT.
003764     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003768     MOVE 'RECORDS SKIPPED (BAD SALARY)' TO PIB-TR-LABEL.
003772     MOVE PIB-SKIPPED-COUNT TO PIB-TR-COUNT.
003776     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003780     MOVE 'TERMINATED - NOT IN HEADCOUNT' TO PIB-TR-LABEL.
003784     MOVE PIB-TERMINATED-COUNT TO PIB-TR-COUNT.
003788     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003792     MOVE 'EMPLOYEES ON LEAVE (INCLUDED)' TO PIB-TR-LABEL.
003796     MOVE PIB-LEAVE-COUNT TO PIB-TR-COUNT.
003800     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003804     MOVE 'EMPLOYEES WITH NO GRADE BAND' TO PIB-TR-LABEL.
003808     MOVE PIB-NO-BAND-COUNT TO PIB-TR-COUNT.
003812     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003816     MOVE 'BELOW BAND MINIMUM' TO PIB-TR-LABEL.
003820     MOVE PIB-BELOW-MIN-COUNT TO PIB-TR-COUNT.
003824     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003828     MOVE 'NEAR OR OVER BAND MAXIMUM' TO PIB-TR-LABEL.
003832     MOVE PIB-NEAR-MAX-COUNT TO PIB-TR-COUNT.
003836     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003840     MOVE 'NEAR-MAXIMUM THRESHOLD PCT' TO PIB-TR-LABEL.
003844     MOVE PIB-NEAR-MAX-PCT TO PIB-TR-COUNT.
003848     PERFORM 7100-WRITE-TRAILER-LINE THRU 7100-EXIT.
003852 7000-EXIT.
003856     EXIT.
003860
003864 7100-WRITE-TRAILER-LINE.
003868     MOVE PIB-REPORT-TRAILER TO PIB-PRINT-REC.
003872     WRITE PIB-PRINT-REC AFTER ADVANCING 1 LINE.
003876     MOVE SPACES TO PIB-REPORT-TRAILER.
003880 7100-EXIT.
003884     EXIT.
003888
003892 9000-TERMINATE-RUN.
003896     CLOSE MASTERFILE.
003900     CLOSE RPTFILE.
003904 9000-EXIT.
003908     EXIT.
003912
003916 END PROGRAM Program13.
