001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program7 AS "EmployeeSalary.Program7".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-08-22.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-08-22  RLW   ORIGINAL PROGRAM - SINGLE-EMPLOYEE INQUIRY.
001048*                  TAKES EMPLOYEE-NUMBER CARDS, READS EACH ONE
001052*                  DIRECTLY OFF THE INDEXED MASTER (EMPMAST) AND
001056*                  PRINTS THE MASTER FIELDS PLUS THE EMPLOYEE'S
001060*                  RAISE-HISTORY ENTRIES.  ANSWERS 'WHAT'S ON
001064*                  THE MASTER FOR 10008' WITHOUT ANYONE
001068*                  SCROLLING THE FILE.
001072*2026-09-02  RLW   DEDUCTION ENTRIES (TYPE 'D', SEE HISTREC.CPY)
001076*                  NOW PRINT IN THE HISTORY BLOCK FLAGGED WITH
001080*                  THEIR DEDUCTION CODE, SO AN INQUIRY SHOWS THE
001084*                  WHOLE WITHHOLDING PICTURE.
001088*2026-09-02  RLW   ANNUAL ARCHIVE RUNS (Program10) NOW TRIM THE
001092*                  LIVE HISTORY - THE ARCHIVE INDEX (ARCHNDX.CPY)
001096*                  IS READ AT JOB START AND EACH INQUIRY BLOCK
001100*                  CLOSES WITH 'OLDER HISTORY ON ARCHIVE YYYY'
001104*                  SO AUDITORS KNOW WHERE THE REST LIVES.
001108*2026-10-15  RLW   RETROACTIVE PAY ENTRIES (TYPE 'T', WRITTEN BY
001112*                  Program18) PRINT FLAGGED 'RETRO' WITH A SECOND
001116*                  LINE GIVING THE BACK PAY, THE PAY PERIODS IT
001120*                  COVERS AND THE DATE THE RAISE ACTUALLY CLEARED.
001124*2026-10-15  RLW   RAISEHST IS NOW INDEXED (SEE HISTREC.CPY).  THE
001128*                  HISTORY IS OPENED ONCE AT JOB START AND EACH
001132*                  CARD STARTS ON ITS EMPLOYEE NUMBER AND READS
001136*                  ONLY THAT EMPLOYEE'S ENTRIES, OLDEST FIRST,
001140*                  INSTEAD OF SCANNING THE WHOLE FILE PER CARD.
001144
001148 ENVIRONMENT DIVISION.
001152 INPUT-OUTPUT SECTION.
001156 FILE-CONTROL.
001160     SELECT INQCARDFILE ASSIGN TO "INQCARD"
001164         ORGANIZATION IS LINE SEQUENTIAL.
001168     SELECT MASTERFILE ASSIGN TO "EMPMAST"
001172         ORGANIZATION IS INDEXED
001176         ACCESS IS RANDOM
001180         RECORD KEY IS EmpNbIn
001184         FILE STATUS IS INQ-MASTER-STATUS.
001188     SELECT HISTORYFILE ASSIGN TO "RAISEHST"
001192         ORGANIZATION IS INDEXED
001196         ACCESS IS DYNAMIC
001200         RECORD KEY IS HIST-KEY
001204         ALTERNATE RECORD KEY IS HIST-EFFECTIVE-DT
001208             WITH DUPLICATES
001212         FILE STATUS IS INQ-HISTORY-STATUS.
001216     SELECT INQRPTFILE ASSIGN TO "INQRPRT"
001220         ORGANIZATION IS LINE SEQUENTIAL.
001224     SELECT ARCHNDXFILE ASSIGN TO "ARCHNDX"
001228         ORGANIZATION IS LINE SEQUENTIAL
001232         FILE STATUS IS INQ-ARCHNDX-STATUS.
001236
001240 DATA DIVISION.
001244 FILE SECTION.
001248
001252*----------------------------------------------------------------
001256*INQUIRY CARDS - ONE EMPLOYEE NUMBER PER CARD.
001260*----------------------------------------------------------------
001264 FD  INQCARDFILE.
001268 01  INQ-CARD-REC.
001272     05  INQ-CRD-EMP-NB          PIC X(05).
001276     05  FILLER                  PIC X(75).
001280
001284*----------------------------------------------------------------
001288*INDEXED EMPLOYEE MASTER - SEE EMPREC.CPY, THE SAME COPYBOOK
001292*EVERY OTHER PROGRAM CARRIES THE MASTER WITH.  READ RANDOMLY BY
001296*EMPLOYEE NUMBER.
001300*----------------------------------------------------------------
001304 FD  MASTERFILE.
001308     COPY EMPREC.
001312
001316*----------------------------------------------------------------
001320*INDEXED RAISE-HISTORY FILE - SEE HISTREC.CPY.  EACH INQUIRY
001324*CARD STARTS ON ITS EMPLOYEE NUMBER AND READS FORWARD ONLY AS
001328*FAR AS THAT EMPLOYEE'S ENTRIES GO.
001332*----------------------------------------------------------------
001336 FD  HISTORYFILE.
001340     COPY HISTREC.
001344
001348*----------------------------------------------------------------
001352*PRINTED INQUIRY REPORT - ONE BLOCK PER CARD.
001356*----------------------------------------------------------------
001360 FD  INQRPTFILE.
001364 01  INQ-PRINT-REC               PIC X(78).
001368
001372*----------------------------------------------------------------
001376*RAISE-HISTORY ARCHIVE INDEX - SEE ARCHNDX.CPY, APPENDED BY THE
001380*ANNUAL ARCHIVE RUN.  MISSING MEANS NOTHING HAS EVER BEEN
001384*ARCHIVED AND THE LIVE FILE IS THE WHOLE STORY.
001388*----------------------------------------------------------------
001392 FD  ARCHNDXFILE.
001396     COPY ARCHNDX.
001400
001404 WORKING-STORAGE SECTION.
001408
001412 01  INQ-CURRENT-DATE-DATA.
001416     05  INQ-CURRENT-DATE.
001420         10  INQ-CURRENT-YEAR        PIC 9(04).
001424         10  INQ-CURRENT-MONTH       PIC 9(02).
001428         10  INQ-CURRENT-DAY         PIC 9(02).
001432
001436*----------------------------------------------------------------
001440*PROGRAM SWITCHES.
001444*----------------------------------------------------------------
001448 01  INQ-SWITCHES.
001452     05  INQ-CARD-EOF-SW         PIC X(01) VALUE 'N'.
001456         88  CARD-EOF                        VALUE 'Y'.
001460     05  INQ-HIST-EOF-SW         PIC X(01) VALUE 'N'.
001464         88  HIST-EOF                        VALUE 'Y'.
001468     05  INQ-ARCHNDX-EOF-SW      PIC X(01) VALUE 'N'.
001472         88  ARCHNDX-EOF                     VALUE 'Y'.
001476     05  INQ-HIST-OPEN-SW        PIC X(01) VALUE 'N'.
001480         88  HIST-FILE-OPEN                  VALUE 'Y'.
001484
001488 01  INQ-MASTER-STATUS           PIC XX VALUE '00'.
001492 01  INQ-HISTORY-STATUS          PIC XX VALUE '00'.
001496 01  INQ-ARCHNDX-STATUS          PIC XX VALUE '00'.
001500
001504*----------------------------------------------------------------
001508*ARCHIVE INDEX TABLE - LOADED AT JOB START SO EVERY INQUIRY
001512*BLOCK CAN POINT AT THE ARCHIVES HOLDING THE OLDER HISTORY.
001516*----------------------------------------------------------------
001520 77  INQ-AX-COUNT                PIC 9(02) COMP VALUE ZERO.
001524 01  INQ-ARCHIVE-TABLE.
001528     05  INQ-AX-ENTRY OCCURS 1 TO 20 TIMES
001532             DEPENDING ON INQ-AX-COUNT
001536             INDEXED BY INQ-AX-IDX.
001540         10  INQ-AX-ARCH-DATE        PIC X(08).
001544         10  INQ-AX-CUTOFF-DATE      PIC X(08).
001548
001552 01  INQ-HIST-LINE-COUNT         PIC 9(04) COMP VALUE ZERO.
001556 01  INQ-CARD-COUNT              PIC 9(04) COMP VALUE ZERO.
001560
001564*----------------------------------------------------------------
001568*INQUIRY REPORT HEADINGS AND DETAIL LINES.
001572*----------------------------------------------------------------
001576 01  INQ-REPORT-HEADER.
001580     05  FILLER             PIC X(21) VALUE SPACES.
001584     05  FILLER             PIC X(26)
001588         VALUE 'EMPLOYEE MASTER INQUIRY'.
001592     05  FILLER             PIC X(09) VALUE SPACES.
001596     05  INQ-HDR-DATE-GRP.
001600         10  INQ-HDR-DAY             PIC XX.
001604         10  FILLER                  PIC X VALUE '/'.
001608         10  INQ-HDR-MONTH           PIC XX.
001612         10  FILLER                  PIC X VALUE '/'.
001616         10  INQ-HDR-YEAR            PIC XXXX.
001620
001624 01  INQ-MASTER-LINE-1.
001628     05  FILLER                  PIC X(01) VALUE SPACES.
001632     05  FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
001636     05  INQ-M1-EMP-NB           PIC X(05).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001644     05  INQ-M1-NAME             PIC X(20).
001648     05  FILLER                  PIC X(02) VALUE SPACES.
001652     05  FILLER                  PIC X(06) VALUE 'GRADE '.
001656     05  INQ-M1-GRADE            PIC X(01).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001664     05  FILLER                  PIC X(05) VALUE 'DEPT '.
001668     05  INQ-M1-DEPT             PIC X(04).
001672     05  FILLER                  PIC X(02) VALUE SPACES.
001676     05  FILLER                  PIC X(06) VALUE 'HIRED '.
001680     05  INQ-M1-HIRE-DT          PIC X(08).
001684
001688 01  INQ-MASTER-LINE-2.
001692     05  FILLER                  PIC X(03) VALUE SPACES.
001696     05  FILLER                  PIC X(07) VALUE 'SALARY '.
001700     05  INQ-M2-SALARY           PIC ZZZZZ9.
001704     05  FILLER                  PIC X(03) VALUE SPACES.
001708     05  FILLER                  PIC X(05) VALUE 'DUES '.
001712     05  INQ-M2-DUES             PIC ZZZ.99.
001716     05  FILLER                  PIC X(03) VALUE SPACES.
001720     05  FILLER                  PIC X(07) VALUE 'INSUR. '.
001724     05  INQ-M2-INSU             PIC ZZZ.99.
001728
001732 01  INQ-NOT-FOUND-LINE.
001736     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
001744     05  INQ-NF-EMP-NB           PIC X(05).
001748     05  FILLER                  PIC X(18)
001752         VALUE '  NOT ON MASTER'.
001756
001760 01  INQ-HIST-TITLES.
001764     05  FILLER                  PIC X(03) VALUE SPACES.
001768     05  FILLER                  PIC X(09) VALUE 'EFFECTIVE'.
001772     05  FILLER                  PIC X(07) VALUE SPACES.
001776     05  FILLER                  PIC X(03) VALUE 'OLD'.
001780     05  FILLER                  PIC X(07) VALUE SPACES.
001784     05  FILLER                  PIC X(03) VALUE 'NEW'.
001788     05  FILLER                  PIC X(04) VALUE SPACES.
001792     05  FILLER                  PIC X(04) VALUE 'DUES'.
001796     05  FILLER                  PIC X(05) VALUE SPACES.
001800     05  FILLER                  PIC X(04) VALUE 'DUES'.
001804     05  FILLER                  PIC X(03) VALUE SPACES.
001808     05  FILLER                  PIC X(06) VALUE 'INSUR.'.
001812     05  FILLER                  PIC X(02) VALUE SPACES.
001816     05  FILLER                  PIC X(06) VALUE 'INSUR.'.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001824     05  FILLER                  PIC X(04) VALUE 'PRO.'.
001828     05  FILLER                  PIC X(03) VALUE SPACES.
001832     05  FILLER                  PIC X(04) VALUE 'TYPE'.
001836
001840 01  INQ-HIST-DETAIL.
001844     05  FILLER                  PIC X(03).
001848     05  INQ-H-EFFECTIVE-DT      PIC X(08).
001852     05  FILLER                  PIC X(02).
001856     05  INQ-H-OLD-SALARY        PIC ZZZZZ9.
001860     05  FILLER                  PIC X(03).
001864     05  INQ-H-NEW-SALARY        PIC ZZZZZZ9.
001868     05  FILLER                  PIC X(01).
001872     05  INQ-H-OLD-DUES          PIC ZZZ.99.
001876     05  FILLER                  PIC X(02).
001880     05  INQ-H-NEW-DUES          PIC ZZZZ.99.
001884     05  FILLER                  PIC X(01).
001888     05  INQ-H-OLD-INSU          PIC ZZZ.99.
001892     05  FILLER                  PIC X(01).
001896     05  INQ-H-NEW-INSU          PIC ZZZZ.99.
001900     05  FILLER                  PIC X(03).
001904     05  INQ-H-PRO-DISPLAY       PIC X(05).
001908     05  FILLER                  PIC X(02).
001912     05  INQ-H-TYPE-FLAG         PIC X(05).
001916**        'BONUS' WHEN THE ENTRY IS A BONUS, NOT A RAISE - THE
001920**        'NEW' COLUMN THEN CARRIES THE ONE-TIME BONUS AMOUNT,
001924**        NOT A NEW SALARY.  'D ' PLUS THE DEDUCTION CODE WHEN
001928**        THE ENTRY IS A DEDUCTION - THE DUES COLUMNS THEN CARRY
001932**        THE OLD/NEW WITHHELD AMOUNT.  'RETRO' WHEN THE ENTRY IS
001936**        RETROACTIVE PAY - INQ-RETRO-DETAIL THEN FOLLOWS IT
001940
001944 01  INQ-RETRO-DETAIL.
001948     05  FILLER                  PIC X(13).
001952     05  FILLER                  PIC X(09) VALUE 'BACK PAY '.
001956     05  INQ-R-AMOUNT            PIC ZZ,ZZ9.99.
001960     05  FILLER                  PIC X(05) VALUE ' FOR '.
001964     05  INQ-R-PERIODS           PIC Z9.
001968     05  FILLER                  PIC X(22)
001972                                 VALUE ' PAY PERIODS - CLEARED'.
001976     05  FILLER                  PIC X(01).
001980     05  INQ-R-CLEARED-DT        PIC X(08).
001984
001988 01  INQ-PRO-DISPLAY.
001992     05  INQ-PRO-DSP-MM          PIC Z9.
001996     05  FILLER                  PIC X(03) VALUE '/12'.
002000
002004 01  INQ-ARCHIVE-LINE.
002008     05  FILLER                  PIC X(03) VALUE SPACES.
002012     05  FILLER                  PIC X(25)
002016         VALUE 'OLDER HISTORY ON ARCHIVE '.
002020     05  INQ-ARC-YEAR            PIC X(04).
002024     05  FILLER                  PIC X(10) VALUE ' (THROUGH '.
002028     05  INQ-ARC-CUTOFF          PIC X(08).
002032     05  FILLER                  PIC X(01) VALUE ')'.
002036
002040 01  INQ-NO-HIST-LINE.
002044     05  FILLER                  PIC X(03) VALUE SPACES.
002048     05  FILLER                  PIC X(25)
002052         VALUE 'NO RAISE HISTORY ON FILE'.
002056
002060 PROCEDURE DIVISION.
002064
002068*----------------------------------------------------------------
002072*0000-MAIN-CONTROL PRINTS ONE INQUIRY BLOCK PER CARD - THE
002076*MASTER RECORD READ DIRECTLY BY KEY, THEN THE EMPLOYEE'S RAISE
002080*HISTORY ENTRIES SCANNED OFF RAISEHST.
002084*----------------------------------------------------------------
002088 0000-MAIN-CONTROL.
002092     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002096     PERFORM UNTIL CARD-EOF
002100         PERFORM 2000-ANSWER-ONE-CARD THRU 2000-EXIT
002104         PERFORM 1200-READ-INQUIRY-CARD THRU 1200-EXIT
002108     END-PERFORM.
002112     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002116     STOP RUN.
002120
002124 1000-INITIALIZE.
002128     OPEN INPUT INQCARDFILE
002132         MASTERFILE.
002136     IF INQ-MASTER-STATUS NOT = '00'
002140         DISPLAY 'EMPLOYEE MASTER EMPMAST WILL NOT OPEN - STATUS '
002144             INQ-MASTER-STATUS '.  RELOAD IT WITH THE MASTER'
002148         DISPLAY 'LOAD PROGRAM AND RESUBMIT.'
002152         STOP RUN
002156     END-IF.
002160     OPEN OUTPUT INQRPTFILE.
002164     MOVE 'N' TO INQ-HIST-OPEN-SW.
002168     OPEN INPUT HISTORYFILE.
002172     IF INQ-HISTORY-STATUS = '00'
002176         MOVE 'Y' TO INQ-HIST-OPEN-SW
002180     END-IF.
002184     MOVE FUNCTION CURRENT-DATE (1:8) TO INQ-CURRENT-DATE-DATA.
002188     MOVE INQ-CURRENT-DAY TO INQ-HDR-DAY.
002192     MOVE INQ-CURRENT-MONTH TO INQ-HDR-MONTH.
002196     MOVE INQ-CURRENT-YEAR TO INQ-HDR-YEAR.
002200     MOVE SPACES TO INQ-PRINT-REC.
002204     WRITE INQ-PRINT-REC AFTER ADVANCING 3 LINES.
002208     MOVE INQ-REPORT-HEADER TO INQ-PRINT-REC.
002212     WRITE INQ-PRINT-REC.
002216     PERFORM 1300-LOAD-ARCHIVE-INDEX THRU 1300-EXIT.
002220     PERFORM 1200-READ-INQUIRY-CARD THRU 1200-EXIT.
002224 1000-EXIT.
002228     EXIT.
002232
002236*----------------------------------------------------------------
002240*1300-LOAD-ARCHIVE-INDEX READS THE ARCHIVE INDEX INTO ITS TABLE
002244*THE WAY THE OTHER REFERENCE TABLES LOAD.  NO INDEX FILE MEANS
002248*NOTHING HAS EVER BEEN ARCHIVED.
002252*----------------------------------------------------------------
002256 1300-LOAD-ARCHIVE-INDEX.
002260     MOVE ZERO TO INQ-AX-COUNT.
002264     OPEN INPUT ARCHNDXFILE.
002268     IF INQ-ARCHNDX-STATUS NOT = '00'
002272         GO TO 1300-EXIT
002276     END-IF.
002280     PERFORM 1350-READ-INDEX-RECORD THRU 1350-EXIT.
002284     PERFORM UNTIL ARCHNDX-EOF
002288         IF INQ-AX-COUNT < 20
002292             ADD 1 TO INQ-AX-COUNT
002296             MOVE AX-ARCHIVE-DATE
002300                 TO INQ-AX-ARCH-DATE (INQ-AX-COUNT)
002304             MOVE AX-CUTOFF-DATE
002308                 TO INQ-AX-CUTOFF-DATE (INQ-AX-COUNT)
002312         ELSE
002316             DISPLAY 'ARCHNDX HAS MORE THAN 20 ARCHIVE RUNS'
002320             CLOSE ARCHNDXFILE
002324             STOP RUN
002328         END-IF
002332         PERFORM 1350-READ-INDEX-RECORD THRU 1350-EXIT
002336     END-PERFORM.
002340     CLOSE ARCHNDXFILE.
002344 1300-EXIT.
002348     EXIT.
002352
002356 1350-READ-INDEX-RECORD.
002360     READ ARCHNDXFILE
002364         AT END
002368             MOVE 'Y' TO INQ-ARCHNDX-EOF-SW
002372     END-READ.
002376 1350-EXIT.
002380     EXIT.
002384
002388 1200-READ-INQUIRY-CARD.
002392     READ INQCARDFILE
002396         AT END
002400             MOVE 'Y' TO INQ-CARD-EOF-SW
002404     END-READ.
002408 1200-EXIT.
002412     EXIT.
002416
002420*----------------------------------------------------------------
002424*2000-ANSWER-ONE-CARD READS THE MASTER DIRECTLY BY THE CARD'S
002428*EMPLOYEE NUMBER AND PRINTS THE MASTER BLOCK, THEN THE RAISE
002432*HISTORY ENTRIES.  A CARD FOR AN EMPLOYEE NOT ON THE MASTER
002436*STILL PRINTS ITS HISTORY - A DELETED EMPLOYEE'S PAST RAISES
002440*ARE EXACTLY WHAT AN AUDITOR COMES ASKING ABOUT.
002444*----------------------------------------------------------------
002448 2000-ANSWER-ONE-CARD.
002452     ADD 1 TO INQ-CARD-COUNT.
002456     MOVE SPACES TO INQ-PRINT-REC.
002460     WRITE INQ-PRINT-REC AFTER ADVANCING 2 LINES.
002464     MOVE INQ-CRD-EMP-NB TO EmpNbIn.
002468     READ MASTERFILE
002472         INVALID KEY
002476             PERFORM 2150-PRINT-NOT-FOUND THRU 2150-EXIT
002480         NOT INVALID KEY
002484             PERFORM 2100-PRINT-MASTER-BLOCK THRU 2100-EXIT
002488     END-READ.
002492     PERFORM 2200-PRINT-HISTORY-BLOCK THRU 2200-EXIT.
002496     IF INQ-AX-COUNT > ZERO
002500         PERFORM 2500-PRINT-ARCHIVE-POINTERS THRU 2500-EXIT
002504     END-IF.
002508 2000-EXIT.
002512     EXIT.
002516
002520 2150-PRINT-NOT-FOUND.
002524     MOVE INQ-CRD-EMP-NB TO INQ-NF-EMP-NB.
002528     MOVE INQ-NOT-FOUND-LINE TO INQ-PRINT-REC.
002532     WRITE INQ-PRINT-REC.
002536 2150-EXIT.
002540     EXIT.
002544
002548 2100-PRINT-MASTER-BLOCK.
002552     MOVE EmpNbIn TO INQ-M1-EMP-NB.
002556     MOVE EmpName TO INQ-M1-NAME.
002560     MOVE EmpGradeIn TO INQ-M1-GRADE.
002564     MOVE EmpDeptIn TO INQ-M1-DEPT.
002568     MOVE EmpHireDt TO INQ-M1-HIRE-DT.
002572     MOVE INQ-MASTER-LINE-1 TO INQ-PRINT-REC.
002576     WRITE INQ-PRINT-REC.
002580     MOVE AnnualSalaryIn TO INQ-M2-SALARY.
002584     MOVE EmpDues TO INQ-M2-DUES.
002588     MOVE EmpInsuIn TO INQ-M2-INSU.
002592     MOVE INQ-MASTER-LINE-2 TO INQ-PRINT-REC.
002596     WRITE INQ-PRINT-REC.
002600 2100-EXIT.
002604     EXIT.
002608
002612*----------------------------------------------------------------
002616*2200-PRINT-HISTORY-BLOCK STARTS THE RAISE HISTORY AT THE
002620*CARD'S EMPLOYEE NUMBER AND PRINTS THAT EMPLOYEE'S ENTRIES IN
002624*KEY ORDER - EFFECTIVE DATE, THEN THE ORDER THEY WERE POSTED ON
002628*THE DAY - STOPPING AT THE FIRST ENTRY FOR ANOTHER EMPLOYEE.  NO
002632*HISTORY FILE MOUNTED, OR NOTHING ON IT FOR THE EMPLOYEE, PRINTS
002636*THE NO-HISTORY LINE.
002640*----------------------------------------------------------------
002644 2200-PRINT-HISTORY-BLOCK.
002648     MOVE ZERO TO INQ-HIST-LINE-COUNT.
002652     MOVE 'N' TO INQ-HIST-EOF-SW.
002656     IF NOT HIST-FILE-OPEN
002660         PERFORM 2400-PRINT-NO-HISTORY THRU 2400-EXIT
002664         GO TO 2200-EXIT
002668     END-IF.
002672     MOVE LOW-VALUES TO HIST-KEY.
002676     MOVE INQ-CRD-EMP-NB TO HIST-EMP-NB.
002680     START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
002684         INVALID KEY
002688             MOVE 'Y' TO INQ-HIST-EOF-SW
002692     END-START.
002696     IF NOT HIST-EOF
002700         PERFORM 2300-READ-HISTORY-RECORD THRU 2300-EXIT
002704     END-IF.
002708     PERFORM UNTIL HIST-EOF
002712         PERFORM 2350-PRINT-HISTORY-LINE THRU 2350-EXIT
002716         PERFORM 2300-READ-HISTORY-RECORD THRU 2300-EXIT
002720     END-PERFORM.
002724     IF INQ-HIST-LINE-COUNT = ZERO
002728         PERFORM 2400-PRINT-NO-HISTORY THRU 2400-EXIT
002732     END-IF.
002736 2200-EXIT.
002740     EXIT.
002744
002748*----------------------------------------------------------------
002752*2300-READ-HISTORY-RECORD DELIVERS THE NEXT ENTRY IN KEY ORDER.
002756*AN ENTRY FOR ANOTHER EMPLOYEE ENDS THE CARD'S BLOCK THE SAME
002760*AS END OF FILE.
002764*----------------------------------------------------------------
002768 2300-READ-HISTORY-RECORD.
002772     READ HISTORYFILE NEXT
002776         AT END
002780             MOVE 'Y' TO INQ-HIST-EOF-SW
002784     END-READ.
002788     IF NOT HIST-EOF
002792         AND HIST-EMP-NB NOT = INQ-CRD-EMP-NB
002796         MOVE 'Y' TO INQ-HIST-EOF-SW
002800     END-IF.
002804 2300-EXIT.
002808     EXIT.
002812
002816 2350-PRINT-HISTORY-LINE.
002820     IF INQ-HIST-LINE-COUNT = ZERO
002824         MOVE INQ-HIST-TITLES TO INQ-PRINT-REC
002828         WRITE INQ-PRINT-REC
002832     END-IF.
002836     ADD 1 TO INQ-HIST-LINE-COUNT.
002840     MOVE SPACES TO INQ-HIST-DETAIL.
002844     MOVE HIST-EFFECTIVE-DT TO INQ-H-EFFECTIVE-DT.
002848     MOVE HIST-OLD-SALARY TO INQ-H-OLD-SALARY.
002852     MOVE HIST-NEW-SALARY TO INQ-H-NEW-SALARY.
002856     MOVE HIST-OLD-DUES TO INQ-H-OLD-DUES.
002860     MOVE HIST-NEW-DUES TO INQ-H-NEW-DUES.
002864     MOVE HIST-OLD-INSU TO INQ-H-OLD-INSU.
002868     MOVE HIST-NEW-INSU TO INQ-H-NEW-INSU.
002872     IF HIST-PRO-MONTHS NUMERIC
002876         MOVE HIST-PRO-MONTHS TO INQ-PRO-DSP-MM
002880         MOVE INQ-PRO-DISPLAY TO INQ-H-PRO-DISPLAY
002884     END-IF.
002888     IF HIST-REC-TYPE = 'B'
002892         MOVE 'BONUS' TO INQ-H-TYPE-FLAG
002896     END-IF.
002900     IF HIST-REC-TYPE = 'A'
002904         MOVE 'ADJ' TO INQ-H-TYPE-FLAG
002908     END-IF.
002912     IF HIST-REC-TYPE = 'D'
002916         MOVE 'D' TO INQ-H-TYPE-FLAG
002920         MOVE HIST-DED-CODE TO INQ-H-TYPE-FLAG (3:2)
002924         MOVE SPACES TO INQ-H-PRO-DISPLAY
002928     END-IF.
002932     IF HIST-REC-TYPE = 'T'
002936         MOVE 'RETRO' TO INQ-H-TYPE-FLAG
002940         MOVE SPACES TO INQ-H-PRO-DISPLAY
002944     END-IF.
002948     MOVE INQ-HIST-DETAIL TO INQ-PRINT-REC.
002952     WRITE INQ-PRINT-REC.
002956     IF HIST-REC-TYPE = 'T'
002960         PERFORM 2360-PRINT-RETRO-LINE THRU 2360-EXIT
002964     END-IF.
002968 2350-EXIT.
002972     EXIT.
002976
002980*----------------------------------------------------------------
002984*2360-PRINT-RETRO-LINE FOLLOWS A RETROACTIVE PAY ENTRY WITH THE
002988*BACK PAY POSTED, THE PAY PERIODS IT COVERED AND THE DATE THE
002992*RAISE ACTUALLY CLEARED, SO THE INQUIRY SHOWS WHY IT WAS PAID.
002996*----------------------------------------------------------------
003000 2360-PRINT-RETRO-LINE.
003004     MOVE HIST-RETRO-AMOUNT TO INQ-R-AMOUNT.
003008     MOVE ZERO TO INQ-R-PERIODS.
003012     IF HIST-PRO-MONTHS NUMERIC
003016         MOVE HIST-PRO-MONTHS TO INQ-R-PERIODS
003020     END-IF.
003024     MOVE HIST-CLEARED-DT TO INQ-R-CLEARED-DT.
003028     MOVE INQ-RETRO-DETAIL TO INQ-PRINT-REC.
003032     WRITE INQ-PRINT-REC.
003036 2360-EXIT.
003040     EXIT.
003044
003048*----------------------------------------------------------------
003052*2500-PRINT-ARCHIVE-POINTERS CLOSES THE INQUIRY BLOCK WITH ONE
003056*LINE PER ARCHIVE RUN, SO AN AUDITOR CHASING OLDER RAISES KNOWS
003060*WHICH DATED ARCHIVE FILE TO ASK OPERATIONS FOR.
003064*----------------------------------------------------------------
003068 2500-PRINT-ARCHIVE-POINTERS.
003072     PERFORM 2550-PRINT-ONE-POINTER THRU 2550-EXIT
003076         VARYING INQ-AX-IDX FROM 1 BY 1
003080         UNTIL INQ-AX-IDX > INQ-AX-COUNT.
003084 2500-EXIT.
003088     EXIT.
003092
003096 2550-PRINT-ONE-POINTER.
003100     MOVE INQ-AX-ARCH-DATE (INQ-AX-IDX) (1:4) TO INQ-ARC-YEAR.
003104     MOVE INQ-AX-CUTOFF-DATE (INQ-AX-IDX) TO INQ-ARC-CUTOFF.
003108     MOVE INQ-ARCHIVE-LINE TO INQ-PRINT-REC.
003112     WRITE INQ-PRINT-REC.
003116 2550-EXIT.
003120     EXIT.
003124
003128 2400-PRINT-NO-HISTORY.
003132     MOVE INQ-NO-HIST-LINE TO INQ-PRINT-REC.
003136     WRITE INQ-PRINT-REC.
003140 2400-EXIT.
003144     EXIT.
003148
003152 9000-TERMINATE-RUN.
003156     CLOSE INQCARDFILE.
003160     CLOSE MASTERFILE.
003164     CLOSE INQRPTFILE.
003168     IF HIST-FILE-OPEN
003172         CLOSE HISTORYFILE
003176     END-IF.
003180 9000-EXIT.
003184     EXIT.
003188
003192 END PROGRAM Program7.
