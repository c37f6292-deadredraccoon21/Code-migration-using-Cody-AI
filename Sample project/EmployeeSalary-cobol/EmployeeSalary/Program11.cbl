001124*                  NUMBER ITSELF.  ABC12 AND THE NON-NUMERIC
001128*                  SALARY ON 10012 STOP REAPPEARING CYCLE AFTER
001132*                  CYCLE.
001136*2026-10-15  RLW   A REPAIRED RAISE THAT FIRST FAILED ON AN
001140*                  EARLIER CYCLE IS QUEUED ON RETROQ (SEE
001144*                  RETROREC.CPY) SO THE RETROACTIVE PAY RUN
001148*                  (Program18) PAYS IT BACK TO THAT CYCLE.
001152*                  EXCEPTREC.CPY GREW TO 172 BYTES FOR THE DATE.
001156*2026-10-15  RLW   RAISEHST IS NOW INDEXED (SEE HISTREC.CPY) - THE
001160*                  HISTORY IS OPENED I-O INSTEAD OF EXTEND AND A
001164*                  REPAIRED RAISE'S ENTRY TAKES THE NEXT ENTRY
001168*                  SEQUENCE FOR ITS EMPLOYEE AND DATE, SO IT FILES
001172*                  BEHIND A SAME-DAY CYCLE ENTRY INSTEAD OF
001176*                  COLLIDING WITH IT.  A DATE ALREADY HOLDING 99
001180*                  ENTRIES FOR THE EMPLOYEE TAKES NO MORE - THE
001184*                  ENTRY IS NAMED ON THE CONSOLE AND NOT POSTED.
001188
001192 ENVIRONMENT DIVISION.
001196 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001204     SELECT EXCPFILE ASSIGN TO "EXCPRPT"
001208         ORGANIZATION IS LINE SEQUENTIAL
001212         FILE STATUS IS FIX-EXCP-STATUS.
001216     SELECT FIXCARDFILE ASSIGN TO "FIXCARD"
001220         ORGANIZATION IS LINE SEQUENTIAL
001224         FILE STATUS IS FIX-CARD-STATUS.
001228     SELECT GRADERATEFILE ASSIGN TO "GRADERAT"
001232         ORGANIZATION IS LINE SEQUENTIAL
001236         FILE STATUS IS FIX-GRADE-STATUS.
001240     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001244         ORGANIZATION IS LINE SEQUENTIAL
001248         FILE STATUS IS FIX-DEPTMAST-STATUS.
001252     SELECT PARMFILE ASSIGN TO "FIXPARM"
001256         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS FIX-PARM-STATUS.
001264     SELECT NEWEXCPFILE ASSIGN TO "NEWEXCP"
001268         ORGANIZATION IS LINE SEQUENTIAL.
001272     SELECT GLREPAIRFILE ASSIGN TO "GLREPAIR"
001276         ORGANIZATION IS LINE SEQUENTIAL.
001280     SELECT HISTORYFILE ASSIGN TO "RAISEHST"
001284         ORGANIZATION IS INDEXED
001288         ACCESS IS DYNAMIC
001292         RECORD KEY IS HIST-KEY
001296         ALTERNATE RECORD KEY IS HIST-EFFECTIVE-DT
001300             WITH DUPLICATES
001304         FILE STATUS IS FIX-HISTORY-STATUS.
001308     SELECT RPTFILE ASSIGN TO "FIXRPT"
001312         ORGANIZATION IS LINE SEQUENTIAL.
001316     SELECT RETROQFILE ASSIGN TO "RETROQ"
001320         ORGANIZATION IS LINE SEQUENTIAL
001324         FILE STATUS IS FIX-RETROQ-STATUS.
001328
001332 DATA DIVISION.
001336 FILE SECTION.
001340
001344*----------------------------------------------------------------
001348*EXCEPTION FILE - SEE EXCEPTREC.CPY, THE SAME COPYBOOK Program1
001352*WRITES IT WITH.  THE FIRST SEVEN RECORDS ARE ALWAYS THE BANNER
001356*BLOCK, SKIPPED BY RECORD NUMBER THE WAY Program2 SKIPS IT.
001360*----------------------------------------------------------------
001364 FD  EXCPFILE.
001368     COPY EXCEPTREC.
001372
001376*----------------------------------------------------------------
001380*CORRECTION CARDS - ONE CARD PER EXCEPTION TO FIX, PUNCHED WITH
001384*THE EMPLOYEE NUMBER AS IT STANDS ON THE EXCEPTION FILE (EVEN A
001388*BAD ONE LIKE ABC12) AND THE FULL CORRECTED MASTER IMAGE.
001392*----------------------------------------------------------------
001396 FD  FIXCARDFILE.
001400 01  FIX-CARD-REC.
001404     05  FIX-CRD-EMP-NB          PIC X(05).
001408     05  FIX-CRD-EMP-IMAGE       PIC X(80).
001412**        CORRECTED MASTER-RECORD IMAGE - SEE EMPREC.CPY
001416
001420*----------------------------------------------------------------
001424*GRADE/CATEGORY RATE TABLE FILE - SEE RATETAB.CPY, LOADED AT
001428*JOB START THE SAME WAY Program1 LOADS IT, SO A REPAIRED RECORD
001432*GETS EXACTLY THE RAISE THE CYCLE WOULD HAVE GIVEN IT.
001436*----------------------------------------------------------------
001440 FD  GRADERATEFILE.
001444     COPY RATETAB.
001448
001452*----------------------------------------------------------------
001456*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY.  MISSING TURNS
001460*THE DEPARTMENT EDIT OFF, THE WAY IT DOES IN Program1.
001464*----------------------------------------------------------------
001468 FD  DEPTMASTFILE.
001472     COPY DEPTREC.
001476
001480*----------------------------------------------------------------
001484*AGING PARAMETER CARD - CYCLES AN EXCEPTION MAY SIT OPEN BEFORE
001488*THE AGING REPORT FLAGS IT.  A MISSING CARD DEFAULTS TO 3.
001492*----------------------------------------------------------------
001496 FD  PARMFILE.
001500 01  FIX-PARM-REC.
001504     05  FIX-PARM-AGE-CYCLES     PIC 9(03).
001508     05  FILLER                  PIC X(77).
001512
001516*----------------------------------------------------------------
001520*NEW-GENERATION EXCEPTION FILE - THE BANNER BLOCK AND EVERY
001524*STILL-OPEN EXCEPTION COPIED THROUGH WITH THE AGE STEPPED;
001528*REPAIRED RECORDS ARE DROPPED.  OPERATIONS SWAPS IT IN AS
001532*EXCPRPT ONCE THE REPAIR LISTING HAS BEEN SIGNED OFF, THE SAME
001536*WAY Program5'S NEWSUSP IS SWAPPED IN.  A PLAIN PIC X(172) IS
001540*ENOUGH SINCE THE FILE IS ALWAYS WRITTEN FROM EXCEPT-REC.
001544*----------------------------------------------------------------
001548 FD  NEWEXCPFILE.
001552 01  FIX-NEWEXCP-REC             PIC X(172).
001556
001560*----------------------------------------------------------------
001564*REPAIR GL EXTRACT - SEE GLEXTRACT.CPY, THE SAME LAYOUT FINANCE
001568*ALREADY INGESTS FROM THE MAIN AND SUPPLEMENTAL EXTRACTS.
001572*COUNTED BY Program2 SO EVERY INPUT RECORD STILL LANDS ON
001576*EXACTLY ONE OUTPUT.
001580*----------------------------------------------------------------
001584 FD  GLREPAIRFILE.
001588     COPY GLEXTRACT.
001592
001596*----------------------------------------------------------------
001600*INDEXED RAISE-HISTORY FILE - SEE HISTREC.CPY, OPENED I-O SO A
001604*REPAIRED EMPLOYEE'S RAISE LEAVES THE SAME AUDIT TRAIL A CYCLE
001608*RAISE LEAVES.
001612*----------------------------------------------------------------
001616 FD  HISTORYFILE.
001620     COPY HISTREC.
001624
001628*----------------------------------------------------------------
001632*PRINTED REPAIR AND AGING LISTING.
001636*----------------------------------------------------------------
001640 FD  RPTFILE.
001644 01  FIX-PRINT-REC               PIC X(78).
001648
001652*----------------------------------------------------------------
001656*LATE-CLEARED RAISE QUEUE - SEE RETROREC.CPY.  APPENDED TO, THE
001660*SAME FILE Program5 AND Program3 QUEUE TO.
001664*----------------------------------------------------------------
001668 FD  RETROQFILE.
001672     COPY RETROREC.
001676
001680 WORKING-STORAGE SECTION.
001684
001688 01  FIX-CURRENT-DATE-DATA.
001692     05  FIX-CURRENT-DATE.
001696         10  FIX-CURRENT-YEAR        PIC 9(04).
001700         10  FIX-CURRENT-MONTH       PIC 9(02).
001704         10  FIX-CURRENT-DAY         PIC 9(02).
001708
001712*----------------------------------------------------------------
001716*WORK COPY OF THE MASTER IMAGE UNDER REPAIR, OVERLAID WITH THE
001720*MASTER LAYOUT SO THE FIELDS CAN BE EDITED AND COMPUTED.  SEE
001724*EMPREC.CPY - THE SAME COPYBOOK THE CYCLE EDITS WITH.
001728*----------------------------------------------------------------
001732     COPY EMPREC.
001736
001740*----------------------------------------------------------------
001744*PROGRAM SWITCHES.
001748*----------------------------------------------------------------
001752 01  FIX-SWITCHES.
001756     05  FIX-EXCP-EOF-SW         PIC X(01) VALUE 'N'.
001760         88  EXCP-EOF                        VALUE 'Y'.
001764     05  FIX-CARD-EOF-SW         PIC X(01) VALUE 'N'.
001768         88  CARD-EOF                        VALUE 'Y'.
001772     05  FIX-GRADE-EOF-SW        PIC X(01) VALUE 'N'.
001776         88  GRADE-RATE-EOF                  VALUE 'Y'.
001780     05  FIX-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
001784         88  DEPTMAST-EOF                    VALUE 'Y'.
001788     05  FIX-CARD-FOUND-SW       PIC X(01) VALUE 'N'.
001792         88  CARD-FOUND                      VALUE 'Y'.
001796     05  FIX-RECORD-VALID-SW     PIC X(01) VALUE 'Y'.
001800         88  RECORD-IS-VALID                 VALUE 'Y'.
001804         88  RECORD-IS-INVALID               VALUE 'N'.
001808     05  FIX-SEQ-EOF-SW          PIC X(01) VALUE 'N'.
001812         88  SEQ-SCAN-DONE                   VALUE 'Y'.
001816
001820 01  FIX-EXCP-STATUS             PIC XX VALUE '00'.
001824 01  FIX-CARD-STATUS             PIC XX VALUE '00'.
001828 01  FIX-GRADE-STATUS            PIC XX VALUE '00'.
001832 01  FIX-DEPTMAST-STATUS         PIC XX VALUE '00'.
001836 01  FIX-PARM-STATUS             PIC XX VALUE '00'.
001840 01  FIX-HISTORY-STATUS          PIC XX VALUE '00'.
001844 01  FIX-RETROQ-STATUS           PIC XX VALUE '00'.
001848
001852*----------------------------------------------------------------
001856*HISTORY ENTRY HELD WHILE 2465-ASSIGN-ENTRY-SEQ READS THE SAME
001860*EMPLOYEE'S ENTRIES FOR THE DATE INTO THE RECORD AREA.
001864*----------------------------------------------------------------
001868 01  FIX-HIST-HOLD.
001872     05  FIX-HLD-EMP-NB          PIC X(05).
001876     05  FIX-HLD-EFFECTIVE-DT    PIC X(08).
001880     05  FILLER                  PIC X(57).
001884 77  FIX-LAST-SEQ                PIC 9(02) VALUE ZERO.
001888     88  HIST-DAY-FULL                       VALUE 99.
001892
001896 01  FIX-EDIT-REASON             PIC X(40) VALUE SPACES.
001900 01  FIX-EDIT-REASON-CODE        PIC X(03) VALUE SPACES.
001904 01  FIX-AGE-LIMIT               PIC 9(03) VALUE 003.
001908 01  FIX-NEW-AGE                 PIC 9(03) VALUE ZERO.
001912
001916*----------------------------------------------------------------
001920*NUMBER OF BANNER RECORDS AT THE TOP OF THE EXCEPTION FILE -
001924*THE SAME SEVEN Program2 SKIPS BY RECORD NUMBER.
001928*----------------------------------------------------------------
001932 01  FIX-EXCP-HDR-LINES          PIC 9(02) COMP VALUE 7.
001936 01  FIX-EXCP-REC-NO             PIC 9(06) COMP VALUE ZERO.
001940
001944*----------------------------------------------------------------
001948*CORRECTION CARD TABLE - THE WHOLE DECK LOADED AT JOB START SO
001952*THE EXCEPTION FILE CAN BE MATCHED IN ONE PASS, THE WAY THE
001956*SUSPENSE REVIEW LOADS ITS APPROVAL DECK.
001960*----------------------------------------------------------------
001964 77  FIX-CARD-COUNT             PIC 9(03) COMP VALUE ZERO.
001968 01  FIX-CARD-TABLE.
001972     05  FIX-CARD-ENTRY OCCURS 1 TO 200 TIMES
001976             DEPENDING ON FIX-CARD-COUNT
001980             INDEXED BY FIX-CRD-IDX.
001984         10  FIX-CRD-TBL-EMP-NB      PIC X(05).
001988         10  FIX-CRD-TBL-IMAGE       PIC X(80).
001992         10  FIX-CRD-TBL-USED-SW     PIC X(01).
001996             88  CARD-WAS-USED               VALUE 'Y'.
002000
002004*----------------------------------------------------------------
002008*GRADE/CATEGORY RATE TABLE - SAME SHAPE Program1 LOADS.
002012*----------------------------------------------------------------
002016 77  FIX-GR-TABLE-COUNT         PIC 9(02) COMP VALUE ZERO.
002020 01  FIX-GRADE-RATE-TABLE.
002024     05  FIX-GR-ENTRY OCCURS 1 TO 10 TIMES
002028             DEPENDING ON FIX-GR-TABLE-COUNT
002032             INDEXED BY FIX-GR-IDX.
002036         10  FIX-GR-CODE             PIC X(01).
002040         10  FIX-GR-SAL-PCT          PIC V999.
002044         10  FIX-GR-DUE-PCT          PIC V999.
002048         10  FIX-GR-INS-PCT          PIC V999.
002052
002056*----------------------------------------------------------------
002060*DEPARTMENT REFERENCE TABLE - EMPTY WHEN DEPTMAST IS MISSING,
002064*WHICH TURNS THE DEPARTMENT EDIT OFF, AS IN Program1.
002068*----------------------------------------------------------------
002072 77  FIX-DP-TABLE-COUNT         PIC 9(02) COMP VALUE ZERO.
002076 01  FIX-DEPT-TABLE.
002080     05  FIX-DP-ENTRY OCCURS 1 TO 50 TIMES
002084             DEPENDING ON FIX-DP-TABLE-COUNT
002088             INDEXED BY FIX-DP-IDX.
002092         10  FIX-DP-CODE             PIC X(04).
002096
002100*----------------------------------------------------------------
002104*COMPUTE AND PRORATION WORK AREAS - THE SAME ARITHMETIC THE
002108*CYCLE APPLIES, SO A REPAIRED RECORD'S RAISE MATCHES WHAT THE
002112*CYCLE WOULD HAVE PAID.
002116*----------------------------------------------------------------
002120 01  FIX-COMPUTE-AREA.
002124     05  FIX-NEW-SALARY          PIC 9(07).
002128     05  FIX-NEW-DUES            PIC 9(04)V99.
002132     05  FIX-NEW-INSU            PIC 9(04)V99.
002136 01  FIX-PRORATE-AREA.
002140     05  FIX-PRORATE-MONTHS      PIC 9(02) VALUE 12.
002144     05  FIX-HIRE-YEAR           PIC 9(04) VALUE ZERO.
002148     05  FIX-HIRE-MONTH          PIC 9(02) VALUE ZERO.
002152
002156*----------------------------------------------------------------
002160*AGING TABLE - STILL-OPEN EXCEPTIONS PAST THE AGE LIMIT,
002164*COLLECTED DURING THE PASS AND PRINTED AS THEIR OWN SECTION.
002168*----------------------------------------------------------------
002172 77  FIX-AGE-COUNT              PIC 9(03) COMP VALUE ZERO.
002176 01  FIX-AGING-TABLE.
002180     05  FIX-AGE-ENTRY OCCURS 1 TO 500 TIMES
002184             DEPENDING ON FIX-AGE-COUNT
002188             INDEXED BY FIX-AGE-IDX.
002192         10  FIX-AGE-EMP-NB          PIC X(05).
002196         10  FIX-AGE-NAME            PIC X(20).
002200         10  FIX-AGE-REASON-CODE     PIC X(03).
002204         10  FIX-AGE-CYCLES          PIC 9(03).
002208
002212*----------------------------------------------------------------
002216*CONTROL TOTALS - EVERY EXCEPTION DATA RECORD READ MUST LAND ON
002220*EXACTLY ONE OF REPAIRED (GLREPAIR) OR CARRIED FORWARD
002224*(NEWEXCP) BEFORE OPERATIONS SWAPS THE NEW FILE IN.
002228*----------------------------------------------------------------
002232 01  FIX-CONTROL-TOTALS.
002236     05  FIX-EXCP-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002240     05  FIX-REPAIRED-COUNT      PIC 9(06) COMP VALUE ZERO.
002244     05  FIX-STILL-FAIL-COUNT    PIC 9(06) COMP VALUE ZERO.
002248     05  FIX-CARRIED-COUNT       PIC 9(06) COMP VALUE ZERO.
002252     05  FIX-OVERAGE-COUNT       PIC 9(06) COMP VALUE ZERO.
002256     05  FIX-CARD-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002260     05  FIX-BAD-CARD-COUNT      PIC 9(06) COMP VALUE ZERO.
002264     05  FIX-GL-WRITE-COUNT      PIC 9(06) COMP VALUE ZERO.
002268     05  FIX-RETRO-QUEUED-COUNT  PIC 9(06) COMP VALUE ZERO.
002272
002276*----------------------------------------------------------------
002280*LISTING HEADINGS, DETAIL LINES AND TRAILER.
002284*----------------------------------------------------------------
002288 01  FIX-REPORT-HEADER.
002292     05  FILLER             PIC X(16) VALUE SPACES.
002296     05  FILLER             PIC X(33)
002300         VALUE 'EXCEPTION REPAIR / AGING LISTING '.
002304     05  FILLER             PIC X(09) VALUE SPACES.
002308     05  FIX-HDR-DATE-GRP.
002312         10  FIX-HDR-DAY             PIC XX.
002316         10  FILLER                  PIC X VALUE '/'.
002320         10  FIX-HDR-MONTH           PIC XX.
002324         10  FILLER                  PIC X VALUE '/'.
002328         10  FIX-HDR-YEAR            PIC XXXX.
002332
002336 01  FIX-MINI-TITLES.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002344     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
002348     05  FILLER                  PIC X(02) VALUE SPACES.
002352     05  FILLER                  PIC X(04) VALUE 'NAME'.
002356     05  FILLER                  PIC X(18) VALUE SPACES.
002360     05  FILLER                  PIC X(04) VALUE 'CODE'.
002364     05  FILLER                  PIC X(02) VALUE SPACES.
002368     05  FILLER                  PIC X(03) VALUE 'AGE'.
002372     05  FILLER                  PIC X(02) VALUE SPACES.
002376     05  FILLER                  PIC X(11) VALUE 'DISPOSITION'.
002380
002384 01  FIX-DETAIL-LINE.
002388     05  FILLER                  PIC X(02).
002392     05  FIX-DTL-EMP-NB          PIC X(05).
002396     05  FILLER                  PIC X(03).
002400     05  FIX-DTL-NAME            PIC X(20).
002404     05  FILLER                  PIC X(02).
002408     05  FIX-DTL-CODE            PIC X(03).
002412     05  FILLER                  PIC X(02).
002416     05  FIX-DTL-AGE             PIC ZZ9.
002420     05  FILLER                  PIC X(02).
002424     05  FIX-DTL-DISP            PIC X(30).
002428
002432 01  FIX-REPORT-TRAILER.
002436     05  FILLER                  PIC X(05).
002440     05  FIX-TR-LABEL            PIC X(35).
002444     05  FILLER                  PIC X(02).
002448     05  FIX-TR-COUNT            PIC ZZZ,ZZ9.
002452
002456 PROCEDURE DIVISION.
002460
002464*----------------------------------------------------------------
002468*0000-MAIN-CONTROL LOADS THE REFERENCE TABLES AND THE CARD
002472*DECK, PASSES THE EXCEPTION FILE ONCE, PRINTS THE AGING SECTION
002476*AND THE TOTALS, AND LISTS ANY CARD THAT MATCHED NOTHING.
002480*----------------------------------------------------------------
002484 0000-MAIN-CONTROL.
002488     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002492     PERFORM 2000-PROCESS-EXCEPTION-FILE THRU 2000-EXIT.
002496     PERFORM 3000-LIST-UNMATCHED-CARDS THRU 3000-EXIT.
002500     PERFORM 3500-PRINT-AGING-REPORT THRU 3500-EXIT.
002504     PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT.
002508     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002512     STOP RUN.
002516
002520*----------------------------------------------------------------
002524*1000-INITIALIZE OPENS THE FILES, WRITES THE LISTING BANNER AND
002528*LOADS THE PARAMETER, CARD DECK AND REFERENCE TABLES.  NO
002532*EXCEPTION FILE MEANS NOTHING TO REPAIR AND THE JOB SAYS SO.
002536*----------------------------------------------------------------
002540 1000-INITIALIZE.
002544     OPEN INPUT EXCPFILE.
002548     IF FIX-EXCP-STATUS NOT = '00'
002552         DISPLAY 'EXCEPTION FILE EXCPRPT WILL NOT OPEN - STATUS '
002556             FIX-EXCP-STATUS '.  NOTHING TO REPAIR.'
002560         STOP RUN
002564     END-IF.
002568     OPEN OUTPUT NEWEXCPFILE
002572         GLREPAIRFILE
002576         RPTFILE.
002580     PERFORM 1050-OPEN-HISTORY-FILE THRU 1050-EXIT.
002584     PERFORM 1060-OPEN-RETRO-QUEUE THRU 1060-EXIT.
002588     MOVE FUNCTION CURRENT-DATE (1:8) TO FIX-CURRENT-DATE-DATA.
002592     MOVE FIX-CURRENT-DAY TO FIX-HDR-DAY.
002596     MOVE FIX-CURRENT-MONTH TO FIX-HDR-MONTH.
002600     MOVE FIX-CURRENT-YEAR TO FIX-HDR-YEAR.
002604     MOVE SPACES TO FIX-PRINT-REC.
002608     WRITE FIX-PRINT-REC AFTER ADVANCING 3 LINES.
002612     MOVE FIX-REPORT-HEADER TO FIX-PRINT-REC.
002616     WRITE FIX-PRINT-REC.
002620     MOVE FIX-MINI-TITLES TO FIX-PRINT-REC.
002624     WRITE FIX-PRINT-REC AFTER ADVANCING 2 LINES.
002628     MOVE SPACES TO FIX-PRINT-REC.
002632     WRITE FIX-PRINT-REC.
002636     PERFORM 1100-LOAD-AGING-PARM THRU 1100-EXIT.
002640     PERFORM 1200-LOAD-FIX-CARDS THRU 1200-EXIT.
002644     PERFORM 1400-LOAD-GRADE-RATE-TABLE THRU 1400-EXIT.
002648     PERFORM 1600-LOAD-DEPT-MASTER THRU 1600-EXIT.
002652 1000-EXIT.
002656     EXIT.
002660
002664*----------------------------------------------------------------
002668*1050-OPEN-HISTORY-FILE OPENS THE RAISE HISTORY I-O WITH THE
002672*SAME CREATE FALLBACK Program1 USES.
002676*----------------------------------------------------------------
002680 1050-OPEN-HISTORY-FILE.
002684     OPEN I-O HISTORYFILE.
002688     IF FIX-HISTORY-STATUS NOT = '00'
002692         OPEN OUTPUT HISTORYFILE
002696         CLOSE HISTORYFILE
002700         OPEN I-O HISTORYFILE
002704     END-IF.
002708 1050-EXIT.
002712     EXIT.
002716
002720*----------------------------------------------------------------
002724*1060-OPEN-RETRO-QUEUE OPENS THE LATE-CLEARED RAISE QUEUE FOR
002728*EXTEND WITH THE SAME CREATE FALLBACK.
002732*----------------------------------------------------------------
002736 1060-OPEN-RETRO-QUEUE.
002740     OPEN EXTEND RETROQFILE.
002744     IF FIX-RETROQ-STATUS NOT = '00'
002748         OPEN OUTPUT RETROQFILE
002752         CLOSE RETROQFILE
002756         OPEN EXTEND RETROQFILE
002760     END-IF.
002764 1060-EXIT.
002768     EXIT.
002772
002776 1100-LOAD-AGING-PARM.
002780     MOVE 003 TO FIX-AGE-LIMIT.
002784     OPEN INPUT PARMFILE.
002788     IF FIX-PARM-STATUS = '00'
002792         READ PARMFILE
002796             AT END
002800                 CONTINUE
002804             NOT AT END
002808                 IF FIX-PARM-AGE-CYCLES IS NUMERIC
002812                     AND FIX-PARM-AGE-CYCLES > ZERO
002816                     MOVE FIX-PARM-AGE-CYCLES TO FIX-AGE-LIMIT
002820                 END-IF
002824         END-READ
002828         CLOSE PARMFILE
002832     END-IF.
002836 1100-EXIT.
002840     EXIT.
002844
002848*----------------------------------------------------------------
002852*1200-LOAD-FIX-CARDS READS THE WHOLE CORRECTION DECK INTO THE
002856*TABLE.  NO DECK IS A NORMAL AGING-ONLY RUN - EVERY EXCEPTION
002860*CARRIES FORWARD WITH ITS AGE STEPPED.
002864*----------------------------------------------------------------
002868 1200-LOAD-FIX-CARDS.
002872     MOVE ZERO TO FIX-CARD-COUNT.
002876     OPEN INPUT FIXCARDFILE.
002880     IF FIX-CARD-STATUS NOT = '00'
002884         GO TO 1200-EXIT
002888     END-IF.
002892     PERFORM 1300-READ-FIX-CARD THRU 1300-EXIT.
002896     PERFORM UNTIL CARD-EOF
002900         IF FIX-CARD-COUNT < 200
002904             ADD 1 TO FIX-CARD-COUNT
002908             ADD 1 TO FIX-CARD-READ-COUNT
002912             MOVE FIX-CRD-EMP-NB
002916                 TO FIX-CRD-TBL-EMP-NB (FIX-CARD-COUNT)
002920             MOVE FIX-CRD-EMP-IMAGE
002924                 TO FIX-CRD-TBL-IMAGE (FIX-CARD-COUNT)
002928             MOVE 'N' TO FIX-CRD-TBL-USED-SW (FIX-CARD-COUNT)
002932         ELSE
002936             DISPLAY 'FIXCARD HAS MORE THAN 200 CARDS'
002940             CLOSE FIXCARDFILE
002944             STOP RUN
002948         END-IF
002952         PERFORM 1300-READ-FIX-CARD THRU 1300-EXIT
002956     END-PERFORM.
002960     CLOSE FIXCARDFILE.
002964 1200-EXIT.
002968     EXIT.
002972
002976 1300-READ-FIX-CARD.
002980     READ FIXCARDFILE
002984         AT END
002988             MOVE 'Y' TO FIX-CARD-EOF-SW
002992     END-READ.
002996 1300-EXIT.
003000     EXIT.
003004
003008*----------------------------------------------------------------
003012*1400-LOAD-GRADE-RATE-TABLE READS GRADERATEFILE THE SAME WAY
003016*Program1 DOES.  AN EMPTY TABLE FAILS EVERY GRADE EDIT, SO A
003020*MISSING RATE FILE CANNOT RELEASE A RECORD WITH NO RAISE.
003024*----------------------------------------------------------------
003028 1400-LOAD-GRADE-RATE-TABLE.
003032     MOVE ZERO TO FIX-GR-TABLE-COUNT.
003036     OPEN INPUT GRADERATEFILE.
003040     IF FIX-GRADE-STATUS NOT = '00'
003044         GO TO 1400-EXIT
003048     END-IF.
003052     PERFORM 1500-READ-GRADE-RECORD THRU 1500-EXIT.
003056     PERFORM UNTIL GRADE-RATE-EOF
003060         IF FIX-GR-TABLE-COUNT < 10
003064             ADD 1 TO FIX-GR-TABLE-COUNT
003068             MOVE GR-GRADE-CODE
003072                 TO FIX-GR-CODE (FIX-GR-TABLE-COUNT)
003076             MOVE GR-SALARY-PCT
003080                 TO FIX-GR-SAL-PCT (FIX-GR-TABLE-COUNT)
003084             MOVE GR-DUES-PCT
003088                 TO FIX-GR-DUE-PCT (FIX-GR-TABLE-COUNT)
003092             MOVE GR-INSUR-PCT
003096                 TO FIX-GR-INS-PCT (FIX-GR-TABLE-COUNT)
003100         ELSE
003104             DISPLAY 'GRADERATEFILE HAS MORE THAN 10 GRADE CODES'
003108             CLOSE GRADERATEFILE
003112             STOP RUN
003116         END-IF
003120         PERFORM 1500-READ-GRADE-RECORD THRU 1500-EXIT
003124     END-PERFORM.
003128     CLOSE GRADERATEFILE.
003132 1400-EXIT.
003136     EXIT.
003140
003144 1500-READ-GRADE-RECORD.
003148     READ GRADERATEFILE
003152         AT END
003156             MOVE 'Y' TO FIX-GRADE-EOF-SW
003160     END-READ.
003164 1500-EXIT.
003168     EXIT.
003172
003176*----------------------------------------------------------------
003180*1600-LOAD-DEPT-MASTER READS THE DEPARTMENT REFERENCE MASTER
003184*INTO ITS TABLE, THE WAY Program1 AND Program3 DO.
003188*----------------------------------------------------------------
003192 1600-LOAD-DEPT-MASTER.
003196     MOVE ZERO TO FIX-DP-TABLE-COUNT.
003200     OPEN INPUT DEPTMASTFILE.
003204     IF FIX-DEPTMAST-STATUS NOT = '00'
003208         GO TO 1600-EXIT
003212     END-IF.
003216     PERFORM 1700-READ-DEPT-RECORD THRU 1700-EXIT.
003220     PERFORM UNTIL DEPTMAST-EOF
003224         IF FIX-DP-TABLE-COUNT < 50
003228             ADD 1 TO FIX-DP-TABLE-COUNT
003232             MOVE DEPT-CODE
003236                 TO FIX-DP-CODE (FIX-DP-TABLE-COUNT)
003240         ELSE
003244             DISPLAY 'DEPTMAST HAS MORE THAN 50 DEPARTMENTS'
003248             CLOSE DEPTMASTFILE
003252             STOP RUN
003256         END-IF
003260         PERFORM 1700-READ-DEPT-RECORD THRU 1700-EXIT
003264     END-PERFORM.
003268     CLOSE DEPTMASTFILE.
003272 1600-EXIT.
003276     EXIT.
003280
003284 1700-READ-DEPT-RECORD.
003288     READ DEPTMASTFILE
003292         AT END
003296             MOVE 'Y' TO FIX-DEPTMAST-EOF-SW
003300     END-READ.
003304 1700-EXIT.
003308     EXIT.
003312
003316*----------------------------------------------------------------
003320*2000-PROCESS-EXCEPTION-FILE COPIES THE SEVEN-RECORD BANNER
003324*BLOCK STRAIGHT THROUGH TO THE NEW FILE, THEN PUTS EVERY DATA
003328*RECORD THROUGH THE REPAIR-OR-CARRY DECISION.
003332*----------------------------------------------------------------
003336 2000-PROCESS-EXCEPTION-FILE.
003340     PERFORM 2100-READ-EXCP-RECORD THRU 2100-EXIT.
003344     PERFORM UNTIL EXCP-EOF
003348         ADD 1 TO FIX-EXCP-REC-NO
003352         IF FIX-EXCP-REC-NO NOT > FIX-EXCP-HDR-LINES
003356             WRITE FIX-NEWEXCP-REC FROM EXCEPT-REC
003360         ELSE
003364             PERFORM 2200-PROCESS-ONE-EXCEPTION THRU 2200-EXIT
003368         END-IF
003372         PERFORM 2100-READ-EXCP-RECORD THRU 2100-EXIT
003376     END-PERFORM.
003380 2000-EXIT.
003384     EXIT.
003388
003392 2100-READ-EXCP-RECORD.
003396     READ EXCPFILE
003400         AT END
003404             MOVE 'Y' TO FIX-EXCP-EOF-SW
003408     END-READ.
003412 2100-EXIT.
003416     EXIT.
003420
003424*----------------------------------------------------------------
003428*2200-PROCESS-ONE-EXCEPTION MATCHES THE RECORD AGAINST THE CARD
003432*DECK.  A CARDED RECORD GETS THE CORRECTED IMAGE RE-EDITED AND,
003436*IF CLEAN, COMPUTED AND RELEASED; A CARD THAT STILL FAILS EDIT
003440*CARRIES FORWARD WITH THE NEW IMAGE AND REASON SO THE NEXT FIX
003444*STARTS FROM IT.  AN UNCARDED RECORD CARRIES FORWARD UNCHANGED
003448*WITH ITS AGE STEPPED.
003452*----------------------------------------------------------------
003456 2200-PROCESS-ONE-EXCEPTION.
003460     ADD 1 TO FIX-EXCP-READ-COUNT.
003464     MOVE 'N' TO FIX-CARD-FOUND-SW.
003468     IF FIX-CARD-COUNT > ZERO
003472         SET FIX-CRD-IDX TO 1
003476         SEARCH FIX-CARD-ENTRY
003480             AT END
003484                 CONTINUE
003488             WHEN FIX-CRD-TBL-EMP-NB (FIX-CRD-IDX) = EXCP-EMP-NB
003492                 MOVE 'Y' TO FIX-CARD-FOUND-SW
003496                 MOVE 'Y' TO FIX-CRD-TBL-USED-SW (FIX-CRD-IDX)
003500         END-SEARCH
003504     END-IF.
003508     IF NOT CARD-FOUND
003512         PERFORM 2600-CARRY-RECORD-FORWARD THRU 2600-EXIT
003516         GO TO 2200-EXIT
003520     END-IF.
003524     MOVE FIX-CRD-TBL-IMAGE (FIX-CRD-IDX) TO EmployeeRecord.
003528     PERFORM 2300-EDIT-REPAIRED-RECORD THRU 2300-EXIT.
003532     IF RECORD-IS-VALID
003536         PERFORM 2400-COMPUTE-AND-RELEASE THRU 2400-EXIT
003540     ELSE
003544         PERFORM 2500-CARRY-STILL-FAILING THRU 2500-EXIT
003548     END-IF.
003552 2200-EXIT.
003556     EXIT.
003560
003564*----------------------------------------------------------------
003568*2300-EDIT-REPAIRED-RECORD APPLIES THE SAME EDITS THE CYCLE
003572*APPLIES (SEE Program1'S 2200/2250/2260) TO THE CORRECTED
003576*IMAGE, LEAVING FIX-GR-IDX ON THE GRADE ENTRY FOR THE COMPUTE.
003580*----------------------------------------------------------------
003584 2300-EDIT-REPAIRED-RECORD.
003588     MOVE 'Y' TO FIX-RECORD-VALID-SW.
003592     MOVE SPACES TO FIX-EDIT-REASON.
003596     MOVE SPACES TO FIX-EDIT-REASON-CODE.
003600     EVALUATE TRUE
003604         WHEN EmpNbIn NOT NUMERIC
003608             MOVE 'N' TO FIX-RECORD-VALID-SW
003612             MOVE 'INVALID EMPLOYEE NUMBER' TO FIX-EDIT-REASON
003616             MOVE 'E01' TO FIX-EDIT-REASON-CODE
003620         WHEN AnnualSalaryIn NOT NUMERIC
003624             MOVE 'N' TO FIX-RECORD-VALID-SW
003628             MOVE 'NON-NUMERIC ANNUAL SALARY' TO FIX-EDIT-REASON
003632             MOVE 'E02' TO FIX-EDIT-REASON-CODE
003636         WHEN AnnualSalaryIn = ZERO
003640             MOVE 'N' TO FIX-RECORD-VALID-SW
003644             MOVE 'ZERO ANNUAL SALARY' TO FIX-EDIT-REASON
003648             MOVE 'E03' TO FIX-EDIT-REASON-CODE
003652         WHEN EmpDues NOT NUMERIC
003656             MOVE 'N' TO FIX-RECORD-VALID-SW
003660             MOVE 'NON-NUMERIC DUES AMOUNT' TO FIX-EDIT-REASON
003664             MOVE 'E04' TO FIX-EDIT-REASON-CODE
003668         WHEN EmpInsuIn NOT NUMERIC
003672             MOVE 'N' TO FIX-RECORD-VALID-SW
003676             MOVE 'NON-NUMERIC INSURANCE AMOUNT'
003680                 TO FIX-EDIT-REASON
003684             MOVE 'E05' TO FIX-EDIT-REASON-CODE
003688         WHEN OTHER
003692             PERFORM 2320-VALIDATE-GRADE-CODE THRU 2320-EXIT
003696             IF RECORD-IS-VALID
003700                 PERFORM 2340-VALIDATE-DEPT-CODE THRU 2340-EXIT
003704             END-IF
003708     END-EVALUATE.
003712 2300-EXIT.
003716     EXIT.
003720
003724 2320-VALIDATE-GRADE-CODE.
003728     IF FIX-GR-TABLE-COUNT = ZERO
003732         MOVE 'N' TO FIX-RECORD-VALID-SW
003736         MOVE 'INVALID GRADE CODE' TO FIX-EDIT-REASON
003740         MOVE 'E06' TO FIX-EDIT-REASON-CODE
003744         GO TO 2320-EXIT
003748     END-IF.
003752     SET FIX-GR-IDX TO 1.
003756     SEARCH FIX-GR-ENTRY
003760         AT END
003764             MOVE 'N' TO FIX-RECORD-VALID-SW
003768             MOVE 'INVALID GRADE CODE' TO FIX-EDIT-REASON
003772             MOVE 'E06' TO FIX-EDIT-REASON-CODE
003776         WHEN FIX-GR-CODE (FIX-GR-IDX) = EmpGradeIn
003780             CONTINUE
003784     END-SEARCH.
003788 2320-EXIT.
003792     EXIT.
003796
003800 2340-VALIDATE-DEPT-CODE.
003804     IF FIX-DP-TABLE-COUNT = ZERO
003808         GO TO 2340-EXIT
003812     END-IF.
003816     SET FIX-DP-IDX TO 1.
003820     SEARCH FIX-DP-ENTRY
003824         AT END
003828             MOVE 'N' TO FIX-RECORD-VALID-SW
003832             MOVE 'UNKNOWN DEPARTMENT CODE' TO FIX-EDIT-REASON
003836             MOVE 'E07' TO FIX-EDIT-REASON-CODE
003840         WHEN FIX-DP-CODE (FIX-DP-IDX) = EmpDeptIn
003844             CONTINUE
003848     END-SEARCH.
003852 2340-EXIT.
003856     EXIT.
003860
003864*----------------------------------------------------------------
003868*2400-COMPUTE-AND-RELEASE GIVES THE REPAIRED RECORD THE SAME
003872*RAISE THE CYCLE WOULD HAVE COMPUTED - GRADE PERCENTAGES,
003876*SALARY PRORATED BY MONTHS OF SERVICE FOR A MID-YEAR HIRE -
003880*AND FANS IT OUT TO THE REPAIR GL EXTRACT AND THE RAISE
003884*HISTORY, EXACTLY THE SHAPE A CYCLE RECORD TAKES.  A RAISE
003888*THAT FIRST FAILED ON AN EARLIER CYCLE IS ALSO QUEUED FOR ITS
003892*BACK PAY.
003896*----------------------------------------------------------------
003900 2400-COMPUTE-AND-RELEASE.
003904     PERFORM 2420-SET-PRORATION THRU 2420-EXIT.
003908     COMPUTE FIX-NEW-SALARY ROUNDED =
003912         AnnualSalaryIn +
003916             (AnnualSalaryIn * FIX-GR-SAL-PCT (FIX-GR-IDX)
003920                 * FIX-PRORATE-MONTHS / 12).
003924     COMPUTE FIX-NEW-DUES ROUNDED =
003928         EmpDues + (EmpDues * FIX-GR-DUE-PCT (FIX-GR-IDX)).
003932     COMPUTE FIX-NEW-INSU ROUNDED =
003936         EmpInsuIn + (EmpInsuIn * FIX-GR-INS-PCT (FIX-GR-IDX)).
003940     PERFORM 2440-WRITE-REPAIR-GL-RECORD THRU 2440-EXIT.
003944     PERFORM 2460-WRITE-HISTORY-RECORD THRU 2460-EXIT.
003948     PERFORM 2480-QUEUE-RETRO-PAY THRU 2480-EXIT.
003952     ADD 1 TO FIX-REPAIRED-COUNT.
003956     MOVE SPACES TO FIX-DETAIL-LINE.
003960     MOVE EmpNbIn TO FIX-DTL-EMP-NB.
003964     MOVE EmpName TO FIX-DTL-NAME.
003968     MOVE EXCP-REASON-CODE TO FIX-DTL-CODE.
003972     MOVE EXCP-CYCLE-AGE TO FIX-DTL-AGE.
003976     MOVE 'REPAIRED - RELEASED TO GL' TO FIX-DTL-DISP.
003980     MOVE FIX-DETAIL-LINE TO FIX-PRINT-REC.
003984     WRITE FIX-PRINT-REC.
003988 2400-EXIT.
003992     EXIT.
003996
004000*----------------------------------------------------------------
004004*2420-SET-PRORATION - SAME RULE AS Program1'S 2320: 12 MONTHS
004008*UNLESS THE EMPLOYEE WAS HIRED DURING THE CURRENT YEAR, AND AN
004012*UNUSABLE HIRE DATE NEVER SHRINKS THE RAISE.
004016*----------------------------------------------------------------
004020 2420-SET-PRORATION.
004024     MOVE 12 TO FIX-PRORATE-MONTHS.
004028     IF EmpHireDt NOT NUMERIC
004032         GO TO 2420-EXIT
004036     END-IF.
004040     MOVE EmpHireDt (1:4) TO FIX-HIRE-YEAR.
004044     MOVE EmpHireDt (5:2) TO FIX-HIRE-MONTH.
004048     IF FIX-HIRE-MONTH < 01 OR FIX-HIRE-MONTH > 12
004052         GO TO 2420-EXIT
004056     END-IF.
004060     IF FIX-HIRE-YEAR = FIX-CURRENT-YEAR
004064         COMPUTE FIX-PRORATE-MONTHS = 13 - FIX-HIRE-MONTH
004068     END-IF.
004072     IF FIX-HIRE-YEAR > FIX-CURRENT-YEAR
004076         MOVE ZERO TO FIX-PRORATE-MONTHS
004080     END-IF.
004084 2420-EXIT.
004088     EXIT.
004092
004096*----------------------------------------------------------------
004100*2440-WRITE-REPAIR-GL-RECORD - GL-EMP-NB CARRIES THE CORRECTED
004104*NUMBER FINANCE POSTS; GL-SRC-EMP-NB KEEPS THE EXCEPTION'S
004108*ORIGINAL KEY, WHICH IS WHAT THE INPUT MASTER STILL CARRIES AND
004112*WHAT Program2 HASHES.
004116*----------------------------------------------------------------
004120 2440-WRITE-REPAIR-GL-RECORD.
004124     MOVE EmpNbIn TO GL-EMP-NB.
004128     MOVE EmpDeptIn TO GL-COST-CENTER.
004132     MOVE FIX-NEW-SALARY TO GL-NEW-SALARY.
004136     MOVE FIX-NEW-DUES TO GL-NEW-DUES.
004140     MOVE FIX-NEW-INSU TO GL-NEW-INSU.
004144     MOVE 'R' TO GL-REC-TYPE.
004148     MOVE SPACES TO GL-DED-CODE.
004152     MOVE EXCP-EMP-NB TO GL-SRC-EMP-NB.
004156     WRITE GL-EXTRACT-REC.
004160     ADD 1 TO FIX-GL-WRITE-COUNT.
004164 2440-EXIT.
004168     EXIT.
004172
004176 2460-WRITE-HISTORY-RECORD.
004180     MOVE EmpNbIn TO HIST-EMP-NB.
004184     MOVE FIX-CURRENT-DATE TO HIST-EFFECTIVE-DT.
004188     MOVE AnnualSalaryIn TO HIST-OLD-SALARY.
004192     MOVE FIX-NEW-SALARY TO HIST-NEW-SALARY.
004196     MOVE EmpDues TO HIST-OLD-DUES.
004200     MOVE FIX-NEW-DUES TO HIST-NEW-DUES.
004204     MOVE EmpInsuIn TO HIST-OLD-INSU.
004208     MOVE FIX-NEW-INSU TO HIST-NEW-INSU.
004212     MOVE FIX-PRORATE-MONTHS TO HIST-PRO-MONTHS.
004216     MOVE 'R' TO HIST-REC-TYPE.
004220     MOVE SPACES TO HIST-DED-CODE.
004224     MOVE ZERO TO HIST-RETRO-AMOUNT.
004228     MOVE SPACES TO HIST-CLEARED-DT.
004232     PERFORM 2465-ASSIGN-ENTRY-SEQ THRU 2465-EXIT.
004236     IF HIST-DAY-FULL
004240         DISPLAY 'RAISEHST FULL - 99 ENTRIES FOR ' HIST-EMP-NB
004244             ' ON ' HIST-EFFECTIVE-DT ' - REPAIR ENTRY NOT POSTED'
004248         GO TO 2460-EXIT
004252     END-IF.
004256     WRITE HIST-REC
004260         INVALID KEY
004264             DISPLAY 'RAISEHST REFUSED REPAIR ENTRY ' HIST-KEY
004268                 ' - STATUS ' FIX-HISTORY-STATUS
004272     END-WRITE.
004276 2460-EXIT.
004280     EXIT.
004284
004288*----------------------------------------------------------------
004292*2465-ASSIGN-ENTRY-SEQ NUMBERS THE ENTRY BUILT IN HIST-REC ONE
004296*PAST THE LAST ENTRY ALREADY ON FILE FOR THE SAME EMPLOYEE AND
004300*DATE (SEE HIST-ENTRY-SEQ IN HISTREC.CPY).  THE START LANDS ON
004304*THE EMPLOYEE'S FIRST ENTRY FOR THE DATE AND ONLY THAT DAY'S
004308*ENTRIES ARE READ.  WHEN THE DATE ALREADY HOLDS 99 ENTRIES THE
004312*NUMBER IS LEFT ALONE AND HIST-DAY-FULL TELLS THE CALLER NOT TO
004316*WRITE.
004320*----------------------------------------------------------------
004324 2465-ASSIGN-ENTRY-SEQ.
004328     MOVE HIST-REC TO FIX-HIST-HOLD.
004332     MOVE ZERO TO FIX-LAST-SEQ.
004336     MOVE 'N' TO FIX-SEQ-EOF-SW.
004340     MOVE ZERO TO HIST-ENTRY-SEQ.
004344     MOVE LOW-VALUES TO HIST-REC-TYPE.
004348     MOVE LOW-VALUES TO HIST-DED-CODE.
004352     START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
004356         INVALID KEY
004360             MOVE 'Y' TO FIX-SEQ-EOF-SW
004364     END-START.
004368     PERFORM 2466-READ-SAME-DAY-ENTRY THRU 2466-EXIT
004372         UNTIL SEQ-SCAN-DONE.
004376     MOVE FIX-HIST-HOLD TO HIST-REC.
004380     IF NOT HIST-DAY-FULL
004384         COMPUTE HIST-ENTRY-SEQ = FIX-LAST-SEQ + 1
004388     END-IF.
004392 2465-EXIT.
004396     EXIT.
004400
004404 2466-READ-SAME-DAY-ENTRY.
004408     READ HISTORYFILE NEXT
004412         AT END
004416             MOVE 'Y' TO FIX-SEQ-EOF-SW
004420             GO TO 2466-EXIT
004424     END-READ.
004428     IF HIST-EMP-NB = FIX-HLD-EMP-NB
004432         AND HIST-EFFECTIVE-DT = FIX-HLD-EFFECTIVE-DT
004436         MOVE HIST-ENTRY-SEQ TO FIX-LAST-SEQ
004440     ELSE
004444         MOVE 'Y' TO FIX-SEQ-EOF-SW
004448     END-IF.
004452 2466-EXIT.
004456     EXIT.
004460
004464*----------------------------------------------------------------
004468*2480-QUEUE-RETRO-PAY PUTS THE REPAIRED RAISE ON THE LATE-
004472*CLEARED QUEUE WHEN THE CYCLE IT FIRST FAILED ON IS EARLIER
004476*THAN TODAY AND THE NEW SALARY IS A RAISE.  AN EXCEPTION
004480*WRITTEN BEFORE EXCEPTREC.CPY CARRIED THE FIRST-FAILED DATE HAS
004484*NOTHING TO PAY BACK TO AND IS LEFT OFF.
004488*----------------------------------------------------------------
004492 2480-QUEUE-RETRO-PAY.
004496     IF EXCP-FIRST-DT NOT NUMERIC
004500         GO TO 2480-EXIT
004504     END-IF.
004508     IF EXCP-FIRST-DT NOT < FIX-CURRENT-DATE
004512         GO TO 2480-EXIT
004516     END-IF.
004520     IF FIX-NEW-SALARY NOT > AnnualSalaryIn
004524         GO TO 2480-EXIT
004528     END-IF.
004532     MOVE SPACES TO RETRO-Q-REC.
004536     MOVE EmpNbIn TO RTQ-EMP-NB.
004540     MOVE EmpDeptIn TO RTQ-DEPT-CODE.
004544     MOVE 'F' TO RTQ-SOURCE.
004548     MOVE EXCP-FIRST-DT TO RTQ-EFFECTIVE-DT.
004552     MOVE FIX-CURRENT-DATE TO RTQ-CLEARED-DT.
004556     MOVE AnnualSalaryIn TO RTQ-OLD-SALARY.
004560     MOVE FIX-NEW-SALARY TO RTQ-NEW-SALARY.
004564     WRITE RETRO-Q-REC.
004568     ADD 1 TO FIX-RETRO-QUEUED-COUNT.
004572 2480-EXIT.
004576     EXIT.
004580
004584*----------------------------------------------------------------
004588*2500-CARRY-STILL-FAILING KEEPS A CARDED RECORD WHOSE CORRECTED
004592*IMAGE STILL FAILS EDIT - THE NEW IMAGE AND THE NEW REASON GO
004596*FORWARD SO THE NEXT CARD STARTS FROM WHAT WAS LAST KEYED, AND
004600*THE LISTING SAYS WHY IT IS STILL OPEN.  EXCP-EMP-NB STAYS THE
004604*ORIGINAL WORK-QUEUE KEY - IT IS WHAT THE INPUT MASTER STILL
004608*CARRIES, WHAT THE NEXT CARD IS PUNCHED WITH, AND WHAT THE
004612*RECONCILIATION HASHES; ONLY THE IMAGE CARRIES THE CORRECTED
004616*NUMBER.
004620*----------------------------------------------------------------
004624 2500-CARRY-STILL-FAILING.
004628     ADD 1 TO FIX-STILL-FAIL-COUNT.
004632     MOVE EmployeeRecord TO EXCP-MASTER-IMAGE.
004636     MOVE EmpName TO EXCP-EMP-NAME.
004640     MOVE FIX-EDIT-REASON TO EXCP-REASON.
004644     MOVE FIX-EDIT-REASON-CODE TO EXCP-REASON-CODE.
004648     MOVE SPACES TO FIX-DETAIL-LINE.
004652     MOVE EXCP-EMP-NB TO FIX-DTL-EMP-NB.
004656     MOVE EmpName TO FIX-DTL-NAME.
004660     MOVE FIX-EDIT-REASON-CODE TO FIX-DTL-CODE.
004664     MOVE EXCP-CYCLE-AGE TO FIX-DTL-AGE.
004668     MOVE 'STILL FAILS EDIT - CARRIED' TO FIX-DTL-DISP.
004672     MOVE FIX-DETAIL-LINE TO FIX-PRINT-REC.
004676     WRITE FIX-PRINT-REC.
004680     PERFORM 2600-CARRY-RECORD-FORWARD THRU 2600-EXIT.
004684 2500-EXIT.
004688     EXIT.
004692
004696*----------------------------------------------------------------
004700*2600-CARRY-RECORD-FORWARD WRITES THE STILL-OPEN RECORD TO THE
004704*NEW-GENERATION FILE AND COLLECTS IT FOR THE AGING SECTION WHEN
004708*IT HAS SAT OPEN PAST THE LIMIT.  THE AGE CARRIES UNCHANGED -
004712*THE CYCLE (Program1) STEPS IT WHEN THE RECORD FAILS AGAIN, SO
004716*IT COUNTS CYCLES, NOT REPAIR RUNS.
004720*----------------------------------------------------------------
004724 2600-CARRY-RECORD-FORWARD.
004728     ADD 1 TO FIX-CARRIED-COUNT.
004732     IF EXCP-CYCLE-AGE IS NUMERIC
004736         MOVE EXCP-CYCLE-AGE TO FIX-NEW-AGE
004740     ELSE
004744         MOVE 001 TO FIX-NEW-AGE
004748     END-IF.
004752     MOVE FIX-NEW-AGE TO EXCP-CYCLE-AGE.
004756     WRITE FIX-NEWEXCP-REC FROM EXCEPT-REC.
004760     IF FIX-NEW-AGE > FIX-AGE-LIMIT
004764         PERFORM 2700-COLLECT-AGED-RECORD THRU 2700-EXIT
004768     END-IF.
004772 2600-EXIT.
004776     EXIT.
004780
004784 2700-COLLECT-AGED-RECORD.
004788     IF FIX-AGE-COUNT >= 500
004792         GO TO 2700-EXIT
004796     END-IF.
004800     ADD 1 TO FIX-AGE-COUNT.
004804     ADD 1 TO FIX-OVERAGE-COUNT.
004808     MOVE EXCP-EMP-NB TO FIX-AGE-EMP-NB (FIX-AGE-COUNT).
004812     MOVE EXCP-EMP-NAME TO FIX-AGE-NAME (FIX-AGE-COUNT).
004816     MOVE EXCP-REASON-CODE
004820         TO FIX-AGE-REASON-CODE (FIX-AGE-COUNT).
004824     MOVE EXCP-CYCLE-AGE TO FIX-AGE-CYCLES (FIX-AGE-COUNT).
004828 2700-EXIT.
004832     EXIT.
004836
004840*----------------------------------------------------------------
004844*3000-LIST-UNMATCHED-CARDS LISTS ANY CORRECTION CARD THAT
004848*MATCHED NO EXCEPTION RECORD - USUALLY A MIS-PUNCHED EMPLOYEE
004852*NUMBER - SO THE FIX CAN BE RE-PUNCHED INSTEAD OF SILENTLY
004856*DISAPPEARING.
004860*----------------------------------------------------------------
004864 3000-LIST-UNMATCHED-CARDS.
004868     IF FIX-CARD-COUNT = ZERO
004872         GO TO 3000-EXIT
004876     END-IF.
004880     PERFORM 3100-CHECK-ONE-CARD THRU 3100-EXIT
004884         VARYING FIX-CRD-IDX FROM 1 BY 1
004888         UNTIL FIX-CRD-IDX > FIX-CARD-COUNT.
004892 3000-EXIT.
004896     EXIT.
004900
004904 3100-CHECK-ONE-CARD.
004908     IF NOT CARD-WAS-USED (FIX-CRD-IDX)
004912         ADD 1 TO FIX-BAD-CARD-COUNT
004916         MOVE SPACES TO FIX-DETAIL-LINE
004920         MOVE FIX-CRD-TBL-EMP-NB (FIX-CRD-IDX) TO FIX-DTL-EMP-NB
004924         MOVE 'CARD WITHOUT EXCEPTION' TO FIX-DTL-NAME
004928         MOVE 'NO MATCH - NOT APPLIED' TO FIX-DTL-DISP
004932         MOVE FIX-DETAIL-LINE TO FIX-PRINT-REC
004936         WRITE FIX-PRINT-REC
004940     END-IF.
004944 3100-EXIT.
004948     EXIT.
004952
004956*----------------------------------------------------------------
004960*3500-PRINT-AGING-REPORT PRINTS THE EXCEPTIONS STILL OPEN PAST
004964*THE AGE LIMIT - THE WORK QUEUE SOMEBODY HAS TO OWN, NOT JUST
004968*REPRINT.
004972*----------------------------------------------------------------
004976 3500-PRINT-AGING-REPORT.
004980     MOVE SPACES TO FIX-PRINT-REC.
004984     WRITE FIX-PRINT-REC AFTER ADVANCING 2 LINES.
004988     MOVE 'OPEN EXCEPTIONS PAST THE AGE LIMIT' TO FIX-PRINT-REC.
004992     WRITE FIX-PRINT-REC.
004996     IF FIX-AGE-COUNT = ZERO
005000         MOVE '   (NONE)' TO FIX-PRINT-REC
005004         WRITE FIX-PRINT-REC
005008         GO TO 3500-EXIT
005012     END-IF.
005016     MOVE FIX-MINI-TITLES TO FIX-PRINT-REC.
005020     WRITE FIX-PRINT-REC.
005024     PERFORM 3600-PRINT-ONE-AGED-LINE THRU 3600-EXIT
005028         VARYING FIX-AGE-IDX FROM 1 BY 1
005032         UNTIL FIX-AGE-IDX > FIX-AGE-COUNT.
005036 3500-EXIT.
005040     EXIT.
005044
005048 3600-PRINT-ONE-AGED-LINE.
005052     MOVE SPACES TO FIX-DETAIL-LINE.
005056     MOVE FIX-AGE-EMP-NB (FIX-AGE-IDX) TO FIX-DTL-EMP-NB.
005060     MOVE FIX-AGE-NAME (FIX-AGE-IDX) TO FIX-DTL-NAME.
005064     MOVE FIX-AGE-REASON-CODE (FIX-AGE-IDX) TO FIX-DTL-CODE.
005068     MOVE FIX-AGE-CYCLES (FIX-AGE-IDX) TO FIX-DTL-AGE.
005072     MOVE 'OPEN PAST AGE LIMIT' TO FIX-DTL-DISP.
005076     MOVE FIX-DETAIL-LINE TO FIX-PRINT-REC.
005080     WRITE FIX-PRINT-REC.
005084 3600-EXIT.
005088     EXIT.
005092
005096*----------------------------------------------------------------
005100*4000-WRITE-CONTROL-TOTALS - EXCEPTIONS READ MUST EQUAL
005104*REPAIRED PLUS CARRIED FORWARD BEFORE OPERATIONS SWAPS NEWEXCP
005108*IN AS EXCPRPT.
005112*----------------------------------------------------------------
005116 4000-WRITE-CONTROL-TOTALS.
005120     MOVE SPACES TO FIX-PRINT-REC.
005124     WRITE FIX-PRINT-REC AFTER ADVANCING 2 LINES.
005128     MOVE SPACES TO FIX-REPORT-TRAILER.
005132     MOVE 'EXCEPTION RECORDS READ' TO FIX-TR-LABEL.
005136     MOVE FIX-EXCP-READ-COUNT TO FIX-TR-COUNT.
005140     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005144     MOVE 'REPAIRED - RELEASED TO GL' TO FIX-TR-LABEL.
005148     MOVE FIX-REPAIRED-COUNT TO FIX-TR-COUNT.
005152     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005156     MOVE 'CARDED BUT STILL FAILING' TO FIX-TR-LABEL.
005160     MOVE FIX-STILL-FAIL-COUNT TO FIX-TR-COUNT.
005164     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005168     MOVE 'CARRIED FORWARD TO NEW EXCEPTION' TO FIX-TR-LABEL.
005172     MOVE FIX-CARRIED-COUNT TO FIX-TR-COUNT.
005176     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005180     MOVE 'OPEN PAST THE AGE LIMIT' TO FIX-TR-LABEL.
005184     MOVE FIX-OVERAGE-COUNT TO FIX-TR-COUNT.
005188     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005192     MOVE 'CORRECTION CARDS READ' TO FIX-TR-LABEL.
005196     MOVE FIX-CARD-READ-COUNT TO FIX-TR-COUNT.
005200     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005204     MOVE 'CARDS WITHOUT AN EXCEPTION' TO FIX-TR-LABEL.
005208     MOVE FIX-BAD-CARD-COUNT TO FIX-TR-COUNT.
005212     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005216     MOVE 'REPAIR GL RECORDS WRITTEN' TO FIX-TR-LABEL.
005220     MOVE FIX-GL-WRITE-COUNT TO FIX-TR-COUNT.
005224     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005228     MOVE 'QUEUED FOR RETROACTIVE PAY' TO FIX-TR-LABEL.
005232     MOVE FIX-RETRO-QUEUED-COUNT TO FIX-TR-COUNT.
005236     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005240     MOVE 'AGE LIMIT IN CYCLES' TO FIX-TR-LABEL.
005244     MOVE FIX-AGE-LIMIT TO FIX-TR-COUNT.
005248     PERFORM 4100-WRITE-TRAILER-LINE THRU 4100-EXIT.
005252 4000-EXIT.
005256     EXIT.
005260
005264 4100-WRITE-TRAILER-LINE.
005268     MOVE FIX-REPORT-TRAILER TO FIX-PRINT-REC.
005272     WRITE FIX-PRINT-REC AFTER ADVANCING 1 LINE.
005276     MOVE SPACES TO FIX-REPORT-TRAILER.
005280 4100-EXIT.
005284     EXIT.
005288
005292 9000-TERMINATE-RUN.
005296     CLOSE EXCPFILE.
005300     CLOSE NEWEXCPFILE.
005304     CLOSE GLREPAIRFILE.
005308     CLOSE HISTORYFILE.
005312     CLOSE RPTFILE.
005316     CLOSE RETROQFILE.
005320 9000-EXIT.
005324     EXIT.
005328
005332 END PROGRAM Program11.
