001152*                  REVIEW IS STEP 4 OF THE NIGHT.  IT REFUSES TO
001156*                  START UNTIL THE RECONCILIATION (STEP 3)
001160*                  STAMPS COMPLETE AND LEAVES ITS OWN STAMPS.
001164*2026-10-15  RLW   A RELEASE OR CAP OF A RAISE SUSPENDED ON AN
001168*                  EARLIER CYCLE IS QUEUED ON RETROQ (SEE
001172*                  RETROREC.CPY) SO THE RETROACTIVE PAY RUN
001176*                  (Program18) PAYS IT BACK TO THE CYCLE DATE.
001180*                  SUSPREC.CPY GREW TO 78 BYTES FOR THAT DATE.
001184*2026-10-15  RLW   APPROVER AUTHORITY CHECK.  EACH CARD NOW
001188*                  CARRIES THE SIGNER'S ID, CHECKED AGAINST THE
001192*                  APPROVER AUTHORITY FILE (APPRAUTH/APPRREC.CPY)
001196*                  BEFORE ANYTHING IS RELEASED, CAPPED OR DENIED.
001200*                  A SIGNER NOT ON FILE, A DEPARTMENT OUTSIDE
001204*                  THEIR SCOPE, OR A RELEASE FURTHER ABOVE THE
001208*                  BAND MAXIMUM THAN THEIR LIMIT LEAVES THE RECORD
001212*                  PENDING ON NEWSUSP WITH THE REASON AND SIGNER
001216*                  (SUSPREC.CPY, NOW 87 BYTES).  THE LISTING
001220*                  PRINTS THE SIGNER AND THE LIMIT THAT APPLIED
001224*                  UNDER EVERY RECORD WITH A SIGNED CARD ON FILE.
001228*                  A RECORD WITH NO CARD THIS RUN GOES FORWARD
001232*                  WITH THE REASON AND SIGNER BLANK.
001236
001240 ENVIRONMENT DIVISION.
001244 INPUT-OUTPUT SECTION.
001248 FILE-CONTROL.
001252     SELECT SUSPENSEFILE ASSIGN TO "SUSPFILE"
001256         ORGANIZATION IS LINE SEQUENTIAL.
001260     SELECT APPROVALFILE ASSIGN TO "APPRCARD"
001264         ORGANIZATION IS LINE SEQUENTIAL
001268         FILE STATUS IS SUS-APPROVAL-STATUS.
001272     SELECT SUPPLGLFILE ASSIGN TO "GLSUPPL"
001276         ORGANIZATION IS LINE SEQUENTIAL.
001280     SELECT NEWSUSPFILE ASSIGN TO "NEWSUSP"
001284         ORGANIZATION IS LINE SEQUENTIAL.
001288     SELECT REVIEWFILE ASSIGN TO "SUSPRPT"
001292         ORGANIZATION IS LINE SEQUENTIAL.
001296     SELECT APPRAUTHFILE ASSIGN TO "APPRAUTH"
001300         ORGANIZATION IS LINE SEQUENTIAL
001304         FILE STATUS IS SUS-APPRAUTH-STATUS.
001308     SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST"
001312         ORGANIZATION IS LINE SEQUENTIAL
001316         FILE STATUS IS SUS-DEPTMAST-STATUS.
001320     SELECT CYCSTEPFILE ASSIGN TO "CYCLSTEP"
001324         ORGANIZATION IS LINE SEQUENTIAL
001328         FILE STATUS IS SUS-CYCSTEP-STATUS.
001332     SELECT RETROQFILE ASSIGN TO "RETROQ"
001336         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS SUS-RETROQ-STATUS.
001344
001348 DATA DIVISION.
001352 FILE SECTION.
001356
001360*----------------------------------------------------------------
001364*OUT-OF-BAND SUSPENSE FILE - SEE SUSPREC.CPY, THE SAME COPYBOOK
001368*Program1 USES TO WRITE THE FILE, SO THE TWO PROGRAMS CAN NEVER
001372*DRIFT APART.
001376*----------------------------------------------------------------
001380 FD  SUSPENSEFILE.
001384     COPY SUSPREC.
001388
001392*----------------------------------------------------------------
001396*APPROVAL CARD DECK - ONE CARD PER SUSPENDED EMPLOYEE, PUNCHED
001400*FROM THE SIGNED APPROVAL FORMS, WITH THE SIGNER'S APPROVER ID.
001404*A SUSPENSE RECORD WITH NO USABLE CARD IS CARRIED FORWARD ON THE
001408*NEW-GENERATION SUSPENSE FILE BELOW FOR THE NEXT REVIEW RUN.
001412*----------------------------------------------------------------
001416 FD  APPROVALFILE.
001420 01  SUS-APPR-CARD.
001424     05  SUS-CRD-EMP-NB          PIC X(05).
001428     05  SUS-CRD-ACTION          PIC X(01).
001432**        'R' = RELEASE AS COMPUTED
001436**        'C' = CAP AT THE BAND EDGE THAT WAS VIOLATED
001440**        'D' = DENY - NO RAISE RELEASED
001444     05  SUS-CRD-APPROVER        PIC X(08).
001448**        APPROVER ID OF THE SIGNER - SEE APPRREC.CPY
001452     05  FILLER                  PIC X(66).
001456
001460*----------------------------------------------------------------
001464*SUPPLEMENTAL GL EXTRACT - SEE GLEXTRACT.CPY, THE SAME COPYBOOK
001468*Program1 WRITES THE MAIN EXTRACT WITH, SO FINANCE INGESTS BOTH
001472*FILES WITH ONE LAYOUT.
001476*----------------------------------------------------------------
001480 FD  SUPPLGLFILE.
001484     COPY GLEXTRACT.
001488
001492*----------------------------------------------------------------
001496*NEW-GENERATION SUSPENSE FILE - THE PENDING RECORDS (NO CARD, A
001500*CARD WITH A BAD ACTION CODE, OR A CARD REFUSED ON THE SIGNER'S
001504*AUTHORITY) COPIED THROUGH WITH THE REASON; RELEASED, CAPPED
001508*AND DENIED RECORDS ARE DROPPED SO THEY CAN NEVER BE RELEASED A
001512*SECOND TIME.  OPERATIONS SWAPS IT IN AS SUSPFILE ONCE THE
001516*REVIEW LISTING HAS BEEN SIGNED OFF, THE SAME WAY Program3'S NEW
001520*MASTER IS SWAPPED IN.  A PLAIN PIC X(87) IS ENOUGH SINCE THE
001524*FILE IS ALWAYS WRITTEN FROM SUSP-REC.
001528*----------------------------------------------------------------
001532 FD  NEWSUSPFILE.
001536 01  SUS-NEWSUSP-REC             PIC X(87).
001540
001544*----------------------------------------------------------------
001548*SUSPENSE REVIEW LISTING - ONE LINE PER SUSPENSE RECORD, PLUS
001552*ONE LINE PER APPROVAL CARD THAT MATCHED NO SUSPENSE RECORD AND
001556*THE CONTROL-TOTAL TRAILER.
001560*----------------------------------------------------------------
001564 FD  REVIEWFILE.
001568 01  SUS-REVIEW-REC              PIC X(78).
001572
001576*----------------------------------------------------------------
001580*APPROVER AUTHORITY FILE - SEE APPRREC.CPY.  LOADED ONCE AT JOB
001584*START.  A MISSING FILE LEAVES THE TABLE EMPTY, SO EVERY SIGNED
001588*CARD IS REFUSED AND STAYS PENDING - NOTHING IS RELEASED WITHOUT
001592*AN AUTHORITY ON FILE.
001596*----------------------------------------------------------------
001600 FD  APPRAUTHFILE.
001604     COPY APPRREC.
001608
001612*----------------------------------------------------------------
001616*DEPARTMENT REFERENCE MASTER - SEE DEPTREC.CPY, THE SAME
001620*COPYBOOK Program1 AND Program3 USE, SO THE THREE CAN NEVER
001624*DRIFT APART.  LOADED ONCE AT JOB START FOR THE NAMES ON THE
001628*REVIEW LISTING; A MISSING DEPTMAST JUST LEAVES THE NAME LINES
001632*OFF.
001636*----------------------------------------------------------------
001640 FD  DEPTMASTFILE.
001644     COPY DEPTREC.
001648
001652*----------------------------------------------------------------
001656*CYCLE-STEP CONTROL FILE - SEE CYCSTEP.CPY.  GATED ON AND
001660*STAMPED HERE AS STEP 4 OF THE NIGHT.
001664*----------------------------------------------------------------
001668 FD  CYCSTEPFILE.
001672     COPY CYCSTEP.
001676
001680*----------------------------------------------------------------
001684*LATE-CLEARED RAISE QUEUE - SEE RETROREC.CPY.  APPENDED TO, SO
001688*THE REPAIR RUN AND THE MAINTENANCE RUN CAN QUEUE TO THE SAME
001692*FILE BEFORE THE RETROACTIVE PAY RUN PICKS IT UP.
001696*----------------------------------------------------------------
001700 FD  RETROQFILE.
001704     COPY RETROREC.
001708
001712 WORKING-STORAGE SECTION.
001716
001720 01  SUS-CURRENT-DATE-DATA.
001724     05  SUS-CURRENT-DATE.
001728         10  SUS-CURRENT-YEAR        PIC 9(04).
001732         10  SUS-CURRENT-MONTH       PIC 9(02).
001736         10  SUS-CURRENT-DAY         PIC 9(02).
001740
001744*----------------------------------------------------------------
001748*PROGRAM SWITCHES.
001752*----------------------------------------------------------------
001756 01  SUS-SWITCHES.
001760     05  SUS-SUSP-EOF-SW         PIC X(01) VALUE 'N'.
001764         88  SUSPENSE-EOF                    VALUE 'Y'.
001768     05  SUS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
001772         88  CARD-EOF                        VALUE 'Y'.
001776     05  SUS-CARD-FOUND-SW       PIC X(01) VALUE 'N'.
001780         88  CARD-FOUND                      VALUE 'Y'.
001784     05  SUS-DEPTMAST-EOF-SW     PIC X(01) VALUE 'N'.
001788         88  DEPTMAST-EOF                    VALUE 'Y'.
001792     05  SUS-CYCSTEP-EOF-SW      PIC X(01) VALUE 'N'.
001796         88  CYCSTEP-EOF                     VALUE 'Y'.
001800     05  SUS-CYCSTEP-PRESENT-SW  PIC X(01) VALUE 'N'.
001804         88  CYCSTEP-GATE-ON                 VALUE 'Y'.
001808     05  SUS-APPRAUTH-EOF-SW     PIC X(01) VALUE 'N'.
001812         88  APPRAUTH-EOF                    VALUE 'Y'.
001816     05  SUS-SIGNER-KNOWN-SW     PIC X(01) VALUE 'N'.
001820         88  SIGNER-ON-FILE                  VALUE 'Y'.
001824     05  SUS-SCOPE-MATCH-SW      PIC X(01) VALUE 'N'.
001828         88  SCOPE-NOT-MATCHED               VALUE 'N'.
001832         88  SCOPE-ALL-DEPTS                 VALUE 'A'.
001836         88  SCOPE-THIS-DEPT                 VALUE 'D'.
001840
001844 01  SUS-APPROVAL-STATUS         PIC XX VALUE '00'.
001848 01  SUS-DEPTMAST-STATUS         PIC XX VALUE '00'.
001852 01  SUS-CYCSTEP-STATUS          PIC XX VALUE '00'.
001856 01  SUS-RETROQ-STATUS           PIC XX VALUE '00'.
001860 01  SUS-APPRAUTH-STATUS         PIC XX VALUE '00'.
001864
001868*----------------------------------------------------------------
001872*CYCLE-STEP TABLE - THE FOUR STEPS OF THE NIGHT AS LOADED FROM
001876*CYCLSTEP.  THIS REVIEW IS STEP 4 AND GATES ON STEP 3.
001880*----------------------------------------------------------------
001884 01  SUS-CYC-TABLE.
001888     05  SUS-CYC-SLOT OCCURS 4 TIMES.
001892         10  SUS-CYC-TBL-PROGRAM     PIC X(10).
001896         10  SUS-CYC-TBL-DATE        PIC X(08).
001900         10  SUS-CYC-TBL-START       PIC X(06).
001904         10  SUS-CYC-TBL-END         PIC X(06).
001908         10  SUS-CYC-TBL-STATUS      PIC X(01).
001912 01  SUS-CYC-SUB                 PIC 9(01) VALUE ZERO.
001916 01  SUS-CYC-TIME                PIC X(06) VALUE SPACES.
001920
001924*----------------------------------------------------------------
001928*DEPARTMENT REFERENCE TABLE - LOADED FROM DEPTMASTFILE AT JOB
001932*START.  EMPTY WHEN DEPTMAST IS MISSING, WHICH LEAVES THE NAME
001936*LINES OFF THE LISTING.
001940*----------------------------------------------------------------
001944 77  SUS-DP-TABLE-COUNT          PIC 9(02) COMP VALUE ZERO.
001948 01  SUS-DEPT-TABLE.
001952     05  SUS-DP-ENTRY OCCURS 1 TO 50 TIMES
001956             DEPENDING ON SUS-DP-TABLE-COUNT
001960             INDEXED BY SUS-DP-IDX.
001964         10  SUS-DP-TBL-CODE         PIC X(04).
001968         10  SUS-DP-TBL-NAME         PIC X(20).
001972
001976*----------------------------------------------------------------
001980*APPROVAL CARD TABLE - THE WHOLE DECK IS LOADED AT JOB START SO
001984*THE SUSPENSE FILE CAN BE MATCHED IN ONE SEQUENTIAL PASS.  THE
001988*USED FLAG LETS THE WRAP-UP LIST ANY CARD THAT MATCHED NO
001992*SUSPENSE RECORD - USUALLY A MIS-PUNCHED EMPLOYEE NUMBER.
001996*----------------------------------------------------------------
002000 77  SUS-CARD-COUNT             PIC 9(03) COMP VALUE ZERO.
002004 01  SUS-CARD-TABLE.
002008     05  SUS-CARD-ENTRY OCCURS 1 TO 200 TIMES
002012             DEPENDING ON SUS-CARD-COUNT
002016             INDEXED BY SUS-CRD-IDX.
002020         10  SUS-CRD-TBL-EMP-NB      PIC X(05).
002024         10  SUS-CRD-TBL-ACTION      PIC X(01).
002028         10  SUS-CRD-TBL-APPROVER    PIC X(08).
002032         10  SUS-CRD-TBL-USED-SW     PIC X(01).
002036             88  CARD-WAS-USED               VALUE 'Y'.
002040
002044*----------------------------------------------------------------
002048*APPROVER AUTHORITY TABLE - LOADED FROM APPRAUTHFILE AT JOB START,
002052*ONE ENTRY PER APPROVER PER DEPARTMENT SCOPE.
002056*----------------------------------------------------------------
002060 77  SUS-APA-COUNT              PIC 9(03) COMP VALUE ZERO.
002064 01  SUS-AUTH-TABLE.
002068     05  SUS-APA-ENTRY OCCURS 1 TO 200 TIMES
002072             DEPENDING ON SUS-APA-COUNT
002076             INDEXED BY SUS-APA-IDX.
002080         10  SUS-APA-TBL-APPROVER    PIC X(08).
002084         10  SUS-APA-TBL-SCOPE       PIC X(04).
002088         10  SUS-APA-TBL-LIMIT       PIC 9(07).
002092
002096*----------------------------------------------------------------
002100*AUTHORITY CHECK WORK AREA - THE AMOUNT THE CARD WOULD RELEASE
002104*ABOVE THE BAND MAXIMUM, THE SIGNER'S LIMIT THAT APPLIED, AND THE
002108*REFUSAL REASON (SPACE WHEN THE CARD IS WITHIN AUTHORITY; THE
002112*CODES ARE SUSP-PEND-REASON'S, SEE SUSPREC.CPY).
002116*----------------------------------------------------------------
002120 01  SUS-AUTH-WORK.
002124     05  SUS-AUTH-OVER-MAX       PIC 9(07) VALUE ZERO.
002128     05  SUS-AUTH-LIMIT          PIC 9(07) VALUE ZERO.
002132     05  SUS-AUTH-REASON         PIC X(01) VALUE SPACE.
002136         88  AUTHORITY-REFUSED               VALUE 'A' 'S' 'L'.
002140
002144*----------------------------------------------------------------
002148*WORK AREA FOR THE SALARY ACTUALLY RELEASED TO THE SUPPLEMENTAL
002152*GL EXTRACT - THE COMPUTED AMOUNT FOR A RELEASE, THE BAND EDGE
002156*FOR A CAP.
002160*----------------------------------------------------------------
002164 01  SUS-RELEASED-SALARY         PIC 9(07) VALUE ZERO.
002168
002172*----------------------------------------------------------------
002176*CONTROL TOTALS - PRINTED AS A TRAILER ON THE REVIEW LISTING SO
002180*PAYROLL CAN BALANCE THE SUSPENSE FILE BEFORE FINANCE PICKS UP
002184*THE SUPPLEMENTAL EXTRACT.
002188*----------------------------------------------------------------
002192 01  SUS-CONTROL-TOTALS.
002196     05  SUS-SUSP-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002200     05  SUS-CARD-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
002204     05  SUS-RELEASE-COUNT       PIC 9(06) COMP VALUE ZERO.
002208     05  SUS-CAP-COUNT           PIC 9(06) COMP VALUE ZERO.
002212     05  SUS-DENY-COUNT          PIC 9(06) COMP VALUE ZERO.
002216     05  SUS-PENDING-COUNT       PIC 9(06) COMP VALUE ZERO.
002220     05  SUS-BAD-CARD-COUNT      PIC 9(06) COMP VALUE ZERO.
002224     05  SUS-RETRO-QUEUED-COUNT  PIC 9(06) COMP VALUE ZERO.
002228     05  SUS-APA-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
002232     05  SUS-AUTH-HELD-COUNT     PIC 9(06) COMP VALUE ZERO.
002236
002240*----------------------------------------------------------------
002244*REVIEW LISTING HEADINGS, DETAIL LINE AND TRAILER.
002248*----------------------------------------------------------------
002252 01  SUS-REVIEW-HEADER.
002256     05  FILLER             PIC X(21) VALUE SPACES.
002260     05  FILLER             PIC X(24)
002264         VALUE 'SUSPENSE REVIEW LISTING'.
002268     05  FILLER             PIC X(09) VALUE SPACES.
002272     05  SUS-HDR-DATE-GRP.
002276         10  SUS-HDR-DAY             PIC XX.
002280         10  FILLER                  PIC X VALUE '/'.
002284         10  SUS-HDR-MONTH           PIC XX.
002288         10  FILLER                  PIC X VALUE '/'.
002292         10  SUS-HDR-YEAR            PIC XXXX.
002296
002300 01  SUS-MINI-TITLES.
002304     05  FILLER                  PIC X(01) VALUE SPACES.
002308     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
002312     05  FILLER                  PIC X(01) VALUE SPACES.
002316     05  FILLER                  PIC X(04) VALUE 'NAME'.
002320     05  FILLER                  PIC X(17) VALUE SPACES.
002324     05  FILLER                  PIC X(08) VALUE 'COMPUTED'.
002328     05  FILLER                  PIC X(04) VALUE SPACES.
002332     05  FILLER                  PIC X(04) VALUE 'BAND'.
002336     05  FILLER                  PIC X(12) VALUE SPACES.
002340     05  FILLER                  PIC X(01) VALUE 'V'.
002344     05  FILLER                  PIC X(02) VALUE SPACES.
002348     05  FILLER                  PIC X(06) VALUE 'ACTION'.
002352     05  FILLER                  PIC X(02) VALUE SPACES.
002356     05  FILLER                  PIC X(08) VALUE 'RELEASED'.
002360
002364 01  SUS-REVIEW-DETAIL.
002368     05  FILLER                  PIC X(02).
002372     05  SUS-DTL-EMP-NB          PIC X(05).
002376     05  FILLER                  PIC X(02).
002380     05  SUS-DTL-NAME            PIC X(20).
002384     05  FILLER                  PIC X(01).
002388     05  SUS-DTL-NEW-SALARY      PIC ZZZZZZ9.
002392     05  FILLER                  PIC X(01).
002396     05  SUS-DTL-BAND-MIN        PIC ZZZZZZ9.
002400     05  FILLER                  PIC X(01) VALUE '-'.
002404     05  SUS-DTL-BAND-MAX        PIC ZZZZZZ9.
002408     05  FILLER                  PIC X(01).
002412     05  SUS-DTL-VIOLATION       PIC X(01).
002416     05  FILLER                  PIC X(02).
002420     05  SUS-DTL-ACTION          PIC X(08).
002424     05  FILLER                  PIC X(01).
002428     05  SUS-DTL-RELEASED        PIC ZZZZZZ9.
002432
002436 01  SUS-DEPT-NAME-LINE.
002440     05  FILLER                  PIC X(09) VALUE SPACES.
002444     05  FILLER                  PIC X(05) VALUE 'DEPT '.
002448     05  SUS-DPN-CODE            PIC X(04).
002452     05  FILLER                  PIC X(02) VALUE SPACES.
002456     05  SUS-DPN-NAME            PIC X(20).
002460
002464 01  SUS-APPROVER-LINE.
002468     05  FILLER                  PIC X(08) VALUE SPACES.
002472     05  FILLER                  PIC X(05) VALUE 'APPR '.
002476     05  SUS-APL-APPROVER        PIC X(08).
002480     05  FILLER                  PIC X(07) VALUE ' LIMIT '.
002484     05  SUS-APL-LIMIT           PIC ZZZ,ZZ9.
002488     05  FILLER                  PIC X(10) VALUE ' OVER MAX '.
002492     05  SUS-APL-OVER-MAX        PIC ZZZ,ZZ9.
002496     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  SUS-APL-RESULT          PIC X(24).
002504
002508 01  SUS-REVIEW-TRAILER.
002512     05  FILLER                  PIC X(05).
002516     05  SUS-TR-LABEL            PIC X(35).
002520     05  FILLER                  PIC X(02).
002524     05  SUS-TR-COUNT            PIC ZZZ,ZZ9.
002528
002532 PROCEDURE DIVISION.
002536
002540*----------------------------------------------------------------
002544*0000-MAIN-CONTROL LOADS THE APPROVAL CARD DECK, PASSES THE
002548*SUSPENSE FILE AGAINST IT ONE RECORD AT A TIME, LISTS ANY CARD
002552*THAT MATCHED NOTHING, AND CLOSES WITH THE CONTROL TOTALS.
002556*----------------------------------------------------------------
002560 0000-MAIN-CONTROL.
002564     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002568     PERFORM 2000-PROCESS-SUSPENSE-FILE THRU 2000-EXIT.
002572     PERFORM 3000-LIST-UNMATCHED-CARDS THRU 3000-EXIT.
002576     PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT.
002580     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002584     STOP RUN.
002588
002592*----------------------------------------------------------------
002596*1000-INITIALIZE OPENS THE FILES, WRITES THE LISTING BANNER AND
002600*LOADS THE APPROVAL CARD DECK INTO ITS TABLE.  A MISSING CARD
002604*DECK IS A NORMAL REVIEW RUN - EVERYTHING LISTS AS PENDING.
002608*----------------------------------------------------------------
002612 1000-INITIALIZE.
002616     PERFORM 1600-CHECK-CYCLE-STEP THRU 1600-EXIT.
002620     OPEN INPUT SUSPENSEFILE.
002624     OPEN OUTPUT SUPPLGLFILE
002628         NEWSUSPFILE
002632         REVIEWFILE.
002636     MOVE FUNCTION CURRENT-DATE (1:8) TO SUS-CURRENT-DATE-DATA.
002640     MOVE SUS-CURRENT-DAY TO SUS-HDR-DAY.
002644     MOVE SUS-CURRENT-MONTH TO SUS-HDR-MONTH.
002648     MOVE SUS-CURRENT-YEAR TO SUS-HDR-YEAR.
002652     PERFORM 1100-WRITE-REVIEW-HEADER THRU 1100-EXIT.
002656     PERFORM 1200-LOAD-APPROVAL-CARDS THRU 1200-EXIT.
002660     PERFORM 1400-LOAD-DEPT-MASTER THRU 1400-EXIT.
002664     PERFORM 1800-LOAD-APPROVER-AUTHORITY THRU 1800-EXIT.
002668     PERFORM 1700-OPEN-RETRO-QUEUE THRU 1700-EXIT.
002672     PERFORM 2100-READ-SUSPENSE-RECORD THRU 2100-EXIT.
002676 1000-EXIT.
002680     EXIT.
002684
002688 1100-WRITE-REVIEW-HEADER.
002692     MOVE SPACES TO SUS-REVIEW-REC.
002696     WRITE SUS-REVIEW-REC AFTER ADVANCING 3 LINES.
002700     MOVE SUS-REVIEW-HEADER TO SUS-REVIEW-REC.
002704     WRITE SUS-REVIEW-REC.
002708     MOVE SUS-MINI-TITLES TO SUS-REVIEW-REC.
002712     WRITE SUS-REVIEW-REC AFTER ADVANCING 2 LINES.
002716     MOVE SPACES TO SUS-REVIEW-REC.
002720     WRITE SUS-REVIEW-REC.
002724 1100-EXIT.
002728     EXIT.
002732
002736*----------------------------------------------------------------
002740*1200-LOAD-APPROVAL-CARDS READS THE WHOLE CARD DECK INTO THE
002744*TABLE.  AN 201ST CARD IS REJECTED WITH A MESSAGE AND THE JOB
002748*STOPPED RATHER THAN LET IT OVERRUN THE TABLE.
002752*----------------------------------------------------------------
002756 1200-LOAD-APPROVAL-CARDS.
002760     MOVE ZERO TO SUS-CARD-COUNT.
002764     OPEN INPUT APPROVALFILE.
002768     IF SUS-APPROVAL-STATUS NOT = '00'
002772         GO TO 1200-EXIT
002776     END-IF.
002780     PERFORM 1300-READ-APPROVAL-CARD THRU 1300-EXIT.
002784     PERFORM UNTIL CARD-EOF
002788         IF SUS-CARD-COUNT < 200
002792             ADD 1 TO SUS-CARD-COUNT
002796             ADD 1 TO SUS-CARD-READ-COUNT
002800             MOVE SUS-CRD-EMP-NB
002804                 TO SUS-CRD-TBL-EMP-NB (SUS-CARD-COUNT)
002808             MOVE SUS-CRD-ACTION
002812                 TO SUS-CRD-TBL-ACTION (SUS-CARD-COUNT)
002816             MOVE SUS-CRD-APPROVER
002820                 TO SUS-CRD-TBL-APPROVER (SUS-CARD-COUNT)
002824             MOVE 'N' TO SUS-CRD-TBL-USED-SW (SUS-CARD-COUNT)
002828         ELSE
002832             DISPLAY 'APPRCARD HAS MORE THAN 200 CARDS'
002836             CLOSE APPROVALFILE
002840             STOP RUN
002844         END-IF
002848         PERFORM 1300-READ-APPROVAL-CARD THRU 1300-EXIT
002852     END-PERFORM.
002856     CLOSE APPROVALFILE.
002860 1200-EXIT.
002864     EXIT.
002868
002872 1300-READ-APPROVAL-CARD.
002876     READ APPROVALFILE
002880         AT END
002884             MOVE 'Y' TO SUS-CARD-EOF-SW
002888     END-READ.
002892 1300-EXIT.
002896     EXIT.
002900
002904*----------------------------------------------------------------
002908*1400-LOAD-DEPT-MASTER READS THE DEPARTMENT REFERENCE MASTER
002912*INTO ITS TABLE, THE WAY 1200 LOADS THE CARD DECK.
002916*----------------------------------------------------------------
002920 1400-LOAD-DEPT-MASTER.
002924     MOVE ZERO TO SUS-DP-TABLE-COUNT.
002928     OPEN INPUT DEPTMASTFILE.
002932     IF SUS-DEPTMAST-STATUS NOT = '00'
002936         GO TO 1400-EXIT
002940     END-IF.
002944     PERFORM 1500-READ-DEPT-RECORD THRU 1500-EXIT.
002948     PERFORM UNTIL DEPTMAST-EOF
002952         IF SUS-DP-TABLE-COUNT < 50
002956             ADD 1 TO SUS-DP-TABLE-COUNT
002960             MOVE DEPT-CODE
002964                 TO SUS-DP-TBL-CODE (SUS-DP-TABLE-COUNT)
002968             MOVE DEPT-NAME
002972                 TO SUS-DP-TBL-NAME (SUS-DP-TABLE-COUNT)
002976         ELSE
002980             DISPLAY 'DEPTMAST HAS MORE THAN 50 DEPARTMENTS'
002984             CLOSE DEPTMASTFILE
002988             STOP RUN
002992         END-IF
002996         PERFORM 1500-READ-DEPT-RECORD THRU 1500-EXIT
003000     END-PERFORM.
003004     CLOSE DEPTMASTFILE.
003008 1400-EXIT.
003012     EXIT.
003016
003020 1500-READ-DEPT-RECORD.
003024     READ DEPTMASTFILE
003028         AT END
003032             MOVE 'Y' TO SUS-DEPTMAST-EOF-SW
003036     END-READ.
003040 1500-EXIT.
003044     EXIT.
003048
003052*----------------------------------------------------------------
003056*1600-CHECK-CYCLE-STEP LOADS THE CYCLE-STEP FILE, REFUSES TO
003060*START WHILE THE RECONCILIATION (STEP 3) HAS NOT STAMPED
003064*COMPLETE, AND STAMPS THIS REVIEW (STEP 4) STARTED.  NO
003068*CYCLSTEP MOUNTED LEAVES THE GATE OFF.
003072*----------------------------------------------------------------
003076 1600-CHECK-CYCLE-STEP.
003080     MOVE 'N' TO SUS-CYCSTEP-PRESENT-SW.
003084     MOVE SPACES TO SUS-CYC-TABLE.
003088     OPEN INPUT CYCSTEPFILE.
003092     IF SUS-CYCSTEP-STATUS NOT = '00'
003096         GO TO 1600-EXIT
003100     END-IF.
003104     MOVE 'Y' TO SUS-CYCSTEP-PRESENT-SW.
003108     MOVE 'N' TO SUS-CYCSTEP-EOF-SW.
003112     PERFORM UNTIL CYCSTEP-EOF
003116         READ CYCSTEPFILE
003120             AT END
003124                 MOVE 'Y' TO SUS-CYCSTEP-EOF-SW
003128             NOT AT END
003132                 PERFORM 1610-LOAD-ONE-SLOT THRU 1610-EXIT
003136         END-READ
003140     END-PERFORM.
003144     CLOSE CYCSTEPFILE.
003148     IF SUS-CYC-TBL-STATUS (3) NOT = 'C'
003152         DISPLAY 'CYCLE-STEP GATE - THE RECONCILIATION (STEP 3) '
003156             'HAS NOT COMPLETED.  SUSPENSE REVIEW NOT STARTED.'
003160         DISPLAY 'SEE THE CYCLE-STATUS LISTING, OR REMOVE '
003164             'CYCLSTEP FOR AN OUT-OF-CYCLE RERUN.'
003168         STOP RUN
003172     END-IF.
003176     MOVE FUNCTION CURRENT-DATE (9:6) TO SUS-CYC-TIME.
003180     MOVE 'Program5' TO SUS-CYC-TBL-PROGRAM (4).
003184     MOVE SUS-CYC-TIME TO SUS-CYC-TBL-START (4).
003188     MOVE SPACES TO SUS-CYC-TBL-END (4).
003192     MOVE 'S' TO SUS-CYC-TBL-STATUS (4).
003196     PERFORM 1620-REWRITE-CYCLE-FILE THRU 1620-EXIT.
003200 1600-EXIT.
003204     EXIT.
003208
003212 1610-LOAD-ONE-SLOT.
003216     IF CYC-STEP-NO NOT NUMERIC
003220         OR CYC-STEP-NO < 1
003224         OR CYC-STEP-NO > 4
003228         GO TO 1610-EXIT
003232     END-IF.
003236     MOVE CYC-STEP-NO TO SUS-CYC-SUB.
003240     MOVE CYC-PROGRAM-ID TO SUS-CYC-TBL-PROGRAM (SUS-CYC-SUB).
003244     MOVE CYC-CYCLE-DATE TO SUS-CYC-TBL-DATE (SUS-CYC-SUB).
003248     MOVE CYC-START-TIME TO SUS-CYC-TBL-START (SUS-CYC-SUB).
003252     MOVE CYC-END-TIME TO SUS-CYC-TBL-END (SUS-CYC-SUB).
003256     MOVE CYC-STATUS TO SUS-CYC-TBL-STATUS (SUS-CYC-SUB).
003260 1610-EXIT.
003264     EXIT.
003268
003272 1620-REWRITE-CYCLE-FILE.
003276     OPEN OUTPUT CYCSTEPFILE.
003280     PERFORM 1630-WRITE-ONE-SLOT THRU 1630-EXIT
003284         VARYING SUS-CYC-SUB FROM 1 BY 1
003288         UNTIL SUS-CYC-SUB > 4.
003292     CLOSE CYCSTEPFILE.
003296 1620-EXIT.
003300     EXIT.
003304
003308 1630-WRITE-ONE-SLOT.
003312     MOVE SUS-CYC-SUB TO CYC-STEP-NO.
003316     MOVE SUS-CYC-TBL-PROGRAM (SUS-CYC-SUB) TO CYC-PROGRAM-ID.
003320     MOVE SUS-CYC-TBL-DATE (SUS-CYC-SUB) TO CYC-CYCLE-DATE.
003324     MOVE SUS-CYC-TBL-START (SUS-CYC-SUB) TO CYC-START-TIME.
003328     MOVE SUS-CYC-TBL-END (SUS-CYC-SUB) TO CYC-END-TIME.
003332     MOVE SUS-CYC-TBL-STATUS (SUS-CYC-SUB) TO CYC-STATUS.
003336     WRITE CYC-STEP-REC.
003340 1630-EXIT.
003344     EXIT.
003348
003352*----------------------------------------------------------------
003356*1700-OPEN-RETRO-QUEUE OPENS THE LATE-CLEARED RAISE QUEUE FOR
003360*EXTEND, CREATING IT THE FIRST TIME, THE SAME WAY THE REPAIR RUN
003364*OPENS THE RAISE HISTORY.
003368*----------------------------------------------------------------
003372 1700-OPEN-RETRO-QUEUE.
003376     OPEN EXTEND RETROQFILE.
003380     IF SUS-RETROQ-STATUS NOT = '00'
003384         OPEN OUTPUT RETROQFILE
003388         CLOSE RETROQFILE
003392         OPEN EXTEND RETROQFILE
003396     END-IF.
003400 1700-EXIT.
003404     EXIT.
003408
003412*----------------------------------------------------------------
003416*1800-LOAD-APPROVER-AUTHORITY READS THE APPROVER AUTHORITY FILE
003420*INTO ITS TABLE, THE WAY 1200 LOADS THE CARD DECK.
003424*----------------------------------------------------------------
003428 1800-LOAD-APPROVER-AUTHORITY.
003432     MOVE ZERO TO SUS-APA-COUNT.
003436     OPEN INPUT APPRAUTHFILE.
003440     IF SUS-APPRAUTH-STATUS NOT = '00'
003444         GO TO 1800-EXIT
003448     END-IF.
003452     PERFORM 1900-READ-AUTHORITY-RECORD THRU 1900-EXIT.
003456     PERFORM UNTIL APPRAUTH-EOF
003460         IF SUS-APA-COUNT < 200
003464             ADD 1 TO SUS-APA-COUNT
003468             ADD 1 TO SUS-APA-READ-COUNT
003472             MOVE APA-APPROVER-ID
003476                 TO SUS-APA-TBL-APPROVER (SUS-APA-COUNT)
003480             MOVE APA-DEPT-SCOPE
003484                 TO SUS-APA-TBL-SCOPE (SUS-APA-COUNT)
003488             MOVE ZERO TO SUS-APA-TBL-LIMIT (SUS-APA-COUNT)
003492             IF APA-LIMIT-OVER-MAX NUMERIC
003496                 MOVE APA-LIMIT-OVER-MAX
003500                     TO SUS-APA-TBL-LIMIT (SUS-APA-COUNT)
003504             END-IF
003508         ELSE
003512             DISPLAY 'APPRAUTH HAS MORE THAN 200 ENTRIES'
003516             CLOSE APPRAUTHFILE
003520             STOP RUN
003524         END-IF
003528         PERFORM 1900-READ-AUTHORITY-RECORD THRU 1900-EXIT
003532     END-PERFORM.
003536     CLOSE APPRAUTHFILE.
003540 1800-EXIT.
003544     EXIT.
003548
003552 1900-READ-AUTHORITY-RECORD.
003556     READ APPRAUTHFILE
003560         AT END
003564             MOVE 'Y' TO SUS-APPRAUTH-EOF-SW
003568     END-READ.
003572 1900-EXIT.
003576     EXIT.
003580
003584*----------------------------------------------------------------
003588*2000-PROCESS-SUSPENSE-FILE MATCHES EACH SUSPENSE RECORD AGAINST
003592*THE CARD TABLE AND APPLIES THE SIGNED DISPOSITION - RELEASE AS
003596*COMPUTED, CAP AT THE BAND EDGE, DENY, OR LEAVE PENDING WHEN NO
003600*CARD WAS PUNCHED.
003604*----------------------------------------------------------------
003608 2000-PROCESS-SUSPENSE-FILE.
003612     PERFORM UNTIL SUSPENSE-EOF
003616         PERFORM 2200-APPLY-DISPOSITION THRU 2200-EXIT
003620         PERFORM 2100-READ-SUSPENSE-RECORD THRU 2100-EXIT
003624     END-PERFORM.
003628 2000-EXIT.
003632     EXIT.
003636
003640 2100-READ-SUSPENSE-RECORD.
003644     READ SUSPENSEFILE
003648         AT END
003652             MOVE 'Y' TO SUS-SUSP-EOF-SW
003656     END-READ.
003660 2100-EXIT.
003664     EXIT.
003668
003672*----------------------------------------------------------------
003676*2200-APPLY-DISPOSITION LOOKS THE EMPLOYEE UP IN THE CARD TABLE
003680*AND ROUTES THE RECORD BY THE CARD'S ACTION CODE.  A CARD WITH
003684*AN ACTION CODE THAT ISN'T R, C OR D COUNTS AS A BAD CARD AND
003688*LEAVES THE RECORD PENDING - NOTHING IS RELEASED ON A GUESS.  A
003692*GOOD CARD IS FIRST CHECKED AGAINST THE SIGNER'S AUTHORITY; A
003696*REFUSAL LEAVES THE RECORD PENDING THE SAME WAY, WITH THE REASON.
003700*A RECORD WITH NO CARD GOES FORWARD WITH THE REASON AND SIGNER
003704*CLEARED - IT IS WAITING FOR A CARD, WHATEVER HELD IT LAST RUN.
003708*----------------------------------------------------------------
003712 2200-APPLY-DISPOSITION.
003716     ADD 1 TO SUS-SUSP-READ-COUNT.
003720     MOVE 'N' TO SUS-CARD-FOUND-SW.
003724     IF SUS-CARD-COUNT > ZERO
003728         SET SUS-CRD-IDX TO 1
003732         SEARCH SUS-CARD-ENTRY
003736             AT END
003740                 CONTINUE
003744             WHEN SUS-CRD-TBL-EMP-NB (SUS-CRD-IDX) = SUSP-EMP-NB
003748                 MOVE 'Y' TO SUS-CARD-FOUND-SW
003752                 MOVE 'Y' TO SUS-CRD-TBL-USED-SW (SUS-CRD-IDX)
003756         END-SEARCH
003760     END-IF.
003764     MOVE SPACE TO SUS-AUTH-REASON.
003768     IF NOT CARD-FOUND
003772         ADD 1 TO SUS-PENDING-COUNT
003776         MOVE SPACE TO SUSP-PEND-REASON
003780         MOVE SPACES TO SUSP-PEND-APPROVER
003784         PERFORM 2550-CARRY-RECORD-FORWARD THRU 2550-EXIT
003788         PERFORM 2600-WRITE-REVIEW-LINE THRU 2600-EXIT
003792         GO TO 2200-EXIT
003796     END-IF.
003800     IF SUS-CRD-TBL-ACTION (SUS-CRD-IDX) = 'R' OR 'C' OR 'D'
003804         PERFORM 2250-CHECK-APPROVER-AUTHORITY THRU 2250-EXIT
003808     END-IF.
003812     IF AUTHORITY-REFUSED
003816         ADD 1 TO SUS-AUTH-HELD-COUNT
003820         ADD 1 TO SUS-PENDING-COUNT
003824         MOVE SUS-AUTH-REASON TO SUSP-PEND-REASON
003828         MOVE SUS-CRD-TBL-APPROVER (SUS-CRD-IDX)
003832             TO SUSP-PEND-APPROVER
003836         PERFORM 2550-CARRY-RECORD-FORWARD THRU 2550-EXIT
003840         PERFORM 2600-WRITE-REVIEW-LINE THRU 2600-EXIT
003844         GO TO 2200-EXIT
003848     END-IF.
003852     EVALUATE SUS-CRD-TBL-ACTION (SUS-CRD-IDX)
003856         WHEN 'R'
003860             ADD 1 TO SUS-RELEASE-COUNT
003864             MOVE SUSP-NEW-SALARY TO SUS-RELEASED-SALARY
003868             PERFORM 2500-WRITE-SUPPL-GL-RECORD THRU 2500-EXIT
003872         WHEN 'C'
003876             ADD 1 TO SUS-CAP-COUNT
003880             PERFORM 2300-CAP-AT-BAND-EDGE THRU 2300-EXIT
003884             PERFORM 2500-WRITE-SUPPL-GL-RECORD THRU 2500-EXIT
003888         WHEN 'D'
003892             ADD 1 TO SUS-DENY-COUNT
003896         WHEN OTHER
003900             ADD 1 TO SUS-BAD-CARD-COUNT
003904             ADD 1 TO SUS-PENDING-COUNT
003908             MOVE 'B' TO SUSP-PEND-REASON
003912             MOVE SUS-CRD-TBL-APPROVER (SUS-CRD-IDX)
003916                 TO SUSP-PEND-APPROVER
003920             PERFORM 2550-CARRY-RECORD-FORWARD THRU 2550-EXIT
003924     END-EVALUATE.
003928     PERFORM 2600-WRITE-REVIEW-LINE THRU 2600-EXIT.
003932 2200-EXIT.
003936     EXIT.
003940
003944*----------------------------------------------------------------
003948*2250-CHECK-APPROVER-AUTHORITY WORKS OUT HOW FAR ABOVE THE BAND
003952*MAXIMUM THE CARD WOULD RELEASE - ONLY A RELEASE AS COMPUTED OF A
003956*RAISE OVER THE MAXIMUM GOES ABOVE IT; A CAP OR A DENIAL STAYS
003960*INSIDE THE BAND - AND CHECKS THE SIGNER'S AUTHORITY FOR THE
003964*EMPLOYEE'S DEPARTMENT.  A RECORD FOR THE DEPARTMENT ITSELF
003968*OVERRIDES THE SIGNER'S '****' RECORD.  SUS-AUTH-REASON COMES BACK
003972*SPACE WHEN THE CARD IS WITHIN AUTHORITY.
003976*----------------------------------------------------------------
003980 2250-CHECK-APPROVER-AUTHORITY.
003984     MOVE ZERO TO SUS-AUTH-OVER-MAX.
003988     MOVE ZERO TO SUS-AUTH-LIMIT.
003992     MOVE SPACE TO SUS-AUTH-REASON.
003996     IF SUS-CRD-TBL-ACTION (SUS-CRD-IDX) = 'R'
004000         AND SUSP-VIOLATION = 'H'
004004         AND SUSP-NEW-SALARY > SUSP-BAND-MAX
004008         COMPUTE SUS-AUTH-OVER-MAX =
004012             SUSP-NEW-SALARY - SUSP-BAND-MAX
004016     END-IF.
004020     MOVE 'N' TO SUS-SIGNER-KNOWN-SW.
004024     MOVE 'N' TO SUS-SCOPE-MATCH-SW.
004028     IF SUS-CRD-TBL-APPROVER (SUS-CRD-IDX) NOT = SPACES
004032         AND SUS-APA-COUNT > ZERO
004036         PERFORM 2260-CHECK-ONE-AUTHORITY THRU 2260-EXIT
004040             VARYING SUS-APA-IDX FROM 1 BY 1
004044             UNTIL SUS-APA-IDX > SUS-APA-COUNT
004048     END-IF.
004052     IF NOT SIGNER-ON-FILE
004056         MOVE 'A' TO SUS-AUTH-REASON
004060         GO TO 2250-EXIT
004064     END-IF.
004068     IF SCOPE-NOT-MATCHED
004072         MOVE 'S' TO SUS-AUTH-REASON
004076         GO TO 2250-EXIT
004080     END-IF.
004084     IF SUS-AUTH-OVER-MAX > SUS-AUTH-LIMIT
004088         MOVE 'L' TO SUS-AUTH-REASON
004092     END-IF.
004096 2250-EXIT.
004100     EXIT.
004104
004108 2260-CHECK-ONE-AUTHORITY.
004112     IF SUS-APA-TBL-APPROVER (SUS-APA-IDX)
004116             NOT = SUS-CRD-TBL-APPROVER (SUS-CRD-IDX)
004120         GO TO 2260-EXIT
004124     END-IF.
004128     MOVE 'Y' TO SUS-SIGNER-KNOWN-SW.
004132     IF SUS-APA-TBL-SCOPE (SUS-APA-IDX) = SUSP-DEPT-CODE
004136         MOVE 'D' TO SUS-SCOPE-MATCH-SW
004140         MOVE SUS-APA-TBL-LIMIT (SUS-APA-IDX) TO SUS-AUTH-LIMIT
004144         GO TO 2260-EXIT
004148     END-IF.
004152     IF SUS-APA-TBL-SCOPE (SUS-APA-IDX) = '****'
004156         AND SCOPE-NOT-MATCHED
004160         MOVE 'A' TO SUS-SCOPE-MATCH-SW
004164         MOVE SUS-APA-TBL-LIMIT (SUS-APA-IDX) TO SUS-AUTH-LIMIT
004168     END-IF.
004172 2260-EXIT.
004176     EXIT.
004180
004184*----------------------------------------------------------------
004188*2300-CAP-AT-BAND-EDGE PULLS THE RELEASED SALARY BACK TO THE
004192*EDGE OF THE BAND THAT WAS VIOLATED - THE MAXIMUM WHEN THE
004196*COMPUTED RAISE WENT OVER, THE MINIMUM WHEN IT CAME OUT UNDER.
004200*----------------------------------------------------------------
004204 2300-CAP-AT-BAND-EDGE.
004208     IF SUSP-VIOLATION = 'L'
004212         MOVE SUSP-BAND-MIN TO SUS-RELEASED-SALARY
004216     ELSE
004220         MOVE SUSP-BAND-MAX TO SUS-RELEASED-SALARY
004224     END-IF.
004228 2300-EXIT.
004232     EXIT.
004236
004240*----------------------------------------------------------------
004244*2500-WRITE-SUPPL-GL-RECORD RELEASES THE APPROVED AMOUNTS TO THE
004248*SUPPLEMENTAL GL EXTRACT - THE RELEASED (POSSIBLY CAPPED)
004252*SALARY, AND THE DUES AND INSURANCE AS THE PAYROLL RUN COMPUTED
004256*THEM.  A RAISE SUSPENDED ON AN EARLIER CYCLE IS ALSO QUEUED FOR
004260*ITS BACK PAY.
004264*----------------------------------------------------------------
004268 2500-WRITE-SUPPL-GL-RECORD.
004272     MOVE SUSP-EMP-NB TO GL-EMP-NB.
004276     MOVE SUSP-DEPT-CODE TO GL-COST-CENTER.
004280     MOVE SUS-RELEASED-SALARY TO GL-NEW-SALARY.
004284     MOVE SUSP-NEW-DUES TO GL-NEW-DUES.
004288     MOVE SUSP-NEW-INSU TO GL-NEW-INSU.
004292     MOVE 'R' TO GL-REC-TYPE.
004296     MOVE SPACES TO GL-DED-CODE.
004300     MOVE SUSP-EMP-NB TO GL-SRC-EMP-NB.
004304     WRITE GL-EXTRACT-REC.
004308     PERFORM 2520-QUEUE-RETRO-PAY THRU 2520-EXIT.
004312 2500-EXIT.
004316     EXIT.
004320
004324*----------------------------------------------------------------
004328*2520-QUEUE-RETRO-PAY PUTS A RELEASED OR CAPPED RAISE ON THE
004332*LATE-CLEARED QUEUE WHEN THE CYCLE THAT SUSPENDED IT IS EARLIER
004336*THAN TODAY AND THE SALARY RELEASED IS STILL A RAISE.  A RECORD
004340*SUSPENDED BEFORE SUSPREC.CPY CARRIED THE CYCLE DATE HAS NOTHING
004344*TO PAY BACK TO AND IS LEFT OFF.
004348*----------------------------------------------------------------
004352 2520-QUEUE-RETRO-PAY.
004356     IF SUSP-CYCLE-DT NOT NUMERIC
004360         GO TO 2520-EXIT
004364     END-IF.
004368     IF SUSP-CYCLE-DT NOT < SUS-CURRENT-DATE
004372         GO TO 2520-EXIT
004376     END-IF.
004380     IF SUS-RELEASED-SALARY NOT > SUSP-OLD-SALARY
004384         GO TO 2520-EXIT
004388     END-IF.
004392     MOVE SPACES TO RETRO-Q-REC.
004396     MOVE SUSP-EMP-NB TO RTQ-EMP-NB.
004400     MOVE SUSP-DEPT-CODE TO RTQ-DEPT-CODE.
004404     MOVE 'S' TO RTQ-SOURCE.
004408     MOVE SUSP-CYCLE-DT TO RTQ-EFFECTIVE-DT.
004412     MOVE SUS-CURRENT-DATE TO RTQ-CLEARED-DT.
004416     MOVE SUSP-OLD-SALARY TO RTQ-OLD-SALARY.
004420     MOVE SUS-RELEASED-SALARY TO RTQ-NEW-SALARY.
004424     WRITE RETRO-Q-REC.
004428     ADD 1 TO SUS-RETRO-QUEUED-COUNT.
004432 2520-EXIT.
004436     EXIT.
004440
004444*----------------------------------------------------------------
004448*2550-CARRY-RECORD-FORWARD COPIES A STILL-PENDING SUSPENSE
004452*RECORD ONTO THE NEW-GENERATION SUSPENSE FILE, UNCHANGED, SO
004456*THE NEXT REVIEW RUN SEES IT AGAIN.  DISPOSITIONED RECORDS
004460*NEVER COME THROUGH HERE.
004464*----------------------------------------------------------------
004468 2550-CARRY-RECORD-FORWARD.
004472     WRITE SUS-NEWSUSP-REC FROM SUSP-REC.
004476 2550-EXIT.
004480     EXIT.
004484
004488*----------------------------------------------------------------
004492*2600-WRITE-REVIEW-LINE PRINTS ONE SUSPENSE RECORD'S LINE ON THE
004496*REVIEW LISTING - WHAT WAS COMPUTED, THE BAND IT VIOLATED, THE
004500*DISPOSITION, AND WHAT (IF ANYTHING) WAS RELEASED.  A SIGNED CARD
004504*ADDS THE APPROVER LINE (2620) UNDER IT.
004508*----------------------------------------------------------------
004512 2600-WRITE-REVIEW-LINE.
004516     MOVE SPACES TO SUS-REVIEW-DETAIL.
004520     MOVE SUSP-EMP-NB TO SUS-DTL-EMP-NB.
004524     MOVE SUSP-EMP-NAME TO SUS-DTL-NAME.
004528     MOVE SUSP-NEW-SALARY TO SUS-DTL-NEW-SALARY.
004532     MOVE SUSP-BAND-MIN TO SUS-DTL-BAND-MIN.
004536     MOVE SUSP-BAND-MAX TO SUS-DTL-BAND-MAX.
004540     MOVE SUSP-VIOLATION TO SUS-DTL-VIOLATION.
004544     IF NOT CARD-FOUND
004548         MOVE 'PENDING' TO SUS-DTL-ACTION
004552         MOVE ZERO TO SUS-DTL-RELEASED
004556     ELSE
004560         EVALUATE SUS-CRD-TBL-ACTION (SUS-CRD-IDX)
004564             WHEN 'R'
004568                 MOVE 'RELEASED' TO SUS-DTL-ACTION
004572                 MOVE SUS-RELEASED-SALARY TO SUS-DTL-RELEASED
004576             WHEN 'C'
004580                 MOVE 'CAPPED' TO SUS-DTL-ACTION
004584                 MOVE SUS-RELEASED-SALARY TO SUS-DTL-RELEASED
004588             WHEN 'D'
004592                 MOVE 'DENIED' TO SUS-DTL-ACTION
004596                 MOVE ZERO TO SUS-DTL-RELEASED
004600             WHEN OTHER
004604                 MOVE 'BAD CARD' TO SUS-DTL-ACTION
004608                 MOVE ZERO TO SUS-DTL-RELEASED
004612         END-EVALUATE
004616     END-IF.
004620     IF AUTHORITY-REFUSED
004624         MOVE 'HELD' TO SUS-DTL-ACTION
004628         MOVE ZERO TO SUS-DTL-RELEASED
004632     END-IF.
004636     MOVE SUS-REVIEW-DETAIL TO SUS-REVIEW-REC.
004640     WRITE SUS-REVIEW-REC.
004644     IF CARD-FOUND
004648         IF SUS-CRD-TBL-ACTION (SUS-CRD-IDX) = 'R' OR 'C' OR 'D'
004652             PERFORM 2620-WRITE-APPROVER-LINE THRU 2620-EXIT
004656         END-IF
004660     END-IF.
004664     IF SUS-DP-TABLE-COUNT > ZERO
004668         PERFORM 2650-WRITE-DEPT-NAME-LINE THRU 2650-EXIT
004672     END-IF.
004676 2600-EXIT.
004680     EXIT.
004684
004688*----------------------------------------------------------------
004692*2620-WRITE-APPROVER-LINE PRINTS WHO SIGNED THE CARD, THE LIMIT
004696*OVER BAND MAXIMUM THAT APPLIED TO THEM FOR THIS DEPARTMENT, HOW
004700*FAR OVER THE MAXIMUM THE CARD WOULD RELEASE, AND THE RESULT OF
004704*THE AUTHORITY CHECK.
004708*----------------------------------------------------------------
004712 2620-WRITE-APPROVER-LINE.
004716     MOVE SPACES TO SUS-APL-RESULT.
004720     MOVE SUS-CRD-TBL-APPROVER (SUS-CRD-IDX) TO SUS-APL-APPROVER.
004724     MOVE SUS-AUTH-LIMIT TO SUS-APL-LIMIT.
004728     MOVE SUS-AUTH-OVER-MAX TO SUS-APL-OVER-MAX.
004732     EVALUATE SUS-AUTH-REASON
004736         WHEN 'A'
004740             MOVE 'SIGNER NOT ON AUTHORITY' TO SUS-APL-RESULT
004744         WHEN 'S'
004748             MOVE 'DEPT OUTSIDE SCOPE' TO SUS-APL-RESULT
004752         WHEN 'L'
004756             MOVE 'OVER APPROVER LIMIT' TO SUS-APL-RESULT
004760         WHEN OTHER
004764             MOVE 'WITHIN AUTHORITY' TO SUS-APL-RESULT
004768     END-EVALUATE.
004772     MOVE SUS-APPROVER-LINE TO SUS-REVIEW-REC.
004776     WRITE SUS-REVIEW-REC.
004780 2620-EXIT.
004784     EXIT.
004788
004792*----------------------------------------------------------------
004796*2650-WRITE-DEPT-NAME-LINE PRINTS THE SUSPENDED EMPLOYEE'S
004800*DEPARTMENT CODE AND NAME UNDER THE REVIEW LINE, SO THE SIGNED
004804*FORM CAN BE ROUTED WITHOUT A CODE LOOKUP.
004808*----------------------------------------------------------------
004812 2650-WRITE-DEPT-NAME-LINE.
004816     MOVE SUSP-DEPT-CODE TO SUS-DPN-CODE.
004820     MOVE 'NOT ON DEPT MASTER' TO SUS-DPN-NAME.
004824     SET SUS-DP-IDX TO 1.
004828     SEARCH SUS-DP-ENTRY
004832         AT END
004836             CONTINUE
004840         WHEN SUS-DP-TBL-CODE (SUS-DP-IDX) = SUSP-DEPT-CODE
004844             MOVE SUS-DP-TBL-NAME (SUS-DP-IDX) TO SUS-DPN-NAME
004848     END-SEARCH.
004852     MOVE SUS-DEPT-NAME-LINE TO SUS-REVIEW-REC.
004856     WRITE SUS-REVIEW-REC.
004860 2650-EXIT.
004864     EXIT.
004868
004872*----------------------------------------------------------------
004876*3000-LIST-UNMATCHED-CARDS LISTS ANY APPROVAL CARD THAT MATCHED
004880*NO SUSPENSE RECORD - USUALLY A MIS-PUNCHED EMPLOYEE NUMBER -
004884*SO THE SIGNED FORM CAN BE RE-PUNCHED INSTEAD OF SILENTLY
004888*DISAPPEARING.
004892*----------------------------------------------------------------
004896 3000-LIST-UNMATCHED-CARDS.
004900     IF SUS-CARD-COUNT = ZERO
004904         GO TO 3000-EXIT
004908     END-IF.
004912     PERFORM 3100-CHECK-ONE-CARD THRU 3100-EXIT
004916         VARYING SUS-CRD-IDX FROM 1 BY 1
004920         UNTIL SUS-CRD-IDX > SUS-CARD-COUNT.
004924 3000-EXIT.
004928     EXIT.
004932
004936 3100-CHECK-ONE-CARD.
004940     IF NOT CARD-WAS-USED (SUS-CRD-IDX)
004944         ADD 1 TO SUS-BAD-CARD-COUNT
004948         MOVE SPACES TO SUS-REVIEW-DETAIL
004952         MOVE SUS-CRD-TBL-EMP-NB (SUS-CRD-IDX) TO SUS-DTL-EMP-NB
004956         MOVE 'CARD WITHOUT SUSPENSE' TO SUS-DTL-NAME
004960         MOVE 'NO MATCH' TO SUS-DTL-ACTION
004964         MOVE SUS-REVIEW-DETAIL TO SUS-REVIEW-REC
004968         WRITE SUS-REVIEW-REC
004972     END-IF.
004976 3100-EXIT.
004980     EXIT.
004984
004988*----------------------------------------------------------------
004992*4000-WRITE-CONTROL-TOTALS PRINTS THE TRAILER PAYROLL BALANCES
004996*THE SUSPENSE FILE AGAINST BEFORE FINANCE PICKS UP THE
005000*SUPPLEMENTAL EXTRACT.
005004*----------------------------------------------------------------
005008 4000-WRITE-CONTROL-TOTALS.
005012     MOVE SPACES TO SUS-REVIEW-REC.
005016     WRITE SUS-REVIEW-REC AFTER ADVANCING 2 LINES.
005020     MOVE SPACES TO SUS-REVIEW-TRAILER.
005024     MOVE 'SUSPENSE RECORDS READ' TO SUS-TR-LABEL.
005028     MOVE SUS-SUSP-READ-COUNT TO SUS-TR-COUNT.
005032     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005036     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005040     MOVE SPACES TO SUS-REVIEW-TRAILER.
005044     MOVE 'APPROVAL CARDS READ' TO SUS-TR-LABEL.
005048     MOVE SUS-CARD-READ-COUNT TO SUS-TR-COUNT.
005052     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005056     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005060     MOVE SPACES TO SUS-REVIEW-TRAILER.
005064     MOVE 'APPROVER AUTHORITY ENTRIES READ' TO SUS-TR-LABEL.
005068     MOVE SUS-APA-READ-COUNT TO SUS-TR-COUNT.
005072     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005076     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005080     MOVE SPACES TO SUS-REVIEW-TRAILER.
005084     MOVE 'RELEASED AS COMPUTED' TO SUS-TR-LABEL.
005088     MOVE SUS-RELEASE-COUNT TO SUS-TR-COUNT.
005092     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005096     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005100     MOVE SPACES TO SUS-REVIEW-TRAILER.
005104     MOVE 'CAPPED AT BAND EDGE' TO SUS-TR-LABEL.
005108     MOVE SUS-CAP-COUNT TO SUS-TR-COUNT.
005112     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005116     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005120     MOVE SPACES TO SUS-REVIEW-TRAILER.
005124     MOVE 'DENIED' TO SUS-TR-LABEL.
005128     MOVE SUS-DENY-COUNT TO SUS-TR-COUNT.
005132     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005136     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005140     MOVE SPACES TO SUS-REVIEW-TRAILER.
005144     MOVE 'PENDING - CARRIED TO NEW SUSPENSE' TO SUS-TR-LABEL.
005148     MOVE SUS-PENDING-COUNT TO SUS-TR-COUNT.
005152     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005156     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005160     MOVE SPACES TO SUS-REVIEW-TRAILER.
005164     MOVE '  OF WHICH HELD ON AUTHORITY' TO SUS-TR-LABEL.
005168     MOVE SUS-AUTH-HELD-COUNT TO SUS-TR-COUNT.
005172     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005176     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005180     MOVE SPACES TO SUS-REVIEW-TRAILER.
005184     MOVE 'BAD OR UNMATCHED CARDS' TO SUS-TR-LABEL.
005188     MOVE SUS-BAD-CARD-COUNT TO SUS-TR-COUNT.
005192     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005196     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005200     MOVE SPACES TO SUS-REVIEW-TRAILER.
005204     MOVE 'QUEUED FOR RETROACTIVE PAY' TO SUS-TR-LABEL.
005208     MOVE SUS-RETRO-QUEUED-COUNT TO SUS-TR-COUNT.
005212     MOVE SUS-REVIEW-TRAILER TO SUS-REVIEW-REC.
005216     WRITE SUS-REVIEW-REC AFTER ADVANCING 1 LINE.
005220 4000-EXIT.
005224     EXIT.
005228
005232*----------------------------------------------------------------
005236*9000-TERMINATE-RUN
005240*----------------------------------------------------------------
005244 9000-TERMINATE-RUN.
005248     CLOSE SUSPENSEFILE.
005252     CLOSE SUPPLGLFILE.
005256     CLOSE NEWSUSPFILE.
005260     CLOSE REVIEWFILE.
005264     CLOSE RETROQFILE.
005268     PERFORM 9100-MARK-STEP-COMPLETE THRU 9100-EXIT.
005272 9000-EXIT.
005276     EXIT.
005280
005284*----------------------------------------------------------------
005288*9100-MARK-STEP-COMPLETE STAMPS THE REVIEW (STEP 4) COMPLETE -
005292*THE NIGHT IS DONE.  NOTHING TO STAMP WHEN NO CYCLSTEP WAS
005296*MOUNTED.
005300*----------------------------------------------------------------
005304 9100-MARK-STEP-COMPLETE.
005308     IF NOT CYCSTEP-GATE-ON
005312         GO TO 9100-EXIT
005316     END-IF.
005320     MOVE FUNCTION CURRENT-DATE (9:6) TO SUS-CYC-TIME.
005324     MOVE SUS-CYC-TIME TO SUS-CYC-TBL-END (4).
005328     MOVE 'C' TO SUS-CYC-TBL-STATUS (4).
005332     PERFORM 1620-REWRITE-CYCLE-FILE THRU 1620-EXIT.
005336 9100-EXIT.
005340     EXIT.
005344
005348 END PROGRAM Program5.
