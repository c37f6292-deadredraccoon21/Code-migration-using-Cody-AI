001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program21 AS "EmployeeSalary.Program21".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - RAISE-HISTORY LOAD/CONVERT.
001048*                  READS THE OLD LINE-SEQUENTIAL RAISE HISTORY
001052*                  (OLDHIST - THE PRIOR RAISEHST, RENAMED BY
001056*                  OPERATIONS) AND LOADS IT INTO THE INDEXED
001060*                  RAISEHST KEYED ON EMPLOYEE, EFFECTIVE DATE,
001064*                  ENTRY SEQUENCE AND TYPE.  ENTRIES ARE
001068*                  NUMBERED IN THE ORDER THEY SAT ON THE OLD
001072*                  FILE, SO SAME-DAY POSTING ORDER SURVIVES.
001076*                  A RECORD THE NEW FILE REFUSES GOES TO THE
001080*                  LOAD LISTING INSTEAD OF BEING LOADED, AND THE
001084*                  NEW FILE IS READ BACK AND COUNTED SO THE
001088*                  LISTING PROVES THE LOAD BALANCES BEFORE
001092*                  OLDHIST IS RETIRED.  RAISEHST IS CLOSED ONLY
001096*                  WHILE IT IS OPEN.
001100
001104 ENVIRONMENT DIVISION.
001108 INPUT-OUTPUT SECTION.
001112 FILE-CONTROL.
001116     SELECT OLDHISTFILE ASSIGN TO "OLDHIST"
001120         ORGANIZATION IS LINE SEQUENTIAL
001124         FILE STATUS IS LDH-OLDHIST-STATUS.
001128     SELECT HISTORYFILE ASSIGN TO "RAISEHST"
001132         ORGANIZATION IS INDEXED
001136         ACCESS IS DYNAMIC
001140         RECORD KEY IS HIST-KEY
001144         ALTERNATE RECORD KEY IS HIST-EFFECTIVE-DT WITH DUPLICATES
001148         FILE STATUS IS LDH-HISTORY-STATUS.
001152     SELECT LOADRPTFILE ASSIGN TO "HISTLOAD"
001156         ORGANIZATION IS LINE SEQUENTIAL.
001160
001164 DATA DIVISION.
001168 FILE SECTION.
001172
001176*----------------------------------------------------------------
001180*OLD SEQUENTIAL RAISE HISTORY - THE LAYOUT HISTREC.CPY CARRIED
001184*BEFORE THE FILE WAS INDEXED, FIELD FOR FIELD IN ITS OLD ORDER.
001188*KEPT HERE RATHER THAN IN A COPYBOOK - NOTHING ELSE READS IT.
001192*----------------------------------------------------------------
001196 FD  OLDHISTFILE.
001200 01  LDH-OLD-REC.
001204     05  LDH-OLD-EMP-NB          PIC X(05).
001208     05  LDH-OLD-EFFECTIVE-DT    PIC X(08).
001212     05  LDH-OLD-OLD-SALARY      PIC 9(06).
001216     05  LDH-OLD-NEW-SALARY      PIC 9(07).
001220     05  LDH-OLD-OLD-DUES        PIC 9(03)V99.
001224     05  LDH-OLD-NEW-DUES        PIC 9(04)V99.
001228     05  LDH-OLD-OLD-INSU        PIC 9(03)V99.
001232     05  LDH-OLD-NEW-INSU        PIC 9(04)V99.
001236     05  LDH-OLD-PRO-MONTHS      PIC 9(02).
001240     05  LDH-OLD-REC-TYPE        PIC X(01).
001244     05  LDH-OLD-DED-CODE        PIC X(02).
001248     05  LDH-OLD-RETRO-AMOUNT    PIC 9(05)V99.
001252     05  LDH-OLD-CLEARED-DT      PIC X(08).
001256
001260*----------------------------------------------------------------
001264*INDEXED RAISE HISTORY - SEE HISTREC.CPY, THE SAME COPYBOOK THE
001268*PAYROLL RUN, TREND, INQUIRY, ARCHIVE AND RETRO PROGRAMS CARRY.
001272*----------------------------------------------------------------
001276 FD  HISTORYFILE.
001280     COPY HISTREC.
001284
001288*----------------------------------------------------------------
001292*LOAD LISTING - ONE LINE PER REJECTED RECORD PLUS THE CONTROL-
001296*TOTAL TRAILER AND THE RECONCILIATION.
001300*----------------------------------------------------------------
001304 FD  LOADRPTFILE.
001308 01  LDH-REPORT-REC              PIC X(78).
001312
001316 WORKING-STORAGE SECTION.
001320
001324 01  LDH-CURRENT-DATE-DATA.
001328     05  LDH-CURRENT-DATE.
001332         10  LDH-CURRENT-YEAR        PIC 9(04).
001336         10  LDH-CURRENT-MONTH       PIC 9(02).
001340         10  LDH-CURRENT-DAY         PIC 9(02).
001344
001348*----------------------------------------------------------------
001352*PROGRAM SWITCHES.
001356*----------------------------------------------------------------
001360 01  LDH-SWITCHES.
001364     05  LDH-INPUT-EOF-SW        PIC X(01) VALUE 'N'.
001368         88  LOAD-INPUT-EOF                  VALUE 'Y'.
001372     05  LDH-SEQ-EOF-SW          PIC X(01) VALUE 'N'.
001376         88  SEQ-SCAN-DONE                   VALUE 'Y'.
001380     05  LDH-RECON-EOF-SW        PIC X(01) VALUE 'N'.
001384         88  RECON-EOF                       VALUE 'Y'.
001388     05  LDH-HIST-OPEN-SW        PIC X(01) VALUE 'N'.
001392         88  HISTORY-IS-OPEN                 VALUE 'Y'.
001396
001400 01  LDH-OLDHIST-STATUS          PIC XX VALUE '00'.
001404 01  LDH-HISTORY-STATUS          PIC XX VALUE '00'.
001408
001412*----------------------------------------------------------------
001416*HISTORY ENTRY HELD WHILE 2250-ASSIGN-ENTRY-SEQ READS THE SAME
001420*EMPLOYEE'S ENTRIES FOR THE DATE INTO THE RECORD AREA.
001424*----------------------------------------------------------------
001428 01  LDH-HIST-HOLD.
001432     05  LDH-HLD-EMP-NB          PIC X(05).
001436     05  LDH-HLD-EFFECTIVE-DT    PIC X(08).
001440     05  FILLER                  PIC X(57).
001444 77  LDH-LAST-SEQ                PIC 9(02) VALUE ZERO.
001448
001452*----------------------------------------------------------------
001456*CONTROL TOTALS - RECORDS READ MUST EQUAL RECORDS LOADED PLUS
001460*RECORDS REJECTED, AND THE RECORDS COUNTED BACK OFF THE INDEXED
001464*FILE MUST EQUAL RECORDS LOADED, BEFORE OLDHIST IS RETIRED.
001468*----------------------------------------------------------------
001472 01  LDH-CONTROL-TOTALS.
001476     05  LDH-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001480     05  LDH-LOADED-COUNT        PIC 9(07) COMP VALUE ZERO.
001484     05  LDH-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
001488     05  LDH-ON-FILE-COUNT       PIC 9(07) COMP VALUE ZERO.
001492     05  LDH-BALANCE-TOTAL       PIC 9(07) COMP VALUE ZERO.
001496
001500*----------------------------------------------------------------
001504*LOAD LISTING HEADINGS, DETAIL LINE AND TRAILER.
001508*----------------------------------------------------------------
001512 01  LDH-REPORT-HEADER.
001516     05  FILLER             PIC X(21) VALUE SPACES.
001520     05  FILLER             PIC X(26)
001524         VALUE 'RAISE HISTORY LOAD'.
001528     05  FILLER             PIC X(09) VALUE SPACES.
001532     05  LDH-HDR-DATE-GRP.
001536         10  LDH-HDR-DAY             PIC XX.
001540         10  FILLER                  PIC X VALUE '/'.
001544         10  LDH-HDR-MONTH           PIC XX.
001548         10  FILLER                  PIC X VALUE '/'.
001552         10  LDH-HDR-YEAR            PIC XXXX.
001556
001560 01  LDH-MINI-TITLES.
001564     05  FILLER                  PIC X(01) VALUE SPACES.
001568     05  FILLER                  PIC X(08) VALUE 'EMPLOYEE'.
001572     05  FILLER                  PIC X(01) VALUE SPACES.
001576     05  FILLER                  PIC X(09) VALUE 'EFFECTIVE'.
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001584     05  FILLER                  PIC X(04) VALUE 'TYPE'.
001588     05  FILLER                  PIC X(01) VALUE SPACES.
001592     05  FILLER                  PIC X(03) VALUE 'DED'.
001596     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  FILLER                  PIC X(06) VALUE 'REASON'.
001604
001608 01  LDH-REJECT-DETAIL.
001612     05  FILLER                  PIC X(03).
001616     05  LDH-REJ-EMP-NB          PIC X(05).
001620     05  FILLER                  PIC X(02).
001624     05  LDH-REJ-EFFECTIVE-DT    PIC X(08).
001628     05  FILLER                  PIC X(03).
001632     05  LDH-REJ-REC-TYPE        PIC X(01).
001636     05  FILLER                  PIC X(03).
001640     05  LDH-REJ-DED-CODE        PIC X(02).
001644     05  FILLER                  PIC X(03).
001648     05  LDH-REJ-REASON          PIC X(44).
001652
001656 01  LDH-REPORT-TRAILER.
001660     05  FILLER                  PIC X(05).
001664     05  LDH-TR-LABEL            PIC X(35).
001668     05  FILLER                  PIC X(02).
001672     05  LDH-TR-COUNT            PIC Z,ZZZ,ZZ9.
001676
001680 PROCEDURE DIVISION.
001684
001688*----------------------------------------------------------------
001692*0000-MAIN-CONTROL LOADS THE OLD SEQUENTIAL HISTORY INTO THE
001696*INDEXED HISTORY ONE RECORD AT A TIME, REJECTING WHAT THE NEW
001700*FILE REFUSES, COUNTS THE NEW FILE BACK, THEN CLOSES WITH THE
001704*CONTROL TOTALS AND THE BALANCE.
001708*----------------------------------------------------------------
001712 0000-MAIN-CONTROL.
001716     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
001724     PERFORM 2500-COUNT-LOADED-FILE THRU 2500-EXIT.
001728     PERFORM 3000-WRITE-CONTROL-TOTALS THRU 3000-EXIT.
001732     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
001736     STOP RUN.
001740
001744*----------------------------------------------------------------
001748*1000-INITIALIZE OPENS THE OLD HISTORY AND CREATES THE INDEXED
001752*FILE EMPTY, THEN REOPENS IT I-O SO 2250-ASSIGN-ENTRY-SEQ CAN
001756*READ BACK WHAT IS ALREADY LOADED.  A RERUN STARTS THE INDEXED
001760*FILE OVER FROM NOTHING.
001764*----------------------------------------------------------------
001768 1000-INITIALIZE.
001772     OPEN INPUT OLDHISTFILE.
001776     IF LDH-OLDHIST-STATUS NOT = '00'
001780         DISPLAY 'OLD RAISE HISTORY OLDHIST WILL NOT OPEN - '
001784             'STATUS ' LDH-OLDHIST-STATUS
001788         DISPLAY 'NOTHING LOADED.  RENAME THE OLD RAISEHST TO '
001792             'OLDHIST AND RESUBMIT.'
001796         STOP RUN
001800     END-IF.
001804     OPEN OUTPUT HISTORYFILE.
001808     IF LDH-HISTORY-STATUS NOT = '00'
001812         DISPLAY 'INDEXED HISTORY RAISEHST WILL NOT OPEN FOR '
001816             'OUTPUT - STATUS ' LDH-HISTORY-STATUS
001820         DISPLAY 'NOTHING LOADED.  FIX THE FILE AND RESUBMIT.'
001824         CLOSE OLDHISTFILE
001828         STOP RUN
001832     END-IF.
001836     CLOSE HISTORYFILE.
001840     OPEN I-O HISTORYFILE.
001844     IF LDH-HISTORY-STATUS NOT = '00'
001848         DISPLAY 'INDEXED HISTORY RAISEHST WILL NOT REOPEN FOR '
001852             'I-O - STATUS ' LDH-HISTORY-STATUS
001856         DISPLAY 'NOTHING LOADED.  FIX THE FILE AND RESUBMIT.'
001860         CLOSE OLDHISTFILE
001864         STOP RUN
001868     END-IF.
001872     MOVE 'Y' TO LDH-HIST-OPEN-SW.
001876     OPEN OUTPUT LOADRPTFILE.
001880     MOVE FUNCTION CURRENT-DATE (1:8) TO LDH-CURRENT-DATE-DATA.
001884     MOVE LDH-CURRENT-DAY TO LDH-HDR-DAY.
001888     MOVE LDH-CURRENT-MONTH TO LDH-HDR-MONTH.
001892     MOVE LDH-CURRENT-YEAR TO LDH-HDR-YEAR.
001896     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
001900     MOVE SPACES TO LDH-REJECT-DETAIL.
001904     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
001908 1000-EXIT.
001912     EXIT.
001916
001920 1100-WRITE-REPORT-HEADER.
001924     MOVE SPACES TO LDH-REPORT-REC.
001928     WRITE LDH-REPORT-REC AFTER ADVANCING 3 LINES.
001932     MOVE LDH-REPORT-HEADER TO LDH-REPORT-REC.
001936     WRITE LDH-REPORT-REC.
001940     MOVE LDH-MINI-TITLES TO LDH-REPORT-REC.
001944     WRITE LDH-REPORT-REC AFTER ADVANCING 2 LINES.
001948     MOVE SPACES TO LDH-REPORT-REC.
001952     WRITE LDH-REPORT-REC.
001956 1100-EXIT.
001960     EXIT.
001964
001968 2000-LOAD-HISTORY.
001972     PERFORM UNTIL LOAD-INPUT-EOF
001976         PERFORM 2200-WRITE-HISTORY-RECORD THRU 2200-EXIT
001980         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
001984     END-PERFORM.
001988 2000-EXIT.
001992     EXIT.
001996
002000 2100-READ-INPUT-RECORD.
002004     READ OLDHISTFILE
002008         AT END
002012             MOVE 'Y' TO LDH-INPUT-EOF-SW
002016     END-READ.
002020 2100-EXIT.
002024     EXIT.
002028
002032*----------------------------------------------------------------
002036*2200-WRITE-HISTORY-RECORD CARRIES ONE OLD RECORD ACROSS FIELD
002040*BY FIELD INTO THE KEY-FIRST LAYOUT.  RECORDS WRITTEN BEFORE
002044*PRORATION AND RETRO PAY EXISTED CARRY SPACES THERE; THEY LOAD
002048*AS ZERO, WHICH IS HOW EVERY READER ALREADY TREATS THEM.  THE
002052*INVALID KEY PATH SHOULD NOT HAPPEN ONCE THE ENTRY IS NUMBERED,
002056*BUT IF IT DOES THE RECORD GOES TO THE REJECT LISTING RATHER
002060*THAN STOPPING THE LOAD.
002064*----------------------------------------------------------------
002068 2200-WRITE-HISTORY-RECORD.
002072     ADD 1 TO LDH-READ-COUNT.
002076     MOVE SPACES TO HIST-REC.
002080     MOVE LDH-OLD-EMP-NB TO HIST-EMP-NB.
002084     MOVE LDH-OLD-EFFECTIVE-DT TO HIST-EFFECTIVE-DT.
002088     MOVE LDH-OLD-REC-TYPE TO HIST-REC-TYPE.
002092     MOVE LDH-OLD-DED-CODE TO HIST-DED-CODE.
002096     MOVE LDH-OLD-OLD-SALARY TO HIST-OLD-SALARY.
002100     MOVE LDH-OLD-NEW-SALARY TO HIST-NEW-SALARY.
002104     MOVE LDH-OLD-OLD-DUES TO HIST-OLD-DUES.
002108     MOVE LDH-OLD-NEW-DUES TO HIST-NEW-DUES.
002112     MOVE LDH-OLD-OLD-INSU TO HIST-OLD-INSU.
002116     MOVE LDH-OLD-NEW-INSU TO HIST-NEW-INSU.
002120     IF LDH-OLD-PRO-MONTHS NUMERIC
002124         MOVE LDH-OLD-PRO-MONTHS TO HIST-PRO-MONTHS
002128     ELSE
002132         MOVE ZERO TO HIST-PRO-MONTHS
002136     END-IF.
002140     IF LDH-OLD-RETRO-AMOUNT NUMERIC
002144         MOVE LDH-OLD-RETRO-AMOUNT TO HIST-RETRO-AMOUNT
002148     ELSE
002152         MOVE ZERO TO HIST-RETRO-AMOUNT
002156     END-IF.
002160     MOVE LDH-OLD-CLEARED-DT TO HIST-CLEARED-DT.
002164     PERFORM 2250-ASSIGN-ENTRY-SEQ THRU 2250-EXIT.
002168     IF LDH-LAST-SEQ = 99
002172         MOVE 'OVER 99 ENTRIES FOR EMPLOYEE ON DATE'
002176             TO LDH-REJ-REASON
002180         PERFORM 2300-WRITE-REJECT-LINE THRU 2300-EXIT
002184         GO TO 2200-EXIT
002188     END-IF.
002192     WRITE HIST-REC
002196         INVALID KEY
002200             MOVE 'REFUSED BY RAISEHST - STATUS '
002204                 TO LDH-REJ-REASON
002208             MOVE LDH-HISTORY-STATUS TO LDH-REJ-REASON (30:2)
002212             PERFORM 2300-WRITE-REJECT-LINE THRU 2300-EXIT
002216         NOT INVALID KEY
002220             ADD 1 TO LDH-LOADED-COUNT
002224     END-WRITE.
002228 2200-EXIT.
002232     EXIT.
002236
002240*----------------------------------------------------------------
002244*2250-ASSIGN-ENTRY-SEQ NUMBERS THE ENTRY BUILT IN HIST-REC ONE
002248*PAST THE LAST ENTRY ALREADY LOADED FOR THE SAME EMPLOYEE AND
002252*DATE (SEE HIST-ENTRY-SEQ IN HISTREC.CPY) - THE SAME RULE EVERY
002256*WRITER OF THE LIVE FILE FOLLOWS.  THE START LANDS ON THE
002260*EMPLOYEE'S FIRST ENTRY FOR THE DATE AND ONLY THAT DAY'S
002264*ENTRIES ARE READ.
002268*----------------------------------------------------------------
002272 2250-ASSIGN-ENTRY-SEQ.
002276     MOVE HIST-REC TO LDH-HIST-HOLD.
002280     MOVE ZERO TO LDH-LAST-SEQ.
002284     MOVE 'N' TO LDH-SEQ-EOF-SW.
002288     MOVE ZERO TO HIST-ENTRY-SEQ.
002292     MOVE LOW-VALUES TO HIST-REC-TYPE.
002296     MOVE LOW-VALUES TO HIST-DED-CODE.
002300     START HISTORYFILE KEY IS NOT LESS THAN HIST-KEY
002304         INVALID KEY
002308             MOVE 'Y' TO LDH-SEQ-EOF-SW
002312     END-START.
002316     PERFORM 2260-READ-SAME-DAY-ENTRY THRU 2260-EXIT
002320         UNTIL SEQ-SCAN-DONE.
002324     MOVE LDH-HIST-HOLD TO HIST-REC.
002328     IF LDH-LAST-SEQ < 99
002332         COMPUTE HIST-ENTRY-SEQ = LDH-LAST-SEQ + 1
002336     END-IF.
002340 2250-EXIT.
002344     EXIT.
002348
002352 2260-READ-SAME-DAY-ENTRY.
002356     READ HISTORYFILE NEXT
002360         AT END
002364             MOVE 'Y' TO LDH-SEQ-EOF-SW
002368             GO TO 2260-EXIT
002372     END-READ.
002376     IF HIST-EMP-NB = LDH-HLD-EMP-NB
002380         AND HIST-EFFECTIVE-DT = LDH-HLD-EFFECTIVE-DT
002384         MOVE HIST-ENTRY-SEQ TO LDH-LAST-SEQ
002388     ELSE
002392         MOVE 'Y' TO LDH-SEQ-EOF-SW
002396     END-IF.
002400 2260-EXIT.
002404     EXIT.
002408
002412 2300-WRITE-REJECT-LINE.
002416     ADD 1 TO LDH-REJECT-COUNT.
002420     MOVE LDH-OLD-EMP-NB TO LDH-REJ-EMP-NB.
002424     MOVE LDH-OLD-EFFECTIVE-DT TO LDH-REJ-EFFECTIVE-DT.
002428     MOVE LDH-OLD-REC-TYPE TO LDH-REJ-REC-TYPE.
002432     MOVE LDH-OLD-DED-CODE TO LDH-REJ-DED-CODE.
002436     MOVE LDH-REJECT-DETAIL TO LDH-REPORT-REC.
002440     WRITE LDH-REPORT-REC.
002444     MOVE SPACES TO LDH-REJECT-DETAIL.
002448 2300-EXIT.
002452     EXIT.
002456
002460*----------------------------------------------------------------
002464*2500-COUNT-LOADED-FILE CLOSES THE NEW FILE AND READS IT BACK
002468*FRONT TO BACK, SO THE BALANCE IS STRUCK AGAINST WHAT IS
002472*ACTUALLY ON THE INDEXED FILE AND NOT AGAINST THIS PROGRAM'S
002476*OWN COUNT OF WHAT IT WROTE.
002480*----------------------------------------------------------------
002484 2500-COUNT-LOADED-FILE.
002488     IF HISTORY-IS-OPEN
002492         CLOSE HISTORYFILE
002496         MOVE 'N' TO LDH-HIST-OPEN-SW
002500     END-IF.
002504     MOVE ZERO TO LDH-ON-FILE-COUNT.
002508     OPEN INPUT HISTORYFILE.
002512     IF LDH-HISTORY-STATUS NOT = '00'
002516         GO TO 2500-EXIT
002520     END-IF.
002524     MOVE 'Y' TO LDH-HIST-OPEN-SW.
002528     MOVE 'N' TO LDH-RECON-EOF-SW.
002532     PERFORM UNTIL RECON-EOF
002536         READ HISTORYFILE NEXT
002540             AT END
002544                 MOVE 'Y' TO LDH-RECON-EOF-SW
002548             NOT AT END
002552                 ADD 1 TO LDH-ON-FILE-COUNT
002556         END-READ
002560     END-PERFORM.
002564 2500-EXIT.
002568     EXIT.
002572
002576*----------------------------------------------------------------
002580*3000-WRITE-CONTROL-TOTALS PRINTS THE LOAD COUNTS AND THE
002584*BALANCE.  READ MUST EQUAL LOADED PLUS REJECTED, AND THE COUNT
002588*BACK OFF THE INDEXED FILE MUST EQUAL LOADED - THE BALANCE LINE
002592*IS WHAT OPERATIONS SIGNS BEFORE OLDHIST IS RETIRED.  ANY
002596*REJECT MUST BE RESOLVED BY HAND FIRST.
002600*----------------------------------------------------------------
002604 3000-WRITE-CONTROL-TOTALS.
002608     MOVE SPACES TO LDH-REPORT-REC.
002612     WRITE LDH-REPORT-REC AFTER ADVANCING 2 LINES.
002616     MOVE SPACES TO LDH-REPORT-TRAILER.
002620     MOVE 'HISTORY RECORDS READ' TO LDH-TR-LABEL.
002624     MOVE LDH-READ-COUNT TO LDH-TR-COUNT.
002628     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002632     MOVE 'RECORDS LOADED' TO LDH-TR-LABEL.
002636     MOVE LDH-LOADED-COUNT TO LDH-TR-COUNT.
002640     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002644     MOVE 'RECORDS REJECTED' TO LDH-TR-LABEL.
002648     MOVE LDH-REJECT-COUNT TO LDH-TR-COUNT.
002652     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002656     COMPUTE LDH-BALANCE-TOTAL =
002660         LDH-LOADED-COUNT + LDH-REJECT-COUNT.
002664     MOVE 'LOADED + REJECTED' TO LDH-TR-LABEL.
002668     MOVE LDH-BALANCE-TOTAL TO LDH-TR-COUNT.
002672     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002676     MOVE 'RECORDS ON INDEXED FILE' TO LDH-TR-LABEL.
002680     MOVE LDH-ON-FILE-COUNT TO LDH-TR-COUNT.
002684     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002688     IF LDH-BALANCE-TOTAL = LDH-READ-COUNT
002692         AND LDH-ON-FILE-COUNT = LDH-LOADED-COUNT
002696         MOVE 'RECORD BALANCE - PASS' TO LDH-TR-LABEL
002700     ELSE
002704         MOVE 'RECORD BALANCE - FAIL - DO NOT USE'
002708             TO LDH-TR-LABEL
002712     END-IF.
002716     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002720 3000-EXIT.
002724     EXIT.
002728
002732 3100-WRITE-TRAILER-LINE.
002736     MOVE LDH-REPORT-TRAILER TO LDH-REPORT-REC.
002740     WRITE LDH-REPORT-REC AFTER ADVANCING 1 LINE.
002744     MOVE SPACES TO LDH-REPORT-TRAILER.
002748 3100-EXIT.
002752     EXIT.
002756
002760 9000-TERMINATE-RUN.
002764     CLOSE OLDHISTFILE.
002768     IF HISTORY-IS-OPEN
002772         CLOSE HISTORYFILE
002776     END-IF.
002780     CLOSE LOADRPTFILE.
002784 9000-EXIT.
002788     EXIT.
002792
002796 END PROGRAM Program21.
