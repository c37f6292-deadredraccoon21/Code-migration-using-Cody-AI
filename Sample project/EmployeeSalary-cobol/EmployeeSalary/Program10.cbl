001096*                  ARCHIVE AND THE BACKOUT RUN CAN REFUSE TO
001100*                  REVERSE A CYCLE THAT IS NO LONGER ON THE
001104*                  LIVE FILE.
001108*2026-10-15  RLW   HISTREC.CPY GAINED THE RETROACTIVE PAY AMOUNT
001112*                  AND CLEARED DATE - THE ARCHIVE AND NEW-HISTORY
001116*                  RECORDS WIDENED TO THE NEW 70-BYTE RECORD.
001120*2026-10-15  RLW   RAISEHST IS NOW INDEXED (SEE HISTREC.CPY) - THE
001124*                  LIVE FILE IS READ SEQUENTIALLY IN KEY ORDER AND
001128*                  NEWHIST IS BUILT AS AN INDEXED FILE WITH THE
001132*                  SAME KEYS, READY TO SWAP IN AS IT ALWAYS WAS.
001136*                  ARCHHIST STAYS A SEQUENTIAL FILE, NOW IN THE
001140*                  KEY-FIRST LAYOUT; ARCHIVES TAKEN BEFORE THIS
001144*                  DATE KEEP THE OLD ONE.  A RETAINED RECORD THE
001148*                  NEW FILE REFUSES IS LISTED AND FAILS THE
001152*                  REGISTER BALANCE.
001156
001160 ENVIRONMENT DIVISION.
001164 INPUT-OUTPUT SECTION.
001168 FILE-CONTROL.
001172     SELECT HISTORYFILE ASSIGN TO "RAISEHST"
001176         ORGANIZATION IS INDEXED
001180         ACCESS IS SEQUENTIAL
001184         RECORD KEY IS HIST-KEY
001188         ALTERNATE RECORD KEY IS HIST-EFFECTIVE-DT
001192             WITH DUPLICATES
001196         FILE STATUS IS ARC-HISTORY-STATUS.
001200     SELECT ARCHIVEFILE ASSIGN TO "ARCHHIST"
001204         ORGANIZATION IS LINE SEQUENTIAL.
001208     SELECT NEWHISTFILE ASSIGN TO "NEWHIST"
001212         ORGANIZATION IS INDEXED
001216         ACCESS IS SEQUENTIAL
001220         RECORD KEY IS ARC-NEW-KEY
001224         ALTERNATE RECORD KEY IS ARC-NEW-EFFECTIVE-DT
001228             WITH DUPLICATES
001232         FILE STATUS IS ARC-NEWHIST-STATUS.
001236     SELECT PARMFILE ASSIGN TO "ARCHPARM"
001240         ORGANIZATION IS LINE SEQUENTIAL
001244         FILE STATUS IS ARC-PARM-STATUS.
001248     SELECT INDEXFILE ASSIGN TO "ARCHNDX"
001252         ORGANIZATION IS LINE SEQUENTIAL
001256         FILE STATUS IS ARC-INDEX-STATUS.
001260     SELECT REGISTERFILE ASSIGN TO "ARCHRPT"
001264         ORGANIZATION IS LINE SEQUENTIAL.
001268
001272 DATA DIVISION.
001276 FILE SECTION.
001280
001284*----------------------------------------------------------------
001288*LIVE RAISE-HISTORY FILE - SEE HISTREC.CPY, THE SAME COPYBOOK
001292*EVERY OTHER PROGRAM CARRIES THE HISTORY WITH, SO THEY CAN
001296*NEVER DRIFT APART.  INDEXED, READ HERE IN KEY ORDER.
001300*----------------------------------------------------------------
001304 FD  HISTORYFILE.
001308     COPY HISTREC.
001312
001316*----------------------------------------------------------------
001320*ARCHIVE FILE - RECORDS OLDER THAN THE RETENTION CUTOFF, IN THE
001324*SAME HISTREC.CPY LAYOUT, SO AN AUDITOR'S TOOLING READS THE
001328*ARCHIVE EXACTLY THE WAY IT READS THE LIVE FILE.  OPERATIONS
001332*DATES AND KEEPS THE FILE UNDER THE ARCHIVE YEAR.
001336*----------------------------------------------------------------
001340 FD  ARCHIVEFILE.
001344 01  ARC-ARCHIVE-REC             PIC X(70).
001348
001352*----------------------------------------------------------------
001356*NEW-GENERATION HISTORY - THE RETAINED RECORDS COPIED THROUGH.
001360*OPERATIONS SWAPS IT IN AS RAISEHST ONCE THE ARCHIVE REGISTER
001364*HAS BEEN SIGNED OFF, THE SAME WAY Program5'S NEWSUSP AND
001368*Program3'S NEW MASTER ARE SWAPPED IN.  INDEXED ON THE SAME
001372*KEYS AS RAISEHST (SEE HIST-KEY IN HISTREC.CPY); THE LIVE FILE
001376*IS READ IN KEY ORDER, SO THE RECORDS ARRIVE HERE IN KEY ORDER.
001380*----------------------------------------------------------------
001384 FD  NEWHISTFILE.
001388 01  ARC-NEWHIST-REC.
001392     05  ARC-NEW-KEY.
001396         10  FILLER              PIC X(05).
001400         10  ARC-NEW-EFFECTIVE-DT PIC X(08).
001404         10  FILLER              PIC X(05).
001408     05  FILLER                  PIC X(52).
001412
001416*----------------------------------------------------------------
001420*RETENTION PARAMETER CARD - FULL YEARS OF HISTORY TO KEEP ON
001424*THE LIVE FILE.  A MISSING CARD DEFAULTS TO 5 YEARS.
001428*----------------------------------------------------------------
001432 FD  PARMFILE.
001436 01  ARC-PARM-REC.
001440     05  ARC-PARM-YEARS          PIC 9(02).
001444     05  FILLER                  PIC X(78).
001448
001452*----------------------------------------------------------------
001456*ARCHIVE INDEX - ONE RECORD PER ARCHIVE RUN, APPENDED.  SEE
001460*ARCHNDX.CPY - SHARED WITH Program1 AND Program7 SO THE THREE
001464*CAN NEVER DRIFT APART.
001468*----------------------------------------------------------------
001472 FD  INDEXFILE.
001476     COPY ARCHNDX.
001480
001484*----------------------------------------------------------------
001488*PRINTED ARCHIVE REGISTER.
001492*----------------------------------------------------------------
001496 FD  REGISTERFILE.
001500 01  ARC-PRINT-REC               PIC X(78).
001504
001508 WORKING-STORAGE SECTION.
001512
001516 01  ARC-CURRENT-DATE-DATA.
001520     05  ARC-CURRENT-DATE.
001524         10  ARC-CURRENT-YEAR        PIC 9(04).
001528         10  ARC-CURRENT-MONTH       PIC 9(02).
001532         10  ARC-CURRENT-DAY         PIC 9(02).
001536
001540*----------------------------------------------------------------
001544*PROGRAM SWITCHES.
001548*----------------------------------------------------------------
001552 01  ARC-SWITCHES.
001556     05  ARC-HIST-EOF-SW         PIC X(01) VALUE 'N'.
001560         88  HISTORY-EOF                     VALUE 'Y'.
001564
001568 01  ARC-HISTORY-STATUS          PIC XX VALUE '00'.
001572 01  ARC-NEWHIST-STATUS          PIC XX VALUE '00'.
001576 01  ARC-PARM-STATUS             PIC XX VALUE '00'.
001580 01  ARC-INDEX-STATUS            PIC XX VALUE '00'.
001584
001588*----------------------------------------------------------------
001592*RETENTION AND CUTOFF - EVERY HISTORY RECORD DATED BEFORE THE
001596*CUTOFF GOES TO THE ARCHIVE.  THE CUTOFF IS TODAY'S MONTH AND
001600*DAY, THE RETENTION NUMBER OF YEARS BACK.
001604*----------------------------------------------------------------
001608 01  ARC-RETENTION-YEARS         PIC 9(02) VALUE 05.
001612 01  ARC-CUTOFF-DATE.
001616     05  ARC-CUT-YEAR            PIC 9(04).
001620     05  ARC-CUT-MONTH           PIC 9(02).
001624     05  ARC-CUT-DAY             PIC 9(02).
001628
001632*----------------------------------------------------------------
001636*CONTROL TOTALS - RECORDS READ MUST EQUAL ARCHIVED PLUS
001640*RETAINED BEFORE OPERATIONS SWAPS NEWHIST IN.
001644*----------------------------------------------------------------
001648 01  ARC-CONTROL-TOTALS.
001652     05  ARC-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
001656     05  ARC-ARCHIVED-COUNT      PIC 9(09) COMP VALUE ZERO.
001660     05  ARC-RETAINED-COUNT      PIC 9(09) COMP VALUE ZERO.
001664     05  ARC-BALANCE-TOTAL       PIC 9(09) COMP VALUE ZERO.
001668     05  ARC-REFUSED-COUNT       PIC 9(09) COMP VALUE ZERO.
001672
001676*----------------------------------------------------------------
001680*REGISTER HEADINGS, DETAIL AND TRAILER LINES.
001684*----------------------------------------------------------------
001688 01  ARC-REPORT-HEADER.
001692     05  FILLER             PIC X(16) VALUE SPACES.
001696     05  FILLER             PIC X(30)
001700         VALUE 'RAISE-HISTORY ARCHIVE REGISTER'.
001704     05  FILLER             PIC X(12) VALUE SPACES.
001708     05  ARC-HDR-DATE-GRP.
001712         10  ARC-HDR-DAY             PIC XX.
001716         10  FILLER                  PIC X VALUE '/'.
001720         10  ARC-HDR-MONTH           PIC XX.
001724         10  FILLER                  PIC X VALUE '/'.
001728         10  ARC-HDR-YEAR            PIC XXXX.
001732
001736 01  ARC-REPORT-TRAILER.
001740     05  FILLER                  PIC X(05).
001744     05  ARC-TR-LABEL            PIC X(35).
001748     05  FILLER                  PIC X(02).
001752     05  ARC-TR-COUNT            PIC ZZZ,ZZZ,ZZ9.
001756
001760 01  ARC-CUTOFF-LINE.
001764     05  FILLER                  PIC X(05) VALUE SPACES.
001768     05  FILLER                  PIC X(26)
001772         VALUE 'RECORDS DATED BEFORE      '.
001776     05  ARC-CUT-LINE-DATE       PIC X(08).
001780     05  FILLER                  PIC X(21)
001784         VALUE ' MOVED TO THE ARCHIVE'.
001788
001792 PROCEDURE DIVISION.
001796
001800*----------------------------------------------------------------
001804*0000-MAIN-CONTROL READS THE RETENTION PARAMETER, SPLITS THE
001808*LIVE HISTORY INTO ARCHIVE AND KEEP FILES, PRINTS THE REGISTER
001812*AND APPENDS THE ARCHIVE INDEX RECORD.
001816*----------------------------------------------------------------
001820 0000-MAIN-CONTROL.
001824     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001828     PERFORM 2000-SPLIT-HISTORY THRU 2000-EXIT.
001832     PERFORM 3000-WRITE-REGISTER THRU 3000-EXIT.
001836     PERFORM 4000-APPEND-INDEX-RECORD THRU 4000-EXIT.
001840     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
001844     STOP RUN.
001848
001852*----------------------------------------------------------------
001856*1000-INITIALIZE OPENS THE FILES, READS THE RETENTION PARAMETER
001860*AND BUILDS THE CUTOFF DATE - TODAY'S MONTH AND DAY, THE
001864*RETENTION NUMBER OF YEARS BACK.  A MISSING LIVE HISTORY FILE
001868*MEANS THERE IS NOTHING TO ARCHIVE AND THE JOB SAYS SO.
001872*----------------------------------------------------------------
001876 1000-INITIALIZE.
001880     OPEN INPUT HISTORYFILE.
001884     IF ARC-HISTORY-STATUS NOT = '00'
001888         DISPLAY 'RAISE HISTORY RAISEHST WILL NOT OPEN - STATUS '
001892             ARC-HISTORY-STATUS '.  NOTHING TO ARCHIVE.'
001896         STOP RUN
001900     END-IF.
001904     OPEN OUTPUT ARCHIVEFILE
001908         NEWHISTFILE
001912         REGISTERFILE.
001916     IF ARC-NEWHIST-STATUS NOT = '00'
001920         DISPLAY 'NEW HISTORY NEWHIST WILL NOT OPEN FOR OUTPUT - '
001924             'STATUS ' ARC-NEWHIST-STATUS
001928         DISPLAY 'NOTHING ARCHIVED.  FIX THE FILE AND RESUBMIT.'
001932         STOP RUN
001936     END-IF.
001940     MOVE FUNCTION CURRENT-DATE (1:8) TO ARC-CURRENT-DATE-DATA.
001944     MOVE ARC-CURRENT-DAY TO ARC-HDR-DAY.
001948     MOVE ARC-CURRENT-MONTH TO ARC-HDR-MONTH.
001952     MOVE ARC-CURRENT-YEAR TO ARC-HDR-YEAR.
001956     PERFORM 1100-LOAD-RETENTION-PARM THRU 1100-EXIT.
001960     MOVE ARC-CURRENT-MONTH TO ARC-CUT-MONTH.
001964     MOVE ARC-CURRENT-DAY TO ARC-CUT-DAY.
001968     COMPUTE ARC-CUT-YEAR =
001972         ARC-CURRENT-YEAR - ARC-RETENTION-YEARS.
001976     MOVE SPACES TO ARC-PRINT-REC.
001980     WRITE ARC-PRINT-REC AFTER ADVANCING 3 LINES.
001984     MOVE ARC-REPORT-HEADER TO ARC-PRINT-REC.
001988     WRITE ARC-PRINT-REC.
001992     MOVE ARC-CUTOFF-DATE TO ARC-CUT-LINE-DATE.
001996     MOVE ARC-CUTOFF-LINE TO ARC-PRINT-REC.
002000     WRITE ARC-PRINT-REC AFTER ADVANCING 2 LINES.
002004 1000-EXIT.
002008     EXIT.
002012
002016 1100-LOAD-RETENTION-PARM.
002020     MOVE 05 TO ARC-RETENTION-YEARS.
002024     OPEN INPUT PARMFILE.
002028     IF ARC-PARM-STATUS = '00'
002032         READ PARMFILE
002036             AT END
002040                 CONTINUE
002044             NOT AT END
002048                 IF ARC-PARM-YEARS IS NUMERIC
002052                     AND ARC-PARM-YEARS > ZERO
002056                     MOVE ARC-PARM-YEARS TO ARC-RETENTION-YEARS
002060                 END-IF
002064         END-READ
002068         CLOSE PARMFILE
002072     END-IF.
002076 1100-EXIT.
002080     EXIT.
002084
002088*----------------------------------------------------------------
002092*2000-SPLIT-HISTORY READS THE LIVE FILE ONCE AND ROUTES EVERY
002096*RECORD - OLDER THAN THE CUTOFF TO THE ARCHIVE, EVERYTHING ELSE
002100*(INCLUDING A RECORD WITH AN UNUSABLE DATE - NOTHING IS PURGED
002104*ON A GUESS) TO THE NEW-GENERATION FILE.
002108*----------------------------------------------------------------
002112 2000-SPLIT-HISTORY.
002116     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
002120     PERFORM UNTIL HISTORY-EOF
002124         ADD 1 TO ARC-READ-COUNT
002128         IF HIST-EFFECTIVE-DT IS NUMERIC
002132             AND HIST-EFFECTIVE-DT < ARC-CUTOFF-DATE
002136             ADD 1 TO ARC-ARCHIVED-COUNT
002140             WRITE ARC-ARCHIVE-REC FROM HIST-REC
002144         ELSE
002148             PERFORM 2200-WRITE-RETAINED-RECORD THRU 2200-EXIT
002152         END-IF
002156         PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
002160     END-PERFORM.
002164 2000-EXIT.
002168     EXIT.
002172
002176 2100-READ-HISTORY-RECORD.
002180     READ HISTORYFILE
002184         AT END
002188             MOVE 'Y' TO ARC-HIST-EOF-SW
002192     END-READ.
002196 2100-EXIT.
002200     EXIT.
002204
002208*----------------------------------------------------------------
002212*2200-WRITE-RETAINED-RECORD COPIES A RETAINED RECORD TO THE NEW
002216*GENERATION.  THE INVALID KEY PATH SHOULD NEVER BE TAKEN - THE
002220*LIVE FILE ARRIVES IN KEY ORDER - BUT A RECORD THE NEW FILE
002224*REFUSES IS NAMED ON THE CONSOLE AND LEFT OUT OF THE RETAINED
002228*COUNT, SO THE REGISTER BALANCE FAILS AND NEWHIST IS NOT
002232*SWAPPED IN SHORT A RECORD.
002236*----------------------------------------------------------------
002240 2200-WRITE-RETAINED-RECORD.
002244     WRITE ARC-NEWHIST-REC FROM HIST-REC
002248         INVALID KEY
002252             ADD 1 TO ARC-REFUSED-COUNT
002256             DISPLAY 'NEWHIST REFUSED HISTORY RECORD ' HIST-KEY
002260                 ' - STATUS ' ARC-NEWHIST-STATUS
002264         NOT INVALID KEY
002268             ADD 1 TO ARC-RETAINED-COUNT
002272     END-WRITE.
002276 2200-EXIT.
002280     EXIT.
002284
002288*----------------------------------------------------------------
002292*3000-WRITE-REGISTER PRINTS THE BEFORE/AFTER COUNTS.  READ MUST
002296*EQUAL ARCHIVED PLUS RETAINED - THE BALANCE LINE IS WHAT
002300*OPERATIONS SIGNS BEFORE NEWHIST IS SWAPPED IN AS RAISEHST.
002304*----------------------------------------------------------------
002308 3000-WRITE-REGISTER.
002312     MOVE SPACES TO ARC-PRINT-REC.
002316     WRITE ARC-PRINT-REC AFTER ADVANCING 1 LINE.
002320     MOVE SPACES TO ARC-REPORT-TRAILER.
002324     MOVE 'RETENTION PERIOD IN YEARS' TO ARC-TR-LABEL.
002328     MOVE ARC-RETENTION-YEARS TO ARC-TR-COUNT.
002332     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002336     MOVE 'HISTORY RECORDS READ (BEFORE)' TO ARC-TR-LABEL.
002340     MOVE ARC-READ-COUNT TO ARC-TR-COUNT.
002344     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002348     MOVE 'RECORDS MOVED TO ARCHIVE' TO ARC-TR-LABEL.
002352     MOVE ARC-ARCHIVED-COUNT TO ARC-TR-COUNT.
002356     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002360     MOVE 'RECORDS RETAINED (AFTER)' TO ARC-TR-LABEL.
002364     MOVE ARC-RETAINED-COUNT TO ARC-TR-COUNT.
002368     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002372     IF ARC-REFUSED-COUNT > ZERO
002376         MOVE 'RECORDS REFUSED BY NEWHIST' TO ARC-TR-LABEL
002380         MOVE ARC-REFUSED-COUNT TO ARC-TR-COUNT
002384         PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT
002388     END-IF.
002392     COMPUTE ARC-BALANCE-TOTAL =
002396         ARC-ARCHIVED-COUNT + ARC-RETAINED-COUNT.
002400     MOVE 'ARCHIVED + RETAINED' TO ARC-TR-LABEL.
002404     MOVE ARC-BALANCE-TOTAL TO ARC-TR-COUNT.
002408     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002412     IF ARC-BALANCE-TOTAL = ARC-READ-COUNT
002416         MOVE 'RECORD BALANCE - PASS' TO ARC-TR-LABEL
002420     ELSE
002424         MOVE 'RECORD BALANCE - FAIL - DO NOT SWAP'
002428             TO ARC-TR-LABEL
002432     END-IF.
002436     PERFORM 3100-WRITE-TRAILER-LINE THRU 3100-EXIT.
002440 3000-EXIT.
002444     EXIT.
002448
002452 3100-WRITE-TRAILER-LINE.
002456     MOVE ARC-REPORT-TRAILER TO ARC-PRINT-REC.
002460     WRITE ARC-PRINT-REC AFTER ADVANCING 1 LINE.
002464     MOVE SPACES TO ARC-REPORT-TRAILER.
002468 3100-EXIT.
002472     EXIT.
002476
002480*----------------------------------------------------------------
002484*4000-APPEND-INDEX-RECORD LEAVES THE MACHINE-READABLE TRACE OF
002488*THIS ARCHIVE RUN ON ARCHNDX, CREATING THE FILE THE FIRST TIME
002492*THE WAY Program2 CREATES THE RUN LOG.  NOTHING IS APPENDED
002496*WHEN NOTHING WAS ARCHIVED - AN EMPTY RUN LEAVES NO TRACE TO
002500*CONFUSE THE INQUIRY OR THE BACKOUT GATE.
002504*----------------------------------------------------------------
002508 4000-APPEND-INDEX-RECORD.
002512     IF ARC-ARCHIVED-COUNT = ZERO
002516         GO TO 4000-EXIT
002520     END-IF.
002524     OPEN EXTEND INDEXFILE.
002528     IF ARC-INDEX-STATUS NOT = '00'
002532         OPEN OUTPUT INDEXFILE
002536         CLOSE INDEXFILE
002540         OPEN EXTEND INDEXFILE
002544     END-IF.
002548     MOVE ARC-CURRENT-DATE TO AX-ARCHIVE-DATE.
002552     MOVE ARC-CUTOFF-DATE TO AX-CUTOFF-DATE.
002556     MOVE ARC-ARCHIVED-COUNT TO AX-ARCHIVED-COUNT.
002560     MOVE ARC-RETAINED-COUNT TO AX-RETAINED-COUNT.
002564     WRITE ARCH-INDEX-REC.
002568     CLOSE INDEXFILE.
002572 4000-EXIT.
002576     EXIT.
002580
002584 9000-TERMINATE-RUN.
002588     CLOSE HISTORYFILE.
002592     CLOSE ARCHIVEFILE.
002596     CLOSE NEWHISTFILE.
002600     CLOSE REGISTERFILE.
002604 9000-EXIT.
002608     EXIT.
002612
002616 END PROGRAM Program10.
