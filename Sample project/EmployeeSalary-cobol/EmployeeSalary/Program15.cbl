001000 IDENTIFICATION DIVISION.
001004 PROGRAM-ID. Program15 AS "EmployeeSalary.Program15".
001008 AUTHOR. R L WHITFIELD.
001012 INSTALLATION. PAYROLL SYSTEMS - EMPLOYEE SALARY.
001016 DATE-WRITTEN. 2026-10-15.
001020 DATE-COMPILED.
001024*----------------------------------------------------------------
001028*MODIFICATION HISTORY
001032*----------------------------------------------------------------
001036*DATE        INIT  DESCRIPTION
001040*----------  ----  ---------------------------------------------
001044*2026-10-15  RLW   ORIGINAL PROGRAM - REFERENCE TABLE MAINTENANCE.
001048*                  APPLIES ADD/CHANGE/DELETE CARDS TO THE GRADE
001052*                  RATE TABLE (GRADERAT/RATETAB.CPY), THE SALARY
001056*                  BANDS (SALBAND/BANDTAB.CPY) AND THE DEDUCTION
001060*                  TYPES (DEDTYPES/DEDTAB.CPY) THE WAY Program3
001064*                  MAINTAINS THE MASTER - EVERY CARD NAMES THE
001068*                  USER WHO AUTHORISED IT AND THE AUDIT LISTING
001072*                  PRINTS THE BEFORE/AFTER ENTRY WITH THAT USER
001076*                  AND THE RUN DATE AND TIME.  THE UPDATED TABLES
001080*                  ARE CROSS-CHECKED AGAINST EACH OTHER (A GRADE
001084*                  WITH A RATE BUT NO BAND, A BAND MINIMUM ABOVE
001088*                  ITS MAXIMUM, A PERCENTAGE OUT OF RANGE, A BAD
001092*                  DEDUCTION METHOD) AND NEW GENERATIONS (NEWRATE,
001096*                  NEWBAND, NEWDTYPE) ARE ONLY WRITTEN WHEN THEY
001100*                  PASS.  ENDS THE HAND-EDITING OF THE TABLES.
001104*                  Program1 APPLIES THE SAME CHECK AT JOB START.
001108
001112 ENVIRONMENT DIVISION.
001116 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001124     SELECT OLDRATEFILE ASSIGN TO "GRADERAT"
001128         ORGANIZATION IS LINE SEQUENTIAL
001132         FILE STATUS IS TBM-RATE-STATUS.
001136     SELECT OLDBANDFILE ASSIGN TO "SALBAND"
001140         ORGANIZATION IS LINE SEQUENTIAL
001144         FILE STATUS IS TBM-BAND-STATUS.
001148     SELECT OLDDTYPFILE ASSIGN TO "DEDTYPES"
001152         ORGANIZATION IS LINE SEQUENTIAL
001156         FILE STATUS IS TBM-DTYP-STATUS.
001160     SELECT TRANFILE ASSIGN TO "TBLTRANS"
001164         ORGANIZATION IS LINE SEQUENTIAL
001168         FILE STATUS IS TBM-TRAN-STATUS.
001172     SELECT NEWRATEFILE ASSIGN TO "NEWRATE"
001176         ORGANIZATION IS LINE SEQUENTIAL.
001180     SELECT NEWBANDFILE ASSIGN TO "NEWBAND"
001184         ORGANIZATION IS LINE SEQUENTIAL.
001188     SELECT NEWDTYPFILE ASSIGN TO "NEWDTYPE"
001192         ORGANIZATION IS LINE SEQUENTIAL.
001196     SELECT AUDITFILE ASSIGN TO "TBLAUDIT"
001200         ORGANIZATION IS LINE SEQUENTIAL.
001204     SELECT REJECTFILE ASSIGN TO "TBLREJCT"
001208         ORGANIZATION IS LINE SEQUENTIAL.
001212
001216 DATA DIVISION.
001220 FILE SECTION.
001224
001228*----------------------------------------------------------------
001232*CURRENT-GENERATION REFERENCE TABLES - SEE RATETAB.CPY,
001236*BANDTAB.CPY AND DEDTAB.CPY, THE SAME COPYBOOKS Program1 LOADS
001240*THEM WITH.  A MISSING TABLE LOADS EMPTY, SO A TABLE CAN BE BUILT
001244*FROM NOTHING WITH ADD CARDS.
001248*----------------------------------------------------------------
001252 FD  OLDRATEFILE.
001256     COPY RATETAB.
001260
001264 FD  OLDBANDFILE.
001268     COPY BANDTAB.
001272
001276 FD  OLDDTYPFILE.
001280     COPY DEDTAB.
001284
001288*----------------------------------------------------------------
001292*TABLE MAINTENANCE CARDS - ONE CARD PER CHANGE, IN ANY ORDER,
001296*APPLIED IN THE ORDER READ.  'A' (ADD) AND 'C' (CHANGE) CARRY
001300*THE FULL REPLACEMENT TABLE ENTRY IN THAT TABLE'S OWN LAYOUT
001304*BEHIND THE USER; 'D' (DELETE) NEEDS ONLY THE KEY - THE GRADE
001308*CODE, OR THE DEDUCTION CODE FOR DEDTYPES.  NO TBLTRANS MOUNTED
001312*MAKES A CHECK-ONLY RUN OF THE TABLES AS THEY STAND.
001316*----------------------------------------------------------------
001320 FD  TRANFILE.
001324 01  TBM-TRAN-REC.
001328     05  TBM-TRN-TABLE           PIC X(01).
001332**        'R' = GRADERAT   'B' = SALBAND   'D' = DEDTYPES
001336     05  TBM-TRN-ACTION          PIC X(01).
001340**        'A' = ADD   'C' = CHANGE   'D' = DELETE
001344     05  TBM-TRN-USER            PIC X(08).
001348**        USER ID OF WHOEVER AUTHORISED THE CHANGE - REQUIRED
001352     05  TBM-TRN-IMAGE           PIC X(45).
001356**        TABLE ENTRY IMAGE - SEE RATETAB.CPY, BANDTAB.CPY OR
001360**        DEDTAB.CPY
001364
001368*----------------------------------------------------------------
001372*NEW-GENERATION TABLES - SAME LAYOUTS AS THE OLD ONES.  ALWAYS
001376*OPENED, BUT ONLY FILLED WHEN THE CROSS-CHECK PASSES, SO A FAILED
001380*RUN CANNOT LEAVE A STALE GENERATION BEHIND TO BE SWAPPED IN.
001384*OPERATIONS SWAPS THEM IN ONCE THE AUDIT LISTING IS SIGNED OFF.
001388*----------------------------------------------------------------
001392 FD  NEWRATEFILE.
001396 01  TBM-NEW-RATE-REC            PIC X(45).
001400
001404 FD  NEWBANDFILE.
001408 01  TBM-NEW-BAND-REC            PIC X(30).
001412
001416 FD  NEWDTYPFILE.
001420 01  TBM-NEW-DTYP-REC            PIC X(30).
001424
001428*----------------------------------------------------------------
001432*CHANGE-AUDIT LISTING - ONE BEFORE/AFTER BLOCK PER CARD APPLIED,
001436*THE CROSS-CHECK RESULTS AND THE CONTROL-TOTAL TRAILER.
001440*----------------------------------------------------------------
001444 FD  AUDITFILE.
001448 01  TBM-AUDIT-REC               PIC X(90).
001452
001456*----------------------------------------------------------------
001460*REJECTED-CARDS LISTING - ONE LINE PER CARD THAT COULD NOT BE
001464*APPLIED.
001468*----------------------------------------------------------------
001472 FD  REJECTFILE.
001476 01  TBM-REJECT-REC              PIC X(78).
001480
001484 WORKING-STORAGE SECTION.
001488
001492 01  TBM-CURRENT-DATE-DATA.
001496     05  TBM-CURRENT-DATE.
001500         10  TBM-CURRENT-YEAR        PIC 9(04).
001504         10  TBM-CURRENT-MONTH       PIC 9(02).
001508         10  TBM-CURRENT-DAY         PIC 9(02).
001512     05  TBM-CURRENT-TIME.
001516         10  TBM-CURRENT-HOUR        PIC 9(02).
001520         10  TBM-CURRENT-MINUTE      PIC 9(02).
001524
001528*----------------------------------------------------------------
001532*RUN DATE AND TIME AS PRINTED AGAINST EVERY CHANGE - THE "WHEN"
001536*OF THE AUDIT TRAIL.
001540*----------------------------------------------------------------
001544 01  TBM-RUN-STAMP.
001548     05  TBM-STP-YEAR            PIC 9(04).
001552     05  FILLER                  PIC X(01) VALUE '-'.
001556     05  TBM-STP-MONTH           PIC 9(02).
001560     05  FILLER                  PIC X(01) VALUE '-'.
001564     05  TBM-STP-DAY             PIC 9(02).
001568     05  FILLER                  PIC X(01) VALUE SPACE.
001572     05  TBM-STP-HOUR            PIC 9(02).
001576     05  FILLER                  PIC X(01) VALUE ':'.
001580     05  TBM-STP-MINUTE          PIC 9(02).
001584
001588*----------------------------------------------------------------
001592*WORK COPIES OF ONE ENTRY OF EACH TABLE, SO A CARD IMAGE OR A
001596*TABLE ENTRY CAN BE EDITED AND PRINTED FIELD BY FIELD.
001600*----------------------------------------------------------------
001604     COPY RATETAB REPLACING
001608         ==GRADE-RATE-REC== BY ==TBM-RATE-IMAGE==
001612         ==GR-GRADE-CODE== BY ==TBM-RI-CODE==
001616         ==GR-GRADE-DESC== BY ==TBM-RI-DESC==
001620         ==GR-SALARY-PCT== BY ==TBM-RI-SAL-PCT==
001624         ==GR-DUES-PCT== BY ==TBM-RI-DUE-PCT==
001628         ==GR-INSUR-PCT== BY ==TBM-RI-INS-PCT==
001632         ==GR-BONUS-PCT== BY ==TBM-RI-BON-PCT==.
001636
001640     COPY BANDTAB REPLACING
001644         ==SALARY-BAND-REC== BY ==TBM-BAND-IMAGE==
001648         ==SB-GRADE-CODE== BY ==TBM-BI-CODE==
001652         ==SB-MIN-SALARY== BY ==TBM-BI-MIN==
001656         ==SB-MAX-SALARY== BY ==TBM-BI-MAX==.
001660
001664     COPY DEDTAB REPLACING
001668         ==DED-TYPE-REC== BY ==TBM-DTYP-IMAGE==
001672         ==DT-DED-CODE== BY ==TBM-DI-CODE==
001676         ==DT-DED-DESC== BY ==TBM-DI-DESC==
001680         ==DT-RAISE-METHOD== BY ==TBM-DI-METHOD==
001684         ==DT-FIXED-AMT== BY ==TBM-DI-AMT==.
001688
001692*----------------------------------------------------------------
001696*PROGRAM SWITCHES.
001700*----------------------------------------------------------------
001704 01  TBM-SWITCHES.
001708     05  TBM-OLD-EOF-SW          PIC X(01) VALUE 'N'.
001712         88  OLD-TABLE-EOF                   VALUE 'Y'.
001716     05  TBM-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001720         88  TRAN-EOF                        VALUE 'Y'.
001724     05  TBM-FOUND-SW            PIC X(01) VALUE 'N'.
001728         88  ENTRY-FOUND                     VALUE 'Y'.
001732
001736 01  TBM-RATE-STATUS             PIC XX VALUE '00'.
001740 01  TBM-BAND-STATUS             PIC XX VALUE '00'.
001744 01  TBM-DTYP-STATUS             PIC XX VALUE '00'.
001748 01  TBM-TRAN-STATUS             PIC XX VALUE '00'.
001752
001756*----------------------------------------------------------------
001760*RANGE LIMITS FOR THE CROSS-CHECK - NO RAISE PERCENTAGE ABOVE 25
001764*PERCENT AND NO BONUS PERCENTAGE ABOVE 10 PERCENT IS TAKEN AS
001768*DELIBERATE; IT IS ALMOST ALWAYS A VALUE KEYED ONE COLUMN OFF
001772*(.020 KEYED AS .200).  Program1 CARRIES THE SAME LIMITS.
001776*----------------------------------------------------------------
001780 01  TBM-LIMITS.
001784     05  TBM-MAX-RAISE-PCT       PIC V999 VALUE .250.
001788     05  TBM-MAX-BONUS-PCT       PIC V999 VALUE .100.
001792
001796*----------------------------------------------------------------
001800*THE THREE TABLES, HELD TOGETHER - ONE ENTRY PER TABLE ROW,
001804*TAGGED WITH ITS TABLE CODE (AS ON THE CARD) AND ITS KEY, IN THE
001808*ORDER THE OLD FILE HELD THEM WITH ADDS ON THE END.  THE PER-TABLE
001812*COUNTS HOLD EACH TABLE TO THE SIZE Program1 WILL LOAD - 10 RATE
001816*ENTRIES, 10 BANDS, 20 DEDUCTION TYPES.
001820*----------------------------------------------------------------
001824 77  TBM-ENT-COUNT               PIC 9(02) COMP VALUE ZERO.
001828 77  TBM-GR-COUNT                PIC 9(02) COMP VALUE ZERO.
001832 77  TBM-SB-COUNT                PIC 9(02) COMP VALUE ZERO.
001836 77  TBM-DT-COUNT                PIC 9(02) COMP VALUE ZERO.
001840 77  TBM-SUB                     PIC 9(02) COMP VALUE ZERO.
001844 77  TBM-SUB2                    PIC 9(02) COMP VALUE ZERO.
001848 01  TBM-TABLE.
001852     05  TBM-ENTRY OCCURS 1 TO 40 TIMES
001856             DEPENDING ON TBM-ENT-COUNT
001860             INDEXED BY TBM-IDX.
001864         10  TBM-ENT-TABLE           PIC X(01).
001868         10  TBM-ENT-KEY             PIC X(02).
001872         10  TBM-ENT-IMAGE           PIC X(45).
001876
001880*----------------------------------------------------------------
001884*ARGUMENTS FOR THE TABLE LOOKUP, THE ENTRY LOAD AND THE AUDIT
001888*LINE.
001892*----------------------------------------------------------------
001896 01  TBM-WORK.
001900     05  TBM-WRK-TABLE           PIC X(01).
001904     05  TBM-WRK-KEY             PIC X(02).
001908     05  TBM-WRK-IMAGE           PIC X(45).
001912     05  TBM-WRK-TABLE-NAME      PIC X(08).
001916
001920 01  TBM-REJECT-REASON           PIC X(40) VALUE SPACES.
001924 01  TBM-AUDIT-TAG               PIC X(07) VALUE SPACES.
001928 01  TBM-CHECK-REASON            PIC X(40) VALUE SPACES.
001932
001936*----------------------------------------------------------------
001940*CONTROL TOTALS - PRINTED AS A TRAILER ON THE AUDIT LISTING SO
001944*THE RUN CAN BE RECONCILED BEFORE THE NEW TABLES ARE SWAPPED IN.
001948*----------------------------------------------------------------
001952 01  TBM-CONTROL-TOTALS.
001956     05  TBM-OLD-RATE-COUNT      PIC 9(06) COMP VALUE ZERO.
001960     05  TBM-OLD-BAND-COUNT      PIC 9(06) COMP VALUE ZERO.
001964     05  TBM-OLD-DTYP-COUNT      PIC 9(06) COMP VALUE ZERO.
001968     05  TBM-TRAN-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
001972     05  TBM-ADD-COUNT           PIC 9(06) COMP VALUE ZERO.
001976     05  TBM-CHANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
001980     05  TBM-DELETE-COUNT        PIC 9(06) COMP VALUE ZERO.
001984     05  TBM-REJECT-COUNT        PIC 9(06) COMP VALUE ZERO.
001988     05  TBM-CHECK-ERROR-COUNT   PIC 9(06) COMP VALUE ZERO.
001992     05  TBM-NEW-RATE-COUNT      PIC 9(06) COMP VALUE ZERO.
001996     05  TBM-NEW-BAND-COUNT      PIC 9(06) COMP VALUE ZERO.
002000     05  TBM-NEW-DTYP-COUNT      PIC 9(06) COMP VALUE ZERO.
002004
002008*----------------------------------------------------------------
002012*AUDIT LISTING HEADINGS, DETAIL AND CROSS-CHECK LINES.  THE ENTRY
002016*COLUMNS ARE LAID OUT PER TABLE OVER THE ONE DATA AREA.
002020*----------------------------------------------------------------
002024 01  TBM-AUDIT-HEADER.
002028     05  FILLER             PIC X(21) VALUE SPACES.
002032     05  FILLER             PIC X(35)
002036         VALUE 'REFERENCE TABLE MAINTENANCE AUDIT'.
002040     05  FILLER             PIC X(02) VALUE SPACES.
002044     05  TBM-AUD-HDR-DATE-GRP.
002048         10  TBM-AUD-HDR-DAY         PIC XX.
002052         10  FILLER                  PIC X VALUE '/'.
002056         10  TBM-AUD-HDR-MONTH       PIC XX.
002060         10  FILLER                  PIC X VALUE '/'.
002064         10  TBM-AUD-HDR-YEAR        PIC XXXX.
002068
002072 01  TBM-AUDIT-LEGEND.
002076     05  FILLER                  PIC X(05) VALUE SPACES.
002080     05  TBM-LEG-TEXT            PIC X(60).
002084
002088 01  TBM-AUDIT-MINI-TITLES.
002092     05  FILLER                  PIC X(01) VALUE SPACES.
002096     05  FILLER                  PIC X(07) VALUE 'ACTION'.
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002104     05  FILLER                  PIC X(08) VALUE 'TABLE'.
002108     05  FILLER                  PIC X(01) VALUE SPACES.
002112     05  FILLER                  PIC X(03) VALUE 'KEY'.
002116     05  FILLER                  PIC X(01) VALUE SPACES.
002120     05  FILLER                  PIC X(40) VALUE 'ENTRY'.
002124     05  FILLER                  PIC X(02) VALUE SPACES.
002128     05  FILLER                  PIC X(08) VALUE 'USER'.
002132     05  FILLER                  PIC X(02) VALUE SPACES.
002136     05  FILLER                  PIC X(16) VALUE 'WHEN'.
002140
002144 01  TBM-AUDIT-DETAIL.
002148     05  FILLER                  PIC X(01).
002152     05  TBM-AUD-TAG             PIC X(07).
002156     05  FILLER                  PIC X(01).
002160     05  TBM-AUD-TABLE           PIC X(08).
002164     05  FILLER                  PIC X(01).
002168     05  TBM-AUD-KEY             PIC X(02).
002172     05  FILLER                  PIC X(02).
002176     05  TBM-AUD-DATA            PIC X(40).
002180     05  TBM-AUD-RATE-DATA REDEFINES TBM-AUD-DATA.
002184         10  TBM-AUD-GR-DESC         PIC X(15).
002188         10  FILLER                  PIC X(01).
002192         10  TBM-AUD-GR-SAL          PIC .999.
002196         10  FILLER                  PIC X(02).
002200         10  TBM-AUD-GR-DUE          PIC .999.
002204         10  FILLER                  PIC X(02).
002208         10  TBM-AUD-GR-INS          PIC .999.
002212         10  FILLER                  PIC X(02).
002216         10  TBM-AUD-GR-BON          PIC .999.
002220         10  FILLER                  PIC X(02).
002224     05  TBM-AUD-BAND-DATA REDEFINES TBM-AUD-DATA.
002228         10  TBM-AUD-SB-MIN          PIC Z,ZZZ,ZZ9.
002232         10  FILLER                  PIC X(03).
002236         10  TBM-AUD-SB-MAX          PIC Z,ZZZ,ZZ9.
002240         10  FILLER                  PIC X(19).
002244     05  TBM-AUD-DTYP-DATA REDEFINES TBM-AUD-DATA.
002248         10  TBM-AUD-DT-DESC         PIC X(15).
002252         10  FILLER                  PIC X(02).
002256         10  TBM-AUD-DT-METHOD       PIC X(01).
002260         10  FILLER                  PIC X(03).
002264         10  TBM-AUD-DT-AMT          PIC Z,ZZ9.99.
002268         10  FILLER                  PIC X(11).
002272     05  FILLER                  PIC X(02).
002276     05  TBM-AUD-USER            PIC X(08).
002280     05  FILLER                  PIC X(02).
002284     05  TBM-AUD-WHEN            PIC X(16).
002288
002292 01  TBM-CHECK-TITLE.
002296     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  FILLER                  PIC X(40)
002304         VALUE 'TABLE CROSS-CHECK'.
002308
002312 01  TBM-CHECK-DETAIL.
002316     05  FILLER                  PIC X(09).
002320     05  TBM-CHK-TABLE           PIC X(08).
002324     05  FILLER                  PIC X(01).
002328     05  TBM-CHK-KEY             PIC X(02).
002332     05  FILLER                  PIC X(02).
002336     05  TBM-CHK-REASON          PIC X(40).
002340
002344 01  TBM-CHECK-RESULT.
002348     05  FILLER                  PIC X(01).
002352     05  TBM-CHK-RESULT-TEXT     PIC X(60).
002356
002360 01  TBM-AUDIT-TRAILER.
002364     05  FILLER                  PIC X(05).
002368     05  TBM-AUD-TR-LABEL        PIC X(35).
002372     05  FILLER                  PIC X(02).
002376     05  TBM-AUD-TR-COUNT        PIC ZZZ,ZZ9.
002380
002384*----------------------------------------------------------------
002388*REJECTED-CARDS LISTING HEADINGS AND DETAIL LINE.
002392*----------------------------------------------------------------
002396 01  TBM-REJECT-HEADER.
002400     05  FILLER             PIC X(21) VALUE SPACES.
002404     05  FILLER             PIC X(32)
002408         VALUE 'REJECTED TABLE MAINTENANCE CARDS'.
002412
002416 01  TBM-REJECT-MINI-TITLES.
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002424     05  FILLER                  PIC X(06) VALUE 'TABLE'.
002428     05  FILLER                  PIC X(01) VALUE SPACES.
002432     05  FILLER                  PIC X(06) VALUE 'ACTION'.
002436     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  FILLER                  PIC X(03) VALUE 'KEY'.
002444     05  FILLER                  PIC X(02) VALUE SPACES.
002448     05  FILLER                  PIC X(08) VALUE 'USER'.
002452     05  FILLER                  PIC X(02) VALUE SPACES.
002456     05  FILLER                  PIC X(06) VALUE 'REASON'.
002460
002464 01  TBM-REJECT-DETAIL.
002468     05  FILLER                  PIC X(03).
002472     05  TBM-REJ-TABLE           PIC X(01).
002476     05  FILLER                  PIC X(06).
002480     05  TBM-REJ-ACTION          PIC X(01).
002484     05  FILLER                  PIC X(04).
002488     05  TBM-REJ-KEY             PIC X(02).
002492     05  FILLER                  PIC X(03).
002496     05  TBM-REJ-USER            PIC X(08).
002500     05  FILLER                  PIC X(02).
002504     05  TBM-REJ-REASON          PIC X(40).
002508
002512 PROCEDURE DIVISION.
002516
002520*----------------------------------------------------------------
002524*0000-MAIN-CONTROL LOADS THE THREE TABLES, APPLIES THE CARDS TO
002528*THEM IN MEMORY, CROSS-CHECKS THE RESULT AND WRITES THE NEW
002532*GENERATIONS ONLY IF THE CROSS-CHECK IS CLEAN.
002536*----------------------------------------------------------------
002540 0000-MAIN-CONTROL.
002544     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002548     PERFORM 2000-APPLY-CARDS THRU 2000-EXIT.
002552     PERFORM 3000-CROSS-CHECK-TABLES THRU 3000-EXIT.
002556     PERFORM 4000-WRITE-NEW-TABLES THRU 4000-EXIT.
002560     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
002564     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT.
002568     STOP RUN.
002572
002576*----------------------------------------------------------------
002580*1000-INITIALIZE OPENS THE LISTINGS, STAMPS THE RUN DATE AND TIME,
002584*WRITES THE LISTING BANNERS AND LOADS THE CURRENT TABLES.
002588*----------------------------------------------------------------
002592 1000-INITIALIZE.
002596     OPEN OUTPUT AUDITFILE
002600         REJECTFILE.
002604     MOVE FUNCTION CURRENT-DATE (1:12) TO TBM-CURRENT-DATE-DATA.
002608     MOVE TBM-CURRENT-YEAR TO TBM-STP-YEAR.
002612     MOVE TBM-CURRENT-MONTH TO TBM-STP-MONTH.
002616     MOVE TBM-CURRENT-DAY TO TBM-STP-DAY.
002620     MOVE TBM-CURRENT-HOUR TO TBM-STP-HOUR.
002624     MOVE TBM-CURRENT-MINUTE TO TBM-STP-MINUTE.
002628     MOVE TBM-CURRENT-DAY TO TBM-AUD-HDR-DAY.
002632     MOVE TBM-CURRENT-MONTH TO TBM-AUD-HDR-MONTH.
002636     MOVE TBM-CURRENT-YEAR TO TBM-AUD-HDR-YEAR.
002640     PERFORM 1100-WRITE-AUDIT-HEADER THRU 1100-EXIT.
002644     PERFORM 1200-WRITE-REJECT-HEADER THRU 1200-EXIT.
002648     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
002652     PERFORM 1400-LOAD-BAND-TABLE THRU 1400-EXIT.
002656     PERFORM 1500-LOAD-DEDTYPE-TABLE THRU 1500-EXIT.
002660 1000-EXIT.
002664     EXIT.
002668
002672 1100-WRITE-AUDIT-HEADER.
002676     MOVE SPACES TO TBM-AUDIT-REC.
002680     WRITE TBM-AUDIT-REC AFTER ADVANCING 3 LINES.
002684     MOVE TBM-AUDIT-HEADER TO TBM-AUDIT-REC.
002688     WRITE TBM-AUDIT-REC.
002692     MOVE SPACES TO TBM-AUDIT-REC.
002696     WRITE TBM-AUDIT-REC.
002700     MOVE 'GRADERAT - DESCRIPTION, SALARY/DUES/INSUR/BONUS PCT'
002704         TO TBM-LEG-TEXT.
002708     MOVE TBM-AUDIT-LEGEND TO TBM-AUDIT-REC.
002712     WRITE TBM-AUDIT-REC.
002716     MOVE 'SALBAND  - MINIMUM AND MAXIMUM NEW ANNUAL SALARY'
002720         TO TBM-LEG-TEXT.
002724     MOVE TBM-AUDIT-LEGEND TO TBM-AUDIT-REC.
002728     WRITE TBM-AUDIT-REC.
002732     MOVE 'DEDTYPES - DESCRIPTION, RAISE METHOD, FIXED AMOUNT'
002736         TO TBM-LEG-TEXT.
002740     MOVE TBM-AUDIT-LEGEND TO TBM-AUDIT-REC.
002744     WRITE TBM-AUDIT-REC.
002748     MOVE TBM-AUDIT-MINI-TITLES TO TBM-AUDIT-REC.
002752     WRITE TBM-AUDIT-REC AFTER ADVANCING 2 LINES.
002756     MOVE SPACES TO TBM-AUDIT-REC.
002760     WRITE TBM-AUDIT-REC.
002764 1100-EXIT.
002768     EXIT.
002772
002776 1200-WRITE-REJECT-HEADER.
002780     MOVE SPACES TO TBM-REJECT-REC.
002784     WRITE TBM-REJECT-REC AFTER ADVANCING 3 LINES.
002788     MOVE TBM-REJECT-HEADER TO TBM-REJECT-REC.
002792     WRITE TBM-REJECT-REC.
002796     MOVE TBM-REJECT-MINI-TITLES TO TBM-REJECT-REC.
002800     WRITE TBM-REJECT-REC AFTER ADVANCING 2 LINES.
002804     MOVE SPACES TO TBM-REJECT-REC.
002808     WRITE TBM-REJECT-REC.
002812 1200-EXIT.
002816     EXIT.
002820
002824*----------------------------------------------------------------
002828*1300-LOAD-RATE-TABLE, 1400-LOAD-BAND-TABLE AND 1500-LOAD-
002832*DEDTYPE-TABLE READ THE CURRENT GENERATIONS INTO THE TABLE.  A
002836*TABLE LONGER THAN Program1 CAN LOAD STOPS THE RUN THE SAME WAY
002840*IT STOPS Program1.
002844*----------------------------------------------------------------
002848 1300-LOAD-RATE-TABLE.
002852     OPEN INPUT OLDRATEFILE.
002856     IF TBM-RATE-STATUS NOT = '00'
002860         GO TO 1300-EXIT
002864     END-IF.
002868     MOVE 'N' TO TBM-OLD-EOF-SW.
002872     MOVE 'R' TO TBM-WRK-TABLE.
002876     PERFORM UNTIL OLD-TABLE-EOF
002880         READ OLDRATEFILE
002884             AT END
002888                 MOVE 'Y' TO TBM-OLD-EOF-SW
002892             NOT AT END
002896                 ADD 1 TO TBM-OLD-RATE-COUNT
002900                 IF TBM-GR-COUNT < 10
002904                     ADD 1 TO TBM-GR-COUNT
002908                     MOVE GR-GRADE-CODE TO TBM-WRK-KEY
002912                     MOVE GRADE-RATE-REC TO TBM-WRK-IMAGE
002916                     PERFORM 1600-TABLE-ENTRY THRU 1600-EXIT
002920                 ELSE
002924                     DISPLAY 'GRADERAT HAS MORE THAN 10 '
002928                         'GRADE CODES'
002932                     CLOSE OLDRATEFILE
002936                     STOP RUN
002940                 END-IF
002944         END-READ
002948     END-PERFORM.
002952     CLOSE OLDRATEFILE.
002956 1300-EXIT.
002960     EXIT.
002964
002968 1400-LOAD-BAND-TABLE.
002972     OPEN INPUT OLDBANDFILE.
002976     IF TBM-BAND-STATUS NOT = '00'
002980         GO TO 1400-EXIT
002984     END-IF.
002988     MOVE 'N' TO TBM-OLD-EOF-SW.
002992     MOVE 'B' TO TBM-WRK-TABLE.
002996     PERFORM UNTIL OLD-TABLE-EOF
003000         READ OLDBANDFILE
003004             AT END
003008                 MOVE 'Y' TO TBM-OLD-EOF-SW
003012             NOT AT END
003016                 ADD 1 TO TBM-OLD-BAND-COUNT
003020                 IF TBM-SB-COUNT < 10
003024                     ADD 1 TO TBM-SB-COUNT
003028                     MOVE SB-GRADE-CODE TO TBM-WRK-KEY
003032                     MOVE SALARY-BAND-REC TO TBM-WRK-IMAGE
003036                     PERFORM 1600-TABLE-ENTRY THRU 1600-EXIT
003040                 ELSE
003044                     DISPLAY 'SALBAND HAS MORE THAN 10 '
003048                         'GRADE CODES'
003052                     CLOSE OLDBANDFILE
003056                     STOP RUN
003060                 END-IF
003064         END-READ
003068     END-PERFORM.
003072     CLOSE OLDBANDFILE.
003076 1400-EXIT.
003080     EXIT.
003084
003088 1500-LOAD-DEDTYPE-TABLE.
003092     OPEN INPUT OLDDTYPFILE.
003096     IF TBM-DTYP-STATUS NOT = '00'
003100         GO TO 1500-EXIT
003104     END-IF.
003108     MOVE 'N' TO TBM-OLD-EOF-SW.
003112     MOVE 'D' TO TBM-WRK-TABLE.
003116     PERFORM UNTIL OLD-TABLE-EOF
003120         READ OLDDTYPFILE
003124             AT END
003128                 MOVE 'Y' TO TBM-OLD-EOF-SW
003132             NOT AT END
003136                 ADD 1 TO TBM-OLD-DTYP-COUNT
003140                 IF TBM-DT-COUNT < 20
003144                     ADD 1 TO TBM-DT-COUNT
003148                     MOVE DT-DED-CODE TO TBM-WRK-KEY
003152                     MOVE DED-TYPE-REC TO TBM-WRK-IMAGE
003156                     PERFORM 1600-TABLE-ENTRY THRU 1600-EXIT
003160                 ELSE
003164                     DISPLAY 'DEDTYPES HAS MORE THAN 20 '
003168                         'DEDUCTION CODES'
003172                     CLOSE OLDDTYPFILE
003176                     STOP RUN
003180                 END-IF
003184         END-READ
003188     END-PERFORM.
003192     CLOSE OLDDTYPFILE.
003196 1500-EXIT.
003200     EXIT.
003204
003208*----------------------------------------------------------------
003212*1600-TABLE-ENTRY PUTS THE WORK ENTRY ON THE END OF THE TABLE.
003216*THE PER-TABLE LIMITS KEEP THE TOTAL WITHIN THE 40 SLOTS.
003220*----------------------------------------------------------------
003224 1600-TABLE-ENTRY.
003228     ADD 1 TO TBM-ENT-COUNT.
003232     MOVE TBM-WRK-TABLE TO TBM-ENT-TABLE (TBM-ENT-COUNT).
003236     MOVE TBM-WRK-KEY TO TBM-ENT-KEY (TBM-ENT-COUNT).
003240     MOVE TBM-WRK-IMAGE TO TBM-ENT-IMAGE (TBM-ENT-COUNT).
003244 1600-EXIT.
003248     EXIT.
003252
003256*----------------------------------------------------------------
003260*2000-APPLY-CARDS READS THE MAINTENANCE DECK AND APPLIES EACH
003264*CARD TO THE TABLE IN TURN.  NO DECK MOUNTED IS A CHECK-ONLY RUN.
003268*----------------------------------------------------------------
003272 2000-APPLY-CARDS.
003276     OPEN INPUT TRANFILE.
003280     IF TBM-TRAN-STATUS NOT = '00'
003284         GO TO 2000-EXIT
003288     END-IF.
003292     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003296     PERFORM UNTIL TRAN-EOF
003300         ADD 1 TO TBM-TRAN-READ-COUNT
003304         PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
003308         PERFORM 2100-READ-CARD THRU 2100-EXIT
003312     END-PERFORM.
003316     CLOSE TRANFILE.
003320 2000-EXIT.
003324     EXIT.
003328
003332 2100-READ-CARD.
003336     READ TRANFILE
003340         AT END
003344             MOVE 'Y' TO TBM-TRAN-EOF-SW
003348     END-READ.
003352 2100-EXIT.
003356     EXIT.
003360
003364*----------------------------------------------------------------
003368*2200-APPLY-ONE-CARD EDITS THE CARD (TABLE AND ACTION CODES, A
003372*NAMED USER, A KEY, NUMERIC FIELDS ON AN ADD OR CHANGE IMAGE),
003376*LOOKS THE KEY UP AND APPLIES IT - AN ADD GOES ON THE END OF THE
003380*TABLE, A CHANGE REPLACES THE ENTRY, A DELETE CLOSES THE GAP.
003384*RANGE AND CROSS-TABLE PROBLEMS ARE LEFT TO THE CROSS-CHECK, WHICH
003388*SEES THE TABLES AS A WHOLE ONCE EVERY CARD IS IN.
003392*----------------------------------------------------------------
003396 2200-APPLY-ONE-CARD.
003400     MOVE SPACES TO TBM-REJECT-REASON.
003404     MOVE TBM-TRN-TABLE TO TBM-WRK-TABLE.
003408     IF TBM-TRN-TABLE = 'D'
003412         MOVE TBM-TRN-IMAGE (1:2) TO TBM-WRK-KEY
003416     ELSE
003420         MOVE TBM-TRN-IMAGE (1:1) TO TBM-WRK-KEY
003424     END-IF.
003428     EVALUATE TRUE
003432         WHEN TBM-TRN-TABLE NOT = 'R' AND 'B' AND 'D'
003436             MOVE 'INVALID TABLE CODE' TO TBM-REJECT-REASON
003440         WHEN TBM-TRN-ACTION NOT = 'A' AND 'C' AND 'D'
003444             MOVE 'INVALID ACTION CODE' TO TBM-REJECT-REASON
003448         WHEN TBM-TRN-USER = SPACES
003452             MOVE 'NO AUTHORISING USER ON CARD'
003456                 TO TBM-REJECT-REASON
003460         WHEN TBM-WRK-KEY = SPACES
003464             MOVE 'BLANK TABLE KEY' TO TBM-REJECT-REASON
003468         WHEN OTHER
003472             PERFORM 2250-EDIT-CARD-IMAGE THRU 2250-EXIT
003476     END-EVALUATE.
003480     IF TBM-REJECT-REASON NOT = SPACES
003484         PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003488         GO TO 2200-EXIT
003492     END-IF.
003496     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
003500     EVALUATE TRUE
003504         WHEN TBM-TRN-ACTION = 'A' AND ENTRY-FOUND
003508             MOVE 'DUPLICATE ADD - ALREADY ON TABLE'
003512                 TO TBM-REJECT-REASON
003516         WHEN TBM-TRN-ACTION = 'A'
003520             PERFORM 2270-CHECK-ROOM THRU 2270-EXIT
003524         WHEN TBM-TRN-ACTION = 'C' AND NOT ENTRY-FOUND
003528             MOVE 'CHANGE FOR KEY NOT ON TABLE'
003532                 TO TBM-REJECT-REASON
003536         WHEN TBM-TRN-ACTION = 'D' AND NOT ENTRY-FOUND
003540             MOVE 'DELETE FOR KEY NOT ON TABLE'
003544                 TO TBM-REJECT-REASON
003548     END-EVALUATE.
003552     IF TBM-REJECT-REASON NOT = SPACES
003556         PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
003560         GO TO 2200-EXIT
003564     END-IF.
003568     EVALUATE TBM-TRN-ACTION
003572         WHEN 'A'
003576             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
003580         WHEN 'C'
003584             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
003588         WHEN 'D'
003592             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
003596     END-EVALUATE.
003600 2200-EXIT.
003604     EXIT.
003608
003612*----------------------------------------------------------------
003616*2250-EDIT-CARD-IMAGE REJECTS AN ADD OR CHANGE WHOSE NUMERIC
003620*FIELDS ARE NOT NUMERIC - THEY WOULD PRINT AS GARBAGE ON THE
003624*AUDIT LISTING AND COULD NOT BE RANGE-CHECKED.
003628*----------------------------------------------------------------
003632 2250-EDIT-CARD-IMAGE.
003636     IF TBM-TRN-ACTION = 'D'
003640         GO TO 2250-EXIT
003644     END-IF.
003648     EVALUATE TBM-TRN-TABLE
003652         WHEN 'R'
003656             MOVE TBM-TRN-IMAGE TO TBM-RATE-IMAGE
003660             IF TBM-RI-SAL-PCT NOT NUMERIC
003664                 OR TBM-RI-DUE-PCT NOT NUMERIC
003668                 OR TBM-RI-INS-PCT NOT NUMERIC
003672                 OR TBM-RI-BON-PCT NOT NUMERIC
003676                 MOVE 'NON-NUMERIC PERCENTAGE ON CARD'
003680                     TO TBM-REJECT-REASON
003684             END-IF
003688         WHEN 'B'
003692             MOVE TBM-TRN-IMAGE TO TBM-BAND-IMAGE
003696             IF TBM-BI-MIN NOT NUMERIC
003700                 OR TBM-BI-MAX NOT NUMERIC
003704                 MOVE 'NON-NUMERIC BAND SALARY ON CARD'
003708                     TO TBM-REJECT-REASON
003712             END-IF
003716         WHEN 'D'
003720             MOVE TBM-TRN-IMAGE TO TBM-DTYP-IMAGE
003724             IF TBM-DI-AMT NOT NUMERIC
003728                 MOVE 'NON-NUMERIC FIXED AMOUNT ON CARD'
003732                     TO TBM-REJECT-REASON
003736             END-IF
003740     END-EVALUATE.
003744 2250-EXIT.
003748     EXIT.
003752
003756*----------------------------------------------------------------
003760*2270-CHECK-ROOM REFUSES AN ADD THAT WOULD TAKE A TABLE PAST THE
003764*SIZE Program1 CAN LOAD.
003768*----------------------------------------------------------------
003772 2270-CHECK-ROOM.
003776     EVALUATE TRUE
003780         WHEN TBM-TRN-TABLE = 'R' AND TBM-GR-COUNT NOT < 10
003784             MOVE 'GRADERAT FULL - 10 GRADES' TO TBM-REJECT-REASON
003788         WHEN TBM-TRN-TABLE = 'B' AND TBM-SB-COUNT NOT < 10
003792             MOVE 'SALBAND FULL - 10 GRADES' TO TBM-REJECT-REASON
003796         WHEN TBM-TRN-TABLE = 'D' AND TBM-DT-COUNT NOT < 20
003800             MOVE 'DEDTYPES FULL - 20 CODES' TO TBM-REJECT-REASON
003804         WHEN OTHER
003808             CONTINUE
003812     END-EVALUATE.
003816 2270-EXIT.
003820     EXIT.
003824
003828 2300-APPLY-ADD.
003832     EVALUATE TBM-TRN-TABLE
003836         WHEN 'R'
003840             ADD 1 TO TBM-GR-COUNT
003844         WHEN 'B'
003848             ADD 1 TO TBM-SB-COUNT
003852         WHEN 'D'
003856             ADD 1 TO TBM-DT-COUNT
003860     END-EVALUATE.
003864     MOVE TBM-TRN-IMAGE TO TBM-WRK-IMAGE.
003868     PERFORM 1600-TABLE-ENTRY THRU 1600-EXIT.
003872     ADD 1 TO TBM-ADD-COUNT.
003876     MOVE 'ADDED' TO TBM-AUDIT-TAG.
003880     PERFORM 2700-WRITE-AUDIT-LINE THRU 2700-EXIT.
003884     PERFORM 2800-CLOSE-AUDIT-BLOCK THRU 2800-EXIT.
003888 2300-EXIT.
003892     EXIT.
003896
003900 2400-APPLY-CHANGE.
003904     MOVE 'BEFORE' TO TBM-AUDIT-TAG.
003908     MOVE TBM-ENT-IMAGE (TBM-IDX) TO TBM-WRK-IMAGE.
003912     PERFORM 2700-WRITE-AUDIT-LINE THRU 2700-EXIT.
003916     MOVE TBM-TRN-IMAGE TO TBM-ENT-IMAGE (TBM-IDX).
003920     ADD 1 TO TBM-CHANGE-COUNT.
003924     MOVE 'AFTER' TO TBM-AUDIT-TAG.
003928     MOVE TBM-TRN-IMAGE TO TBM-WRK-IMAGE.
003932     PERFORM 2700-WRITE-AUDIT-LINE THRU 2700-EXIT.
003936     PERFORM 2800-CLOSE-AUDIT-BLOCK THRU 2800-EXIT.
003940 2400-EXIT.
003944     EXIT.
003948
003952*----------------------------------------------------------------
003956*2500-APPLY-DELETE PRINTS THE ENTRY BEING DROPPED AND SLIDES
003960*EVERY LATER ENTRY UP ONE SLOT, SO THE NEW GENERATION KEEPS THE
003964*OLD FILE'S ORDER.
003968*----------------------------------------------------------------
003972 2500-APPLY-DELETE.
003976     MOVE 'DELETED' TO TBM-AUDIT-TAG.
003980     MOVE TBM-ENT-IMAGE (TBM-IDX) TO TBM-WRK-IMAGE.
003984     PERFORM 2700-WRITE-AUDIT-LINE THRU 2700-EXIT.
003988     PERFORM 2800-CLOSE-AUDIT-BLOCK THRU 2800-EXIT.
003992     SET TBM-SUB TO TBM-IDX.
003996     PERFORM 2550-CLOSE-GAP THRU 2550-EXIT
004000         VARYING TBM-SUB FROM TBM-SUB BY 1
004004         UNTIL TBM-SUB NOT < TBM-ENT-COUNT.
004008     SUBTRACT 1 FROM TBM-ENT-COUNT.
004012     EVALUATE TBM-TRN-TABLE
004016         WHEN 'R'
004020             SUBTRACT 1 FROM TBM-GR-COUNT
004024         WHEN 'B'
004028             SUBTRACT 1 FROM TBM-SB-COUNT
004032         WHEN 'D'
004036             SUBTRACT 1 FROM TBM-DT-COUNT
004040     END-EVALUATE.
004044     ADD 1 TO TBM-DELETE-COUNT.
004048 2500-EXIT.
004052     EXIT.
004056
004060 2550-CLOSE-GAP.
004064     MOVE TBM-ENTRY (TBM-SUB + 1) TO TBM-ENTRY (TBM-SUB).
004068 2550-EXIT.
004072     EXIT.
004076
004080 2600-WRITE-REJECT-RECORD.
004084     ADD 1 TO TBM-REJECT-COUNT.
004088     MOVE SPACES TO TBM-REJECT-DETAIL.
004092     MOVE TBM-TRN-TABLE TO TBM-REJ-TABLE.
004096     MOVE TBM-TRN-ACTION TO TBM-REJ-ACTION.
004100     MOVE TBM-WRK-KEY TO TBM-REJ-KEY.
004104     MOVE TBM-TRN-USER TO TBM-REJ-USER.
004108     MOVE TBM-REJECT-REASON TO TBM-REJ-REASON.
004112     MOVE TBM-REJECT-DETAIL TO TBM-REJECT-REC.
004116     WRITE TBM-REJECT-REC.
004120 2600-EXIT.
004124     EXIT.
004128
004132*----------------------------------------------------------------
004136*2700-WRITE-AUDIT-LINE PRINTS ONE TABLE ENTRY (TBM-WRK-IMAGE OF
004140*TABLE TBM-WRK-TABLE) IN THAT TABLE'S COLUMNS, WITH THE CARD'S
004144*USER AND THE RUN DATE AND TIME.  2800-CLOSE-AUDIT-BLOCK ENDS
004148*THE CARD'S BLOCK WITH A BLANK LINE.
004152*----------------------------------------------------------------
004156 2700-WRITE-AUDIT-LINE.
004160     MOVE SPACES TO TBM-AUDIT-DETAIL.
004164     MOVE TBM-AUDIT-TAG TO TBM-AUD-TAG.
004168     PERFORM 2750-SET-TABLE-NAME THRU 2750-EXIT.
004172     MOVE TBM-WRK-TABLE-NAME TO TBM-AUD-TABLE.
004176     MOVE TBM-WRK-KEY TO TBM-AUD-KEY.
004180     EVALUATE TBM-WRK-TABLE
004184         WHEN 'R'
004188             MOVE TBM-WRK-IMAGE TO TBM-RATE-IMAGE
004192             MOVE TBM-RI-DESC TO TBM-AUD-GR-DESC
004196             MOVE TBM-RI-SAL-PCT TO TBM-AUD-GR-SAL
004200             MOVE TBM-RI-DUE-PCT TO TBM-AUD-GR-DUE
004204             MOVE TBM-RI-INS-PCT TO TBM-AUD-GR-INS
004208             MOVE TBM-RI-BON-PCT TO TBM-AUD-GR-BON
004212         WHEN 'B'
004216             MOVE TBM-WRK-IMAGE TO TBM-BAND-IMAGE
004220             MOVE TBM-BI-MIN TO TBM-AUD-SB-MIN
004224             MOVE TBM-BI-MAX TO TBM-AUD-SB-MAX
004228         WHEN 'D'
004232             MOVE TBM-WRK-IMAGE TO TBM-DTYP-IMAGE
004236             MOVE TBM-DI-DESC TO TBM-AUD-DT-DESC
004240             MOVE TBM-DI-METHOD TO TBM-AUD-DT-METHOD
004244             MOVE TBM-DI-AMT TO TBM-AUD-DT-AMT
004248     END-EVALUATE.
004252     MOVE TBM-TRN-USER TO TBM-AUD-USER.
004256     MOVE TBM-RUN-STAMP TO TBM-AUD-WHEN.
004260     MOVE TBM-AUDIT-DETAIL TO TBM-AUDIT-REC.
004264     WRITE TBM-AUDIT-REC.
004268 2700-EXIT.
004272     EXIT.
004276
004280 2750-SET-TABLE-NAME.
004284     EVALUATE TBM-WRK-TABLE
004288         WHEN 'R'
004292             MOVE 'GRADERAT' TO TBM-WRK-TABLE-NAME
004296         WHEN 'B'
004300             MOVE 'SALBAND' TO TBM-WRK-TABLE-NAME
004304         WHEN 'D'
004308             MOVE 'DEDTYPES' TO TBM-WRK-TABLE-NAME
004312     END-EVALUATE.
004316 2750-EXIT.
004320     EXIT.
004324
004328 2800-CLOSE-AUDIT-BLOCK.
004332     MOVE SPACES TO TBM-AUDIT-REC.
004336     WRITE TBM-AUDIT-REC.
004340 2800-EXIT.
004344     EXIT.
004348
004352*----------------------------------------------------------------
004356*2900-FIND-ENTRY LOOKS UP TABLE TBM-WRK-TABLE, KEY TBM-WRK-KEY.
004360*ON A HIT TBM-IDX POINTS AT THE ENTRY.
004364*----------------------------------------------------------------
004368 2900-FIND-ENTRY.
004372     MOVE 'N' TO TBM-FOUND-SW.
004376     IF TBM-ENT-COUNT = ZERO
004380         GO TO 2900-EXIT
004384     END-IF.
004388     SET TBM-IDX TO 1.
004392     SEARCH TBM-ENTRY
004396         AT END
004400             CONTINUE
004404         WHEN TBM-ENT-TABLE (TBM-IDX) = TBM-WRK-TABLE
004408             AND TBM-ENT-KEY (TBM-IDX) = TBM-WRK-KEY
004412             MOVE 'Y' TO TBM-FOUND-SW
004416     END-SEARCH.
004420 2900-EXIT.
004424     EXIT.
004428
004432*----------------------------------------------------------------
004436*3000-CROSS-CHECK-TABLES CHECKS THE TABLES AS THEY WILL BE
004440*WRITTEN - EVERY ENTRY ON ITS OWN (3200-3400) AND AGAINST THE
004444*OTHER TABLES - AND LISTS EVERY PROBLEM FOUND.  ONE PROBLEM IS
004448*ENOUGH TO WITHHOLD THE NEW GENERATIONS.  THE SAME RULES STOP
004452*Program1 AT JOB START (ITS 1600-CROSS-CHECK-TABLES).
004456*----------------------------------------------------------------
004460 3000-CROSS-CHECK-TABLES.
004464     MOVE TBM-CHECK-TITLE TO TBM-AUDIT-REC.
004468     WRITE TBM-AUDIT-REC AFTER ADVANCING 2 LINES.
004472     MOVE SPACES TO TBM-AUDIT-REC.
004476     WRITE TBM-AUDIT-REC.
004480     IF TBM-GR-COUNT = ZERO
004484         MOVE 'R' TO TBM-WRK-TABLE
004488         MOVE SPACES TO TBM-WRK-KEY
004492         MOVE 'RATE TABLE IS EMPTY' TO TBM-CHECK-REASON
004496         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004500     END-IF.
004504     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
004508         VARYING TBM-SUB FROM 1 BY 1
004512         UNTIL TBM-SUB > TBM-ENT-COUNT.
004516     MOVE SPACES TO TBM-CHECK-RESULT.
004520     IF TBM-CHECK-ERROR-COUNT = ZERO
004524         MOVE 'CROSS-CHECK PASSED - NEW GENERATIONS WRITTEN'
004528             TO TBM-CHK-RESULT-TEXT
004532     ELSE
004536         MOVE 'CROSS-CHECK FAILED - NO NEW GENERATIONS WRITTEN'
004540             TO TBM-CHK-RESULT-TEXT
004544         DISPLAY 'REFERENCE TABLE CROSS-CHECK FAILED - NEWRATE, '
004548             'NEWBAND AND NEWDTYPE LEFT EMPTY.'
004552         DISPLAY 'SEE THE CROSS-CHECK ON TBLAUDIT, CORRECT THE '
004556             'CARDS AND RERUN.'
004560     END-IF.
004564     MOVE TBM-CHECK-RESULT TO TBM-AUDIT-REC.
004568     WRITE TBM-AUDIT-REC AFTER ADVANCING 2 LINES.
004572 3000-EXIT.
004576     EXIT.
004580
004584*----------------------------------------------------------------
004588*3100-CHECK-ONE-ENTRY FLAGS A REPEATED KEY (3150 COMPARES THE
004592*ENTRY WITH EVERY ONE BEFORE IT) AND HANDS THE ENTRY TO ITS
004596*TABLE'S OWN CHECK.
004600*----------------------------------------------------------------
004604 3100-CHECK-ONE-ENTRY.
004608     MOVE TBM-ENT-TABLE (TBM-SUB) TO TBM-WRK-TABLE.
004612     MOVE TBM-ENT-KEY (TBM-SUB) TO TBM-WRK-KEY.
004616     IF TBM-WRK-KEY = SPACES
004620         MOVE 'BLANK TABLE KEY' TO TBM-CHECK-REASON
004624         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004628         GO TO 3100-EXIT
004632     END-IF.
004636     PERFORM 3150-CHECK-DUPLICATE THRU 3150-EXIT
004640         VARYING TBM-SUB2 FROM 1 BY 1
004644         UNTIL TBM-SUB2 NOT < TBM-SUB.
004648     EVALUATE TBM-WRK-TABLE
004652         WHEN 'R'
004656             PERFORM 3200-CHECK-RATE-ENTRY THRU 3200-EXIT
004660         WHEN 'B'
004664             PERFORM 3300-CHECK-BAND-ENTRY THRU 3300-EXIT
004668         WHEN 'D'
004672             PERFORM 3400-CHECK-DEDTYPE-ENTRY THRU 3400-EXIT
004676     END-EVALUATE.
004680 3100-EXIT.
004684     EXIT.
004688
004692 3150-CHECK-DUPLICATE.
004696     IF TBM-ENT-TABLE (TBM-SUB2) = TBM-WRK-TABLE
004700         AND TBM-ENT-KEY (TBM-SUB2) = TBM-WRK-KEY
004704         MOVE 'KEY APPEARS MORE THAN ONCE' TO TBM-CHECK-REASON
004708         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004712     END-IF.
004716 3150-EXIT.
004720     EXIT.
004724
004728*----------------------------------------------------------------
004732*3200-CHECK-RATE-ENTRY - EVERY PERCENTAGE NUMERIC AND WITHIN ITS
004736*LIMIT, AND A BAND FOR THE GRADE WHENEVER SALBAND IS IN USE (AN
004740*EMPTY SALBAND TURNS BANDS OFF FOR EVERY GRADE, WHICH IS LEGAL).
004744*----------------------------------------------------------------
004748 3200-CHECK-RATE-ENTRY.
004752     MOVE TBM-ENT-IMAGE (TBM-SUB) TO TBM-RATE-IMAGE.
004756     IF TBM-RI-SAL-PCT NOT NUMERIC
004760         OR TBM-RI-DUE-PCT NOT NUMERIC
004764         OR TBM-RI-INS-PCT NOT NUMERIC
004768         OR TBM-RI-BON-PCT NOT NUMERIC
004772         MOVE 'NON-NUMERIC PERCENTAGE' TO TBM-CHECK-REASON
004776         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004780     ELSE
004784         IF TBM-RI-SAL-PCT > TBM-MAX-RAISE-PCT
004788             OR TBM-RI-DUE-PCT > TBM-MAX-RAISE-PCT
004792             OR TBM-RI-INS-PCT > TBM-MAX-RAISE-PCT
004796             MOVE 'RAISE PERCENTAGE OVER 25 PERCENT'
004800                 TO TBM-CHECK-REASON
004804             PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004808         END-IF
004812         IF TBM-RI-BON-PCT > TBM-MAX-BONUS-PCT
004816             MOVE 'BONUS PERCENTAGE OVER 10 PERCENT'
004820                 TO TBM-CHECK-REASON
004824             PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004828         END-IF
004832     END-IF.
004836     IF TBM-SB-COUNT = ZERO
004840         GO TO 3200-EXIT
004844     END-IF.
004848     MOVE 'B' TO TBM-WRK-TABLE.
004852     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
004856     MOVE 'R' TO TBM-WRK-TABLE.
004860     IF NOT ENTRY-FOUND
004864         MOVE 'GRADE HAS A RATE BUT NO BAND' TO TBM-CHECK-REASON
004868         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004872     END-IF.
004876 3200-EXIT.
004880     EXIT.
004884
004888*----------------------------------------------------------------
004892*3300-CHECK-BAND-ENTRY - MINIMUM AND MAXIMUM NUMERIC, MINIMUM NOT
004896*ABOVE MAXIMUM, AND A RATE FOR THE GRADE (A BAND FOR A GRADE WITH
004900*NO RATE IS USUALLY A MISKEYED GRADE CODE).
004904*----------------------------------------------------------------
004908 3300-CHECK-BAND-ENTRY.
004912     MOVE TBM-ENT-IMAGE (TBM-SUB) TO TBM-BAND-IMAGE.
004916     IF TBM-BI-MIN NOT NUMERIC
004920         OR TBM-BI-MAX NOT NUMERIC
004924         MOVE 'NON-NUMERIC BAND SALARY' TO TBM-CHECK-REASON
004928         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004932     ELSE
004936         IF TBM-BI-MIN > TBM-BI-MAX
004940             MOVE 'BAND MINIMUM ABOVE MAXIMUM' TO TBM-CHECK-REASON
004944             PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004948         END-IF
004952     END-IF.
004956     MOVE 'R' TO TBM-WRK-TABLE.
004960     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
004964     MOVE 'B' TO TBM-WRK-TABLE.
004968     IF NOT ENTRY-FOUND
004972         MOVE 'BAND FOR A GRADE WITH NO RATE' TO TBM-CHECK-REASON
004976         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
004980     END-IF.
004984 3300-EXIT.
004988     EXIT.
004992
004996*----------------------------------------------------------------
005000*3400-CHECK-DEDTYPE-ENTRY - A KNOWN RAISE METHOD, A NUMERIC FIXED
005004*AMOUNT, AND AN AMOUNT ON EVERY FIXED-AMOUNT ('A') TYPE.
005008*----------------------------------------------------------------
005012 3400-CHECK-DEDTYPE-ENTRY.
005016     MOVE TBM-ENT-IMAGE (TBM-SUB) TO TBM-DTYP-IMAGE.
005020     IF TBM-DI-METHOD NOT = 'G' AND 'F' AND 'A'
005024         MOVE 'RAISE METHOD NOT G, F OR A' TO TBM-CHECK-REASON
005028         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
005032     END-IF.
005036     IF TBM-DI-AMT NOT NUMERIC
005040         MOVE 'NON-NUMERIC FIXED AMOUNT' TO TBM-CHECK-REASON
005044         PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
005048     ELSE
005052         IF TBM-DI-METHOD = 'A'
005056             AND TBM-DI-AMT = ZERO
005060             MOVE 'FIXED-AMOUNT TYPE WITH NO AMOUNT'
005064                 TO TBM-CHECK-REASON
005068             PERFORM 3900-WRITE-CHECK-ERROR THRU 3900-EXIT
005072         END-IF
005076     END-IF.
005080 3400-EXIT.
005084     EXIT.
005088
005092 3900-WRITE-CHECK-ERROR.
005096     ADD 1 TO TBM-CHECK-ERROR-COUNT.
005100     PERFORM 2750-SET-TABLE-NAME THRU 2750-EXIT.
005104     MOVE SPACES TO TBM-CHECK-DETAIL.
005108     MOVE TBM-WRK-TABLE-NAME TO TBM-CHK-TABLE.
005112     MOVE TBM-WRK-KEY TO TBM-CHK-KEY.
005116     MOVE TBM-CHECK-REASON TO TBM-CHK-REASON.
005120     MOVE TBM-CHECK-DETAIL TO TBM-AUDIT-REC.
005124     WRITE TBM-AUDIT-REC.
005128 3900-EXIT.
005132     EXIT.
005136
005140*----------------------------------------------------------------
005144*4000-WRITE-NEW-TABLES OPENS ALL THREE NEW GENERATIONS AND, WHEN
005148*THE CROSS-CHECK PASSED, FILLS THEM FROM THE TABLE.
005152*----------------------------------------------------------------
005156 4000-WRITE-NEW-TABLES.
005160     OPEN OUTPUT NEWRATEFILE
005164         NEWBANDFILE
005168         NEWDTYPFILE.
005172     IF TBM-CHECK-ERROR-COUNT = ZERO
005176         PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
005180             VARYING TBM-SUB FROM 1 BY 1
005184             UNTIL TBM-SUB > TBM-ENT-COUNT
005188     END-IF.
005192     CLOSE NEWRATEFILE
005196         NEWBANDFILE
005200         NEWDTYPFILE.
005204 4000-EXIT.
005208     EXIT.
005212
005216 4100-WRITE-ONE-ENTRY.
005220     EVALUATE TBM-ENT-TABLE (TBM-SUB)
005224         WHEN 'R'
005228             WRITE TBM-NEW-RATE-REC FROM TBM-ENT-IMAGE (TBM-SUB)
005232             ADD 1 TO TBM-NEW-RATE-COUNT
005236         WHEN 'B'
005240             WRITE TBM-NEW-BAND-REC FROM TBM-ENT-IMAGE (TBM-SUB)
005244             ADD 1 TO TBM-NEW-BAND-COUNT
005248         WHEN 'D'
005252             WRITE TBM-NEW-DTYP-REC FROM TBM-ENT-IMAGE (TBM-SUB)
005256             ADD 1 TO TBM-NEW-DTYP-COUNT
005260     END-EVALUATE.
005264 4100-EXIT.
005268     EXIT.
005272
005276*----------------------------------------------------------------
005280*5000-WRITE-CONTROL-TOTALS PRINTS THE TRAILER PAYROLL CHECKS
005284*BEFORE OPERATIONS IS ALLOWED TO SWAP THE NEW TABLES IN - OLD
005288*ENTRIES PLUS ADDS LESS DELETES MUST EQUAL NEW ENTRIES WRITTEN.
005292*----------------------------------------------------------------
005296 5000-WRITE-CONTROL-TOTALS.
005300     MOVE SPACES TO TBM-AUDIT-REC.
005304     WRITE TBM-AUDIT-REC AFTER ADVANCING 2 LINES.
005308     MOVE SPACES TO TBM-AUDIT-TRAILER.
005312     MOVE 'GRADERAT ENTRIES READ' TO TBM-AUD-TR-LABEL.
005316     MOVE TBM-OLD-RATE-COUNT TO TBM-AUD-TR-COUNT.
005320     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005324     MOVE 'SALBAND ENTRIES READ' TO TBM-AUD-TR-LABEL.
005328     MOVE TBM-OLD-BAND-COUNT TO TBM-AUD-TR-COUNT.
005332     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005336     MOVE 'DEDTYPES ENTRIES READ' TO TBM-AUD-TR-LABEL.
005340     MOVE TBM-OLD-DTYP-COUNT TO TBM-AUD-TR-COUNT.
005344     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005348     MOVE 'CARDS READ' TO TBM-AUD-TR-LABEL.
005352     MOVE TBM-TRAN-READ-COUNT TO TBM-AUD-TR-COUNT.
005356     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005360     MOVE 'ADDS APPLIED' TO TBM-AUD-TR-LABEL.
005364     MOVE TBM-ADD-COUNT TO TBM-AUD-TR-COUNT.
005368     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005372     MOVE 'CHANGES APPLIED' TO TBM-AUD-TR-LABEL.
005376     MOVE TBM-CHANGE-COUNT TO TBM-AUD-TR-COUNT.
005380     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005384     MOVE 'DELETES APPLIED' TO TBM-AUD-TR-LABEL.
005388     MOVE TBM-DELETE-COUNT TO TBM-AUD-TR-COUNT.
005392     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005396     MOVE 'CARDS REJECTED' TO TBM-AUD-TR-LABEL.
005400     MOVE TBM-REJECT-COUNT TO TBM-AUD-TR-COUNT.
005404     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005408     MOVE 'CROSS-CHECK ERRORS' TO TBM-AUD-TR-LABEL.
005412     MOVE TBM-CHECK-ERROR-COUNT TO TBM-AUD-TR-COUNT.
005416     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005420     MOVE 'NEWRATE ENTRIES WRITTEN' TO TBM-AUD-TR-LABEL.
005424     MOVE TBM-NEW-RATE-COUNT TO TBM-AUD-TR-COUNT.
005428     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005432     MOVE 'NEWBAND ENTRIES WRITTEN' TO TBM-AUD-TR-LABEL.
005436     MOVE TBM-NEW-BAND-COUNT TO TBM-AUD-TR-COUNT.
005440     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005444     MOVE 'NEWDTYPE ENTRIES WRITTEN' TO TBM-AUD-TR-LABEL.
005448     MOVE TBM-NEW-DTYP-COUNT TO TBM-AUD-TR-COUNT.
005452     PERFORM 5100-WRITE-TRAILER-LINE THRU 5100-EXIT.
005456 5000-EXIT.
005460     EXIT.
005464
005468 5100-WRITE-TRAILER-LINE.
005472     MOVE TBM-AUDIT-TRAILER TO TBM-AUDIT-REC.
005476     WRITE TBM-AUDIT-REC AFTER ADVANCING 1 LINE.
005480     MOVE SPACES TO TBM-AUDIT-TRAILER.
005484 5100-EXIT.
005488     EXIT.
005492
005496 9000-TERMINATE-RUN.
005500     CLOSE AUDITFILE
005504         REJECTFILE.
005508 9000-EXIT.
005512     EXIT.
005516
005520 END PROGRAM Program15.
