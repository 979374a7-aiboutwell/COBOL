000060*  DAY'S CLOSEOUT-FILE - TO DATED ARCHIVE FILES
000070*  (ORDER-FILE.YYYYMMDD, AUDIT-LOG.YYYYMMDD,
000080*  CLOSEOUT-FILE.YYYYMMDD FOR THE BUSINESS DATE JUST ENDED),
000090*  STARTS FRESH EMPTY ONES, LOADS THE DAY'S ORDERS INTO THE
000100*  INDEXED ORDER-HISTORY FILE,
000110*  SNAPSHOTS INVENTORY-FILE TO INVENTORY-OPENING FOR TOMORROW'S
000120*  RECONCILIATION, AND ADVANCES THE BUSINESS DATE ON
000130*  CONTROL-FILE.
000140*
000150*  THE DAY IS FLAGGED CLOSED ON CONTROL-FILE BEFORE THE FIRST
000160*  FILE MOVES AND REOPENED ON THE NEW DATE ONLY AFTER THE LAST,
000170*  SO A CUTOVER THAT DIES PARTWAY LEAVES THE SELLING PROGRAMS
000180*  REFUSING TO START INSTEAD OF POSTING INTO A HALF-ROLLED DAY.
000190*
000200*  MODIFICATION HISTORY
000210*      2026-08-22  AB  ORIGINAL VERSION.
000220*      2026-08-22  AB  ROLL CLOSEOUT-FILE TO ITS DATED ARCHIVE
000230*                      ALONGSIDE ORDER-FILE AND AUDIT-LOG, SO A
000240*                      STALE DRAWER COUNT CANNOT RECONCILE AGAINST
000250*                      A LATER DAY.
000260*      2026-09-02  AB  CARRY THE NEW CT-TAX-RATE FORWARD THROUGH
000270*                      BOTH CONTROL-FILE REWRITES, AND WIDEN THE
000280*                      ARCHIVE MIRRORS FOR THE TAX FIELDS ON
000290*                      ORDER-FILE AND CLOSEOUT-FILE.
000300*      2026-09-02  AB  RUN CONTROL: PRINT THE DAY'S STEP HISTORY
000310*                      BEFORE ANYTHING ROLLS, REFUSE TO CUT OVER
000320*                      UNTIL JELLO-RECON HAS RUN (LOGGED
000330*                      OVERRIDE AVAILABLE), CARRY THE FLAGS
000340*                      THROUGH THE CLOSED REWRITE, AND RESET
000350*                      THEM FOR THE NEW DATE.
000360*      2026-10-15  AB  WIDEN THE AUDIT-LOG ARCHIVE AND INVENTORY-
000370*                      OPENING MIRRORS FOR THE TWO-DIGIT FLAVOR
000380*                      CODE.
000390*      2026-10-15  AB  LOAD EACH CLOSED DAY'S ORDER-FILE INTO
000400*                      THE INDEXED ORDER-HISTORY FILE AS IT IS
000410*                      ARCHIVED.
000420*      2026-10-15  AB  PRINT THE JELLO-RECOVER STAMP WITH THE STEP
000430*                      HISTORY, CARRY IT THROUGH THE CLOSED
000440*                      REWRITE, AND CLEAR IT FOR THE NEW DATE.
000450****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. JELLO-DAYEND.
000480 AUTHOR. Amanda Boutwell.
000490 INSTALLATION. COUNTER SALES.
000500 DATE-WRITTEN. August 22, 2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. GNUCOBOL.
000560 OBJECT-COMPUTER. GNUCOBOL.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS JD-CONTROL-STATUS.
000620     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS JD-ORDER-STATUS.
000650     SELECT ORDER-ARCHIVE ASSIGN TO DYNAMIC JD-ORDER-ARCH-NAME
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT ORDER-HISTORY ASSIGN TO "ORDER-HISTORY"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS OH-HISTORY-KEY
000710         ALTERNATE RECORD KEY IS OH-CUSTOMER-NUMBER
000720             WITH DUPLICATES
000730         FILE STATUS IS JD-HISTORY-STATUS.
000740     SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS JD-AUDIT-STATUS.
000770     SELECT AUDIT-ARCHIVE ASSIGN TO DYNAMIC JD-AUDIT-ARCH-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT CLOSEOUT-FILE ASSIGN TO "CLOSEOUT-FILE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS JD-CLOSEOUT-STATUS.
000820     SELECT CLOSEOUT-ARCHIVE ASSIGN TO DYNAMIC JD-CLOSE-ARCH-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT INVENTORY-OPENING ASSIGN TO "INVENTORY-OPENING"
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CONTROL-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  CONTROL-RECORD.
000940     COPY "ctlrec.cpy".
000950
000960 FD  ORDER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  ORDER-RECORD.
000990     COPY "ordfrec.cpy".
001000
001010 FD  ORDER-ARCHIVE
001020     LABEL RECORDS ARE STANDARD.
001030 01  ORDER-ARCHIVE-RECORD.
001040     05  OA-ORDER-DATA           PIC X(108).
001050
001060 FD  ORDER-HISTORY
001070     LABEL RECORDS ARE STANDARD.
001080 01  ORDER-HISTORY-RECORD.
001090     COPY "ordhist.cpy".
001100
001110 FD  AUDIT-LOG
001120     LABEL RECORDS ARE STANDARD.
001130 01  AUDIT-LOG-RECORD.
001140     COPY "audtrec.cpy".
001150
001160 FD  AUDIT-ARCHIVE
001170     LABEL RECORDS ARE STANDARD.
001180 01  AUDIT-ARCHIVE-RECORD.
001190     05  AA-AUDIT-DATA           PIC X(53).
001200
001210 FD  CLOSEOUT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  CLOSEOUT-RECORD.
001240     COPY "closrec.cpy".
001250
001260 FD  CLOSEOUT-ARCHIVE
001270     LABEL RECORDS ARE STANDARD.
001280 01  CLOSEOUT-ARCHIVE-RECORD.
001290     05  CA-CLOSEOUT-DATA        PIC X(98).
001300
001310 FD  INVENTORY-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  INVENTORY-RECORD.
001340     COPY "invmast.cpy".
001350
001360 FD  INVENTORY-OPENING
001370     LABEL RECORDS ARE STANDARD.
001380 01  INVENTORY-OPENING-RECORD.
001390     05  IO-OPENING-DATA         PIC X(12).
001400
001410 WORKING-STORAGE SECTION.
001420     01 JD-CONTROL-STATUS PIC X(02).
001430     01 JD-ORDER-STATUS PIC X(02).
001440     01 JD-AUDIT-STATUS PIC X(02).
001450     01 JD-CLOSEOUT-STATUS PIC X(02).
001460     01 JD-HISTORY-STATUS PIC X(02).
001470     01 JD-ORDER-EOF PIC X VALUE 'N'.
001480         88 JD-END-OF-ORDERS VALUE 'Y'.
001490     01 JD-AUDIT-EOF PIC X VALUE 'N'.
001500         88 JD-END-OF-AUDIT VALUE 'Y'.
001510     01 JD-CLOSEOUT-EOF PIC X VALUE 'N'.
001520         88 JD-END-OF-CLOSEOUTS VALUE 'Y'.
001530     01 JD-INVENTORY-EOF PIC X VALUE 'N'.
001540         88 JD-END-OF-INVENTORY VALUE 'Y'.
001550
001560*---------------------------------------------------------------
001570*    THE BUSINESS DATE BEING CLOSED AND THE DATED ARCHIVE NAMES
001580*    BUILT FROM IT.
001590*---------------------------------------------------------------
001600     01 JD-BUSINESS-DATE PIC X(08).
001610     01 JD-TAX-RATE PIC 9(01)V9(04) VALUE 0.
001620     01 JD-RUN-SAVE PIC X(05) VALUE SPACES.
001630     01 JD-RECOVERY-SAVE PIC X(16) VALUE SPACES.
001640     01 JD-OVERRIDE-RAW PIC X(01).
001650     01 JD-STAMP-TIME PIC X(08).
001660     01 JD-ORDER-ARCH-NAME.
001670         05 FILLER PIC X(11) VALUE "ORDER-FILE.".
001680         05 JD-OA-DATE PIC X(08).
001690     01 JD-AUDIT-ARCH-NAME.
001700         05 FILLER PIC X(10) VALUE "AUDIT-LOG.".
001710         05 JD-AA-DATE PIC X(08).
001720     01 JD-CLOSE-ARCH-NAME.
001730         05 FILLER PIC X(14) VALUE "CLOSEOUT-FILE.".
001740         05 JD-CA-DATE PIC X(08).
001750
001760*---------------------------------------------------------------
001770*    FIELDS FOR ROLLING THE BUSINESS DATE FORWARD ONE DAY,
001780*    MONTH LENGTHS AND LEAP YEARS INCLUDED.
001790*---------------------------------------------------------------
001800     01 JD-DATE-SPLIT.
001810         05 JD-DS-YEAR PIC 9(04).
001820         05 JD-DS-MONTH PIC 9(02).
001830         05 JD-DS-DAY PIC 9(02).
001840     01 JD-MONTH-LENGTH-LIST.
001850         05 FILLER PIC X(24) VALUE "312831303130313130313031".
001860     01 JD-MONTH-LENGTH-TABLE REDEFINES JD-MONTH-LENGTH-LIST.
001870         05 JD-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001880     01 JD-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
001890     01 JD-LEAP-WORK PIC 9(04) VALUE 0.
001900     01 JD-LEAP-REM PIC 9(04) VALUE 0.
001910     01 JD-LEAP-YEAR PIC X VALUE 'N'.
001920
001930*---------------------------------------------------------------
001940*    RUN COUNTS FOR THE END-OF-JOB SUMMARY.
001950*---------------------------------------------------------------
001960     01 JD-ORDERS-ARCHIVED PIC 9(05) VALUE 0.
001970     01 JD-AUDITS-ARCHIVED PIC 9(05) VALUE 0.
001980     01 JD-CLOSEOUTS-ARCHIVED PIC 9(05) VALUE 0.
001990     01 JD-SNAPSHOT-COUNT PIC 9(05) VALUE 0.
002000
002010*---------------------------------------------------------------
002020*    ORDER-HISTORY LOAD.  THE SEQUENCE IS THE RECORD'S PLACE ON
002030*    THE DAY'S ORDER-FILE, SO A RERUN AFTER A CUTOVER THAT DIED
002040*    PARTWAY BUILDS THE SAME KEYS AND THE RECORDS ALREADY LOADED
002050*    ARE PASSED OVER AS DUPLICATES INSTEAD OF LOADED TWICE.
002060*---------------------------------------------------------------
002070     01 JD-HISTORY-SEQUENCE PIC 9(05) VALUE 0.
002080     01 JD-HISTORY-LOADED PIC 9(05) VALUE 0.
002090     01 JD-HISTORY-ALREADY PIC 9(05) VALUE 0.
002100     01 JD-HISTORY-FAILED PIC 9(05) VALUE 0.
002110
002120 PROCEDURE DIVISION.
002130
002140****************************************************************
002150*  0000-MAINLINE
002160*
002170*  FLAGS THE DAY CLOSED, ROLLS THE DAY'S FILES TO THEIR DATED
002180*  ARCHIVES, SNAPSHOTS INVENTORY FOR TOMORROW'S RECON, AND
002190*  REOPENS THE STORE ON THE NEXT BUSINESS DATE.
002200****************************************************************
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE
002230         THRU 1000-EXIT.
002240     PERFORM 2000-FLAG-DAY-CLOSED
002250         THRU 2000-EXIT.
002260     PERFORM 3000-ARCHIVE-ORDER-FILE
002270         THRU 3000-EXIT.
002280     PERFORM 4000-ARCHIVE-AUDIT-LOG
002290         THRU 4000-EXIT.
002300     PERFORM 4500-ARCHIVE-CLOSEOUTS
002310         THRU 4500-EXIT.
002320     PERFORM 5000-SNAPSHOT-INVENTORY
002330         THRU 5000-EXIT.
002340     PERFORM 6000-ADVANCE-BUSINESS-DATE
002350         THRU 6000-EXIT.
002360     PERFORM 9000-TERMINATE
002370         THRU 9000-EXIT.
002380     STOP RUN.
002390
002400****************************************************************
002410*  1000-INITIALIZE
002420*
002430*  READS THE BUSINESS DATE BEING CLOSED AND BUILDS THE DATED
002440*  ARCHIVE NAMES FROM IT.  NO CONTROL-FILE MEANS THERE IS NO
002450*  DAY TO CLOSE.
002460****************************************************************
002470 1000-INITIALIZE.
002480     OPEN INPUT CONTROL-FILE.
002490     IF JD-CONTROL-STATUS = '35'
002500         DISPLAY "CONTROL-FILE missing - nothing to cut over."
002510         MOVE 8 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     READ CONTROL-FILE
002550         AT END
002560             DISPLAY "CONTROL-FILE empty - nothing to cut over."
002570             MOVE 8 TO RETURN-CODE
002580             STOP RUN
002590     END-READ.
002600     MOVE CT-BUSINESS-DATE TO JD-BUSINESS-DATE.
002610     IF CT-TAX-RATE IS NUMERIC
002620         MOVE CT-TAX-RATE TO JD-TAX-RATE
002630     ELSE
002640         MOVE 0 TO JD-TAX-RATE
002650     END-IF.
002660     MOVE CT-RUN-CONTROL TO JD-RUN-SAVE.
002670     MOVE CT-RECOVERY-STAMP TO JD-RECOVERY-SAVE.
002680     PERFORM 1100-PRINT-STEP-HISTORY
002690         THRU 1100-EXIT.
002700     PERFORM 1200-CHECK-RUN-CONTROL
002710         THRU 1200-EXIT.
002720     CLOSE CONTROL-FILE.
002730     MOVE JD-BUSINESS-DATE TO JD-OA-DATE.
002740     MOVE JD-BUSINESS-DATE TO JD-AA-DATE.
002750     MOVE JD-BUSINESS-DATE TO JD-CA-DATE.
002760     DISPLAY "JELLO-DAYEND closing business date "
002770         JD-BUSINESS-DATE ".".
002780 1000-EXIT.
002790     EXIT.
002800
002810****************************************************************
002820*  1100-PRINT-STEP-HISTORY
002830*
002840*  PRINTS WHICH DAILY STEPS COMPLETED FOR THE DATE BEING
002850*  CLOSED, BEFORE ANY FILE ROLLS.
002860****************************************************************
002870 1100-PRINT-STEP-HISTORY.
002880     DISPLAY "Step history for " JD-BUSINESS-DATE ":".
002890     DISPLAY "  JELLO-EDIT    done: " CT-EDIT-DONE.
002900     DISPLAY "  JELLO-RELEASE done: " CT-RELEASE-DONE.
002910     DISPLAY "  JELLO-BATCH   done: " CT-BATCH-DONE.
002920     DISPLAY "  COUNTER       done: " CT-COUNTER-DONE.
002930     DISPLAY "  JELLO-RECON   done: " CT-RECON-DONE.
002940     IF CT-RECOVER-TIME = SPACES
002950         DISPLAY "  JELLO-RECOVER applied: N"
002960     ELSE
002970         DISPLAY "  JELLO-RECOVER applied: Y at " CT-RECOVER-TIME
002980             " by " CT-RECOVER-OPERATOR
002990     END-IF.
003000 1100-EXIT.
003010     EXIT.
003020
003030****************************************************************
003040*  1200-CHECK-RUN-CONTROL
003050*
003060*  REFUSES TO ROLL THE DAY UNTIL JELLO-RECON HAS PROVED IT,
003070*  UNLESS THE OPERATOR OVERRIDES (LOGGED TO AUDIT-LOG WITH
003080*  REASON 04, WHICH THEN ARCHIVES WITH THE DAY'S LOG).
003090****************************************************************
003100 1200-CHECK-RUN-CONTROL.
003110     IF CT-RECON-DONE = 'Y'
003120         GO TO 1200-EXIT.
003130     DISPLAY "JELLO-RECON has not run for "
003140         JD-BUSINESS-DATE "."
003150     DISPLAY "Override and cut the day over anyway? (Y/N) "
003160         WITH NO ADVANCING.
003170     ACCEPT JD-OVERRIDE-RAW.
003180     IF JD-OVERRIDE-RAW NOT = 'Y' AND JD-OVERRIDE-RAW NOT = 'y'
003190         DISPLAY "Cutover refused; nothing rolled."
003200         CLOSE CONTROL-FILE
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     PERFORM 1300-LOG-OVERRIDE
003250         THRU 1300-EXIT.
003260 1200-EXIT.
003270     EXIT.
003280
003290****************************************************************
003300*  1300-LOG-OVERRIDE
003310*
003320*  APPENDS THE REASON-04 OVERRIDE RECORD TO AUDIT-LOG.
003330****************************************************************
003340 1300-LOG-OVERRIDE.
003350     OPEN EXTEND AUDIT-LOG.
003360     IF JD-AUDIT-STATUS = '35'
003370         OPEN OUTPUT AUDIT-LOG
003380     END-IF.
003390     ACCEPT JD-STAMP-TIME FROM TIME.
003400     MOVE JD-BUSINESS-DATE TO AL-LOG-DATE.
003410     MOVE JD-STAMP-TIME TO AL-LOG-TIME.
003420     MOVE "JELLO-DAYEND" TO AL-CUSTOMER-NAME.
003430     MOVE '*' TO AL-RAW-CHOICE.
003440     MOVE SPACES TO AL-FLAVOR-NAME.
003450     MOVE '04' TO AL-REASON-CODE.
003460     MOVE SPACES TO AL-OPERATOR-ID.
003470     WRITE AUDIT-LOG-RECORD.
003480     CLOSE AUDIT-LOG.
003490 1300-EXIT.
003500     EXIT.
003510
003520****************************************************************
003530*  2000-FLAG-DAY-CLOSED
003540*
003550*  REWRITES CONTROL-FILE WITH THE DAY FLAGGED CLOSED BEFORE ANY
003560*  FILE MOVES, SO A CUTOVER THAT DIES PARTWAY LOCKS THE SELLING
003570*  PROGRAMS OUT INSTEAD OF LETTING THEM POST INTO A HALF-ROLLED
003580*  DAY.
003590****************************************************************
003600 2000-FLAG-DAY-CLOSED.
003610     OPEN OUTPUT CONTROL-FILE.
003620     MOVE JD-BUSINESS-DATE TO CT-BUSINESS-DATE.
003630     MOVE 'C' TO CT-STORE-STATUS.
003640     MOVE JD-TAX-RATE TO CT-TAX-RATE.
003650     MOVE JD-RUN-SAVE TO CT-RUN-CONTROL.
003660     MOVE JD-RECOVERY-SAVE TO CT-RECOVERY-STAMP.
003670     WRITE CONTROL-RECORD.
003680     CLOSE CONTROL-FILE.
003690 2000-EXIT.
003700     EXIT.
003710
003720****************************************************************
003730*  3000-ARCHIVE-ORDER-FILE
003740*
003750*  COPIES ORDER-FILE TO ITS DATED ARCHIVE AND INTO ORDER-HISTORY
003760*  AND STARTS A FRESH EMPTY ONE.  A MISSING OR EMPTY ORDER-FILE
003770*  JUST MEANS AN EMPTY DAY, AND NO ARCHIVE IS CREATED FOR ONE -
003780*  SO A RERUN AFTER A CRASH CANNOT OVERWRITE A REAL ARCHIVE WITH
003790*  NOTHING.
003800****************************************************************
003810 3000-ARCHIVE-ORDER-FILE.
003820     OPEN INPUT ORDER-FILE.
003830     IF JD-ORDER-STATUS = '35'
003840         MOVE 'Y' TO JD-ORDER-EOF
003850         OPEN OUTPUT ORDER-FILE
003860         CLOSE ORDER-FILE
003870         GO TO 3000-EXIT
003880     END-IF.
003890     MOVE 'N' TO JD-ORDER-EOF.
003900     PERFORM 3010-READ-ORDER-RECORD
003910         THRU 3010-EXIT.
003920     IF JD-END-OF-ORDERS
003930         CLOSE ORDER-FILE
003940         OPEN OUTPUT ORDER-FILE
003950         CLOSE ORDER-FILE
003960         GO TO 3000-EXIT
003970     END-IF.
003980     OPEN OUTPUT ORDER-ARCHIVE.
003990     PERFORM 3030-OPEN-ORDER-HISTORY
004000         THRU 3030-EXIT.
004010     PERFORM 3020-COPY-ONE-ORDER
004020         THRU 3020-EXIT
004030         UNTIL JD-END-OF-ORDERS.
004040     CLOSE ORDER-HISTORY.
004050     CLOSE ORDER-ARCHIVE.
004060     CLOSE ORDER-FILE.
004070     OPEN OUTPUT ORDER-FILE.
004080     CLOSE ORDER-FILE.
004090 3000-EXIT.
004100     EXIT.
004110
004120****************************************************************
004130*  3010-READ-ORDER-RECORD
004140*
004150*  READS ONE ORDER-FILE RECORD AHEAD.
004160****************************************************************
004170 3010-READ-ORDER-RECORD.
004180     READ ORDER-FILE
004190         AT END MOVE 'Y' TO JD-ORDER-EOF
004200     END-READ.
004210 3010-EXIT.
004220     EXIT.
004230
004240****************************************************************
004250*  3020-COPY-ONE-ORDER
004260*
004270*  COPIES ONE ORDER-FILE RECORD TO THE DATED ARCHIVE AND PRIMES
004280*  THE NEXT READ.
004290****************************************************************
004300 3020-COPY-ONE-ORDER.
004310     MOVE ORDER-RECORD TO ORDER-ARCHIVE-RECORD.
004320     WRITE ORDER-ARCHIVE-RECORD.
004330     ADD 1 TO JD-ORDERS-ARCHIVED.
004340     PERFORM 3040-LOAD-ONE-HISTORY
004350         THRU 3040-EXIT.
004360     PERFORM 3010-READ-ORDER-RECORD
004370         THRU 3010-EXIT.
004380 3020-EXIT.
004390     EXIT.
004400
004410****************************************************************
004420*  3030-OPEN-ORDER-HISTORY
004430*
004440*  OPENS ORDER-HISTORY FOR THE DAY'S LOAD, CREATING IT EMPTY
004450*  THE FIRST TIME DAY-END RUNS WITH NONE ON FILE.
004460****************************************************************
004470 3030-OPEN-ORDER-HISTORY.
004480     MOVE 0 TO JD-HISTORY-SEQUENCE.
004490     OPEN I-O ORDER-HISTORY.
004500     IF JD-HISTORY-STATUS = '35'
004510         OPEN OUTPUT ORDER-HISTORY
004520         CLOSE ORDER-HISTORY
004530         OPEN I-O ORDER-HISTORY
004540     END-IF.
004550 3030-EXIT.
004560     EXIT.
004570
004580****************************************************************
004590*  3040-LOAD-ONE-HISTORY
004600*
004610*  WRITES THE ORDER-FILE RECORD JUST ARCHIVED TO ORDER-HISTORY
004620*  UNDER ITS DATE, TIME, STATION, AND PLACE ON THE FILE.  A KEY
004630*  ALREADY ON FILE WAS LOADED BY AN EARLIER RUN FOR THIS SAME
004640*  DAY AND IS COUNTED, NOT LOADED AGAIN.  ANY OTHER FAILURE IS
004650*  COUNTED AND ENDS THE JOB WITH RETURN-CODE 8; THE DAY IS
004660*  STILL WHOLE ON ITS DATED ARCHIVE.
004670****************************************************************
004680 3040-LOAD-ONE-HISTORY.
004690     ADD 1 TO JD-HISTORY-SEQUENCE.
004700     MOVE OR-ORDER-DATE TO OH-KEY-DATE.
004710     MOVE OR-ORDER-TIME TO OH-KEY-TIME.
004720     MOVE OR-STATION-ID TO OH-KEY-STATION.
004730     MOVE JD-HISTORY-SEQUENCE TO OH-KEY-SEQUENCE.
004740     MOVE ORDER-RECORD TO OH-ORDER-DATA.
004750     WRITE ORDER-HISTORY-RECORD
004760         INVALID KEY
004770             IF JD-HISTORY-STATUS = '22'
004780                 ADD 1 TO JD-HISTORY-ALREADY
004790             ELSE
004800                 ADD 1 TO JD-HISTORY-FAILED
004810                 MOVE 8 TO RETURN-CODE
004820             END-IF
004830         NOT INVALID KEY
004840             ADD 1 TO JD-HISTORY-LOADED
004850     END-WRITE.
004860 3040-EXIT.
004870     EXIT.
004880
004890****************************************************************
004900*  4000-ARCHIVE-AUDIT-LOG
004910*
004920*  COPIES AUDIT-LOG TO ITS DATED ARCHIVE AND STARTS A FRESH
004930*  EMPTY ONE.  AN EMPTY LOG CREATES NO ARCHIVE, SAME AS 3000.
004940****************************************************************
004950 4000-ARCHIVE-AUDIT-LOG.
004960     OPEN INPUT AUDIT-LOG.
004970     IF JD-AUDIT-STATUS = '35'
004980         MOVE 'Y' TO JD-AUDIT-EOF
004990         OPEN OUTPUT AUDIT-LOG
005000         CLOSE AUDIT-LOG
005010         GO TO 4000-EXIT
005020     END-IF.
005030     MOVE 'N' TO JD-AUDIT-EOF.
005040     PERFORM 4010-READ-AUDIT-RECORD
005050         THRU 4010-EXIT.
005060     IF JD-END-OF-AUDIT
005070         CLOSE AUDIT-LOG
005080         OPEN OUTPUT AUDIT-LOG
005090         CLOSE AUDIT-LOG
005100         GO TO 4000-EXIT
005110     END-IF.
005120     OPEN OUTPUT AUDIT-ARCHIVE.
005130     PERFORM 4020-COPY-ONE-AUDIT
005140         THRU 4020-EXIT
005150         UNTIL JD-END-OF-AUDIT.
005160     CLOSE AUDIT-ARCHIVE.
005170     CLOSE AUDIT-LOG.
005180     OPEN OUTPUT AUDIT-LOG.
005190     CLOSE AUDIT-LOG.
005200 4000-EXIT.
005210     EXIT.
005220
005230****************************************************************
005240*  4010-READ-AUDIT-RECORD
005250*
005260*  READS ONE AUDIT-LOG RECORD AHEAD.
005270****************************************************************
005280 4010-READ-AUDIT-RECORD.
005290     READ AUDIT-LOG
005300         AT END MOVE 'Y' TO JD-AUDIT-EOF
005310     END-READ.
005320 4010-EXIT.
005330     EXIT.
005340
005350****************************************************************
005360*  4020-COPY-ONE-AUDIT
005370*
005380*  COPIES ONE AUDIT-LOG RECORD TO THE DATED ARCHIVE AND PRIMES
005390*  THE NEXT READ.
005400****************************************************************
005410 4020-COPY-ONE-AUDIT.
005420     MOVE AUDIT-LOG-RECORD TO AUDIT-ARCHIVE-RECORD.
005430     WRITE AUDIT-ARCHIVE-RECORD.
005440     ADD 1 TO JD-AUDITS-ARCHIVED.
005450     PERFORM 4010-READ-AUDIT-RECORD
005460         THRU 4010-EXIT.
005470 4020-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510*  4500-ARCHIVE-CLOSEOUTS
005520*
005530*  COPIES CLOSEOUT-FILE TO ITS DATED ARCHIVE AND STARTS A FRESH
005540*  EMPTY ONE, SAME SHAPE AS 3000/4000: A MISSING OR EMPTY FILE
005550*  CREATES NO ARCHIVE, SO A RERUN CANNOT OVERWRITE A REAL ONE.
005560****************************************************************
005570 4500-ARCHIVE-CLOSEOUTS.
005580     OPEN INPUT CLOSEOUT-FILE.
005590     IF JD-CLOSEOUT-STATUS = '35'
005600         MOVE 'Y' TO JD-CLOSEOUT-EOF
005610         OPEN OUTPUT CLOSEOUT-FILE
005620         CLOSE CLOSEOUT-FILE
005630         GO TO 4500-EXIT
005640     END-IF.
005650     MOVE 'N' TO JD-CLOSEOUT-EOF.
005660     PERFORM 4510-READ-CLOSEOUT-RECORD
005670         THRU 4510-EXIT.
005680     IF JD-END-OF-CLOSEOUTS
005690         CLOSE CLOSEOUT-FILE
005700         OPEN OUTPUT CLOSEOUT-FILE
005710         CLOSE CLOSEOUT-FILE
005720         GO TO 4500-EXIT
005730     END-IF.
005740     OPEN OUTPUT CLOSEOUT-ARCHIVE.
005750     PERFORM 4520-COPY-ONE-CLOSEOUT
005760         THRU 4520-EXIT
005770         UNTIL JD-END-OF-CLOSEOUTS.
005780     CLOSE CLOSEOUT-ARCHIVE.
005790     CLOSE CLOSEOUT-FILE.
005800     OPEN OUTPUT CLOSEOUT-FILE.
005810     CLOSE CLOSEOUT-FILE.
005820 4500-EXIT.
005830     EXIT.
005840
005850****************************************************************
005860*  4510-READ-CLOSEOUT-RECORD
005870*
005880*  READS ONE CLOSEOUT-FILE RECORD AHEAD.
005890****************************************************************
005900 4510-READ-CLOSEOUT-RECORD.
005910     READ CLOSEOUT-FILE
005920         AT END MOVE 'Y' TO JD-CLOSEOUT-EOF
005930     END-READ.
005940 4510-EXIT.
005950     EXIT.
005960
005970****************************************************************
005980*  4520-COPY-ONE-CLOSEOUT
005990*
006000*  COPIES ONE CLOSE-OUT RECORD TO THE DATED ARCHIVE AND PRIMES
006010*  THE NEXT READ.
006020****************************************************************
006030 4520-COPY-ONE-CLOSEOUT.
006040     MOVE CLOSEOUT-RECORD TO CLOSEOUT-ARCHIVE-RECORD.
006050     WRITE CLOSEOUT-ARCHIVE-RECORD.
006060     ADD 1 TO JD-CLOSEOUTS-ARCHIVED.
006070     PERFORM 4510-READ-CLOSEOUT-RECORD
006080         THRU 4510-EXIT.
006090 4520-EXIT.
006100     EXIT.
006110
006120****************************************************************
006130*  5000-SNAPSHOT-INVENTORY
006140*
006150*  COPIES THE CLOSING INVENTORY-FILE TO INVENTORY-OPENING SO
006160*  TOMORROW'S JELLO-RECON HAS ITS OPENING COUNTS.
006170****************************************************************
006180 5000-SNAPSHOT-INVENTORY.
006190     OPEN INPUT INVENTORY-FILE.
006200     OPEN OUTPUT INVENTORY-OPENING.
006210     MOVE 'N' TO JD-INVENTORY-EOF.
006220     PERFORM 5010-READ-INVENTORY-RECORD
006230         THRU 5010-EXIT.
006240     PERFORM 5020-COPY-ONE-INVENTORY
006250         THRU 5020-EXIT
006260         UNTIL JD-END-OF-INVENTORY.
006270     CLOSE INVENTORY-OPENING.
006280     CLOSE INVENTORY-FILE.
006290 5000-EXIT.
006300     EXIT.
006310
006320****************************************************************
006330*  5010-READ-INVENTORY-RECORD
006340*
006350*  READS ONE INVENTORY-FILE RECORD AHEAD.
006360****************************************************************
006370 5010-READ-INVENTORY-RECORD.
006380     READ INVENTORY-FILE
006390         AT END MOVE 'Y' TO JD-INVENTORY-EOF
006400     END-READ.
006410 5010-EXIT.
006420     EXIT.
006430
006440****************************************************************
006450*  5020-COPY-ONE-INVENTORY
006460*
006470*  COPIES ONE INVENTORY RECORD TO THE OPENING SNAPSHOT AND
006480*  PRIMES THE NEXT READ.
006490****************************************************************
006500 5020-COPY-ONE-INVENTORY.
006510     MOVE INVENTORY-RECORD TO INVENTORY-OPENING-RECORD.
006520     WRITE INVENTORY-OPENING-RECORD.
006530     ADD 1 TO JD-SNAPSHOT-COUNT.
006540     PERFORM 5010-READ-INVENTORY-RECORD
006550         THRU 5010-EXIT.
006560 5020-EXIT.
006570     EXIT.
006580
006590****************************************************************
006600*  6000-ADVANCE-BUSINESS-DATE
006610*
006620*  ROLLS THE BUSINESS DATE FORWARD ONE CALENDAR DAY, MONTH ENDS
006630*  AND LEAP YEARS INCLUDED, AND REOPENS THE STORE ON IT.
006640****************************************************************
006650 6000-ADVANCE-BUSINESS-DATE.
006660     MOVE JD-BUSINESS-DATE TO JD-DATE-SPLIT.
006670     PERFORM 6100-SET-DAYS-THIS-MONTH
006680         THRU 6100-EXIT.
006690     IF JD-DS-DAY < JD-DAYS-THIS-MONTH
006700         ADD 1 TO JD-DS-DAY
006710     ELSE
006720         MOVE 1 TO JD-DS-DAY
006730         IF JD-DS-MONTH < 12
006740             ADD 1 TO JD-DS-MONTH
006750         ELSE
006760             MOVE 1 TO JD-DS-MONTH
006770             ADD 1 TO JD-DS-YEAR
006780         END-IF
006790     END-IF.
006800     OPEN OUTPUT CONTROL-FILE.
006810     MOVE JD-DATE-SPLIT TO CT-BUSINESS-DATE.
006820     MOVE 'O' TO CT-STORE-STATUS.
006830     MOVE JD-TAX-RATE TO CT-TAX-RATE.
006840     MOVE 'NNNNN' TO CT-RUN-CONTROL.
006850     MOVE SPACES TO CT-RECOVER-TIME.
006860     MOVE SPACES TO CT-RECOVER-OPERATOR.
006870     MOVE 0 TO CT-RECOVER-FIXES.
006880     WRITE CONTROL-RECORD.
006890     CLOSE CONTROL-FILE.
006900 6000-EXIT.
006910     EXIT.
006920
006930****************************************************************
006940*  6100-SET-DAYS-THIS-MONTH
006950*
006960*  SETS JD-DAYS-THIS-MONTH FOR THE MONTH BEING CLOSED, GIVING
006970*  FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4, EXCEPT
006980*  CENTURIES NOT DIVISIBLE BY 400).
006990****************************************************************
007000 6100-SET-DAYS-THIS-MONTH.
007010     MOVE JD-MONTH-DAYS(JD-DS-MONTH) TO JD-DAYS-THIS-MONTH.
007020     IF JD-DS-MONTH = 2
007030         MOVE 'N' TO JD-LEAP-YEAR
007040         DIVIDE JD-DS-YEAR BY 4 GIVING JD-LEAP-WORK
007050             REMAINDER JD-LEAP-REM
007060         IF JD-LEAP-REM = 0
007070             MOVE 'Y' TO JD-LEAP-YEAR
007080             DIVIDE JD-DS-YEAR BY 100 GIVING JD-LEAP-WORK
007090                 REMAINDER JD-LEAP-REM
007100             IF JD-LEAP-REM = 0
007110                 MOVE 'N' TO JD-LEAP-YEAR
007120                 DIVIDE JD-DS-YEAR BY 400 GIVING JD-LEAP-WORK
007130                     REMAINDER JD-LEAP-REM
007140                 IF JD-LEAP-REM = 0
007150                     MOVE 'Y' TO JD-LEAP-YEAR
007160                 END-IF
007170             END-IF
007180         END-IF
007190         IF JD-LEAP-YEAR = 'Y'
007200             MOVE 29 TO JD-DAYS-THIS-MONTH
007210         END-IF
007220     END-IF.
007230 6100-EXIT.
007240     EXIT.
007250
007260****************************************************************
007270*  9000-TERMINATE
007280*
007290*  PRINTS THE RUN COUNTS AND SIGNS OFF.
007300****************************************************************
007310 9000-TERMINATE.
007320     DISPLAY "Orders archived:  " JD-ORDERS-ARCHIVED.
007330     DISPLAY "Orders loaded to ORDER-HISTORY: " JD-HISTORY-LOADED.
007340     IF JD-HISTORY-ALREADY > 0
007350         DISPLAY "  already on ORDER-HISTORY:   "
007360             JD-HISTORY-ALREADY
007370     END-IF.
007380     IF JD-HISTORY-FAILED > 0
007390         DISPLAY "  NOT LOADED - ORDER-HISTORY status "
007400             JD-HISTORY-STATUS ": " JD-HISTORY-FAILED
007410     END-IF.
007420     DISPLAY "Audits archived:  " JD-AUDITS-ARCHIVED.
007430     DISPLAY "Close-outs archived: " JD-CLOSEOUTS-ARCHIVED.
007440     DISPLAY "Inventory lines snapshot: " JD-SNAPSHOT-COUNT.
007450     DISPLAY "Store reopened for " JD-DATE-SPLIT ".".
007460 9000-EXIT.
007470     EXIT.
007480
007490 END PROGRAM JELLO-DAYEND.
