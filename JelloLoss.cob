000010****************************************************************
000020*  PROGRAM-ID.  JELLO-LOSS
000030*
000040*  WEEKLY OPERATOR LOSS-PREVENTION REPORT.  PULLS TOGETHER, FOR
000050*  THE SEVEN CLOSED DAYS ENDING ON THE WEEK-ENDING DATE KEYED
000060*  (ENTER = THE LAST DAY JELLO-DAYEND CLOSED), WHAT IS ALREADY ON
000070*  FILE ABOUT EACH OPERATOR:
000080*    - SALES AND VOIDS OFF THE DAY'S ORDER-FILE ARCHIVE, WITH
000090*      THE OPERATORS RANKED ONCE BY VOID COUNT AND ONCE BY VOID
000100*      DOLLARS AS A PERCENT OF THEIR OWN SALES;
000110*    - COUNTER VOIDS RUNG WITHIN A FEW SECONDS OF A TENDER ON
000120*      THE SAME STATION (THE CUSTOMER HAS PAID AND GONE);
000130*    - REFUNDS TAKEN AS STORE CREDIT (JELLO-VOID, TENDER R)
000140*      POSTED ON A STATION WHILE AN OPERATOR WAS RINGING ON IT -
000150*      THE OPERATOR'S SHIFT BEING THE SPAN FROM THEIR FIRST TO
000160*      THEIR LAST RING ON THAT STATION THAT DAY;
000170*    - REFUSED KEYSTROKES (REASON 03) AND RUN-CONTROL OVERRIDES
000180*      (REASON 04) OFF THE DAY'S AUDIT-LOG ARCHIVE;
000190*    - EVERY DRAWER CLOSED SHORT OFF THE DAY'S CLOSEOUT-FILE
000200*      ARCHIVE, TIED BACK TO EACH OPERATOR WHO RANG ON THAT
000210*      STATION THAT DAY;
000220*    - PRICE CHANGES OFF MAINT-AUDIT, WITH THE SUPERVISOR WHO
000230*      MADE THEM.
000240*  WHAT GETS FLAGGED IS SET BY THE OWNER ON LOSS-THRESHOLDS; A
000250*  LIMIT NOT ON FILE TURNS ITS CHECK OFF AND THE REPORT SAYS SO.
000260*  THE DETAIL PRINTS DAY BY DAY, THEN THE TWO RANKINGS.  A DAY
000270*  WITH NO ORDER-FILE ARCHIVE (THE STORE WAS CLOSED) IS NOTED
000280*  AND SKIPPED.  NOTHING IS WRITTEN BUT LOSS-REPORT.
000290*
000300*  MODIFICATION HISTORY
000310*      2026-10-15  AB  ORIGINAL VERSION.
000320****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. JELLO-LOSS.
000350 AUTHOR. Amanda Boutwell.
000360 INSTALLATION. COUNTER SALES.
000370 DATE-WRITTEN. October 15, 2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. GNUCOBOL.
000430 OBJECT-COMPUTER. GNUCOBOL.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS LP-CONTROL-STATUS.
000490     SELECT LOSS-THRESHOLDS ASSIGN TO "LOSS-THRESHOLDS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS LP-THRESHOLD-STATUS.
000520     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS LP-OPERATOR-STATUS.
000550     SELECT ORDER-ARCHIVE ASSIGN TO DYNAMIC LP-ORDER-ARCH-NAME
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS LP-ORDER-STATUS.
000580     SELECT AUDIT-ARCHIVE ASSIGN TO DYNAMIC LP-AUDIT-ARCH-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS LP-AUDIT-STATUS.
000610     SELECT CLOSEOUT-ARCHIVE ASSIGN TO DYNAMIC LP-CLOSE-ARCH-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS LP-CLOSEOUT-STATUS.
000640     SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS LP-MAINT-STATUS.
000670     SELECT LOSS-REPORT ASSIGN TO "LOSS-REPORT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONTROL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  CONTROL-RECORD.
000750     COPY "ctlrec.cpy".
000760
000770 FD  LOSS-THRESHOLDS
000780     LABEL RECORDS ARE STANDARD.
000790 01  LOSS-THRESHOLD-RECORD.
000800     COPY "lossthr.cpy".
000810
000820 FD  OPERATOR-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840 01  OPERATOR-MASTER-RECORD.
000850     COPY "oprmast.cpy".
000860
000870 FD  ORDER-ARCHIVE
000880     LABEL RECORDS ARE STANDARD.
000890 01  ORDER-RECORD.
000900     COPY "ordfrec.cpy".
000910
000920 FD  AUDIT-ARCHIVE
000930     LABEL RECORDS ARE STANDARD.
000940 01  AUDIT-LOG-RECORD.
000950     COPY "audtrec.cpy".
000960
000970 FD  CLOSEOUT-ARCHIVE
000980     LABEL RECORDS ARE STANDARD.
000990 01  CLOSEOUT-RECORD.
001000     COPY "closrec.cpy".
001010
001020 FD  MAINT-AUDIT
001030     LABEL RECORDS ARE STANDARD.
001040 01  MAINT-AUDIT-RECORD.
001050     COPY "mntarec.cpy".
001060
001070 FD  LOSS-REPORT
001080     LABEL RECORDS ARE STANDARD.
001090 01  LOSS-REPORT-RECORD          PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120     01 LP-CONTROL-STATUS PIC X(02).
001130     01 LP-THRESHOLD-STATUS PIC X(02).
001140     01 LP-OPERATOR-STATUS PIC X(02).
001150     01 LP-ORDER-STATUS PIC X(02).
001160     01 LP-AUDIT-STATUS PIC X(02).
001170     01 LP-CLOSEOUT-STATUS PIC X(02).
001180     01 LP-MAINT-STATUS PIC X(02).
001190     01 LP-EOF PIC X VALUE 'N'.
001200         88 LP-END-OF-FILE VALUE 'Y'.
001210     01 LP-THRESHOLDS-MISSING PIC X VALUE 'N'.
001220     01 LP-OVERFLOW-NOTED PIC X VALUE 'N'.
001230
001240*---------------------------------------------------------------
001250*    THE WEEK: THE BUSINESS DATE, THE WEEK-ENDING DATE, AND THE
001260*    SEVEN DAYS ENDING ON IT IN DATE ORDER, WITH THE ARCHIVE
001270*    NAMES FOR THE DAY BEING READ.
001280*---------------------------------------------------------------
001290     01 LP-BUSINESS-DATE PIC X(08).
001300     01 LP-END-RAW PIC X(08).
001310     01 LP-END-DATE PIC X(08).
001320     01 LP-CUR-DATE PIC X(08).
001330     01 LP-DAY-TABLE.
001340         05 LP-DAY-DATE OCCURS 7 TIMES PIC X(08).
001350     01 LP-DAY-SUB PIC 9(02) COMP VALUE 0.
001360     01 LP-DAYS-READ PIC 9(02) VALUE 0.
001370     01 LP-ORDER-ARCH-NAME.
001380         05 FILLER PIC X(11) VALUE "ORDER-FILE.".
001390         05 LP-OA-DATE PIC X(08).
001400     01 LP-AUDIT-ARCH-NAME.
001410         05 FILLER PIC X(10) VALUE "AUDIT-LOG.".
001420         05 LP-AA-DATE PIC X(08).
001430     01 LP-CLOSE-ARCH-NAME.
001440         05 FILLER PIC X(14) VALUE "CLOSEOUT-FILE.".
001450         05 LP-CA-DATE PIC X(08).
001460
001470*---------------------------------------------------------------
001480*    FIELDS FOR BACKING A DATE UP ONE DAY, MONTH LENGTHS AND
001490*    LEAP YEARS INCLUDED.
001500*---------------------------------------------------------------
001510     01 LP-DATE-SPLIT.
001520         05 LP-DS-YEAR PIC 9(04).
001530         05 LP-DS-MONTH PIC 9(02).
001540         05 LP-DS-DAY PIC 9(02).
001550     01 LP-MONTH-LENGTH-LIST.
001560         05 FILLER PIC X(24) VALUE "312831303130313130313031".
001570     01 LP-MONTH-LENGTH-TABLE REDEFINES LP-MONTH-LENGTH-LIST.
001580         05 LP-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001590     01 LP-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
001600     01 LP-LEAP-WORK PIC 9(04) VALUE 0.
001610     01 LP-LEAP-REM PIC 9(04) VALUE 0.
001620     01 LP-LEAP-YEAR PIC X VALUE 'N'.
001630
001640*---------------------------------------------------------------
001650*    THE LIMITS OFF LOSS-THRESHOLDS.  EACH HAS A SWITCH THAT IS
001660*    'Y' ONLY WHEN ITS KEY WAS ON FILE WITH A NUMERIC LIMIT.
001670*---------------------------------------------------------------
001680     01 LP-LIMIT-VOID-COUNT PIC 9(05)V99 VALUE 0.
001690     01 LP-SET-VOID-COUNT PIC X VALUE 'N'.
001700     01 LP-LIMIT-VOID-PCT PIC 9(05)V99 VALUE 0.
001710     01 LP-SET-VOID-PCT PIC X VALUE 'N'.
001720     01 LP-LIMIT-TENDER-SECS PIC 9(05)V99 VALUE 0.
001730     01 LP-SET-TENDER-SECS PIC X VALUE 'N'.
001740     01 LP-LIMIT-AFTER-COUNT PIC 9(05)V99 VALUE 0.
001750     01 LP-SET-AFTER-COUNT PIC X VALUE 'N'.
001760     01 LP-LIMIT-CREDITS PIC 9(05)V99 VALUE 0.
001770     01 LP-SET-CREDITS PIC X VALUE 'N'.
001780     01 LP-LIMIT-OVERRIDES PIC 9(05)V99 VALUE 0.
001790     01 LP-SET-OVERRIDES PIC X VALUE 'N'.
001800     01 LP-LIMIT-SHORT-AMT PIC 9(05)V99 VALUE 0.
001810     01 LP-SET-SHORT-AMT PIC X VALUE 'N'.
001820     01 LP-LIMIT-SHORT-COUNT PIC 9(05)V99 VALUE 0.
001830     01 LP-SET-SHORT-COUNT PIC X VALUE 'N'.
001840     01 LP-MISSING-KEY PIC X(08).
001850
001860*---------------------------------------------------------------
001870*    ONE ENTRY PER OPERATOR: THE NAME OFF OPERATOR-MASTER AND
001880*    THE WEEK'S FIGURES.  AN ID ON THE FILES BUT NOT ON THE
001890*    MASTER IS ADDED AS IT COMES UP.  LP-OP-FLAGS HOLDS ONE
001900*    LETTER PER LIMIT REACHED: C VOID COUNT, P VOID PERCENT,
001910*    T VOIDS AFTER A TENDER, R CREDIT REFUNDS ON SHIFT,
001920*    O OVERRIDES, S SHORT DRAWERS.
001930*---------------------------------------------------------------
001940     01 LP-OPERATOR-TABLE.
001950         05 LP-OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
001960                 DEPENDING ON LP-OPR-COUNT
001970                 INDEXED BY LP-OPR-IDX.
001980             10 LP-OP-ID            PIC X(03).
001990             10 LP-OP-NAME          PIC X(15).
002000             10 LP-OP-SALES         PIC 9(07)V99.
002010             10 LP-OP-VOIDS         PIC 9(05).
002020             10 LP-OP-VOID-AMT      PIC 9(07)V99.
002030             10 LP-OP-AFTER         PIC 9(03).
002040             10 LP-OP-CREDITS       PIC 9(03).
002050             10 LP-OP-OVERRIDES     PIC 9(03).
002060             10 LP-OP-REFUSALS      PIC 9(03).
002070             10 LP-OP-SHORTS        PIC 9(03).
002080             10 LP-OP-PCT           PIC 9(03)V99.
002090             10 LP-OP-FLAGS         PIC X(06).
002100             10 LP-OP-PRINTED       PIC X(01).
002110     01 LP-OPR-COUNT PIC 9(02) COMP VALUE 0.
002120     01 LP-OPR-SUB PIC 9(02) COMP VALUE 0.
002130     01 LP-FIND-ID PIC X(03).
002140     01 LP-PCT-WORK PIC 9(07)V99 VALUE 0.
002150
002160*---------------------------------------------------------------
002170*    THE DAY BEING READ.  LP-SHIFT-TABLE HOLDS EACH OPERATOR'S
002180*    FIRST AND LAST RING ON EACH STATION; LP-TENDER-TABLE THE
002190*    LAST TENDER TAKEN ON EACH STATION, IN SECONDS SINCE
002200*    MIDNIGHT; LP-REFUND-TABLE THE DAY'S REFUNDS TO STORE
002210*    CREDIT, TESTED AGAINST THE SHIFTS ONCE THE WHOLE DAY IS IN.
002220*---------------------------------------------------------------
002230     01 LP-SHIFT-TABLE.
002240         05 LP-SHIFT-ENTRY OCCURS 1 TO 50 TIMES
002250                 DEPENDING ON LP-SHIFT-COUNT
002260                 INDEXED BY LP-SHIFT-IDX.
002270             10 LP-SH-STATION       PIC X(02).
002280             10 LP-SH-OPERATOR      PIC X(03).
002290             10 LP-SH-FIRST         PIC X(08).
002300             10 LP-SH-LAST          PIC X(08).
002310     01 LP-SHIFT-COUNT PIC 9(02) COMP VALUE 0.
002320     01 LP-SHIFT-SUB PIC 9(02) COMP VALUE 0.
002330     01 LP-TENDER-TABLE.
002340         05 LP-TENDER-ENTRY OCCURS 1 TO 20 TIMES
002350                 DEPENDING ON LP-TENDER-COUNT
002360                 INDEXED BY LP-TENDER-IDX.
002370             10 LP-TN-STATION       PIC X(02).
002380             10 LP-TN-SECONDS       PIC 9(05).
002390             10 LP-TN-OPERATOR      PIC X(03).
002400     01 LP-TENDER-COUNT PIC 9(02) COMP VALUE 0.
002410     01 LP-REFUND-TABLE.
002420         05 LP-REFUND-ENTRY OCCURS 1 TO 50 TIMES
002430                 DEPENDING ON LP-REFUND-COUNT.
002440             10 LP-RF-STATION       PIC X(02).
002450             10 LP-RF-TIME          PIC X(08).
002460             10 LP-RF-AMOUNT        PIC 9(05)V99.
002470             10 LP-RF-OPERATOR      PIC X(03).
002480             10 LP-RF-CUSTOMER      PIC X(15).
002490     01 LP-REFUND-COUNT PIC 9(02) COMP VALUE 0.
002500     01 LP-REFUND-SUB PIC 9(02) COMP VALUE 0.
002510     01 LP-SHORT-AMOUNT PIC 9(07)V99 VALUE 0.
002520     01 LP-SHORT-TIED PIC 9(02) VALUE 0.
002530
002540*---------------------------------------------------------------
002550*    TIME ARITHMETIC.  HHMMSS IS TURNED INTO SECONDS SINCE
002560*    MIDNIGHT SO A VOID CAN BE MEASURED AGAINST THE TENDER
002570*    BEFORE IT.
002580*---------------------------------------------------------------
002590     01 LP-TIME-WORK PIC X(06).
002600     01 LP-TIME-SPLIT REDEFINES LP-TIME-WORK.
002610         05 LP-TW-HOURS PIC 9(02).
002620         05 LP-TW-MINUTES PIC 9(02).
002630         05 LP-TW-SECONDS PIC 9(02).
002640     01 LP-SECONDS PIC 9(05) VALUE 0.
002650     01 LP-TIME-GAP PIC S9(05) VALUE 0.
002660
002670*---------------------------------------------------------------
002680*    RANKING.  EACH RANKING PRINTS THE HIGHEST OPERATOR NOT YET
002690*    PRINTED UNTIL NONE IS LEFT.
002700*---------------------------------------------------------------
002710     01 LP-RANK-MODE PIC X(01).
002720         88 LP-RANK-BY-COUNT VALUE 'C'.
002730         88 LP-RANK-BY-PCT VALUE 'P'.
002740     01 LP-RANK-DONE PIC X VALUE 'N'.
002750     01 LP-RANK-NUMBER PIC 9(02) VALUE 0.
002760     01 LP-BEST-SUB PIC 9(02) COMP VALUE 0.
002770
002780*---------------------------------------------------------------
002790*    RUN TOTALS.
002800*---------------------------------------------------------------
002810     01 LP-DETAIL-COUNT PIC 9(05) VALUE 0.
002820     01 LP-FLAGGED-COUNT PIC 9(02) VALUE 0.
002830     01 LP-ACTIVE-COUNT PIC 9(02) VALUE 0.
002840     01 LP-TOTAL-SALES PIC 9(07)V99 VALUE 0.
002850     01 LP-TOTAL-VOIDS PIC 9(05) VALUE 0.
002860     01 LP-TOTAL-VOID-AMT PIC 9(07)V99 VALUE 0.
002870
002880*---------------------------------------------------------------
002890*    REPORT LINES.
002900*---------------------------------------------------------------
002910     01 LP-HEADING-1.
002920         05 FILLER PIC X(40)
002930             VALUE "JELLO-LOSS    LOSS-PREVENTION EXCEPTIONS".
002940         05 FILLER PIC X(09) VALUE " WEEK OF ".
002950         05 LP-HD-START PIC X(08).
002960         05 FILLER PIC X(06) VALUE " THRU ".
002970         05 LP-HD-END PIC X(08).
002980         05 FILLER PIC X(09) VALUE SPACES.
002990     01 LP-THRESHOLD-LINE.
003000         05 FILLER PIC X(02) VALUE SPACES.
003010         05 LP-TL-KEY PIC X(08).
003020         05 FILLER PIC X(01) VALUE SPACES.
003030         05 LP-TL-VALUE PIC ZZZZ9.99.
003040         05 FILLER PIC X(02) VALUE SPACES.
003050         05 LP-TL-DESCRIPTION PIC X(30).
003060         05 FILLER PIC X(29) VALUE SPACES.
003070     01 LP-DETAIL-HEAD.
003080         05 FILLER PIC X(40)
003090             VALUE "DATE     TIME     ST OPR EXCEPTION      ".
003100         05 FILLER PIC X(40)
003110             VALUE "   AMOUNT DETAIL                        ".
003120     01 LP-DETAIL-LINE.
003130         05 LP-DL-DATE PIC X(08).
003140         05 FILLER PIC X(01).
003150         05 LP-DL-TIME PIC X(08).
003160         05 FILLER PIC X(01).
003170         05 LP-DL-STATION PIC X(02).
003180         05 FILLER PIC X(01).
003190         05 LP-DL-OPERATOR PIC X(03).
003200         05 FILLER PIC X(01).
003210         05 LP-DL-KIND PIC X(15).
003220         05 FILLER PIC X(01).
003230         05 LP-DL-AMOUNT PIC ZZZZ9.99 BLANK WHEN ZERO.
003240         05 FILLER PIC X(01).
003250         05 LP-DL-TEXT PIC X(29).
003260         05 FILLER PIC X(01).
003270     01 LP-RAW-TIME PIC X(08).
003280     01 LP-RAW-SPLIT REDEFINES LP-RAW-TIME.
003290         05 LP-RS-HH PIC X(02).
003300         05 LP-RS-MM PIC X(02).
003310         05 LP-RS-SS PIC X(02).
003320         05 LP-RS-HS PIC X(02).
003330     01 LP-CLOCK-EDIT.
003340         05 LP-CE-HH PIC X(02).
003350         05 FILLER PIC X(01) VALUE ':'.
003360         05 LP-CE-MM PIC X(02).
003370         05 FILLER PIC X(01) VALUE ':'.
003380         05 LP-CE-SS PIC X(02).
003390     01 LP-AFTER-TEXT.
003400         05 LP-AT-SECS PIC ZZZ9.
003410         05 FILLER PIC X(21) VALUE " SEC AFTER TENDER BY ".
003420         05 LP-AT-OPERATOR PIC X(03).
003430         05 FILLER PIC X(01) VALUE SPACES.
003440     01 LP-REFUND-TEXT.
003450         05 FILLER PIC X(03) VALUE "BY ".
003460         05 LP-RT-BY PIC X(03).
003470         05 FILLER PIC X(01) VALUE SPACES.
003480         05 LP-RT-CUSTOMER PIC X(15).
003490         05 FILLER PIC X(07) VALUE SPACES.
003500     01 LP-SHORT-TEXT.
003510         05 FILLER PIC X(05) VALUE "RANG ".
003520         05 LP-ST-FIRST-HH PIC X(02).
003530         05 FILLER PIC X(01) VALUE ':'.
003540         05 LP-ST-FIRST-MM PIC X(02).
003550         05 FILLER PIC X(01) VALUE '-'.
003560         05 LP-ST-LAST-HH PIC X(02).
003570         05 FILLER PIC X(01) VALUE ':'.
003580         05 LP-ST-LAST-MM PIC X(02).
003590         05 FILLER PIC X(11) VALUE " ON STATION".
003600         05 FILLER PIC X(02) VALUE SPACES.
003610     01 LP-OVERRIDE-TEXT.
003620         05 FILLER PIC X(07) VALUE "FORCED ".
003630         05 LP-OT-PROGRAM PIC X(15).
003640         05 FILLER PIC X(07) VALUE SPACES.
003650     01 LP-PRICE-TEXT.
003660         05 FILLER PIC X(07) VALUE "FLAVOR ".
003670         05 LP-PT-CODE PIC 9(02).
003680         05 FILLER PIC X(05) VALUE " WAS ".
003690         05 LP-PT-OLD PIC ZZ9.99.
003700         05 FILLER PIC X(09) VALUE SPACES.
003710     01 LP-RANK-HEAD.
003720         05 FILLER PIC X(40)
003730             VALUE "RK OPR NAME             SALES VOID    VO".
003740         05 FILLER PIC X(40)
003750             VALUE "ID$    PCT AFT CRD OVR REF SHT FLAGS    ".
003760     01 LP-RANK-LINE.
003770         05 LP-RL-RANK PIC Z9.
003780         05 FILLER PIC X(01) VALUE SPACES.
003790         05 LP-RL-OPERATOR PIC X(03).
003800         05 FILLER PIC X(01) VALUE SPACES.
003810         05 LP-RL-NAME PIC X(12).
003820         05 FILLER PIC X(01) VALUE SPACES.
003830         05 LP-RL-SALES PIC ZZZZZ9.99.
003840         05 FILLER PIC X(01) VALUE SPACES.
003850         05 LP-RL-VOIDS PIC ZZZ9.
003860         05 FILLER PIC X(01) VALUE SPACES.
003870         05 LP-RL-VOID-AMT PIC ZZZZ9.99.
003880         05 FILLER PIC X(01) VALUE SPACES.
003890         05 LP-RL-PCT PIC ZZ9.99.
003900         05 FILLER PIC X(01) VALUE SPACES.
003910         05 LP-RL-AFTER PIC ZZ9.
003920         05 FILLER PIC X(01) VALUE SPACES.
003930         05 LP-RL-CREDITS PIC ZZ9.
003940         05 FILLER PIC X(01) VALUE SPACES.
003950         05 LP-RL-OVERRIDES PIC ZZ9.
003960         05 FILLER PIC X(01) VALUE SPACES.
003970         05 LP-RL-REFUSALS PIC ZZ9.
003980         05 FILLER PIC X(01) VALUE SPACES.
003990         05 LP-RL-SHORTS PIC ZZ9.
004000         05 FILLER PIC X(01) VALUE SPACES.
004010         05 LP-RL-FLAGS PIC X(06).
004020         05 FILLER PIC X(03) VALUE SPACES.
004030     01 LP-TOTAL-LINE.
004040         05 FILLER PIC X(03) VALUE SPACES.
004050         05 FILLER PIC X(17) VALUE "WEEK TOTAL       ".
004060         05 LP-TT-SALES PIC ZZZZZ9.99.
004070         05 FILLER PIC X(01) VALUE SPACES.
004080         05 LP-TT-VOIDS PIC ZZZ9.
004090         05 FILLER PIC X(01) VALUE SPACES.
004100         05 LP-TT-VOID-AMT PIC ZZZZ9.99.
004110         05 FILLER PIC X(37) VALUE SPACES.
004120     01 LP-NOTE-LINE.
004130         05 FILLER PIC X(02) VALUE SPACES.
004140         05 LP-NOTE-TEXT PIC X(78).
004150     01 LP-BLANK-LINE PIC X(80) VALUE SPACES.
004160
004170 PROCEDURE DIVISION.
004180
004190****************************************************************
004200*  0000-MAINLINE
004210*
004220*  SETS THE WEEK, READS EACH OF ITS DAYS, ADDS THE WEEK'S PRICE
004230*  CHANGES, AND PRINTS THE RANKINGS.
004240****************************************************************
004250 0000-MAINLINE.
004260     PERFORM 1000-INITIALIZE
004270         THRU 1000-EXIT.
004280     PERFORM 3000-PROCESS-ONE-DAY
004290         THRU 3000-EXIT
004300         VARYING LP-DAY-SUB FROM 1 BY 1
004310         UNTIL LP-DAY-SUB > 7.
004320     PERFORM 4000-SCAN-MAINT-AUDIT
004330         THRU 4000-EXIT.
004340     PERFORM 8000-PRINT-RANKINGS
004350         THRU 8000-EXIT.
004360     PERFORM 9000-TERMINATE
004370         THRU 9000-EXIT.
004380     STOP RUN.
004390
004400****************************************************************
004410*  1000-INITIALIZE
004420*
004430*  WORKS OUT THE WEEK, STARTS THE REPORT, LOADS THE LIMITS AND
004440*  THE OPERATORS, AND HEADS UP THE EXCEPTION DETAIL.
004450****************************************************************
004460 1000-INITIALIZE.
004470     PERFORM 1050-READ-CONTROL-FILE
004480         THRU 1050-EXIT.
004490     PERFORM 1060-SET-WEEK
004500         THRU 1060-EXIT.
004510     OPEN OUTPUT LOSS-REPORT.
004520     MOVE LP-DAY-DATE(1) TO LP-HD-START.
004530     MOVE LP-DAY-DATE(7) TO LP-HD-END.
004540     WRITE LOSS-REPORT-RECORD FROM LP-HEADING-1.
004550     WRITE LOSS-REPORT-RECORD FROM LP-BLANK-LINE.
004560     PERFORM 1200-LOAD-THRESHOLDS
004570         THRU 1200-EXIT.
004580     PERFORM 1300-LOAD-OPERATORS
004590         THRU 1300-EXIT.
004600     WRITE LOSS-REPORT-RECORD FROM LP-BLANK-LINE.
004610     MOVE "EXCEPTION DETAIL" TO LP-NOTE-TEXT.
004620     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
004630     WRITE LOSS-REPORT-RECORD FROM LP-BLANK-LINE.
004640     WRITE LOSS-REPORT-RECORD FROM LP-DETAIL-HEAD.
004650     MOVE SPACES TO LP-DETAIL-LINE.
004660 1000-EXIT.
004670     EXIT.
004680
004690****************************************************************
004700*  1050-READ-CONTROL-FILE
004710*
004720*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
004730*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
004740****************************************************************
004750 1050-READ-CONTROL-FILE.
004760     OPEN INPUT CONTROL-FILE.
004770     IF LP-CONTROL-STATUS = '35'
004780         ACCEPT LP-BUSINESS-DATE FROM DATE YYYYMMDD
004790     ELSE
004800         READ CONTROL-FILE
004810             AT END
004820                 ACCEPT LP-BUSINESS-DATE FROM DATE YYYYMMDD
004830             NOT AT END
004840                 MOVE CT-BUSINESS-DATE TO LP-BUSINESS-DATE
004850         END-READ
004860         CLOSE CONTROL-FILE
004870     END-IF.
004880 1050-EXIT.
004890     EXIT.
004900
004910****************************************************************
004920*  1060-SET-WEEK
004930*
004940*  ACCEPTS THE WEEK-ENDING DATE.  ENTER, OR A DATE NOT YET
004950*  CLOSED, TAKES THE DAY BEFORE THE BUSINESS DATE - THE LAST
004960*  DAY JELLO-DAYEND ARCHIVED.  THE SIX DAYS BEFORE IT FILL OUT
004970*  THE WEEK.
004980****************************************************************
004990 1060-SET-WEEK.
005000     MOVE LP-BUSINESS-DATE TO LP-DATE-SPLIT.
005010     PERFORM 1100-BACK-UP-ONE-DAY
005020         THRU 1100-EXIT.
005030     MOVE LP-DATE-SPLIT TO LP-END-DATE.
005040     DISPLAY "Week ending (YYYYMMDD, Enter = " LP-END-DATE "): "
005050         WITH NO ADVANCING.
005060     MOVE SPACES TO LP-END-RAW.
005070     ACCEPT LP-END-RAW.
005080     IF LP-END-RAW IS NUMERIC
005090         MOVE LP-END-RAW TO LP-DATE-SPLIT
005100         IF LP-DS-MONTH > 0 AND LP-DS-MONTH < 13
005110             AND LP-DS-DAY > 0 AND LP-DS-DAY < 32
005120             AND LP-END-RAW < LP-BUSINESS-DATE
005130             MOVE LP-END-RAW TO LP-END-DATE
005140         ELSE
005150             DISPLAY "Not a closed day - using " LP-END-DATE "."
005160         END-IF
005170     END-IF.
005180     MOVE LP-END-DATE TO LP-DAY-DATE(7).
005190     MOVE LP-END-DATE TO LP-DATE-SPLIT.
005200     PERFORM 1070-STEP-BACK-ONE-DAY
005210         THRU 1070-EXIT
005220         VARYING LP-DAY-SUB FROM 6 BY -1
005230         UNTIL LP-DAY-SUB < 1.
005240 1060-EXIT.
005250     EXIT.
005260
005270****************************************************************
005280*  1070-STEP-BACK-ONE-DAY
005290*
005300*  FILLS WEEK DAY LP-DAY-SUB WITH THE DAY BEFORE THE LAST ONE
005310*  FILLED.
005320****************************************************************
005330 1070-STEP-BACK-ONE-DAY.
005340     PERFORM 1100-BACK-UP-ONE-DAY
005350         THRU 1100-EXIT.
005360     MOVE LP-DATE-SPLIT TO LP-DAY-DATE(LP-DAY-SUB).
005370 1070-EXIT.
005380     EXIT.
005390
005400****************************************************************
005410*  1100-BACK-UP-ONE-DAY
005420*
005430*  MOVES LP-DATE-SPLIT BACK ONE CALENDAR DAY, ACROSS MONTH AND
005440*  YEAR ENDS.
005450****************************************************************
005460 1100-BACK-UP-ONE-DAY.
005470     IF LP-DS-DAY > 1
005480         SUBTRACT 1 FROM LP-DS-DAY
005490         GO TO 1100-EXIT.
005500     IF LP-DS-MONTH > 1
005510         SUBTRACT 1 FROM LP-DS-MONTH
005520     ELSE
005530         MOVE 12 TO LP-DS-MONTH
005540         SUBTRACT 1 FROM LP-DS-YEAR
005550     END-IF.
005560     PERFORM 1150-SET-DAYS-THIS-MONTH
005570         THRU 1150-EXIT.
005580     MOVE LP-DAYS-THIS-MONTH TO LP-DS-DAY.
005590 1100-EXIT.
005600     EXIT.
005610
005620****************************************************************
005630*  1150-SET-DAYS-THIS-MONTH
005640*
005650*  SETS LP-DAYS-THIS-MONTH FOR THE MONTH IN LP-DATE-SPLIT,
005660*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
005670*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
005680****************************************************************
005690 1150-SET-DAYS-THIS-MONTH.
005700     MOVE LP-MONTH-DAYS(LP-DS-MONTH) TO LP-DAYS-THIS-MONTH.
005710     IF LP-DS-MONTH = 2
005720         MOVE 'N' TO LP-LEAP-YEAR
005730         DIVIDE LP-DS-YEAR BY 4 GIVING LP-LEAP-WORK
005740             REMAINDER LP-LEAP-REM
005750         IF LP-LEAP-REM = 0
005760             MOVE 'Y' TO LP-LEAP-YEAR
005770             DIVIDE LP-DS-YEAR BY 100 GIVING LP-LEAP-WORK
005780                 REMAINDER LP-LEAP-REM
005790             IF LP-LEAP-REM = 0
005800                 MOVE 'N' TO LP-LEAP-YEAR
005810                 DIVIDE LP-DS-YEAR BY 400 GIVING LP-LEAP-WORK
005820                     REMAINDER LP-LEAP-REM
005830                 IF LP-LEAP-REM = 0
005840                     MOVE 'Y' TO LP-LEAP-YEAR
005850                 END-IF
005860             END-IF
005870         END-IF
005880         IF LP-LEAP-YEAR = 'Y'
005890             MOVE 29 TO LP-DAYS-THIS-MONTH
005900         END-IF
005910     END-IF.
005920 1150-EXIT.
005930     EXIT.
005940
005950****************************************************************
005960*  1200-LOAD-THRESHOLDS
005970*
005980*  READS LOSS-THRESHOLDS, PRINTS EACH LIMIT IN FORCE, AND NOTES
005990*  EVERY CHECK LEFT OFF FOR WANT OF ONE.  NO FILE AT ALL TURNS
006000*  EVERY CHECK OFF AND ENDS THE RUN WITH RETURN-CODE 8, SINCE A
006010*  REPORT THAT FLAGS NOTHING WOULD READ AS A CLEAN WEEK.
006020****************************************************************
006030 1200-LOAD-THRESHOLDS.
006040     MOVE "LIMITS IN FORCE (LOSS-THRESHOLDS)" TO LP-NOTE-TEXT.
006050     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
006060     OPEN INPUT LOSS-THRESHOLDS.
006070     IF LP-THRESHOLD-STATUS = '35'
006080         MOVE 'Y' TO LP-THRESHOLDS-MISSING
006090         MOVE "NO LOSS-THRESHOLDS ON FILE - NOTHING IS FLAGGED"
006100             TO LP-NOTE-TEXT
006110         WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE
006120         GO TO 1200-EXIT.
006130     MOVE 'N' TO LP-EOF.
006140     PERFORM 1210-READ-THRESHOLD-RECORD
006150         THRU 1210-EXIT.
006160     PERFORM 1220-STORE-THRESHOLD-RECORD
006170         THRU 1220-EXIT
006180         UNTIL LP-END-OF-FILE.
006190     CLOSE LOSS-THRESHOLDS.
006200     IF LP-SET-VOID-COUNT NOT = 'Y'
006210         MOVE "VOIDCNT" TO LP-MISSING-KEY
006220         PERFORM 1250-NOTE-MISSING-THRESHOLD
006230             THRU 1250-EXIT
006240     END-IF.
006250     IF LP-SET-VOID-PCT NOT = 'Y'
006260         MOVE "VOIDPCT" TO LP-MISSING-KEY
006270         PERFORM 1250-NOTE-MISSING-THRESHOLD
006280             THRU 1250-EXIT
006290     END-IF.
006300     IF LP-SET-TENDER-SECS NOT = 'Y'
006310         MOVE "TENDSECS" TO LP-MISSING-KEY
006320         PERFORM 1250-NOTE-MISSING-THRESHOLD
006330             THRU 1250-EXIT
006340     END-IF.
006350     IF LP-SET-AFTER-COUNT NOT = 'Y'
006360         MOVE "AFTERCNT" TO LP-MISSING-KEY
006370         PERFORM 1250-NOTE-MISSING-THRESHOLD
006380             THRU 1250-EXIT
006390     END-IF.
006400     IF LP-SET-CREDITS NOT = 'Y'
006410         MOVE "CREDITS" TO LP-MISSING-KEY
006420         PERFORM 1250-NOTE-MISSING-THRESHOLD
006430             THRU 1250-EXIT
006440     END-IF.
006450     IF LP-SET-OVERRIDES NOT = 'Y'
006460         MOVE "OVERRIDE" TO LP-MISSING-KEY
006470         PERFORM 1250-NOTE-MISSING-THRESHOLD
006480             THRU 1250-EXIT
006490     END-IF.
006500     IF LP-SET-SHORT-AMT NOT = 'Y'
006510         MOVE "SHORTAMT" TO LP-MISSING-KEY
006520         PERFORM 1250-NOTE-MISSING-THRESHOLD
006530             THRU 1250-EXIT
006540     END-IF.
006550     IF LP-SET-SHORT-COUNT NOT = 'Y'
006560         MOVE "SHORTCNT" TO LP-MISSING-KEY
006570         PERFORM 1250-NOTE-MISSING-THRESHOLD
006580             THRU 1250-EXIT
006590     END-IF.
006600 1200-EXIT.
006610     EXIT.
006620
006630****************************************************************
006640*  1210-READ-THRESHOLD-RECORD
006650*
006660*  READS ONE LOSS-THRESHOLDS RECORD AHEAD.
006670****************************************************************
006680 1210-READ-THRESHOLD-RECORD.
006690     READ LOSS-THRESHOLDS
006700         AT END MOVE 'Y' TO LP-EOF
006710     END-READ.
006720 1210-EXIT.
006730     EXIT.
006740
006750****************************************************************
006760*  1220-STORE-THRESHOLD-RECORD
006770*
006780*  FILES THE LIMIT JUST READ UNDER ITS KEY AND PRINTS IT.  A
006790*  LIMIT THAT IS NOT NUMERIC, OR AN UNKNOWN KEY, IS PASSED
006800*  OVER.  PRIMES THE NEXT READ.
006810****************************************************************
006820 1220-STORE-THRESHOLD-RECORD.
006830     IF TH-THRESHOLD-VALUE IS NOT NUMERIC
006840         GO TO 1220-NEXT.
006850     EVALUATE TH-THRESHOLD-KEY
006860         WHEN "VOIDCNT"
006870             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-VOID-COUNT
006880             MOVE 'Y' TO LP-SET-VOID-COUNT
006890         WHEN "VOIDPCT"
006900             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-VOID-PCT
006910             MOVE 'Y' TO LP-SET-VOID-PCT
006920         WHEN "TENDSECS"
006930             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-TENDER-SECS
006940             MOVE 'Y' TO LP-SET-TENDER-SECS
006950         WHEN "AFTERCNT"
006960             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-AFTER-COUNT
006970             MOVE 'Y' TO LP-SET-AFTER-COUNT
006980         WHEN "CREDITS"
006990             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-CREDITS
007000             MOVE 'Y' TO LP-SET-CREDITS
007010         WHEN "OVERRIDE"
007020             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-OVERRIDES
007030             MOVE 'Y' TO LP-SET-OVERRIDES
007040         WHEN "SHORTAMT"
007050             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-SHORT-AMT
007060             MOVE 'Y' TO LP-SET-SHORT-AMT
007070         WHEN "SHORTCNT"
007080             MOVE TH-THRESHOLD-VALUE TO LP-LIMIT-SHORT-COUNT
007090             MOVE 'Y' TO LP-SET-SHORT-COUNT
007100         WHEN OTHER
007110             GO TO 1220-NEXT
007120     END-EVALUATE.
007130     MOVE TH-THRESHOLD-KEY TO LP-TL-KEY.
007140     MOVE TH-THRESHOLD-VALUE TO LP-TL-VALUE.
007150     MOVE TH-DESCRIPTION TO LP-TL-DESCRIPTION.
007160     WRITE LOSS-REPORT-RECORD FROM LP-THRESHOLD-LINE.
007170 1220-NEXT.
007180     PERFORM 1210-READ-THRESHOLD-RECORD
007190         THRU 1210-EXIT.
007200 1220-EXIT.
007210     EXIT.
007220
007230****************************************************************
007240*  1250-NOTE-MISSING-THRESHOLD
007250*
007260*  NOTES THAT THE CHECK FOR LP-MISSING-KEY IS OFF.
007270****************************************************************
007280 1250-NOTE-MISSING-THRESHOLD.
007290     MOVE SPACES TO LP-THRESHOLD-LINE.
007300     MOVE LP-MISSING-KEY TO LP-TL-KEY.
007310     MOVE "NOT ON FILE - CHECK IS OFF" TO LP-TL-DESCRIPTION.
007320     WRITE LOSS-REPORT-RECORD FROM LP-THRESHOLD-LINE.
007330 1250-EXIT.
007340     EXIT.
007350
007360****************************************************************
007370*  1300-LOAD-OPERATORS
007380*
007390*  READS OPERATOR-MASTER INTO LP-OPERATOR-TABLE WITH EMPTY
007400*  FIGURES.  A MISSING FILE LEAVES EVERY OPERATOR TO BE ADDED
007410*  AS THEY COME UP, WITHOUT A NAME.
007420****************************************************************
007430 1300-LOAD-OPERATORS.
007440     MOVE 0 TO LP-OPR-COUNT.
007450     OPEN INPUT OPERATOR-MASTER.
007460     IF LP-OPERATOR-STATUS = '35'
007470         GO TO 1300-EXIT.
007480     MOVE 'N' TO LP-EOF.
007490     PERFORM 1310-READ-OPERATOR-RECORD
007500         THRU 1310-EXIT.
007510     PERFORM 1320-STORE-OPERATOR-RECORD
007520         THRU 1320-EXIT
007530         UNTIL LP-END-OF-FILE.
007540     CLOSE OPERATOR-MASTER.
007550 1300-EXIT.
007560     EXIT.
007570
007580****************************************************************
007590*  1310-READ-OPERATOR-RECORD
007600*
007610*  READS ONE OPERATOR-MASTER RECORD AHEAD.
007620****************************************************************
007630 1310-READ-OPERATOR-RECORD.
007640     READ OPERATOR-MASTER
007650         AT END MOVE 'Y' TO LP-EOF
007660     END-READ.
007670 1310-EXIT.
007680     EXIT.
007690
007700****************************************************************
007710*  1320-STORE-OPERATOR-RECORD
007720*
007730*  ADDS THE OPERATOR JUST READ TO LP-OPERATOR-TABLE AND PRIMES
007740*  THE NEXT READ.
007750****************************************************************
007760 1320-STORE-OPERATOR-RECORD.
007770     IF LP-OPR-COUNT < 50
007780         ADD 1 TO LP-OPR-COUNT
007790         MOVE LP-OPR-COUNT TO LP-OPR-SUB
007800         MOVE OP-OPERATOR-ID TO LP-OP-ID(LP-OPR-SUB)
007810         MOVE OP-OPERATOR-NAME TO LP-OP-NAME(LP-OPR-SUB)
007820         PERFORM 1330-CLEAR-OPERATOR-FIGURES
007830             THRU 1330-EXIT
007840     ELSE
007850         PERFORM 1400-NOTE-TABLE-FULL
007860             THRU 1400-EXIT
007870     END-IF.
007880     PERFORM 1310-READ-OPERATOR-RECORD
007890         THRU 1310-EXIT.
007900 1320-EXIT.
007910     EXIT.
007920
007930****************************************************************
007940*  1330-CLEAR-OPERATOR-FIGURES
007950*
007960*  ZEROES THE FIGURES OF OPERATOR ENTRY LP-OPR-SUB.
007970****************************************************************
007980 1330-CLEAR-OPERATOR-FIGURES.
007990     MOVE 0 TO LP-OP-SALES(LP-OPR-SUB).
008000     MOVE 0 TO LP-OP-VOIDS(LP-OPR-SUB).
008010     MOVE 0 TO LP-OP-VOID-AMT(LP-OPR-SUB).
008020     MOVE 0 TO LP-OP-AFTER(LP-OPR-SUB).
008030     MOVE 0 TO LP-OP-CREDITS(LP-OPR-SUB).
008040     MOVE 0 TO LP-OP-OVERRIDES(LP-OPR-SUB).
008050     MOVE 0 TO LP-OP-REFUSALS(LP-OPR-SUB).
008060     MOVE 0 TO LP-OP-SHORTS(LP-OPR-SUB).
008070     MOVE 0 TO LP-OP-PCT(LP-OPR-SUB).
008080     MOVE SPACES TO LP-OP-FLAGS(LP-OPR-SUB).
008090     MOVE 'N' TO LP-OP-PRINTED(LP-OPR-SUB).
008100 1330-EXIT.
008110     EXIT.
008120
008130****************************************************************
008140*  1400-NOTE-TABLE-FULL
008150*
008160*  NOTES, ONCE, THAT A TABLE RAN OUT OF ROOM, SO THE REPORT
008170*  SAYS IT IS SHORT INSTEAD OF BEING SILENTLY SO.  THE RUN
008180*  ENDS WITH RETURN-CODE 8.
008190****************************************************************
008200 1400-NOTE-TABLE-FULL.
008210     IF LP-OVERFLOW-NOTED = 'N'
008220         MOVE 'Y' TO LP-OVERFLOW-NOTED
008230         MOVE "TOO MANY OPERATORS, SHIFTS, OR REFUNDS FOR THE"
008240             TO LP-NOTE-TEXT
008250         MOVE "TABLES" TO LP-NOTE-TEXT(47:6)
008260         WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE
008270         MOVE "- SOME ACTIVITY IS LEFT OFF THIS REPORT"
008280             TO LP-NOTE-TEXT
008290         WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE
008300     END-IF.
008310 1400-EXIT.
008320     EXIT.
008330
008340****************************************************************
008350*  3000-PROCESS-ONE-DAY
008360*
008370*  READS WEEK DAY LP-DAY-SUB: ITS ORDERS (BUILDING THE DAY'S
008380*  SHIFTS AS IT GOES), THEN ITS CREDIT REFUNDS AGAINST THOSE
008390*  SHIFTS, ITS CLOSE-OUTS, AND ITS AUDIT-LOG.
008400****************************************************************
008410 3000-PROCESS-ONE-DAY.
008420     MOVE LP-DAY-DATE(LP-DAY-SUB) TO LP-CUR-DATE.
008430     MOVE LP-CUR-DATE TO LP-OA-DATE.
008440     MOVE LP-CUR-DATE TO LP-AA-DATE.
008450     MOVE LP-CUR-DATE TO LP-CA-DATE.
008460     MOVE 0 TO LP-SHIFT-COUNT.
008470     MOVE 0 TO LP-TENDER-COUNT.
008480     MOVE 0 TO LP-REFUND-COUNT.
008490     OPEN INPUT ORDER-ARCHIVE.
008500     IF LP-ORDER-STATUS = '35'
008510         MOVE SPACES TO LP-DETAIL-LINE
008520         MOVE LP-CUR-DATE TO LP-DL-DATE
008530         MOVE "NO ORDER-FILE" TO LP-DL-KIND
008540         MOVE "DAY NOT ARCHIVED - SKIPPED" TO LP-DL-TEXT
008550         WRITE LOSS-REPORT-RECORD FROM LP-DETAIL-LINE
008560         MOVE SPACES TO LP-DETAIL-LINE
008570         GO TO 3000-EXIT.
008580     ADD 1 TO LP-DAYS-READ.
008590     MOVE 'N' TO LP-EOF.
008600     PERFORM 3110-READ-ORDER-RECORD
008610         THRU 3110-EXIT.
008620     PERFORM 3120-TAKE-ONE-ORDER
008630         THRU 3120-EXIT
008640         UNTIL LP-END-OF-FILE.
008650     CLOSE ORDER-ARCHIVE.
008660     PERFORM 3300-CHECK-ONE-REFUND
008670         THRU 3300-EXIT
008680         VARYING LP-REFUND-SUB FROM 1 BY 1
008690         UNTIL LP-REFUND-SUB > LP-REFUND-COUNT.
008700     PERFORM 3400-SCAN-CLOSEOUTS
008710         THRU 3400-EXIT.
008720     PERFORM 3500-SCAN-AUDIT-LOG
008730         THRU 3500-EXIT.
008740 3000-EXIT.
008750     EXIT.
008760
008770****************************************************************
008780*  3110-READ-ORDER-RECORD
008790*
008800*  READS ONE ORDER-FILE ARCHIVE RECORD AHEAD.
008810****************************************************************
008820 3110-READ-ORDER-RECORD.
008830     READ ORDER-ARCHIVE
008840         AT END MOVE 'Y' TO LP-EOF
008850     END-READ.
008860 3110-EXIT.
008870     EXIT.
008880
008890****************************************************************
008900*  3120-TAKE-ONE-ORDER
008910*
008920*  POSTS ONE ORDER RECORD TO ITS OPERATOR.  A SALE ADDS TO
008930*  THEIR SALES, A VOID TO THEIR VOIDS; A TENDER IS REMEMBERED
008940*  AS ITS STATION'S LAST.  A SUPERVISOR REFUND (REASON 02) IS
008950*  KEYED IN THE BACK OFFICE, NOT RUNG AT THE STATION, SO IT
008960*  DOES NOT COUNT TOWARD ANYONE'S SHIFT; ONE TAKEN AS STORE
008970*  CREDIT IS HELD FOR THE SHIFT TEST.  PRIMES THE NEXT READ.
008980****************************************************************
008990 3120-TAKE-ONE-ORDER.
009000     MOVE OR-OPERATOR-ID TO LP-FIND-ID.
009010     PERFORM 3200-FIND-OPERATOR
009020         THRU 3200-EXIT.
009030     EVALUATE TRUE
009040         WHEN OR-RECORD-TYPE = 'T'
009050             PERFORM 3130-NOTE-TENDER
009060                 THRU 3130-EXIT
009070             PERFORM 3150-NOTE-SHIFT
009080                 THRU 3150-EXIT
009090         WHEN OR-RECORD-TYPE = 'V'
009100             IF LP-OPR-SUB > 0
009110                 ADD 1 TO LP-OP-VOIDS(LP-OPR-SUB)
009120                 ADD OR-LINE-TOTAL TO LP-OP-VOID-AMT(LP-OPR-SUB)
009130             END-IF
009140             IF OR-REASON-CODE = '02'
009150                 IF OR-TENDER-TYPE = 'R'
009160                     PERFORM 3160-STORE-REFUND
009170                         THRU 3160-EXIT
009180                 END-IF
009190             ELSE
009200                 PERFORM 3170-TEST-AFTER-TENDER
009210                     THRU 3170-EXIT
009220                 PERFORM 3150-NOTE-SHIFT
009230                     THRU 3150-EXIT
009240             END-IF
009250         WHEN OTHER
009260             IF LP-OPR-SUB > 0
009270                 ADD OR-LINE-TOTAL TO LP-OP-SALES(LP-OPR-SUB)
009280             END-IF
009290             PERFORM 3150-NOTE-SHIFT
009300                 THRU 3150-EXIT
009310     END-EVALUATE.
009320     PERFORM 3110-READ-ORDER-RECORD
009330         THRU 3110-EXIT.
009340 3120-EXIT.
009350     EXIT.
009360
009370****************************************************************
009380*  3130-NOTE-TENDER
009390*
009400*  REMEMBERS THIS TENDER AS THE LAST ONE TAKEN ON ITS STATION.
009410****************************************************************
009420 3130-NOTE-TENDER.
009430     MOVE OR-ORDER-TIME(1:6) TO LP-TIME-WORK.
009440     PERFORM 3190-TIME-TO-SECONDS
009450         THRU 3190-EXIT.
009460     SET LP-TENDER-IDX TO 1.
009470     SEARCH LP-TENDER-ENTRY
009480         AT END
009490             IF LP-TENDER-COUNT < 20
009500                 ADD 1 TO LP-TENDER-COUNT
009510                 SET LP-TENDER-IDX TO LP-TENDER-COUNT
009520                 MOVE OR-STATION-ID
009530                     TO LP-TN-STATION(LP-TENDER-IDX)
009540                 MOVE LP-SECONDS TO LP-TN-SECONDS(LP-TENDER-IDX)
009550                 MOVE OR-OPERATOR-ID
009560                     TO LP-TN-OPERATOR(LP-TENDER-IDX)
009570             END-IF
009580         WHEN LP-TN-STATION(LP-TENDER-IDX) = OR-STATION-ID
009590             MOVE LP-SECONDS TO LP-TN-SECONDS(LP-TENDER-IDX)
009600             MOVE OR-OPERATOR-ID TO LP-TN-OPERATOR(LP-TENDER-IDX)
009610     END-SEARCH.
009620 3130-EXIT.
009630     EXIT.
009640
009650****************************************************************
009660*  3150-NOTE-SHIFT
009670*
009680*  STRETCHES THE RECORD'S OPERATOR'S SHIFT ON ITS STATION TO
009690*  TAKE IN THE RECORD'S TIME, STARTING ONE AT THEIR FIRST RING.
009700****************************************************************
009710 3150-NOTE-SHIFT.
009720     SET LP-SHIFT-IDX TO 1.
009730     SEARCH LP-SHIFT-ENTRY
009740         AT END
009750             IF LP-SHIFT-COUNT < 50
009760                 ADD 1 TO LP-SHIFT-COUNT
009770                 SET LP-SHIFT-IDX TO LP-SHIFT-COUNT
009780                 MOVE OR-STATION-ID TO LP-SH-STATION(LP-SHIFT-IDX)
009790                 MOVE OR-OPERATOR-ID
009800                     TO LP-SH-OPERATOR(LP-SHIFT-IDX)
009810                 MOVE OR-ORDER-TIME TO LP-SH-FIRST(LP-SHIFT-IDX)
009820                 MOVE OR-ORDER-TIME TO LP-SH-LAST(LP-SHIFT-IDX)
009830             ELSE
009840                 PERFORM 1400-NOTE-TABLE-FULL
009850                     THRU 1400-EXIT
009860             END-IF
009870         WHEN LP-SH-STATION(LP-SHIFT-IDX) = OR-STATION-ID
009880             AND LP-SH-OPERATOR(LP-SHIFT-IDX) = OR-OPERATOR-ID
009890             IF OR-ORDER-TIME < LP-SH-FIRST(LP-SHIFT-IDX)
009900                 MOVE OR-ORDER-TIME TO LP-SH-FIRST(LP-SHIFT-IDX)
009910             END-IF
009920             IF OR-ORDER-TIME > LP-SH-LAST(LP-SHIFT-IDX)
009930                 MOVE OR-ORDER-TIME TO LP-SH-LAST(LP-SHIFT-IDX)
009940             END-IF
009950     END-SEARCH.
009960 3150-EXIT.
009970     EXIT.
009980
009990****************************************************************
010000*  3160-STORE-REFUND
010010*
010020*  HOLDS A REFUND TAKEN AS STORE CREDIT UNTIL THE DAY'S SHIFTS
010030*  ARE ALL KNOWN.
010040****************************************************************
010050 3160-STORE-REFUND.
010060     IF LP-REFUND-COUNT NOT < 50
010070         PERFORM 1400-NOTE-TABLE-FULL
010080             THRU 1400-EXIT
010090         GO TO 3160-EXIT.
010100     ADD 1 TO LP-REFUND-COUNT.
010110     MOVE OR-STATION-ID TO LP-RF-STATION(LP-REFUND-COUNT).
010120     MOVE OR-ORDER-TIME TO LP-RF-TIME(LP-REFUND-COUNT).
010130     MOVE OR-TENDER-AMOUNT TO LP-RF-AMOUNT(LP-REFUND-COUNT).
010140     MOVE OR-OPERATOR-ID TO LP-RF-OPERATOR(LP-REFUND-COUNT).
010150     MOVE OR-CUSTOMER-NAME TO LP-RF-CUSTOMER(LP-REFUND-COUNT).
010160 3160-EXIT.
010170     EXIT.
010180
010190****************************************************************
010200*  3170-TEST-AFTER-TENDER
010210*
010220*  FLAGS A COUNTER VOID RUNG WITHIN TENDSECS SECONDS OF THE
010230*  LAST TENDER ON THE SAME STATION, AGAINST THE OPERATOR WHO
010240*  RANG THE VOID.
010250****************************************************************
010260 3170-TEST-AFTER-TENDER.
010270     IF LP-SET-TENDER-SECS NOT = 'Y'
010280         GO TO 3170-EXIT.
010290     SET LP-TENDER-IDX TO 1.
010300     SEARCH LP-TENDER-ENTRY
010310         AT END
010320             GO TO 3170-EXIT
010330         WHEN LP-TN-STATION(LP-TENDER-IDX) = OR-STATION-ID
010340             CONTINUE
010350     END-SEARCH.
010360     MOVE OR-ORDER-TIME(1:6) TO LP-TIME-WORK.
010370     PERFORM 3190-TIME-TO-SECONDS
010380         THRU 3190-EXIT.
010390     COMPUTE LP-TIME-GAP = LP-SECONDS
010400         - LP-TN-SECONDS(LP-TENDER-IDX).
010410     IF LP-TIME-GAP < 0
010420         OR LP-TIME-GAP > LP-LIMIT-TENDER-SECS
010430         GO TO 3170-EXIT.
010440     IF LP-OPR-SUB > 0
010450         ADD 1 TO LP-OP-AFTER(LP-OPR-SUB)
010460     END-IF.
010470     MOVE OR-ORDER-DATE TO LP-DL-DATE.
010480     MOVE OR-ORDER-TIME TO LP-RAW-TIME.
010490     MOVE OR-STATION-ID TO LP-DL-STATION.
010500     MOVE OR-OPERATOR-ID TO LP-DL-OPERATOR.
010510     MOVE "VOID AFT TENDER" TO LP-DL-KIND.
010520     MOVE OR-LINE-TOTAL TO LP-DL-AMOUNT.
010530     MOVE LP-TIME-GAP TO LP-AT-SECS.
010540     MOVE LP-TN-OPERATOR(LP-TENDER-IDX) TO LP-AT-OPERATOR.
010550     MOVE LP-AFTER-TEXT TO LP-DL-TEXT.
010560     PERFORM 5000-WRITE-DETAIL
010570         THRU 5000-EXIT.
010580 3170-EXIT.
010590     EXIT.
010600
010610****************************************************************
010620*  3190-TIME-TO-SECONDS
010630*
010640*  TURNS THE HHMMSS IN LP-TIME-WORK INTO SECONDS SINCE MIDNIGHT
010650*  IN LP-SECONDS.  A TIME THAT IS NOT NUMERIC COUNTS AS ZERO.
010660****************************************************************
010670 3190-TIME-TO-SECONDS.
010680     MOVE 0 TO LP-SECONDS.
010690     IF LP-TIME-SPLIT IS NUMERIC
010700         COMPUTE LP-SECONDS = LP-TW-HOURS * 3600
010710             + LP-TW-MINUTES * 60 + LP-TW-SECONDS
010720     END-IF.
010730 3190-EXIT.
010740     EXIT.
010750
010760****************************************************************
010770*  3200-FIND-OPERATOR
010780*
010790*  SETS LP-OPR-SUB TO THE ENTRY FOR LP-FIND-ID, ADDING ONE FOR
010800*  AN OPERATOR NOT ON OPERATOR-MASTER.  ZERO WHEN THE TABLE IS
010810*  FULL.
010820****************************************************************
010830 3200-FIND-OPERATOR.
010840     MOVE 0 TO LP-OPR-SUB.
010850     SET LP-OPR-IDX TO 1.
010860     SEARCH LP-OPERATOR-ENTRY
010870         AT END CONTINUE
010880         WHEN LP-OP-ID(LP-OPR-IDX) = LP-FIND-ID
010890             SET LP-OPR-SUB TO LP-OPR-IDX
010900     END-SEARCH.
010910     IF LP-OPR-SUB > 0
010920         GO TO 3200-EXIT.
010930     IF LP-OPR-COUNT NOT < 50
010940         PERFORM 1400-NOTE-TABLE-FULL
010950             THRU 1400-EXIT
010960         GO TO 3200-EXIT.
010970     ADD 1 TO LP-OPR-COUNT.
010980     MOVE LP-OPR-COUNT TO LP-OPR-SUB.
010990     MOVE LP-FIND-ID TO LP-OP-ID(LP-OPR-SUB).
011000     MOVE "NOT ON FILE" TO LP-OP-NAME(LP-OPR-SUB).
011010     PERFORM 1330-CLEAR-OPERATOR-FIGURES
011020         THRU 1330-EXIT.
011030 3200-EXIT.
011040     EXIT.
011050
011060****************************************************************
011070*  3300-CHECK-ONE-REFUND
011080*
011090*  TESTS CREDIT REFUND LP-REFUND-SUB AGAINST EVERY SHIFT OF THE
011100*  DAY.
011110****************************************************************
011120 3300-CHECK-ONE-REFUND.
011130     PERFORM 3310-TEST-REFUND-SHIFT
011140         THRU 3310-EXIT
011150         VARYING LP-SHIFT-SUB FROM 1 BY 1
011160         UNTIL LP-SHIFT-SUB > LP-SHIFT-COUNT.
011170 3300-EXIT.
011180     EXIT.
011190
011200****************************************************************
011210*  3310-TEST-REFUND-SHIFT
011220*
011230*  COUNTS THE REFUND AGAINST SHIFT LP-SHIFT-SUB'S OPERATOR WHEN
011240*  IT WAS POSTED TO THEIR STATION BETWEEN THEIR FIRST AND LAST
011250*  RING, WHOEVER KEYED IT.
011260****************************************************************
011270 3310-TEST-REFUND-SHIFT.
011280     IF LP-SH-STATION(LP-SHIFT-SUB)
011290             NOT = LP-RF-STATION(LP-REFUND-SUB)
011300         GO TO 3310-EXIT.
011310     IF LP-RF-TIME(LP-REFUND-SUB) < LP-SH-FIRST(LP-SHIFT-SUB)
011320         OR LP-RF-TIME(LP-REFUND-SUB) > LP-SH-LAST(LP-SHIFT-SUB)
011330         GO TO 3310-EXIT.
011340     MOVE LP-SH-OPERATOR(LP-SHIFT-SUB) TO LP-FIND-ID.
011350     PERFORM 3200-FIND-OPERATOR
011360         THRU 3200-EXIT.
011370     IF LP-OPR-SUB > 0
011380         ADD 1 TO LP-OP-CREDITS(LP-OPR-SUB)
011390     END-IF.
011400     MOVE LP-CUR-DATE TO LP-DL-DATE.
011410     MOVE LP-RF-TIME(LP-REFUND-SUB) TO LP-RAW-TIME.
011420     MOVE LP-RF-STATION(LP-REFUND-SUB) TO LP-DL-STATION.
011430     MOVE LP-SH-OPERATOR(LP-SHIFT-SUB) TO LP-DL-OPERATOR.
011440     MOVE "CREDIT ON SHIFT" TO LP-DL-KIND.
011450     MOVE LP-RF-AMOUNT(LP-REFUND-SUB) TO LP-DL-AMOUNT.
011460     MOVE LP-RF-OPERATOR(LP-REFUND-SUB) TO LP-RT-BY.
011470     MOVE LP-RF-CUSTOMER(LP-REFUND-SUB) TO LP-RT-CUSTOMER.
011480     MOVE LP-REFUND-TEXT TO LP-DL-TEXT.
011490     PERFORM 5000-WRITE-DETAIL
011500         THRU 5000-EXIT.
011510 3310-EXIT.
011520     EXIT.
011530
011540****************************************************************
011550*  3400-SCAN-CLOSEOUTS
011560*
011570*  READS THE DAY'S CLOSEOUT-FILE ARCHIVE AND TIES EVERY DRAWER
011580*  SHORT BY SHORTAMT OR MORE BACK TO THE OPERATORS WHO RANG ON
011590*  ITS STATION THAT DAY.
011600****************************************************************
011610 3400-SCAN-CLOSEOUTS.
011620     IF LP-SET-SHORT-AMT NOT = 'Y'
011630         GO TO 3400-EXIT.
011640     OPEN INPUT CLOSEOUT-ARCHIVE.
011650     IF LP-CLOSEOUT-STATUS = '35'
011660         GO TO 3400-EXIT.
011670     MOVE 'N' TO LP-EOF.
011680     PERFORM 3410-READ-CLOSEOUT-RECORD
011690         THRU 3410-EXIT.
011700     PERFORM 3420-TEST-ONE-CLOSEOUT
011710         THRU 3420-EXIT
011720         UNTIL LP-END-OF-FILE.
011730     CLOSE CLOSEOUT-ARCHIVE.
011740 3400-EXIT.
011750     EXIT.
011760
011770****************************************************************
011780*  3410-READ-CLOSEOUT-RECORD
011790*
011800*  READS ONE CLOSEOUT-FILE ARCHIVE RECORD AHEAD.
011810****************************************************************
011820 3410-READ-CLOSEOUT-RECORD.
011830     READ CLOSEOUT-ARCHIVE
011840         AT END MOVE 'Y' TO LP-EOF
011850     END-READ.
011860 3410-EXIT.
011870     EXIT.
011880
011890****************************************************************
011900*  3420-TEST-ONE-CLOSEOUT
011910*
011920*  PRINTS A SHORT DRAWER ONCE PER OPERATOR WHO RANG ON ITS
011930*  STATION, OR ONCE WITH NO OPERATOR WHEN NOBODY DID.  PRIMES
011940*  THE NEXT READ.
011950****************************************************************
011960 3420-TEST-ONE-CLOSEOUT.
011970     IF CL-OVER-SHORT NOT < 0
011980         GO TO 3420-NEXT.
011990     COMPUTE LP-SHORT-AMOUNT = 0 - CL-OVER-SHORT.
012000     IF LP-SHORT-AMOUNT < LP-LIMIT-SHORT-AMT
012010         GO TO 3420-NEXT.
012020     MOVE 0 TO LP-SHORT-TIED.
012030     PERFORM 3430-TIE-SHORT-TO-SHIFT
012040         THRU 3430-EXIT
012050         VARYING LP-SHIFT-SUB FROM 1 BY 1
012060         UNTIL LP-SHIFT-SUB > LP-SHIFT-COUNT.
012070     IF LP-SHORT-TIED = 0
012080         MOVE CL-CLOSE-DATE TO LP-DL-DATE
012090         MOVE CL-CLOSE-TIME TO LP-RAW-TIME
012100         MOVE CL-STATION-ID TO LP-DL-STATION
012110         MOVE "DRAWER SHORT" TO LP-DL-KIND
012120         MOVE LP-SHORT-AMOUNT TO LP-DL-AMOUNT
012130         MOVE "NO OPERATOR RANG ON STATION" TO LP-DL-TEXT
012140         PERFORM 5000-WRITE-DETAIL
012150             THRU 5000-EXIT
012160     END-IF.
012170 3420-NEXT.
012180     PERFORM 3410-READ-CLOSEOUT-RECORD
012190         THRU 3410-EXIT.
012200 3420-EXIT.
012210     EXIT.
012220
012230****************************************************************
012240*  3430-TIE-SHORT-TO-SHIFT
012250*
012260*  COUNTS THE SHORT DRAWER AGAINST SHIFT LP-SHIFT-SUB'S
012270*  OPERATOR WHEN THEY RANG ON ITS STATION, AND PRINTS WHEN.
012280****************************************************************
012290 3430-TIE-SHORT-TO-SHIFT.
012300     IF LP-SH-STATION(LP-SHIFT-SUB) NOT = CL-STATION-ID
012310         GO TO 3430-EXIT.
012320     ADD 1 TO LP-SHORT-TIED.
012330     MOVE LP-SH-OPERATOR(LP-SHIFT-SUB) TO LP-FIND-ID.
012340     PERFORM 3200-FIND-OPERATOR
012350         THRU 3200-EXIT.
012360     IF LP-OPR-SUB > 0
012370         ADD 1 TO LP-OP-SHORTS(LP-OPR-SUB)
012380     END-IF.
012390     MOVE CL-CLOSE-DATE TO LP-DL-DATE.
012400     MOVE CL-CLOSE-TIME TO LP-RAW-TIME.
012410     MOVE CL-STATION-ID TO LP-DL-STATION.
012420     MOVE LP-SH-OPERATOR(LP-SHIFT-SUB) TO LP-DL-OPERATOR.
012430     MOVE "DRAWER SHORT" TO LP-DL-KIND.
012440     MOVE LP-SHORT-AMOUNT TO LP-DL-AMOUNT.
012450     MOVE LP-SH-FIRST(LP-SHIFT-SUB)(1:2) TO LP-ST-FIRST-HH.
012460     MOVE LP-SH-FIRST(LP-SHIFT-SUB)(3:2) TO LP-ST-FIRST-MM.
012470     MOVE LP-SH-LAST(LP-SHIFT-SUB)(1:2) TO LP-ST-LAST-HH.
012480     MOVE LP-SH-LAST(LP-SHIFT-SUB)(3:2) TO LP-ST-LAST-MM.
012490     MOVE LP-SHORT-TEXT TO LP-DL-TEXT.
012500     PERFORM 5000-WRITE-DETAIL
012510         THRU 5000-EXIT.
012520 3430-EXIT.
012530     EXIT.
012540
012550****************************************************************
012560*  3500-SCAN-AUDIT-LOG
012570*
012580*  READS THE DAY'S AUDIT-LOG ARCHIVE FOR REFUSED KEYSTROKES AND
012590*  RUN-CONTROL OVERRIDES.
012600****************************************************************
012610 3500-SCAN-AUDIT-LOG.
012620     OPEN INPUT AUDIT-ARCHIVE.
012630     IF LP-AUDIT-STATUS = '35'
012640         GO TO 3500-EXIT.
012650     MOVE 'N' TO LP-EOF.
012660     PERFORM 3510-READ-AUDIT-RECORD
012670         THRU 3510-EXIT.
012680     PERFORM 3520-TEST-ONE-AUDIT
012690         THRU 3520-EXIT
012700         UNTIL LP-END-OF-FILE.
012710     CLOSE AUDIT-ARCHIVE.
012720 3500-EXIT.
012730     EXIT.
012740
012750****************************************************************
012760*  3510-READ-AUDIT-RECORD
012770*
012780*  READS ONE AUDIT-LOG ARCHIVE RECORD AHEAD.
012790****************************************************************
012800 3510-READ-AUDIT-RECORD.
012810     READ AUDIT-ARCHIVE
012820         AT END MOVE 'Y' TO LP-EOF
012830     END-READ.
012840 3510-EXIT.
012850     EXIT.
012860
012870****************************************************************
012880*  3520-TEST-ONE-AUDIT
012890*
012900*  COUNTS A REFUSED KEYSTROKE (REASON 03) AGAINST ITS OPERATOR,
012910*  AND COUNTS AND PRINTS A RUN-CONTROL OVERRIDE (REASON 04),
012920*  WHOSE PROGRAM NAME RIDES IN AL-CUSTOMER-NAME.  PRIMES THE
012930*  NEXT READ.
012940****************************************************************
012950 3520-TEST-ONE-AUDIT.
012960     IF AL-REASON-CODE NOT = '03'
012970         AND AL-REASON-CODE NOT = '04'
012980         GO TO 3520-NEXT.
012990     MOVE AL-OPERATOR-ID TO LP-FIND-ID.
013000     PERFORM 3200-FIND-OPERATOR
013010         THRU 3200-EXIT.
013020     IF AL-REASON-CODE = '03'
013030         IF LP-OPR-SUB > 0
013040             ADD 1 TO LP-OP-REFUSALS(LP-OPR-SUB)
013050         END-IF
013060         GO TO 3520-NEXT.
013070     IF LP-OPR-SUB > 0
013080         ADD 1 TO LP-OP-OVERRIDES(LP-OPR-SUB)
013090     END-IF.
013100     MOVE AL-LOG-DATE TO LP-DL-DATE.
013110     MOVE AL-LOG-TIME TO LP-RAW-TIME.
013120     MOVE AL-OPERATOR-ID TO LP-DL-OPERATOR.
013130     MOVE "RUN OVERRIDE" TO LP-DL-KIND.
013140     MOVE AL-CUSTOMER-NAME TO LP-OT-PROGRAM.
013150     MOVE LP-OVERRIDE-TEXT TO LP-DL-TEXT.
013160     PERFORM 5000-WRITE-DETAIL
013170         THRU 5000-EXIT.
013180 3520-NEXT.
013190     PERFORM 3510-READ-AUDIT-RECORD
013200         THRU 3510-EXIT.
013210 3520-EXIT.
013220     EXIT.
013230
013240****************************************************************
013250*  4000-SCAN-MAINT-AUDIT
013260*
013270*  PRINTS EVERY PRICE CHANGE MAINT-AUDIT LOGGED IN THE WEEK,
013280*  WITH THE SUPERVISOR WHO MADE IT.  MAINT-AUDIT IS NOT ROLLED
013290*  BY JELLO-DAYEND, SO THE WEEK IS PICKED OUT BY STAMP DATE.
013300****************************************************************
013310 4000-SCAN-MAINT-AUDIT.
013320     OPEN INPUT MAINT-AUDIT.
013330     IF LP-MAINT-STATUS = '35'
013340         GO TO 4000-EXIT.
013350     MOVE 'N' TO LP-EOF.
013360     PERFORM 4010-READ-MAINT-RECORD
013370         THRU 4010-EXIT.
013380     PERFORM 4020-TEST-ONE-MAINT
013390         THRU 4020-EXIT
013400         UNTIL LP-END-OF-FILE.
013410     CLOSE MAINT-AUDIT.
013420 4000-EXIT.
013430     EXIT.
013440
013450****************************************************************
013460*  4010-READ-MAINT-RECORD
013470*
013480*  READS ONE MAINT-AUDIT RECORD AHEAD.
013490****************************************************************
013500 4010-READ-MAINT-RECORD.
013510     READ MAINT-AUDIT
013520         AT END MOVE 'Y' TO LP-EOF
013530     END-READ.
013540 4010-EXIT.
013550     EXIT.
013560
013570****************************************************************
013580*  4020-TEST-ONE-MAINT
013590*
013600*  PRINTS A CHANGE ACTION THAT MOVED A PRICE, STAMPED IN THE
013610*  WEEK.  PRIMES THE NEXT READ.
013620****************************************************************
013630 4020-TEST-ONE-MAINT.
013640     IF MA-ACTION NOT = 'C'
013650         OR MA-OLD-PRICE = MA-NEW-PRICE
013660         OR MA-STAMP-DATE < LP-DAY-DATE(1)
013670         OR MA-STAMP-DATE > LP-DAY-DATE(7)
013680         GO TO 4020-NEXT.
013690     MOVE MA-STAMP-DATE TO LP-DL-DATE.
013700     MOVE MA-STAMP-TIME TO LP-RAW-TIME.
013710     MOVE MA-OPERATOR-ID TO LP-DL-OPERATOR.
013720     MOVE "PRICE CHANGE" TO LP-DL-KIND.
013730     MOVE MA-NEW-PRICE TO LP-DL-AMOUNT.
013740     MOVE MA-FLAVOR-CODE TO LP-PT-CODE.
013750     MOVE MA-OLD-PRICE TO LP-PT-OLD.
013760     MOVE LP-PRICE-TEXT TO LP-DL-TEXT.
013770     PERFORM 5000-WRITE-DETAIL
013780         THRU 5000-EXIT.
013790 4020-NEXT.
013800     PERFORM 4010-READ-MAINT-RECORD
013810         THRU 4010-EXIT.
013820 4020-EXIT.
013830     EXIT.
013840
013850****************************************************************
013860*  5000-WRITE-DETAIL
013870*
013880*  PRINTS THE EXCEPTION LINE THE CALLER FILLED IN, WITH THE RAW
013890*  HHMMSSHH IN LP-RAW-TIME SHOWN AS HH:MM:SS, AND CLEARS IT FOR
013900*  THE NEXT.
013910****************************************************************
013920 5000-WRITE-DETAIL.
013930     MOVE LP-RS-HH TO LP-CE-HH.
013940     MOVE LP-RS-MM TO LP-CE-MM.
013950     MOVE LP-RS-SS TO LP-CE-SS.
013960     MOVE LP-CLOCK-EDIT TO LP-DL-TIME.
013970     WRITE LOSS-REPORT-RECORD FROM LP-DETAIL-LINE.
013980     ADD 1 TO LP-DETAIL-COUNT.
013990     MOVE SPACES TO LP-DETAIL-LINE.
014000     MOVE SPACES TO LP-RAW-TIME.
014010 5000-EXIT.
014020     EXIT.
014030
014040****************************************************************
014050*  8000-PRINT-RANKINGS
014060*
014070*  WORKS OUT EACH OPERATOR'S VOID PERCENT AND FLAGS, THEN
014080*  PRINTS THE OPERATORS RANKED BY VOID COUNT AND AGAIN BY VOID
014090*  PERCENT OF SALES, WITH THE WEEK'S TOTALS AND A KEY TO THE
014100*  COLUMNS.
014110****************************************************************
014120 8000-PRINT-RANKINGS.
014130     IF LP-DETAIL-COUNT = 0
014140         MOVE "NO EXCEPTIONS IN THE WEEK" TO LP-NOTE-TEXT
014150         WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE
014160     END-IF.
014170     PERFORM 8010-SET-ONE-OPERATOR
014180         THRU 8010-EXIT
014190         VARYING LP-OPR-SUB FROM 1 BY 1
014200         UNTIL LP-OPR-SUB > LP-OPR-COUNT.
014210     WRITE LOSS-REPORT-RECORD FROM LP-BLANK-LINE.
014220     MOVE "OPERATORS RANKED BY VOID COUNT" TO LP-NOTE-TEXT.
014230     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
014240     MOVE 'C' TO LP-RANK-MODE.
014250     PERFORM 8100-PRINT-ONE-RANKING
014260         THRU 8100-EXIT.
014270     WRITE LOSS-REPORT-RECORD FROM LP-BLANK-LINE.
014280     MOVE "OPERATORS RANKED BY VOID DOLLARS AS A PERCENT OF SALES"
014290         TO LP-NOTE-TEXT.
014300     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
014310     MOVE 'P' TO LP-RANK-MODE.
014320     PERFORM 8100-PRINT-ONE-RANKING
014330         THRU 8100-EXIT.
014340     WRITE LOSS-REPORT-RECORD FROM LP-BLANK-LINE.
014350     MOVE "AFT VOIDS RIGHT AFTER A TENDER   CRD CREDIT REFUNDS ON"
014360         TO LP-NOTE-TEXT.
014370     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
014380     MOVE "OWN SHIFT   OVR RUN OVERRIDES   REF REFUSED KEYSTROKES"
014390         TO LP-NOTE-TEXT.
014400     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
014410     MOVE "SHT SHORT DRAWERS RUNG ON" TO LP-NOTE-TEXT.
014420     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
014430     MOVE "FLAGS: C VOID COUNT  P VOID PERCENT  T AFT  R CRD"
014440         TO LP-NOTE-TEXT.
014450     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
014460     MOVE "       O OVR  S SHT" TO LP-NOTE-TEXT.
014470     WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE.
014480 8000-EXIT.
014490     EXIT.
014500
014510****************************************************************
014520*  8010-SET-ONE-OPERATOR
014530*
014540*  FIGURES OPERATOR LP-OPR-SUB'S VOID DOLLARS AS A PERCENT OF
014550*  THEIR SALES (999.99 WHEN THEY VOIDED WITHOUT SELLING), SETS
014560*  A FLAG LETTER FOR EACH LIMIT REACHED, AND ROLLS THE WEEK'S
014570*  TOTALS.  A COUNT OF ZERO IS NEVER FLAGGED, WHATEVER THE
014580*  LIMIT.
014590****************************************************************
014600 8010-SET-ONE-OPERATOR.
014610     MOVE SPACES TO LP-OP-FLAGS(LP-OPR-SUB).
014620     IF LP-OP-SALES(LP-OPR-SUB) > 0
014630         COMPUTE LP-PCT-WORK ROUNDED =
014640             LP-OP-VOID-AMT(LP-OPR-SUB) * 100
014650             / LP-OP-SALES(LP-OPR-SUB)
014660     ELSE
014670         IF LP-OP-VOID-AMT(LP-OPR-SUB) > 0
014680             MOVE 999.99 TO LP-PCT-WORK
014690         ELSE
014700             MOVE 0 TO LP-PCT-WORK
014710         END-IF
014720     END-IF.
014730     IF LP-PCT-WORK > 999.99
014740         MOVE 999.99 TO LP-PCT-WORK
014750     END-IF.
014760     MOVE LP-PCT-WORK TO LP-OP-PCT(LP-OPR-SUB).
014770     IF LP-SET-VOID-COUNT = 'Y'
014780         AND LP-OP-VOIDS(LP-OPR-SUB) > 0
014790         AND LP-OP-VOIDS(LP-OPR-SUB) NOT < LP-LIMIT-VOID-COUNT
014800         MOVE 'C' TO LP-OP-FLAGS(LP-OPR-SUB)(1:1)
014810     END-IF.
014820     IF LP-SET-VOID-PCT = 'Y'
014830         AND LP-OP-PCT(LP-OPR-SUB) > 0
014840         AND LP-OP-PCT(LP-OPR-SUB) NOT < LP-LIMIT-VOID-PCT
014850         MOVE 'P' TO LP-OP-FLAGS(LP-OPR-SUB)(2:1)
014860     END-IF.
014870     IF LP-SET-AFTER-COUNT = 'Y'
014880         AND LP-OP-AFTER(LP-OPR-SUB) > 0
014890         AND LP-OP-AFTER(LP-OPR-SUB) NOT < LP-LIMIT-AFTER-COUNT
014900         MOVE 'T' TO LP-OP-FLAGS(LP-OPR-SUB)(3:1)
014910     END-IF.
014920     IF LP-SET-CREDITS = 'Y'
014930         AND LP-OP-CREDITS(LP-OPR-SUB) > 0
014940         AND LP-OP-CREDITS(LP-OPR-SUB) NOT < LP-LIMIT-CREDITS
014950         MOVE 'R' TO LP-OP-FLAGS(LP-OPR-SUB)(4:1)
014960     END-IF.
014970     IF LP-SET-OVERRIDES = 'Y'
014980         AND LP-OP-OVERRIDES(LP-OPR-SUB) > 0
014990         AND LP-OP-OVERRIDES(LP-OPR-SUB) NOT < LP-LIMIT-OVERRIDES
015000         MOVE 'O' TO LP-OP-FLAGS(LP-OPR-SUB)(5:1)
015010     END-IF.
015020     IF LP-SET-SHORT-COUNT = 'Y'
015030         AND LP-OP-SHORTS(LP-OPR-SUB) > 0
015040         AND LP-OP-SHORTS(LP-OPR-SUB) NOT < LP-LIMIT-SHORT-COUNT
015050         MOVE 'S' TO LP-OP-FLAGS(LP-OPR-SUB)(6:1)
015060     END-IF.
015070     IF LP-OP-FLAGS(LP-OPR-SUB) NOT = SPACES
015080         ADD 1 TO LP-FLAGGED-COUNT
015090     END-IF.
015100     ADD LP-OP-SALES(LP-OPR-SUB) TO LP-TOTAL-SALES.
015110     ADD LP-OP-VOIDS(LP-OPR-SUB) TO LP-TOTAL-VOIDS.
015120     ADD LP-OP-VOID-AMT(LP-OPR-SUB) TO LP-TOTAL-VOID-AMT.
015130 8010-EXIT.
015140     EXIT.
015150
015160****************************************************************
015170*  8100-PRINT-ONE-RANKING
015180*
015190*  PRINTS EVERY OPERATOR WITH ANYTHING ON FILE FOR THE WEEK,
015200*  HIGHEST FIRST BY LP-RANK-MODE, AND THE WEEK'S TOTALS.  AN
015210*  OPERATOR WHO DID NOTHING ALL WEEK IS LEFT OFF.
015220****************************************************************
015230 8100-PRINT-ONE-RANKING.
015240     WRITE LOSS-REPORT-RECORD FROM LP-BLANK-LINE.
015250     WRITE LOSS-REPORT-RECORD FROM LP-RANK-HEAD.
015260     MOVE 0 TO LP-ACTIVE-COUNT.
015270     PERFORM 8110-MARK-ONE-OPERATOR
015280         THRU 8110-EXIT
015290         VARYING LP-OPR-SUB FROM 1 BY 1
015300         UNTIL LP-OPR-SUB > LP-OPR-COUNT.
015310     MOVE 0 TO LP-RANK-NUMBER.
015320     MOVE 'N' TO LP-RANK-DONE.
015330     PERFORM 8120-PRINT-NEXT-HIGHEST
015340         THRU 8120-EXIT
015350         UNTIL LP-RANK-DONE = 'Y'.
015360     IF LP-ACTIVE-COUNT = 0
015370         MOVE "NO OPERATOR ACTIVITY ON FILE FOR THE WEEK"
015380             TO LP-NOTE-TEXT
015390         WRITE LOSS-REPORT-RECORD FROM LP-NOTE-LINE
015400         GO TO 8100-EXIT.
015410     MOVE LP-TOTAL-SALES TO LP-TT-SALES.
015420     MOVE LP-TOTAL-VOIDS TO LP-TT-VOIDS.
015430     MOVE LP-TOTAL-VOID-AMT TO LP-TT-VOID-AMT.
015440     WRITE LOSS-REPORT-RECORD FROM LP-TOTAL-LINE.
015450 8100-EXIT.
015460     EXIT.
015470
015480****************************************************************
015490*  8110-MARK-ONE-OPERATOR
015500*
015510*  MARKS OPERATOR LP-OPR-SUB STILL TO PRINT WHEN THEY HAVE
015520*  ANYTHING ON FILE FOR THE WEEK, AND AS PRINTED WHEN NOT.
015530****************************************************************
015540 8110-MARK-ONE-OPERATOR.
015550     IF LP-OP-SALES(LP-OPR-SUB) = 0
015560         AND LP-OP-VOIDS(LP-OPR-SUB) = 0
015570         AND LP-OP-AFTER(LP-OPR-SUB) = 0
015580         AND LP-OP-CREDITS(LP-OPR-SUB) = 0
015590         AND LP-OP-OVERRIDES(LP-OPR-SUB) = 0
015600         AND LP-OP-REFUSALS(LP-OPR-SUB) = 0
015610         AND LP-OP-SHORTS(LP-OPR-SUB) = 0
015620         MOVE 'Y' TO LP-OP-PRINTED(LP-OPR-SUB)
015630     ELSE
015640         MOVE 'N' TO LP-OP-PRINTED(LP-OPR-SUB)
015650         ADD 1 TO LP-ACTIVE-COUNT
015660     END-IF.
015670 8110-EXIT.
015680     EXIT.
015690
015700****************************************************************
015710*  8120-PRINT-NEXT-HIGHEST
015720*
015730*  FINDS THE HIGHEST OPERATOR NOT YET PRINTED AND PRINTS THEM
015740*  AS THE NEXT RANK.  NONE LEFT ENDS THE RANKING.
015750****************************************************************
015760 8120-PRINT-NEXT-HIGHEST.
015770     MOVE 0 TO LP-BEST-SUB.
015780     PERFORM 8130-TEST-ONE-CANDIDATE
015790         THRU 8130-EXIT
015800         VARYING LP-OPR-SUB FROM 1 BY 1
015810         UNTIL LP-OPR-SUB > LP-OPR-COUNT.
015820     IF LP-BEST-SUB = 0
015830         MOVE 'Y' TO LP-RANK-DONE
015840         GO TO 8120-EXIT.
015850     ADD 1 TO LP-RANK-NUMBER.
015860     MOVE 'Y' TO LP-OP-PRINTED(LP-BEST-SUB).
015870     MOVE LP-RANK-NUMBER TO LP-RL-RANK.
015880     MOVE LP-OP-ID(LP-BEST-SUB) TO LP-RL-OPERATOR.
015890     MOVE LP-OP-NAME(LP-BEST-SUB) TO LP-RL-NAME.
015900     MOVE LP-OP-SALES(LP-BEST-SUB) TO LP-RL-SALES.
015910     MOVE LP-OP-VOIDS(LP-BEST-SUB) TO LP-RL-VOIDS.
015920     MOVE LP-OP-VOID-AMT(LP-BEST-SUB) TO LP-RL-VOID-AMT.
015930     MOVE LP-OP-PCT(LP-BEST-SUB) TO LP-RL-PCT.
015940     MOVE LP-OP-AFTER(LP-BEST-SUB) TO LP-RL-AFTER.
015950     MOVE LP-OP-CREDITS(LP-BEST-SUB) TO LP-RL-CREDITS.
015960     MOVE LP-OP-OVERRIDES(LP-BEST-SUB) TO LP-RL-OVERRIDES.
015970     MOVE LP-OP-REFUSALS(LP-BEST-SUB) TO LP-RL-REFUSALS.
015980     MOVE LP-OP-SHORTS(LP-BEST-SUB) TO LP-RL-SHORTS.
015990     MOVE LP-OP-FLAGS(LP-BEST-SUB) TO LP-RL-FLAGS.
016000     WRITE LOSS-REPORT-RECORD FROM LP-RANK-LINE.
016010 8120-EXIT.
016020     EXIT.
016030
016040****************************************************************
016050*  8130-TEST-ONE-CANDIDATE
016060*
016070*  KEEPS OPERATOR LP-OPR-SUB AS THE BEST SO FAR WHEN NOT YET
016080*  PRINTED AND AHEAD OF THE CURRENT BEST: BY VOID COUNT OR BY
016090*  VOID PERCENT, WITH VOID DOLLARS BREAKING A TIE.
016100****************************************************************
016110 8130-TEST-ONE-CANDIDATE.
016120     IF LP-OP-PRINTED(LP-OPR-SUB) = 'Y'
016130         GO TO 8130-EXIT.
016140     IF LP-BEST-SUB = 0
016150         MOVE LP-OPR-SUB TO LP-BEST-SUB
016160         GO TO 8130-EXIT.
016170     IF LP-RANK-BY-COUNT
016180         IF LP-OP-VOIDS(LP-OPR-SUB) > LP-OP-VOIDS(LP-BEST-SUB)
016190             OR (LP-OP-VOIDS(LP-OPR-SUB)
016200                 = LP-OP-VOIDS(LP-BEST-SUB)
016210             AND LP-OP-VOID-AMT(LP-OPR-SUB)
016220                 > LP-OP-VOID-AMT(LP-BEST-SUB))
016230             MOVE LP-OPR-SUB TO LP-BEST-SUB
016240         END-IF
016250     ELSE
016260         IF LP-OP-PCT(LP-OPR-SUB) > LP-OP-PCT(LP-BEST-SUB)
016270             OR (LP-OP-PCT(LP-OPR-SUB) = LP-OP-PCT(LP-BEST-SUB)
016280             AND LP-OP-VOID-AMT(LP-OPR-SUB)
016290                 > LP-OP-VOID-AMT(LP-BEST-SUB))
016300             MOVE LP-OPR-SUB TO LP-BEST-SUB
016310         END-IF
016320     END-IF.
016330 8130-EXIT.
016340     EXIT.
016350
016360****************************************************************
016370*  9000-TERMINATE
016380*
016390*  CLOSES THE REPORT AND SIGNS OFF.  NO LOSS-THRESHOLDS, OR A
016400*  TABLE THAT RAN OUT OF ROOM, ENDS THE JOB WITH RETURN-CODE 8.
016410****************************************************************
016420 9000-TERMINATE.
016430     CLOSE LOSS-REPORT.
016440     DISPLAY "JELLO-LOSS: " LP-DAYS-READ " day(s) read, "
016450         LP-FLAGGED-COUNT " operator(s) flagged"
016460         " - see LOSS-REPORT.".
016470     IF LP-THRESHOLDS-MISSING = 'Y'
016480         DISPLAY "JELLO-LOSS: no LOSS-THRESHOLDS - "
016490             "nothing flagged."
016500         MOVE 8 TO RETURN-CODE
016510     END-IF.
016520     IF LP-OVERFLOW-NOTED = 'Y'
016530         DISPLAY "JELLO-LOSS: a table ran out of room - report is"
016540             " short."
016550         MOVE 8 TO RETURN-CODE
016560     END-IF.
016570 9000-EXIT.
016580     EXIT.
016590
016600 END PROGRAM JELLO-LOSS.
