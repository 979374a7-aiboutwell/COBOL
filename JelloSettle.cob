000010****************************************************************
000020*  PROGRAM-ID.  JELLO-SETTLE
000030*
000040*  CARD SETTLEMENT RECONCILIATION.  RUN EACH MORNING AFTER THE
000050*  CARD PROCESSOR'S SETTLEMENT FILE ARRIVES ON CARD-SETTLEMENT,
000060*  AGAINST THE BUSINESS DATE JELLO-DAYEND CLOSED LAST NIGHT
000070*  (THE DAY BEFORE THE DATE ON CONTROL-FILE).  EVERY SETTLEMENT
000080*  RECORD IS MATCHED TO THE TYPE-T CARD TENDER (TENDER TYPE D)
000090*  IT PAID FOR ON THAT DAY'S ORDER-FILE ARCHIVE, ON BUSINESS
000100*  DATE, STATION, TIME (WITHIN A FEW MINUTES, SINCE THE
000110*  PROCESSOR'S CLOCK IS NOT OURS), AND AMOUNT:
000120*    - A TENDER THE PROCESSOR NEVER SETTLED IS AN EXCEPTION,
000130*    - SO IS A SETTLEMENT WITH NO TENDER BEHIND IT (A DOUBLE
000140*      CHARGE SHOWS UP HERE),
000150*    - AND SO IS A SETTLEMENT THAT LINES UP WITH A TENDER ON
000160*      EVERYTHING BUT THE AMOUNT.
000170*  EACH STATION'S MATCHED TOTAL IS THEN PROVED AGAINST
000180*  CL-CARD-SALES ON THAT STATION'S CLOSE-OUT FOR THE DAY.
000190*
000200*  EXCEPTIONS NOT RESOLVED CARRY FORWARD ON CARD-OPEN-ITEMS TO
000210*  EVERY LATER RUN: A LATE SETTLEMENT STILL MATCHES ITS CARRIED
000220*  TENDER, AND ANYTHING ELSE STAYS ON THE REPORT UNTIL A
000230*  SUPERVISOR CLEARS IT THROUGH CARD-CLEAR-TRANS.
000240*  CARD-SETTLEMENT AND CARD-CLEAR-TRANS ARE EMPTIED AFTER A RUN
000250*  SO A SECOND RUN CANNOT MATCH THE SAME SETTLEMENTS TWICE.  A
000260*  RUN WITH NO SETTLEMENT FILE, OR WITH SETTLEMENTS FOR A DAY
000270*  WHOSE ORDER-FILE ARCHIVE IS MISSING, CHANGES NOTHING.  ANY
000280*  OPEN EXCEPTION OR STATION OUT OF PROOF ENDS THE JOB WITH
000290*  RETURN-CODE 8.
000300*
000310*  MODIFICATION HISTORY
000320*      2026-10-15  AB  ORIGINAL VERSION.
000330****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. JELLO-SETTLE.
000360 AUTHOR. Amanda Boutwell.
000370 INSTALLATION. COUNTER SALES.
000380 DATE-WRITTEN. October 15, 2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. GNUCOBOL.
000440 OBJECT-COMPUTER. GNUCOBOL.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS JZ-CONTROL-STATUS.
000500     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS JZ-OPERATOR-STATUS.
000530     SELECT CARD-SETTLEMENT ASSIGN TO "CARD-SETTLEMENT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS JZ-SETTLE-STATUS.
000560     SELECT ORDER-ARCHIVE ASSIGN TO DYNAMIC JZ-ORDER-ARCH-NAME
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS JZ-ORDER-STATUS.
000590     SELECT CLOSEOUT-ARCHIVE ASSIGN TO DYNAMIC JZ-CLOSE-ARCH-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS JZ-CLOSEOUT-STATUS.
000620     SELECT CARD-OPEN-ITEMS ASSIGN TO "CARD-OPEN-ITEMS"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS JZ-OPEN-STATUS.
000650     SELECT CARD-CLEAR-TRANS ASSIGN TO "CARD-CLEAR-TRANS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS JZ-CLEAR-STATUS.
000680     SELECT SETTLE-REPORT ASSIGN TO "SETTLE-REPORT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONTROL-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  CONTROL-RECORD.
000760     COPY "ctlrec.cpy".
000770
000780 FD  OPERATOR-MASTER
000790     LABEL RECORDS ARE STANDARD.
000800 01  OPERATOR-MASTER-RECORD.
000810     COPY "oprmast.cpy".
000820
000830 FD  CARD-SETTLEMENT
000840     LABEL RECORDS ARE STANDARD.
000850 01  CARD-SETTLEMENT-RECORD.
000860     COPY "stlrec.cpy".
000870
000880 FD  ORDER-ARCHIVE
000890     LABEL RECORDS ARE STANDARD.
000900 01  ORDER-RECORD.
000910     COPY "ordfrec.cpy".
000920
000930 FD  CLOSEOUT-ARCHIVE
000940     LABEL RECORDS ARE STANDARD.
000950 01  CLOSEOUT-RECORD.
000960     COPY "closrec.cpy".
000970
000980 FD  CARD-OPEN-ITEMS
000990     LABEL RECORDS ARE STANDARD.
001000 01  CARD-OPEN-ITEM-RECORD.
001010     05  OI-ITEM-DATA            PIC X(51).
001020
001030 FD  CARD-CLEAR-TRANS
001040     LABEL RECORDS ARE STANDARD.
001050 01  CARD-CLEAR-RECORD.
001060     COPY "stlclr.cpy".
001070
001080 FD  SETTLE-REPORT
001090     LABEL RECORDS ARE STANDARD.
001100 01  SETTLE-REPORT-RECORD        PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130     01 JZ-CONTROL-STATUS PIC X(02).
001140     01 JZ-OPERATOR-STATUS PIC X(02).
001150     01 JZ-SETTLE-STATUS PIC X(02).
001160     01 JZ-ORDER-STATUS PIC X(02).
001170     01 JZ-CLOSEOUT-STATUS PIC X(02).
001180     01 JZ-OPEN-STATUS PIC X(02).
001190     01 JZ-CLEAR-STATUS PIC X(02).
001200     01 JZ-EOF PIC X VALUE 'N'.
001210         88 JZ-END-OF-FILE VALUE 'Y'.
001220     01 JZ-CLEARS-MISSING PIC X VALUE 'N'.
001230         88 JZ-NO-CLEARS VALUE 'Y'.
001240
001250*---------------------------------------------------------------
001260*    THE RUN DATE (TODAY'S BUSINESS DATE), THE DAY BEING PROVED
001270*    (THE ONE BEFORE IT), AND THAT DAY'S ARCHIVE NAMES.
001280*---------------------------------------------------------------
001290     01 JZ-RUN-DATE PIC X(08).
001300     01 JZ-PROOF-DATE PIC X(08).
001310     01 JZ-ORDER-ARCH-NAME.
001320         05 FILLER PIC X(11) VALUE "ORDER-FILE.".
001330         05 JZ-OA-DATE PIC X(08).
001340     01 JZ-CLOSE-ARCH-NAME.
001350         05 FILLER PIC X(14) VALUE "CLOSEOUT-FILE.".
001360         05 JZ-CA-DATE PIC X(08).
001370
001380*---------------------------------------------------------------
001390*    FIELDS FOR BACKING THE BUSINESS DATE UP ONE DAY, MONTH
001400*    LENGTHS AND LEAP YEARS INCLUDED.
001410*---------------------------------------------------------------
001420     01 JZ-DATE-SPLIT.
001430         05 JZ-DS-YEAR PIC 9(04).
001440         05 JZ-DS-MONTH PIC 9(02).
001450         05 JZ-DS-DAY PIC 9(02).
001460     01 JZ-MONTH-LENGTH-LIST.
001470         05 FILLER PIC X(24) VALUE "312831303130313130313031".
001480     01 JZ-MONTH-LENGTH-TABLE REDEFINES JZ-MONTH-LENGTH-LIST.
001490         05 JZ-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001500     01 JZ-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
001510     01 JZ-LEAP-WORK PIC 9(04) VALUE 0.
001520     01 JZ-LEAP-REM PIC 9(04) VALUE 0.
001530     01 JZ-LEAP-YEAR PIC X VALUE 'N'.
001540
001550*---------------------------------------------------------------
001560*    TIME MATCHING.  HHMMSS IS TURNED INTO SECONDS SINCE
001570*    MIDNIGHT SO A SETTLEMENT STAMPED A LITTLE OFF THE TENDER
001580*    STILL MATCHES IT, UP TO JZ-TIME-WINDOW SECONDS EITHER WAY.
001590*---------------------------------------------------------------
001600     01 JZ-TIME-WINDOW PIC 9(03) VALUE 300.
001610     01 JZ-TIME-WORK PIC X(06).
001620     01 JZ-TIME-SPLIT REDEFINES JZ-TIME-WORK.
001630         05 JZ-TW-HOURS PIC 9(02).
001640         05 JZ-TW-MINUTES PIC 9(02).
001650         05 JZ-TW-SECONDS PIC 9(02).
001660     01 JZ-SECONDS PIC 9(05) VALUE 0.
001670     01 JZ-TIME-GAP PIC S9(05) VALUE 0.
001680
001690*---------------------------------------------------------------
001700*    THE CARD TENDERS BEING PROVED: THE DAY'S TYPE-T CARD
001710*    TENDERS PLUS EVERY EARLIER TENDER STILL CARRIED AS NOT
001720*    SETTLED.  STATUS IS SPACE WHILE OPEN, S SETTLED, M MATCHED
001730*    TO A SETTLEMENT FOR A DIFFERENT AMOUNT, X CLEARED.
001740*---------------------------------------------------------------
001750     01 JZ-TENDER-TABLE.
001760         05 JZ-TENDER-ENTRY OCCURS 1 TO 600 TIMES
001770                 DEPENDING ON JZ-TENDER-COUNT
001780                 INDEXED BY JZ-TENDER-IDX.
001790             10 JZ-TN-DATE          PIC X(08).
001800             10 JZ-TN-STATION       PIC X(02).
001810             10 JZ-TN-TIME          PIC X(06).
001820             10 JZ-TN-SECONDS       PIC 9(05).
001830             10 JZ-TN-AMOUNT        PIC 9(05)V99.
001840             10 JZ-TN-CARRIED       PIC X(01).
001850             10 JZ-TN-FIRST-SEEN    PIC X(08).
001860             10 JZ-TN-STATUS        PIC X(01).
001870             10 JZ-TN-SETTLE-SUB    PIC 9(04) COMP.
001880     01 JZ-TENDER-COUNT PIC 9(04) COMP VALUE 0.
001890     01 JZ-T-SUB PIC 9(04) COMP VALUE 0.
001900
001910*---------------------------------------------------------------
001920*    THE PROCESSOR'S SETTLEMENTS.  STATUS IS SPACE WHILE
001930*    UNMATCHED, S MATCHED, M MATCHED FOR A DIFFERENT AMOUNT.
001940*---------------------------------------------------------------
001950     01 JZ-SETTLE-TABLE.
001960         05 JZ-SETTLE-ENTRY OCCURS 1 TO 600 TIMES
001970                 DEPENDING ON JZ-SETTLE-COUNT
001980                 INDEXED BY JZ-SETTLE-IDX.
001990             10 JZ-SL-DATE          PIC X(08).
002000             10 JZ-SL-STATION       PIC X(02).
002010             10 JZ-SL-TIME          PIC X(06).
002020             10 JZ-SL-SECONDS       PIC 9(05).
002030             10 JZ-SL-AMOUNT        PIC 9(05)V99.
002040             10 JZ-SL-AUTH          PIC X(06).
002050             10 JZ-SL-STATUS        PIC X(01).
002060     01 JZ-SETTLE-COUNT PIC 9(04) COMP VALUE 0.
002070     01 JZ-S-SUB PIC 9(04) COMP VALUE 0.
002080     01 JZ-FOUND-SUB PIC 9(04) COMP VALUE 0.
002090     01 JZ-PROOF-DAY-SETTLES PIC 9(05) VALUE 0.
002100
002110*---------------------------------------------------------------
002120*    CARRIED NO-TENDER AND MISMATCH ITEMS, KEPT WHOLE UNTIL A
002130*    SUPERVISOR CLEARS THEM.  THE KEY IS TYPE, DATE, STATION,
002140*    AND TIME, THE FIRST 17 BYTES OF THE ITEM.
002150*---------------------------------------------------------------
002160     01 JZ-CARRIED-TABLE.
002170         05 JZ-CARRIED-ENTRY OCCURS 1 TO 200 TIMES
002180                 DEPENDING ON JZ-CARRIED-COUNT
002190                 INDEXED BY JZ-CARRIED-IDX.
002200             10 JZ-CI-KEY           PIC X(17).
002210             10 JZ-CI-REST          PIC X(34).
002220             10 JZ-CI-CLEARED       PIC X(01).
002230     01 JZ-CARRIED-COUNT PIC 9(03) COMP VALUE 0.
002240     01 JZ-C-SUB PIC 9(03) COMP VALUE 0.
002250
002260*---------------------------------------------------------------
002270*    ONE EXCEPTION ITEM, BUILT HERE FOR THE REPORT AND FOR
002280*    CARD-OPEN-ITEMS, AND THE KEY OF A CLEAR BEING APPLIED.
002290*---------------------------------------------------------------
002300     01 JZ-ITEM.
002310     COPY "stlitem.cpy".
002320     01 JZ-ITEM-STATE PIC X(07).
002330     01 JZ-CLEAR-KEY.
002340         05 JZ-CK-TYPE PIC X(01).
002350         05 JZ-CK-DATE PIC X(08).
002360         05 JZ-CK-STATION PIC X(02).
002370         05 JZ-CK-TIME PIC X(06).
002380
002390*---------------------------------------------------------------
002400*    OPERATORS, FOR CHECKING THAT A CLEAR IS SIGNED BY A
002410*    SUPERVISOR.
002420*---------------------------------------------------------------
002430     01 JZ-OPERATOR-TABLE.
002440         05 JZ-OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
002450                 DEPENDING ON JZ-OPERATOR-COUNT
002460                 INDEXED BY JZ-OPERATOR-IDX.
002470             10 JZ-OP-ID            PIC X(03).
002480             10 JZ-OP-LEVEL         PIC 9(01).
002490     01 JZ-OPERATOR-COUNT PIC 9(02) COMP VALUE 0.
002500     01 JZ-CLEAR-OK PIC X VALUE 'N'.
002510
002520*---------------------------------------------------------------
002530*    STATION PROOF FOR THE DAY: CARD TENDERS RUNG, THE PART
002540*    THE PROCESSOR SETTLED, AND THE CLOSE-OUT'S CARD FIGURE.
002550*    A BLANK STATION ON AN OLD RECORD READS AS 01.
002560*---------------------------------------------------------------
002570     01 JZ-STATION-TABLE.
002580         05 JZ-STATION-ENTRY OCCURS 1 TO 9 TIMES
002590                 DEPENDING ON JZ-STATION-COUNT
002600                 INDEXED BY JZ-STATION-IDX.
002610             10 JZ-ST-ID            PIC X(02).
002620             10 JZ-ST-RUNG          PIC 9(07)V99.
002630             10 JZ-ST-SETTLED       PIC 9(07)V99.
002640             10 JZ-ST-HAVE-CLOSE    PIC X(01).
002650             10 JZ-ST-CLOSE-CARD    PIC 9(07)V99.
002660     01 JZ-STATION-COUNT PIC 9(02) COMP VALUE 0.
002670     01 JZ-ST-SUB PIC 9(02) COMP VALUE 0.
002680     01 JZ-WORK-STATION PIC X(02).
002690     01 JZ-ST-DIFFERENCE PIC S9(07)V99 VALUE 0.
002700
002710*---------------------------------------------------------------
002720*    RUN COUNTS AND SWITCHES.  A FULL TABLE OR AN UNREADABLE
002730*    SETTLEMENT HOLDS THE FILES: NOTHING IS REWRITTEN OR
002740*    EMPTIED, SO THE RUN CAN BE REPEATED ONCE IT IS FIXED.
002750*---------------------------------------------------------------
002760     01 JZ-HOLD-FILES PIC X VALUE 'N'.
002770         88 JZ-FILES-HELD VALUE 'Y'.
002780     01 JZ-SETTLES-READ PIC 9(05) VALUE 0.
002790     01 JZ-BAD-SETTLES PIC 9(05) VALUE 0.
002800     01 JZ-MATCHED-COUNT PIC 9(05) VALUE 0.
002810     01 JZ-LATE-COUNT PIC 9(05) VALUE 0.
002820     01 JZ-NEW-COUNT PIC 9(05) VALUE 0.
002830     01 JZ-CARRIED-OPEN PIC 9(05) VALUE 0.
002840     01 JZ-CLEARED-COUNT PIC 9(05) VALUE 0.
002850     01 JZ-REFUSED-COUNT PIC 9(05) VALUE 0.
002860     01 JZ-OUT-OF-PROOF PIC 9(02) VALUE 0.
002870
002880*---------------------------------------------------------------
002890*    REPORT LINES.
002900*---------------------------------------------------------------
002910     01 JZ-HEADING-1.
002920         05 FILLER PIC X(40)
002930             VALUE "JELLO-SETTLE    CARD SETTLEMENT RECON   ".
002940         05 FILLER PIC X(12) VALUE SPACES.
002950         05 FILLER PIC X(09) VALUE "FOR DATE ".
002960         05 JZ-HD-DATE PIC X(08).
002970         05 FILLER PIC X(11) VALUE SPACES.
002980     01 JZ-SECTION-LINE.
002990         05 JZ-SECTION-TEXT PIC X(80).
003000     01 JZ-CLEAR-LINE.
003010         05 JZ-CL-RESULT PIC X(16).
003020         05 FILLER PIC X(01) VALUE SPACES.
003030         05 JZ-CL-TYPE PIC X(01).
003040         05 FILLER PIC X(01) VALUE SPACES.
003050         05 JZ-CL-DATE PIC X(08).
003060         05 FILLER PIC X(01) VALUE SPACES.
003070         05 JZ-CL-STATION PIC X(02).
003080         05 FILLER PIC X(01) VALUE SPACES.
003090         05 JZ-CL-TIME PIC X(06).
003100         05 FILLER PIC X(04) VALUE " BY ".
003110         05 JZ-CL-OPERATOR PIC X(03).
003120         05 FILLER PIC X(01) VALUE SPACES.
003130         05 JZ-CL-REASON PIC X(20).
003140         05 FILLER PIC X(15) VALUE SPACES.
003150     01 JZ-HEADING-2.
003160         05 FILLER PIC X(17) VALUE "EXCEPTION        ".
003170         05 FILLER PIC X(09) VALUE "DATE     ".
003180         05 FILLER PIC X(03) VALUE "ST ".
003190         05 FILLER PIC X(07) VALUE "TIME   ".
003200         05 FILLER PIC X(09) VALUE "  TENDER ".
003210         05 FILLER PIC X(09) VALUE " SETTLED ".
003220         05 FILLER PIC X(09) VALUE "FIRST    ".
003230         05 FILLER PIC X(07) VALUE "STATUS ".
003240         05 FILLER PIC X(10) VALUE SPACES.
003250     01 JZ-ITEM-LINE.
003260         05 JZ-IL-TEXT PIC X(16).
003270         05 FILLER PIC X(01) VALUE SPACES.
003280         05 JZ-IL-DATE PIC X(08).
003290         05 FILLER PIC X(01) VALUE SPACES.
003300         05 JZ-IL-STATION PIC X(02).
003310         05 FILLER PIC X(01) VALUE SPACES.
003320         05 JZ-IL-TIME PIC X(06).
003330         05 FILLER PIC X(01) VALUE SPACES.
003340         05 JZ-IL-TENDER PIC ZZZZ9.99.
003350         05 FILLER PIC X(01) VALUE SPACES.
003360         05 JZ-IL-SETTLED PIC ZZZZ9.99.
003370         05 FILLER PIC X(01) VALUE SPACES.
003380         05 JZ-IL-FIRST-SEEN PIC X(08).
003390         05 FILLER PIC X(01) VALUE SPACES.
003400         05 JZ-IL-STATE PIC X(07).
003410         05 FILLER PIC X(10) VALUE SPACES.
003420     01 JZ-HEADING-3.
003430         05 FILLER PIC X(09) VALUE "STATION  ".
003440         05 FILLER PIC X(13) VALUE "   CARD RUNG ".
003450         05 FILLER PIC X(13) VALUE "     SETTLED ".
003460         05 FILLER PIC X(13) VALUE "   CLOSE-OUT ".
003470         05 FILLER PIC X(13) VALUE "  DIFFERENCE ".
003480         05 FILLER PIC X(19) VALUE SPACES.
003490     01 JZ-STATION-LINE.
003500         05 FILLER PIC X(02) VALUE SPACES.
003510         05 JZ-SL-LINE-ID PIC X(02).
003520         05 FILLER PIC X(05) VALUE SPACES.
003530         05 JZ-SL-LINE-RUNG PIC ZZZZZZ9.99.
003540         05 FILLER PIC X(03) VALUE SPACES.
003550         05 JZ-SL-LINE-SETTLED PIC ZZZZZZ9.99.
003560         05 FILLER PIC X(03) VALUE SPACES.
003570         05 JZ-SL-LINE-CLOSE PIC ZZZZZZ9.99.
003580         05 FILLER PIC X(03) VALUE SPACES.
003590         05 JZ-SL-LINE-DIFF PIC ------9.99.
003600         05 FILLER PIC X(02) VALUE SPACES.
003610         05 JZ-SL-LINE-RESULT PIC X(12).
003620         05 FILLER PIC X(08) VALUE SPACES.
003630     01 JZ-COUNT-LINE.
003640         05 FILLER PIC X(02) VALUE SPACES.
003650         05 JZ-CO-LABEL PIC X(36).
003660         05 JZ-CO-COUNT PIC ZZZZ9.
003670         05 FILLER PIC X(37) VALUE SPACES.
003680     01 JZ-NOTE-LINE.
003690         05 FILLER PIC X(02) VALUE SPACES.
003700         05 JZ-NOTE-TEXT PIC X(78).
003710     01 JZ-BLANK-LINE PIC X(80) VALUE SPACES.
003720
003730 PROCEDURE DIVISION.
003740
003750****************************************************************
003760*  0000-MAINLINE
003770*
003780*  LOADS THE SETTLEMENTS, THE DAY'S CARD TENDERS, AND THE
003790*  CARRIED ITEMS, MATCHES THEM, APPLIES THE SUPERVISOR CLEARS,
003800*  PROVES EACH STATION, AND CARRIES WHAT IS LEFT FORWARD.
003810****************************************************************
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE
003840         THRU 1000-EXIT.
003850     PERFORM 3000-MATCH-SETTLEMENTS
003860         THRU 3000-EXIT.
003870     PERFORM 3500-APPLY-CLEARS
003880         THRU 3500-EXIT.
003890     PERFORM 4000-LOAD-CLOSEOUTS
003900         THRU 4000-EXIT.
003910     PERFORM 5000-REPORT-EXCEPTIONS
003920         THRU 5000-EXIT.
003930     PERFORM 6000-PROVE-STATIONS
003940         THRU 6000-EXIT.
003950     PERFORM 7000-EMPTY-INPUTS
003960         THRU 7000-EXIT.
003970     PERFORM 9000-TERMINATE
003980         THRU 9000-EXIT.
003990     STOP RUN.
004000
004010****************************************************************
004020*  1000-INITIALIZE
004030*
004040*  WORKS OUT THE DAY BEING PROVED, STARTS THE REPORT, AND LOADS
004050*  THE OPERATORS, THE SETTLEMENTS, THE DAY'S CARD TENDERS, AND
004060*  THE CARRIED ITEMS.
004070****************************************************************
004080 1000-INITIALIZE.
004090     PERFORM 1050-READ-CONTROL-FILE
004100         THRU 1050-EXIT.
004110     MOVE JZ-RUN-DATE TO JZ-DATE-SPLIT.
004120     PERFORM 1100-BACK-UP-ONE-DAY
004130         THRU 1100-EXIT.
004140     MOVE JZ-DATE-SPLIT TO JZ-PROOF-DATE.
004150     MOVE JZ-PROOF-DATE TO JZ-OA-DATE.
004160     MOVE JZ-PROOF-DATE TO JZ-CA-DATE.
004170     OPEN OUTPUT SETTLE-REPORT.
004180     MOVE JZ-PROOF-DATE TO JZ-HD-DATE.
004190     WRITE SETTLE-REPORT-RECORD FROM JZ-HEADING-1.
004200     WRITE SETTLE-REPORT-RECORD FROM JZ-BLANK-LINE.
004210     PERFORM 1200-LOAD-OPERATORS
004220         THRU 1200-EXIT.
004230     PERFORM 1300-LOAD-SETTLEMENTS
004240         THRU 1300-EXIT.
004250     PERFORM 1400-LOAD-TENDERS
004260         THRU 1400-EXIT.
004270     PERFORM 1500-LOAD-OPEN-ITEMS
004280         THRU 1500-EXIT.
004290 1000-EXIT.
004300     EXIT.
004310
004320****************************************************************
004330*  1050-READ-CONTROL-FILE
004340*
004350*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
004360*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
004370****************************************************************
004380 1050-READ-CONTROL-FILE.
004390     OPEN INPUT CONTROL-FILE.
004400     IF JZ-CONTROL-STATUS = '35'
004410         ACCEPT JZ-RUN-DATE FROM DATE YYYYMMDD
004420     ELSE
004430         READ CONTROL-FILE
004440             AT END
004450                 ACCEPT JZ-RUN-DATE FROM DATE YYYYMMDD
004460             NOT AT END
004470                 MOVE CT-BUSINESS-DATE TO JZ-RUN-DATE
004480         END-READ
004490         CLOSE CONTROL-FILE
004500     END-IF.
004510 1050-EXIT.
004520     EXIT.
004530
004540****************************************************************
004550*  1100-BACK-UP-ONE-DAY
004560*
004570*  MOVES JZ-DATE-SPLIT BACK ONE CALENDAR DAY, ACROSS MONTH AND
004580*  YEAR ENDS.
004590****************************************************************
004600 1100-BACK-UP-ONE-DAY.
004610     IF JZ-DS-DAY > 1
004620         SUBTRACT 1 FROM JZ-DS-DAY
004630         GO TO 1100-EXIT.
004640     IF JZ-DS-MONTH > 1
004650         SUBTRACT 1 FROM JZ-DS-MONTH
004660     ELSE
004670         MOVE 12 TO JZ-DS-MONTH
004680         SUBTRACT 1 FROM JZ-DS-YEAR
004690     END-IF.
004700     PERFORM 1150-SET-DAYS-THIS-MONTH
004710         THRU 1150-EXIT.
004720     MOVE JZ-DAYS-THIS-MONTH TO JZ-DS-DAY.
004730 1100-EXIT.
004740     EXIT.
004750
004760****************************************************************
004770*  1150-SET-DAYS-THIS-MONTH
004780*
004790*  SETS JZ-DAYS-THIS-MONTH FOR JZ-DS-MONTH, GIVING FEBRUARY ITS
004800*  29TH IN A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURIES NOT
004810*  DIVISIBLE BY 400).
004820****************************************************************
004830 1150-SET-DAYS-THIS-MONTH.
004840     MOVE JZ-MONTH-DAYS(JZ-DS-MONTH) TO JZ-DAYS-THIS-MONTH.
004850     IF JZ-DS-MONTH = 2
004860         MOVE 'N' TO JZ-LEAP-YEAR
004870         DIVIDE JZ-DS-YEAR BY 4 GIVING JZ-LEAP-WORK
004880             REMAINDER JZ-LEAP-REM
004890         IF JZ-LEAP-REM = 0
004900             MOVE 'Y' TO JZ-LEAP-YEAR
004910             DIVIDE JZ-DS-YEAR BY 100 GIVING JZ-LEAP-WORK
004920                 REMAINDER JZ-LEAP-REM
004930             IF JZ-LEAP-REM = 0
004940                 MOVE 'N' TO JZ-LEAP-YEAR
004950                 DIVIDE JZ-DS-YEAR BY 400 GIVING JZ-LEAP-WORK
004960                     REMAINDER JZ-LEAP-REM
004970                 IF JZ-LEAP-REM = 0
004980                     MOVE 'Y' TO JZ-LEAP-YEAR
004990                 END-IF
005000             END-IF
005010         END-IF
005020         IF JZ-LEAP-YEAR = 'Y'
005030             MOVE 29 TO JZ-DAYS-THIS-MONTH
005040         END-IF
005050     END-IF.
005060 1150-EXIT.
005070     EXIT.
005080
005090****************************************************************
005100*  1200-LOAD-OPERATORS
005110*
005120*  FILLS JZ-OPERATOR-TABLE FROM OPERATOR-MASTER.  WITHOUT IT NO
005130*  CLEAR CAN BE ACCEPTED.
005140****************************************************************
005150 1200-LOAD-OPERATORS.
005160     OPEN INPUT OPERATOR-MASTER.
005170     IF JZ-OPERATOR-STATUS = '35'
005180         GO TO 1200-EXIT.
005190     MOVE 'N' TO JZ-EOF.
005200     PERFORM 1210-READ-OPERATOR-RECORD
005210         THRU 1210-EXIT.
005220     PERFORM 1220-STORE-OPERATOR-RECORD
005230         THRU 1220-EXIT
005240         UNTIL JZ-END-OF-FILE.
005250     CLOSE OPERATOR-MASTER.
005260 1200-EXIT.
005270     EXIT.
005280
005290****************************************************************
005300*  1210-READ-OPERATOR-RECORD
005310*
005320*  READS ONE OPERATOR-MASTER RECORD AHEAD.
005330****************************************************************
005340 1210-READ-OPERATOR-RECORD.
005350     READ OPERATOR-MASTER
005360         AT END MOVE 'Y' TO JZ-EOF
005370     END-READ.
005380 1210-EXIT.
005390     EXIT.
005400
005410****************************************************************
005420*  1220-STORE-OPERATOR-RECORD
005430*
005440*  ADDS THE OPERATOR JUST READ TO JZ-OPERATOR-TABLE AND PRIMES
005450*  THE NEXT READ.
005460****************************************************************
005470 1220-STORE-OPERATOR-RECORD.
005480     IF JZ-OPERATOR-COUNT < 50
005490         ADD 1 TO JZ-OPERATOR-COUNT
005500         SET JZ-OPERATOR-IDX TO JZ-OPERATOR-COUNT
005510         MOVE OP-OPERATOR-ID TO JZ-OP-ID(JZ-OPERATOR-IDX)
005520         MOVE OP-AUTH-LEVEL TO JZ-OP-LEVEL(JZ-OPERATOR-IDX)
005530     END-IF.
005540     PERFORM 1210-READ-OPERATOR-RECORD
005550         THRU 1210-EXIT.
005560 1220-EXIT.
005570     EXIT.
005580
005590****************************************************************
005600*  1300-LOAD-SETTLEMENTS
005610*
005620*  LOADS CARD-SETTLEMENT INTO JZ-SETTLE-TABLE.  WITH NO
005630*  SETTLEMENT FILE (OR AN EMPTY ONE) THERE IS NOTHING TO PROVE,
005640*  AND THE RUN STOPS BEFORE IT CARRIES A WHOLE DAY OF TENDERS
005650*  FORWARD AS NOT SETTLED.
005660****************************************************************
005670 1300-LOAD-SETTLEMENTS.
005680     OPEN INPUT CARD-SETTLEMENT.
005690     IF JZ-SETTLE-STATUS = '35'
005700         MOVE "NO CARD-SETTLEMENT FILE - NOTHING CHANGED"
005710             TO JZ-NOTE-TEXT
005720         PERFORM 1900-REFUSE-RUN
005730             THRU 1900-EXIT.
005740     MOVE 'N' TO JZ-EOF.
005750     PERFORM 1310-READ-SETTLE-RECORD
005760         THRU 1310-EXIT.
005770     PERFORM 1320-STORE-SETTLE-RECORD
005780         THRU 1320-EXIT
005790         UNTIL JZ-END-OF-FILE.
005800     CLOSE CARD-SETTLEMENT.
005810     IF JZ-SETTLES-READ = 0
005820         MOVE "CARD-SETTLEMENT IS EMPTY - NOTHING CHANGED"
005830             TO JZ-NOTE-TEXT
005840         PERFORM 1900-REFUSE-RUN
005850             THRU 1900-EXIT.
005860 1300-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900*  1310-READ-SETTLE-RECORD
005910*
005920*  READS ONE CARD-SETTLEMENT RECORD AHEAD.
005930****************************************************************
005940 1310-READ-SETTLE-RECORD.
005950     READ CARD-SETTLEMENT
005960         AT END MOVE 'Y' TO JZ-EOF
005970     END-READ.
005980 1310-EXIT.
005990     EXIT.
006000
006010****************************************************************
006020*  1320-STORE-SETTLE-RECORD
006030*
006040*  ADDS THE SETTLEMENT JUST READ TO JZ-SETTLE-TABLE AND PRIMES
006050*  THE NEXT READ.  A RECORD WITH NO USABLE AMOUNT OR TIME, OR
006060*  ONE THAT WILL NOT FIT, HOLDS THE FILES SO NOTHING IS LOST.
006070****************************************************************
006080 1320-STORE-SETTLE-RECORD.
006090     ADD 1 TO JZ-SETTLES-READ.
006100     MOVE ST-TRANS-TIME TO JZ-TIME-WORK.
006110     IF ST-AMOUNT NOT NUMERIC OR JZ-TIME-SPLIT NOT NUMERIC
006120         ADD 1 TO JZ-BAD-SETTLES
006130         MOVE 'Y' TO JZ-HOLD-FILES
006140         GO TO 1320-NEXT.
006150     IF JZ-SETTLE-COUNT NOT < 600
006160         MOVE 'Y' TO JZ-HOLD-FILES
006170         GO TO 1320-NEXT.
006180     ADD 1 TO JZ-SETTLE-COUNT.
006190     SET JZ-SETTLE-IDX TO JZ-SETTLE-COUNT.
006200     MOVE ST-TRANS-DATE TO JZ-SL-DATE(JZ-SETTLE-IDX).
006210     MOVE ST-STATION-ID TO JZ-SL-STATION(JZ-SETTLE-IDX).
006220     IF ST-STATION-ID = SPACES
006230         MOVE '01' TO JZ-SL-STATION(JZ-SETTLE-IDX)
006240     END-IF.
006250     MOVE ST-TRANS-TIME TO JZ-SL-TIME(JZ-SETTLE-IDX).
006260     PERFORM 1700-TIME-TO-SECONDS
006270         THRU 1700-EXIT.
006280     MOVE JZ-SECONDS TO JZ-SL-SECONDS(JZ-SETTLE-IDX).
006290     MOVE ST-AMOUNT TO JZ-SL-AMOUNT(JZ-SETTLE-IDX).
006300     MOVE ST-AUTH-CODE TO JZ-SL-AUTH(JZ-SETTLE-IDX).
006310     MOVE SPACE TO JZ-SL-STATUS(JZ-SETTLE-IDX).
006320     IF ST-TRANS-DATE = JZ-PROOF-DATE
006330         ADD 1 TO JZ-PROOF-DAY-SETTLES
006340     END-IF.
006350 1320-NEXT.
006360     PERFORM 1310-READ-SETTLE-RECORD
006370         THRU 1310-EXIT.
006380 1320-EXIT.
006390     EXIT.
006400
006410****************************************************************
006420*  1400-LOAD-TENDERS
006430*
006440*  LOADS THE PROOF DAY'S TYPE-T CARD TENDERS FROM ITS ORDER-FILE
006450*  ARCHIVE.  JELLO-DAYEND WRITES NO ARCHIVE FOR A DAY WITH NO
006460*  SALES, SO A MISSING ONE IS ONLY AN ERROR WHEN THE PROCESSOR
006470*  SETTLED SOMETHING FOR THAT DAY.
006480****************************************************************
006490 1400-LOAD-TENDERS.
006500     OPEN INPUT ORDER-ARCHIVE.
006510     IF JZ-ORDER-STATUS = '35'
006520         IF JZ-PROOF-DAY-SETTLES > 0
006530             MOVE "SETTLEMENTS FOR A DAY WITH NO ORDER ARCHIVE"
006540                 TO JZ-NOTE-TEXT
006550             WRITE SETTLE-REPORT-RECORD FROM JZ-NOTE-LINE
006560             MOVE "  - RUN JELLO-DAYEND FIRST; NOTHING CHANGED"
006570                 TO JZ-NOTE-TEXT
006580             PERFORM 1900-REFUSE-RUN
006590                 THRU 1900-EXIT
006600         END-IF
006610         GO TO 1400-EXIT
006620     END-IF.
006630     MOVE 'N' TO JZ-EOF.
006640     PERFORM 1410-READ-ORDER-RECORD
006650         THRU 1410-EXIT.
006660     PERFORM 1420-STORE-ORDER-RECORD
006670         THRU 1420-EXIT
006680         UNTIL JZ-END-OF-FILE.
006690     CLOSE ORDER-ARCHIVE.
006700 1400-EXIT.
006710     EXIT.
006720
006730****************************************************************
006740*  1410-READ-ORDER-RECORD
006750*
006760*  READS ONE ORDER-FILE ARCHIVE RECORD AHEAD.
006770****************************************************************
006780 1410-READ-ORDER-RECORD.
006790     READ ORDER-ARCHIVE
006800         AT END MOVE 'Y' TO JZ-EOF
006810     END-READ.
006820 1410-EXIT.
006830     EXIT.
006840
006850****************************************************************
006860*  1420-STORE-ORDER-RECORD
006870*
006880*  ADDS A CARD TENDER FOR THE PROOF DAY TO JZ-TENDER-TABLE AND
006890*  PRIMES THE NEXT READ.
006900****************************************************************
006910 1420-STORE-ORDER-RECORD.
006920     IF OR-RECORD-TYPE NOT = 'T' OR OR-TENDER-TYPE NOT = 'D'
006930         OR OR-ORDER-DATE NOT = JZ-PROOF-DATE
006940         GO TO 1420-NEXT.
006950     IF JZ-TENDER-COUNT NOT < 600
006960         MOVE 'Y' TO JZ-HOLD-FILES
006970         GO TO 1420-NEXT.
006980     ADD 1 TO JZ-TENDER-COUNT.
006990     SET JZ-TENDER-IDX TO JZ-TENDER-COUNT.
007000     MOVE OR-ORDER-DATE TO JZ-TN-DATE(JZ-TENDER-IDX).
007010     MOVE OR-STATION-ID TO JZ-TN-STATION(JZ-TENDER-IDX).
007020     IF OR-STATION-ID = SPACES
007030         MOVE '01' TO JZ-TN-STATION(JZ-TENDER-IDX)
007040     END-IF.
007050     MOVE OR-ORDER-TIME(1:6) TO JZ-TN-TIME(JZ-TENDER-IDX).
007060     MOVE OR-ORDER-TIME(1:6) TO JZ-TIME-WORK.
007070     PERFORM 1700-TIME-TO-SECONDS
007080         THRU 1700-EXIT.
007090     MOVE JZ-SECONDS TO JZ-TN-SECONDS(JZ-TENDER-IDX).
007100     MOVE OR-LINE-TOTAL TO JZ-TN-AMOUNT(JZ-TENDER-IDX).
007110     MOVE 'N' TO JZ-TN-CARRIED(JZ-TENDER-IDX).
007120     MOVE JZ-RUN-DATE TO JZ-TN-FIRST-SEEN(JZ-TENDER-IDX).
007130     MOVE SPACE TO JZ-TN-STATUS(JZ-TENDER-IDX).
007140     MOVE 0 TO JZ-TN-SETTLE-SUB(JZ-TENDER-IDX).
007150 1420-NEXT.
007160     PERFORM 1410-READ-ORDER-RECORD
007170         THRU 1410-EXIT.
007180 1420-EXIT.
007190     EXIT.
007200
007210****************************************************************
007220*  1500-LOAD-OPEN-ITEMS
007230*
007240*  READS THE ITEMS CARRIED FROM EARLIER RUNS.  A TENDER STILL
007250*  NOT SETTLED GOES BACK INTO JZ-TENDER-TABLE SO A LATE
007260*  SETTLEMENT CAN MATCH IT; THE OTHER ITEMS ARE KEPT WHOLE IN
007270*  JZ-CARRIED-TABLE UNTIL CLEARED.
007280****************************************************************
007290 1500-LOAD-OPEN-ITEMS.
007300     OPEN INPUT CARD-OPEN-ITEMS.
007310     IF JZ-OPEN-STATUS = '35'
007320         GO TO 1500-EXIT.
007330     MOVE 'N' TO JZ-EOF.
007340     PERFORM 1510-READ-OPEN-ITEM
007350         THRU 1510-EXIT.
007360     PERFORM 1520-STORE-OPEN-ITEM
007370         THRU 1520-EXIT
007380         UNTIL JZ-END-OF-FILE.
007390     CLOSE CARD-OPEN-ITEMS.
007400 1500-EXIT.
007410     EXIT.
007420
007430****************************************************************
007440*  1510-READ-OPEN-ITEM
007450*
007460*  READS ONE CARD-OPEN-ITEMS RECORD AHEAD.
007470****************************************************************
007480 1510-READ-OPEN-ITEM.
007490     READ CARD-OPEN-ITEMS
007500         AT END MOVE 'Y' TO JZ-EOF
007510     END-READ.
007520 1510-EXIT.
007530     EXIT.
007540
007550****************************************************************
007560*  1520-STORE-OPEN-ITEM
007570*
007580*  FILES THE CARRIED ITEM JUST READ AND PRIMES THE NEXT READ.
007590****************************************************************
007600 1520-STORE-OPEN-ITEM.
007610     MOVE OI-ITEM-DATA TO JZ-ITEM.
007620     IF SX-UNSETTLED
007630         IF JZ-TENDER-COUNT NOT < 600
007640             MOVE 'Y' TO JZ-HOLD-FILES
007650             GO TO 1520-NEXT
007660         END-IF
007670         ADD 1 TO JZ-TENDER-COUNT
007680         SET JZ-TENDER-IDX TO JZ-TENDER-COUNT
007690         MOVE SX-TRANS-DATE TO JZ-TN-DATE(JZ-TENDER-IDX)
007700         MOVE SX-STATION-ID TO JZ-TN-STATION(JZ-TENDER-IDX)
007710         MOVE SX-TRANS-TIME TO JZ-TN-TIME(JZ-TENDER-IDX)
007720         MOVE SX-TRANS-TIME TO JZ-TIME-WORK
007730         PERFORM 1700-TIME-TO-SECONDS
007740             THRU 1700-EXIT
007750         MOVE JZ-SECONDS TO JZ-TN-SECONDS(JZ-TENDER-IDX)
007760         MOVE SX-TENDER-AMOUNT TO JZ-TN-AMOUNT(JZ-TENDER-IDX)
007770         MOVE 'Y' TO JZ-TN-CARRIED(JZ-TENDER-IDX)
007780         MOVE SX-FIRST-SEEN TO JZ-TN-FIRST-SEEN(JZ-TENDER-IDX)
007790         MOVE SPACE TO JZ-TN-STATUS(JZ-TENDER-IDX)
007800         MOVE 0 TO JZ-TN-SETTLE-SUB(JZ-TENDER-IDX)
007810         GO TO 1520-NEXT
007820     END-IF.
007830     IF JZ-CARRIED-COUNT NOT < 200
007840         MOVE 'Y' TO JZ-HOLD-FILES
007850         GO TO 1520-NEXT.
007860     ADD 1 TO JZ-CARRIED-COUNT.
007870     SET JZ-CARRIED-IDX TO JZ-CARRIED-COUNT.
007880     MOVE OI-ITEM-DATA TO JZ-CARRIED-ENTRY(JZ-CARRIED-IDX).
007890     MOVE 'N' TO JZ-CI-CLEARED(JZ-CARRIED-IDX).
007900 1520-NEXT.
007910     PERFORM 1510-READ-OPEN-ITEM
007920         THRU 1510-EXIT.
007930 1520-EXIT.
007940     EXIT.
007950
007960****************************************************************
007970*  1700-TIME-TO-SECONDS
007980*
007990*  TURNS THE HHMMSS IN JZ-TIME-WORK INTO SECONDS SINCE MIDNIGHT
008000*  IN JZ-SECONDS.  A TIME THAT IS NOT NUMERIC COUNTS AS ZERO.
008010****************************************************************
008020 1700-TIME-TO-SECONDS.
008030     MOVE 0 TO JZ-SECONDS.
008040     IF JZ-TIME-SPLIT IS NUMERIC
008050         COMPUTE JZ-SECONDS = JZ-TW-HOURS * 3600
008060             + JZ-TW-MINUTES * 60 + JZ-TW-SECONDS
008070     END-IF.
008080 1700-EXIT.
008090     EXIT.
008100
008110****************************************************************
008120*  1900-REFUSE-RUN
008130*
008140*  PRINTS THE NOTE ALREADY IN JZ-NOTE-TEXT AND ENDS THE JOB
008150*  WITH RETURN-CODE 8 BEFORE ANY FILE IS CHANGED.
008160****************************************************************
008170 1900-REFUSE-RUN.
008180     WRITE SETTLE-REPORT-RECORD FROM JZ-NOTE-LINE.
008190     CLOSE SETTLE-REPORT.
008200     DISPLAY "JELLO-SETTLE: run refused for " JZ-PROOF-DATE
008210         " - see SETTLE-REPORT.".
008220     MOVE 8 TO RETURN-CODE.
008230     STOP RUN.
008240 1900-EXIT.
008250     EXIT.
008260
008270****************************************************************
008280*  3000-MATCH-SETTLEMENTS
008290*
008300*  MATCHES EVERY SETTLEMENT TO AN OPEN TENDER FOR THE SAME
008310*  DATE, STATION, TIME, AND AMOUNT.  ONLY WHEN THAT PASS IS
008320*  DONE DOES A SECOND PASS PAIR WHAT IS LEFT ON DATE, STATION,
008330*  AND TIME ALONE AS AMOUNT MISMATCHES, SO A MISMATCH NEVER
008340*  TAKES A TENDER AN EXACT SETTLEMENT WANTED.
008350****************************************************************
008360 3000-MATCH-SETTLEMENTS.
008370     PERFORM 3010-MATCH-ONE-EXACT
008380         THRU 3010-EXIT
008390         VARYING JZ-S-SUB FROM 1 BY 1
008400         UNTIL JZ-S-SUB > JZ-SETTLE-COUNT.
008410     PERFORM 3100-MATCH-ONE-MISMATCH
008420         THRU 3100-EXIT
008430         VARYING JZ-S-SUB FROM 1 BY 1
008440         UNTIL JZ-S-SUB > JZ-SETTLE-COUNT.
008450 3000-EXIT.
008460     EXIT.
008470
008480****************************************************************
008490*  3010-MATCH-ONE-EXACT
008500*
008510*  LOOKS FOR AN OPEN TENDER THAT SETTLEMENT JZ-S-SUB PAYS FOR
008520*  EXACTLY, AND MARKS BOTH SETTLED.
008530****************************************************************
008540 3010-MATCH-ONE-EXACT.
008550     MOVE 0 TO JZ-FOUND-SUB.
008560     PERFORM 3020-TEST-ONE-EXACT
008570         THRU 3020-EXIT
008580         VARYING JZ-T-SUB FROM 1 BY 1
008590         UNTIL JZ-T-SUB > JZ-TENDER-COUNT
008600         OR JZ-FOUND-SUB > 0.
008610     IF JZ-FOUND-SUB = 0
008620         GO TO 3010-EXIT.
008630     MOVE 'S' TO JZ-SL-STATUS(JZ-S-SUB).
008640     MOVE 'S' TO JZ-TN-STATUS(JZ-FOUND-SUB).
008650     MOVE JZ-S-SUB TO JZ-TN-SETTLE-SUB(JZ-FOUND-SUB).
008660     ADD 1 TO JZ-MATCHED-COUNT.
008670     IF JZ-TN-CARRIED(JZ-FOUND-SUB) = 'Y'
008680         ADD 1 TO JZ-LATE-COUNT
008690     END-IF.
008700 3010-EXIT.
008710     EXIT.
008720
008730****************************************************************
008740*  3020-TEST-ONE-EXACT
008750*
008760*  SETS JZ-FOUND-SUB WHEN TENDER JZ-T-SUB IS OPEN AND AGREES
008770*  WITH SETTLEMENT JZ-S-SUB ON DATE, STATION, AND AMOUNT, WITH
008780*  THE TIMES INSIDE THE WINDOW.
008790****************************************************************
008800 3020-TEST-ONE-EXACT.
008810     IF JZ-TN-STATUS(JZ-T-SUB) NOT = SPACE
008820         OR JZ-TN-DATE(JZ-T-SUB) NOT = JZ-SL-DATE(JZ-S-SUB)
008830         OR JZ-TN-STATION(JZ-T-SUB) NOT = JZ-SL-STATION(JZ-S-SUB)
008840         OR JZ-TN-AMOUNT(JZ-T-SUB) NOT = JZ-SL-AMOUNT(JZ-S-SUB)
008850         GO TO 3020-EXIT.
008860     COMPUTE JZ-TIME-GAP =
008870         JZ-TN-SECONDS(JZ-T-SUB) - JZ-SL-SECONDS(JZ-S-SUB).
008880     IF JZ-TIME-GAP < 0
008890         MULTIPLY -1 BY JZ-TIME-GAP
008900     END-IF.
008910     IF JZ-TIME-GAP NOT > JZ-TIME-WINDOW
008920         MOVE JZ-T-SUB TO JZ-FOUND-SUB
008930     END-IF.
008940 3020-EXIT.
008950     EXIT.
008960
008970****************************************************************
008980*  3100-MATCH-ONE-MISMATCH
008990*
009000*  PAIRS A SETTLEMENT STILL UNMATCHED WITH AN OPEN TENDER FOR
009010*  THE SAME DATE, STATION, AND TIME BUT ANOTHER AMOUNT.
009020****************************************************************
009030 3100-MATCH-ONE-MISMATCH.
009040     IF JZ-SL-STATUS(JZ-S-SUB) NOT = SPACE
009050         GO TO 3100-EXIT.
009060     MOVE 0 TO JZ-FOUND-SUB.
009070     PERFORM 3110-TEST-ONE-MISMATCH
009080         THRU 3110-EXIT
009090         VARYING JZ-T-SUB FROM 1 BY 1
009100         UNTIL JZ-T-SUB > JZ-TENDER-COUNT
009110         OR JZ-FOUND-SUB > 0.
009120     IF JZ-FOUND-SUB = 0
009130         GO TO 3100-EXIT.
009140     MOVE 'M' TO JZ-SL-STATUS(JZ-S-SUB).
009150     MOVE 'M' TO JZ-TN-STATUS(JZ-FOUND-SUB).
009160     MOVE JZ-S-SUB TO JZ-TN-SETTLE-SUB(JZ-FOUND-SUB).
009170 3100-EXIT.
009180     EXIT.
009190
009200****************************************************************
009210*  3110-TEST-ONE-MISMATCH
009220*
009230*  SETS JZ-FOUND-SUB WHEN TENDER JZ-T-SUB IS OPEN AND AGREES
009240*  WITH SETTLEMENT JZ-S-SUB ON DATE AND STATION, WITH THE
009250*  TIMES INSIDE THE WINDOW.
009260****************************************************************
009270 3110-TEST-ONE-MISMATCH.
009280     IF JZ-TN-STATUS(JZ-T-SUB) NOT = SPACE
009290         OR JZ-TN-DATE(JZ-T-SUB) NOT = JZ-SL-DATE(JZ-S-SUB)
009300         OR JZ-TN-STATION(JZ-T-SUB) NOT = JZ-SL-STATION(JZ-S-SUB)
009310         GO TO 3110-EXIT.
009320     COMPUTE JZ-TIME-GAP =
009330         JZ-TN-SECONDS(JZ-T-SUB) - JZ-SL-SECONDS(JZ-S-SUB).
009340     IF JZ-TIME-GAP < 0
009350         MULTIPLY -1 BY JZ-TIME-GAP
009360     END-IF.
009370     IF JZ-TIME-GAP NOT > JZ-TIME-WINDOW
009380         MOVE JZ-T-SUB TO JZ-FOUND-SUB
009390     END-IF.
009400 3110-EXIT.
009410     EXIT.
009420
009430****************************************************************
009440*  3500-APPLY-CLEARS
009450*
009460*  APPLIES EACH SUPERVISOR CLEAR ON CARD-CLEAR-TRANS TO THE
009470*  CARRIED ITEM IT NAMES, AND PRINTS WHAT WAS CLEARED OR WHY
009480*  A CLEAR WAS REFUSED.
009490****************************************************************
009500 3500-APPLY-CLEARS.
009510     OPEN INPUT CARD-CLEAR-TRANS.
009520     IF JZ-CLEAR-STATUS = '35'
009530         MOVE 'Y' TO JZ-CLEARS-MISSING
009540         GO TO 3500-EXIT.
009550     MOVE "SUPERVISOR CLEARS" TO JZ-SECTION-TEXT.
009560     WRITE SETTLE-REPORT-RECORD FROM JZ-SECTION-LINE.
009570     MOVE 'N' TO JZ-EOF.
009580     PERFORM 3510-READ-CLEAR-RECORD
009590         THRU 3510-EXIT.
009600     PERFORM 3520-APPLY-ONE-CLEAR
009610         THRU 3520-EXIT
009620         UNTIL JZ-END-OF-FILE.
009630     WRITE SETTLE-REPORT-RECORD FROM JZ-BLANK-LINE.
009640 3500-EXIT.
009650     EXIT.
009660
009670****************************************************************
009680*  3510-READ-CLEAR-RECORD
009690*
009700*  READS ONE CARD-CLEAR-TRANS RECORD AHEAD.
009710****************************************************************
009720 3510-READ-CLEAR-RECORD.
009730     READ CARD-CLEAR-TRANS
009740         AT END MOVE 'Y' TO JZ-EOF
009750     END-READ.
009760 3510-EXIT.
009770     EXIT.
009780
009790****************************************************************
009800*  3520-APPLY-ONE-CLEAR
009810*
009820*  CLEARS THE ITEM NAMED BY THE CLEAR JUST READ WHEN A
009830*  SUPERVISOR SIGNED IT AND THE ITEM IS STILL OPEN, PRINTS THE
009840*  OUTCOME, AND PRIMES THE NEXT READ.
009850****************************************************************
009860 3520-APPLY-ONE-CLEAR.
009870     MOVE SC-ITEM-TYPE TO JZ-CL-TYPE.
009880     MOVE SC-TRANS-DATE TO JZ-CL-DATE.
009890     MOVE SC-STATION-ID TO JZ-CL-STATION.
009900     MOVE SC-TRANS-TIME TO JZ-CL-TIME.
009910     MOVE SC-OPERATOR-ID TO JZ-CL-OPERATOR.
009920     MOVE SC-REASON TO JZ-CL-REASON.
009930     MOVE 'N' TO JZ-CLEAR-OK.
009940     SET JZ-OPERATOR-IDX TO 1.
009950     SEARCH JZ-OPERATOR-ENTRY
009960         AT END CONTINUE
009970         WHEN JZ-OP-ID(JZ-OPERATOR-IDX) = SC-OPERATOR-ID
009980             IF JZ-OP-LEVEL(JZ-OPERATOR-IDX) = 9
009990                 MOVE 'Y' TO JZ-CLEAR-OK
010000             END-IF
010010     END-SEARCH.
010020     IF JZ-CLEAR-OK NOT = 'Y'
010030         MOVE "REFUSED NOT SUPV" TO JZ-CL-RESULT
010040         ADD 1 TO JZ-REFUSED-COUNT
010050         GO TO 3520-PRINT.
010060     MOVE SC-ITEM-TYPE TO JZ-CK-TYPE.
010070     MOVE SC-TRANS-DATE TO JZ-CK-DATE.
010080     MOVE SC-STATION-ID TO JZ-CK-STATION.
010090     MOVE SC-TRANS-TIME TO JZ-CK-TIME.
010100     MOVE 0 TO JZ-FOUND-SUB.
010110     IF SC-ITEM-TYPE = 'U'
010120         PERFORM 3530-FIND-CARRIED-TENDER
010130             THRU 3530-EXIT
010140             VARYING JZ-T-SUB FROM 1 BY 1
010150             UNTIL JZ-T-SUB > JZ-TENDER-COUNT
010160             OR JZ-FOUND-SUB > 0
010170     ELSE
010180         PERFORM 3540-FIND-CARRIED-ITEM
010190             THRU 3540-EXIT
010200             VARYING JZ-C-SUB FROM 1 BY 1
010210             UNTIL JZ-C-SUB > JZ-CARRIED-COUNT
010220             OR JZ-FOUND-SUB > 0
010230     END-IF.
010240     IF JZ-FOUND-SUB = 0
010250         MOVE "REFUSED NOT OPEN" TO JZ-CL-RESULT
010260         ADD 1 TO JZ-REFUSED-COUNT
010270     ELSE
010280         MOVE "CLEARED" TO JZ-CL-RESULT
010290         ADD 1 TO JZ-CLEARED-COUNT
010300     END-IF.
010310 3520-PRINT.
010320     WRITE SETTLE-REPORT-RECORD FROM JZ-CLEAR-LINE.
010330     PERFORM 3510-READ-CLEAR-RECORD
010340         THRU 3510-EXIT.
010350 3520-EXIT.
010360     EXIT.
010370
010380****************************************************************
010390*  3530-FIND-CARRIED-TENDER
010400*
010410*  CLEARS TENDER JZ-T-SUB WHEN IT IS A CARRIED TENDER STILL NOT
010420*  SETTLED AND MATCHES THE CLEAR'S DATE, STATION, AND TIME.
010430****************************************************************
010440 3530-FIND-CARRIED-TENDER.
010450     IF JZ-TN-CARRIED(JZ-T-SUB) = 'Y'
010460         AND JZ-TN-STATUS(JZ-T-SUB) = SPACE
010470         AND JZ-TN-DATE(JZ-T-SUB) = JZ-CK-DATE
010480         AND JZ-TN-STATION(JZ-T-SUB) = JZ-CK-STATION
010490         AND JZ-TN-TIME(JZ-T-SUB) = JZ-CK-TIME
010500         MOVE 'X' TO JZ-TN-STATUS(JZ-T-SUB)
010510         MOVE JZ-T-SUB TO JZ-FOUND-SUB
010520     END-IF.
010530 3530-EXIT.
010540     EXIT.
010550
010560****************************************************************
010570*  3540-FIND-CARRIED-ITEM
010580*
010590*  CLEARS CARRIED ITEM JZ-C-SUB WHEN ITS KEY IS THE CLEAR'S.
010600****************************************************************
010610 3540-FIND-CARRIED-ITEM.
010620     IF JZ-CI-CLEARED(JZ-C-SUB) = 'N'
010630         AND JZ-CI-KEY(JZ-C-SUB) = JZ-CLEAR-KEY
010640         MOVE 'Y' TO JZ-CI-CLEARED(JZ-C-SUB)
010650         MOVE JZ-C-SUB TO JZ-FOUND-SUB
010660     END-IF.
010670 3540-EXIT.
010680     EXIT.
010690
010700****************************************************************
010710*  4000-LOAD-CLOSEOUTS
010720*
010730*  SETS UP A STATION ENTRY FOR EACH STATION THAT RANG CARD
010740*  TENDERS ON THE PROOF DAY AND KEEPS THE CARD FIGURE OFF EACH
010750*  STATION'S CLOSE-OUT FOR THAT DAY (THE LAST ONE WINS).
010760****************************************************************
010770 4000-LOAD-CLOSEOUTS.
010780     PERFORM 4030-POST-ONE-TENDER
010790         THRU 4030-EXIT
010800         VARYING JZ-T-SUB FROM 1 BY 1
010810         UNTIL JZ-T-SUB > JZ-TENDER-COUNT.
010820     OPEN INPUT CLOSEOUT-ARCHIVE.
010830     IF JZ-CLOSEOUT-STATUS = '35'
010840         GO TO 4000-EXIT.
010850     MOVE 'N' TO JZ-EOF.
010860     PERFORM 4010-READ-CLOSEOUT-RECORD
010870         THRU 4010-EXIT.
010880     PERFORM 4020-KEEP-ONE-CLOSEOUT
010890         THRU 4020-EXIT
010900         UNTIL JZ-END-OF-FILE.
010910     CLOSE CLOSEOUT-ARCHIVE.
010920 4000-EXIT.
010930     EXIT.
010940
010950****************************************************************
010960*  4010-READ-CLOSEOUT-RECORD
010970*
010980*  READS ONE CLOSEOUT-FILE ARCHIVE RECORD AHEAD.
010990****************************************************************
011000 4010-READ-CLOSEOUT-RECORD.
011010     READ CLOSEOUT-ARCHIVE
011020         AT END MOVE 'Y' TO JZ-EOF
011030     END-READ.
011040 4010-EXIT.
011050     EXIT.
011060
011070****************************************************************
011080*  4020-KEEP-ONE-CLOSEOUT
011090*
011100*  KEEPS THE CARD FIGURE OFF A CLOSE-OUT STAMPED WITH THE
011110*  PROOF DAY AND PRIMES THE NEXT READ.
011120****************************************************************
011130 4020-KEEP-ONE-CLOSEOUT.
011140     IF CL-CLOSE-DATE = JZ-PROOF-DATE
011150         MOVE CL-STATION-ID TO JZ-WORK-STATION
011160         PERFORM 4100-FIND-STATION
011170             THRU 4100-EXIT
011180         MOVE 'Y' TO JZ-ST-HAVE-CLOSE(JZ-ST-SUB)
011190         MOVE CL-CARD-SALES TO JZ-ST-CLOSE-CARD(JZ-ST-SUB)
011200     END-IF.
011210     PERFORM 4010-READ-CLOSEOUT-RECORD
011220         THRU 4010-EXIT.
011230 4020-EXIT.
011240     EXIT.
011250
011260****************************************************************
011270*  4030-POST-ONE-TENDER
011280*
011290*  ADDS A PROOF-DAY TENDER TO ITS STATION'S CARD RUNG, AND TO
011300*  ITS SETTLED FIGURE WHEN THE PROCESSOR SETTLED IT IN FULL.
011310****************************************************************
011320 4030-POST-ONE-TENDER.
011330     IF JZ-TN-DATE(JZ-T-SUB) NOT = JZ-PROOF-DATE
011340         GO TO 4030-EXIT.
011350     MOVE JZ-TN-STATION(JZ-T-SUB) TO JZ-WORK-STATION.
011360     PERFORM 4100-FIND-STATION
011370         THRU 4100-EXIT.
011380     ADD JZ-TN-AMOUNT(JZ-T-SUB) TO JZ-ST-RUNG(JZ-ST-SUB).
011390     IF JZ-TN-STATUS(JZ-T-SUB) = 'S'
011400         ADD JZ-TN-AMOUNT(JZ-T-SUB) TO JZ-ST-SETTLED(JZ-ST-SUB)
011410     END-IF.
011420 4030-EXIT.
011430     EXIT.
011440
011450****************************************************************
011460*  4100-FIND-STATION
011470*
011480*  SETS JZ-ST-SUB TO THE STATION ENTRY FOR JZ-WORK-STATION,
011490*  APPENDING A FRESH ONE FOR A STATION NOT SEEN YET.  A BLANK
011500*  STATION ON AN OLD RECORD READS AS 01, THE ONLY REGISTER
011510*  THERE USED TO BE.
011520****************************************************************
011530 4100-FIND-STATION.
011540     IF JZ-WORK-STATION = SPACES
011550         MOVE '01' TO JZ-WORK-STATION
011560     END-IF.
011570     MOVE 0 TO JZ-ST-SUB.
011580     SET JZ-STATION-IDX TO 1.
011590     SEARCH JZ-STATION-ENTRY
011600         AT END CONTINUE
011610         WHEN JZ-ST-ID(JZ-STATION-IDX) = JZ-WORK-STATION
011620             SET JZ-ST-SUB TO JZ-STATION-IDX
011630     END-SEARCH.
011640     IF JZ-ST-SUB = 0 AND JZ-STATION-COUNT < 9
011650         ADD 1 TO JZ-STATION-COUNT
011660         MOVE JZ-STATION-COUNT TO JZ-ST-SUB
011670         MOVE JZ-WORK-STATION TO JZ-ST-ID(JZ-ST-SUB)
011680         MOVE 0 TO JZ-ST-RUNG(JZ-ST-SUB)
011690         MOVE 0 TO JZ-ST-SETTLED(JZ-ST-SUB)
011700         MOVE 'N' TO JZ-ST-HAVE-CLOSE(JZ-ST-SUB)
011710         MOVE 0 TO JZ-ST-CLOSE-CARD(JZ-ST-SUB)
011720     END-IF.
011730     IF JZ-ST-SUB = 0
011740         MOVE 1 TO JZ-ST-SUB
011750     END-IF.
011760 4100-EXIT.
011770     EXIT.
011780
011790****************************************************************
011800*  5000-REPORT-EXCEPTIONS
011810*
011820*  PRINTS EVERY EXCEPTION STILL OPEN, NEW OR CARRIED, AND
011830*  CARRIES THEM FORWARD ON A FRESH CARD-OPEN-ITEMS.  CARRIED
011840*  TENDERS THE PROCESSOR SETTLED LATE PRINT ONCE AS RESOLVED.
011850*  WHEN THE FILES ARE HELD, CARD-OPEN-ITEMS IS LEFT AS IT WAS.
011860****************************************************************
011870 5000-REPORT-EXCEPTIONS.
011880     MOVE "EXCEPTIONS" TO JZ-SECTION-TEXT.
011890     WRITE SETTLE-REPORT-RECORD FROM JZ-SECTION-LINE.
011900     WRITE SETTLE-REPORT-RECORD FROM JZ-HEADING-2.
011910     IF NOT JZ-FILES-HELD
011920         OPEN OUTPUT CARD-OPEN-ITEMS
011930     END-IF.
011940     PERFORM 5010-REPORT-ONE-TENDER
011950         THRU 5010-EXIT
011960         VARYING JZ-T-SUB FROM 1 BY 1
011970         UNTIL JZ-T-SUB > JZ-TENDER-COUNT.
011980     PERFORM 5020-REPORT-ONE-SETTLEMENT
011990         THRU 5020-EXIT
012000         VARYING JZ-S-SUB FROM 1 BY 1
012010         UNTIL JZ-S-SUB > JZ-SETTLE-COUNT.
012020     PERFORM 5030-REPORT-ONE-CARRIED
012030         THRU 5030-EXIT
012040         VARYING JZ-C-SUB FROM 1 BY 1
012050         UNTIL JZ-C-SUB > JZ-CARRIED-COUNT.
012060     IF NOT JZ-FILES-HELD
012070         CLOSE CARD-OPEN-ITEMS
012080     END-IF.
012090     IF JZ-NEW-COUNT = 0 AND JZ-CARRIED-OPEN = 0
012100         MOVE "NONE - EVERY CARD TENDER AND SETTLEMENT MATCHED"
012110             TO JZ-NOTE-TEXT
012120         WRITE SETTLE-REPORT-RECORD FROM JZ-NOTE-LINE
012130     END-IF.
012140     WRITE SETTLE-REPORT-RECORD FROM JZ-BLANK-LINE.
012150 5000-EXIT.
012160     EXIT.
012170
012180****************************************************************
012190*  5010-REPORT-ONE-TENDER
012200*
012210*  REPORTS TENDER JZ-T-SUB WHEN IT IS STILL NOT SETTLED, WAS
012220*  SETTLED FOR THE WRONG AMOUNT, OR WAS CARRIED AND SETTLED
012230*  LATE TODAY.
012240****************************************************************
012250 5010-REPORT-ONE-TENDER.
012260     IF JZ-TN-STATUS(JZ-T-SUB) = 'X'
012270         GO TO 5010-EXIT.
012280     IF JZ-TN-STATUS(JZ-T-SUB) = 'S'
012290         AND JZ-TN-CARRIED(JZ-T-SUB) NOT = 'Y'
012300         GO TO 5010-EXIT.
012310     MOVE SPACES TO JZ-ITEM.
012320     MOVE JZ-TN-DATE(JZ-T-SUB) TO SX-TRANS-DATE.
012330     MOVE JZ-TN-STATION(JZ-T-SUB) TO SX-STATION-ID.
012340     MOVE JZ-TN-TIME(JZ-T-SUB) TO SX-TRANS-TIME.
012350     MOVE JZ-TN-AMOUNT(JZ-T-SUB) TO SX-TENDER-AMOUNT.
012360     MOVE 0 TO SX-SETTLE-AMOUNT.
012370     MOVE JZ-TN-FIRST-SEEN(JZ-T-SUB) TO SX-FIRST-SEEN.
012380     IF JZ-TN-STATUS(JZ-T-SUB) = SPACE
012390         MOVE 'U' TO SX-ITEM-TYPE
012400     ELSE
012410         MOVE JZ-TN-SETTLE-SUB(JZ-T-SUB) TO JZ-S-SUB
012420         MOVE JZ-SL-AMOUNT(JZ-S-SUB) TO SX-SETTLE-AMOUNT
012430         MOVE JZ-SL-TIME(JZ-S-SUB) TO SX-SETTLE-TIME
012440         MOVE JZ-SL-AUTH(JZ-S-SUB) TO SX-AUTH-CODE
012450         MOVE JZ-TN-STATUS(JZ-T-SUB) TO SX-ITEM-TYPE
012460     END-IF.
012470     IF SX-ITEM-TYPE = 'S'
012480         MOVE "RESOLVD" TO JZ-ITEM-STATE
012490         PERFORM 5900-PRINT-ITEM
012500             THRU 5900-EXIT
012510         GO TO 5010-EXIT.
012520     IF JZ-TN-CARRIED(JZ-T-SUB) = 'Y'
012530         MOVE "CARRIED" TO JZ-ITEM-STATE
012540         ADD 1 TO JZ-CARRIED-OPEN
012550     ELSE
012560         MOVE "NEW" TO JZ-ITEM-STATE
012570         ADD 1 TO JZ-NEW-COUNT
012580     END-IF.
012590     PERFORM 5900-PRINT-ITEM
012600         THRU 5900-EXIT.
012610     PERFORM 5950-CARRY-ITEM
012620         THRU 5950-EXIT.
012630 5010-EXIT.
012640     EXIT.
012650
012660****************************************************************
012670*  5020-REPORT-ONE-SETTLEMENT
012680*
012690*  REPORTS SETTLEMENT JZ-S-SUB WHEN NO TENDER WAS FOUND FOR IT.
012700*  (A MISMATCHED SETTLEMENT IS REPORTED WITH ITS TENDER.)
012710****************************************************************
012720 5020-REPORT-ONE-SETTLEMENT.
012730     IF JZ-SL-STATUS(JZ-S-SUB) NOT = SPACE
012740         GO TO 5020-EXIT.
012750     MOVE SPACES TO JZ-ITEM.
012760     MOVE 'N' TO SX-ITEM-TYPE.
012770     MOVE JZ-SL-DATE(JZ-S-SUB) TO SX-TRANS-DATE.
012780     MOVE JZ-SL-STATION(JZ-S-SUB) TO SX-STATION-ID.
012790     MOVE JZ-SL-TIME(JZ-S-SUB) TO SX-TRANS-TIME.
012800     MOVE 0 TO SX-TENDER-AMOUNT.
012810     MOVE JZ-SL-AMOUNT(JZ-S-SUB) TO SX-SETTLE-AMOUNT.
012820     MOVE JZ-SL-TIME(JZ-S-SUB) TO SX-SETTLE-TIME.
012830     MOVE JZ-SL-AUTH(JZ-S-SUB) TO SX-AUTH-CODE.
012840     MOVE JZ-RUN-DATE TO SX-FIRST-SEEN.
012850     MOVE "NEW" TO JZ-ITEM-STATE.
012860     ADD 1 TO JZ-NEW-COUNT.
012870     PERFORM 5900-PRINT-ITEM
012880         THRU 5900-EXIT.
012890     PERFORM 5950-CARRY-ITEM
012900         THRU 5950-EXIT.
012910 5020-EXIT.
012920     EXIT.
012930
012940****************************************************************
012950*  5030-REPORT-ONE-CARRIED
012960*
012970*  REPORTS AND CARRIES CARRIED ITEM JZ-C-SUB UNLESS IT WAS
012980*  CLEARED TODAY.
012990****************************************************************
013000 5030-REPORT-ONE-CARRIED.
013010     IF JZ-CI-CLEARED(JZ-C-SUB) = 'Y'
013020         GO TO 5030-EXIT.
013030     MOVE JZ-CI-KEY(JZ-C-SUB) TO JZ-ITEM(1:17).
013040     MOVE JZ-CI-REST(JZ-C-SUB) TO JZ-ITEM(18:34).
013050     MOVE "CARRIED" TO JZ-ITEM-STATE.
013060     ADD 1 TO JZ-CARRIED-OPEN.
013070     PERFORM 5900-PRINT-ITEM
013080         THRU 5900-EXIT.
013090     PERFORM 5950-CARRY-ITEM
013100         THRU 5950-EXIT.
013110 5030-EXIT.
013120     EXIT.
013130
013140****************************************************************
013150*  5900-PRINT-ITEM
013160*
013170*  PRINTS THE ITEM IN JZ-ITEM WITH THE STATE IN JZ-ITEM-STATE.
013180****************************************************************
013190 5900-PRINT-ITEM.
013200     EVALUATE SX-ITEM-TYPE
013210         WHEN 'U' MOVE "NOT SETTLED" TO JZ-IL-TEXT
013220         WHEN 'N' MOVE "NO CARD TENDER" TO JZ-IL-TEXT
013230         WHEN 'M' MOVE "AMOUNT MISMATCH" TO JZ-IL-TEXT
013240         WHEN OTHER MOVE "SETTLED LATE" TO JZ-IL-TEXT
013250     END-EVALUATE.
013260     MOVE SX-TRANS-DATE TO JZ-IL-DATE.
013270     MOVE SX-STATION-ID TO JZ-IL-STATION.
013280     MOVE SX-TRANS-TIME TO JZ-IL-TIME.
013290     MOVE SX-TENDER-AMOUNT TO JZ-IL-TENDER.
013300     MOVE SX-SETTLE-AMOUNT TO JZ-IL-SETTLED.
013310     MOVE SX-FIRST-SEEN TO JZ-IL-FIRST-SEEN.
013320     MOVE JZ-ITEM-STATE TO JZ-IL-STATE.
013330     WRITE SETTLE-REPORT-RECORD FROM JZ-ITEM-LINE.
013340 5900-EXIT.
013350     EXIT.
013360
013370****************************************************************
013380*  5950-CARRY-ITEM
013390*
013400*  WRITES THE ITEM IN JZ-ITEM TO CARD-OPEN-ITEMS UNLESS THE
013410*  FILES ARE HELD.
013420****************************************************************
013430 5950-CARRY-ITEM.
013440     IF NOT JZ-FILES-HELD
013450         WRITE CARD-OPEN-ITEM-RECORD FROM JZ-ITEM
013460     END-IF.
013470 5950-EXIT.
013480     EXIT.
013490
013500****************************************************************
013510*  6000-PROVE-STATIONS
013520*
013530*  PROVES EACH STATION'S SETTLED CARD TOTAL FOR THE PROOF DAY
013540*  AGAINST THE CARD FIGURE ON ITS CLOSE-OUT.
013550****************************************************************
013560 6000-PROVE-STATIONS.
013570     MOVE "STATION PROOF AGAINST THE CLOSE-OUT"
013580         TO JZ-SECTION-TEXT.
013590     WRITE SETTLE-REPORT-RECORD FROM JZ-SECTION-LINE.
013600     WRITE SETTLE-REPORT-RECORD FROM JZ-HEADING-3.
013610     PERFORM 6010-PROVE-ONE-STATION
013620         THRU 6010-EXIT
013630         VARYING JZ-ST-SUB FROM 1 BY 1
013640         UNTIL JZ-ST-SUB > JZ-STATION-COUNT.
013650     IF JZ-STATION-COUNT = 0
013660         MOVE "NO CARD ACTIVITY OR CLOSE-OUTS FOR THE DAY"
013670             TO JZ-NOTE-TEXT
013680         WRITE SETTLE-REPORT-RECORD FROM JZ-NOTE-LINE
013690     END-IF.
013700     WRITE SETTLE-REPORT-RECORD FROM JZ-BLANK-LINE.
013710 6000-EXIT.
013720     EXIT.
013730
013740****************************************************************
013750*  6010-PROVE-ONE-STATION
013760*
013770*  PRINTS ONE STATION'S PROOF LINE AND FLAGS IT WHEN THE
013780*  SETTLED TOTAL DOES NOT EQUAL THE CLOSE-OUT, OR WHEN THERE IS
013790*  NO CLOSE-OUT TO PROVE AGAINST.
013800****************************************************************
013810 6010-PROVE-ONE-STATION.
013820     MOVE JZ-ST-ID(JZ-ST-SUB) TO JZ-SL-LINE-ID.
013830     MOVE JZ-ST-RUNG(JZ-ST-SUB) TO JZ-SL-LINE-RUNG.
013840     MOVE JZ-ST-SETTLED(JZ-ST-SUB) TO JZ-SL-LINE-SETTLED.
013850     MOVE JZ-ST-CLOSE-CARD(JZ-ST-SUB) TO JZ-SL-LINE-CLOSE.
013860     COMPUTE JZ-ST-DIFFERENCE = JZ-ST-SETTLED(JZ-ST-SUB)
013870         - JZ-ST-CLOSE-CARD(JZ-ST-SUB).
013880     MOVE JZ-ST-DIFFERENCE TO JZ-SL-LINE-DIFF.
013890     IF JZ-ST-HAVE-CLOSE(JZ-ST-SUB) NOT = 'Y'
013900         MOVE "NO CLOSE-OUT" TO JZ-SL-LINE-RESULT
013910         ADD 1 TO JZ-OUT-OF-PROOF
013920     ELSE
013930         IF JZ-ST-DIFFERENCE = 0
013940             MOVE "OK" TO JZ-SL-LINE-RESULT
013950         ELSE
013960             MOVE "OUT OF PROOF" TO JZ-SL-LINE-RESULT
013970             ADD 1 TO JZ-OUT-OF-PROOF
013980         END-IF
013990     END-IF.
014000     WRITE SETTLE-REPORT-RECORD FROM JZ-STATION-LINE.
014010 6010-EXIT.
014020     EXIT.
014030
014040****************************************************************
014050*  7000-EMPTY-INPUTS
014060*
014070*  EMPTIES CARD-SETTLEMENT AND CARD-CLEAR-TRANS NOW THAT THEY
014080*  ARE APPLIED, SO A RERUN CANNOT MATCH OR CLEAR ANYTHING
014090*  TWICE.  WHEN THE FILES ARE HELD BOTH ARE LEFT FOR THE RERUN.
014100****************************************************************
014110 7000-EMPTY-INPUTS.
014120     IF JZ-FILES-HELD
014130         GO TO 7000-EXIT.
014140     OPEN OUTPUT CARD-SETTLEMENT.
014150     CLOSE CARD-SETTLEMENT.
014160     IF NOT JZ-NO-CLEARS
014170         CLOSE CARD-CLEAR-TRANS
014180         OPEN OUTPUT CARD-CLEAR-TRANS
014190         CLOSE CARD-CLEAR-TRANS
014200     END-IF.
014210 7000-EXIT.
014220     EXIT.
014230
014240****************************************************************
014250*  9000-TERMINATE
014260*
014270*  PRINTS THE RUN COUNTS, SETS THE RETURN CODE, AND SIGNS OFF.
014280****************************************************************
014290 9000-TERMINATE.
014300     IF JZ-FILES-HELD AND NOT JZ-NO-CLEARS
014310         CLOSE CARD-CLEAR-TRANS
014320     END-IF.
014330     MOVE "RUN COUNTS" TO JZ-SECTION-TEXT.
014340     WRITE SETTLE-REPORT-RECORD FROM JZ-SECTION-LINE.
014350     MOVE "SETTLEMENT RECORDS READ" TO JZ-CO-LABEL.
014360     MOVE JZ-SETTLES-READ TO JZ-CO-COUNT.
014370     WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE.
014380     MOVE "MATCHED TO A CARD TENDER" TO JZ-CO-LABEL.
014390     MOVE JZ-MATCHED-COUNT TO JZ-CO-COUNT.
014400     WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE.
014410     MOVE "  OF THOSE, SETTLED LATE" TO JZ-CO-LABEL.
014420     MOVE JZ-LATE-COUNT TO JZ-CO-COUNT.
014430     WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE.
014440     MOVE "NEW EXCEPTIONS" TO JZ-CO-LABEL.
014450     MOVE JZ-NEW-COUNT TO JZ-CO-COUNT.
014460     WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE.
014470     MOVE "CARRIED EXCEPTIONS STILL OPEN" TO JZ-CO-LABEL.
014480     MOVE JZ-CARRIED-OPEN TO JZ-CO-COUNT.
014490     WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE.
014500     MOVE "ITEMS CLEARED BY A SUPERVISOR" TO JZ-CO-LABEL.
014510     MOVE JZ-CLEARED-COUNT TO JZ-CO-COUNT.
014520     WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE.
014530     MOVE "CLEARS REFUSED" TO JZ-CO-LABEL.
014540     MOVE JZ-REFUSED-COUNT TO JZ-CO-COUNT.
014550     WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE.
014560     IF JZ-BAD-SETTLES > 0
014570         MOVE "UNREADABLE SETTLEMENT RECORDS" TO JZ-CO-LABEL
014580         MOVE JZ-BAD-SETTLES TO JZ-CO-COUNT
014590         WRITE SETTLE-REPORT-RECORD FROM JZ-COUNT-LINE
014600     END-IF.
014610     IF JZ-FILES-HELD
014620         MOVE "FILES HELD - A TABLE FILLED OR A RECORD WAS BAD;"
014630             TO JZ-NOTE-TEXT
014640         WRITE SETTLE-REPORT-RECORD FROM JZ-NOTE-LINE
014650         MOVE "  OPEN ITEMS AND INPUT FILES ARE UNCHANGED"
014660             TO JZ-NOTE-TEXT
014670         WRITE SETTLE-REPORT-RECORD FROM JZ-NOTE-LINE
014680     END-IF.
014690     CLOSE SETTLE-REPORT.
014700     IF JZ-NEW-COUNT > 0 OR JZ-CARRIED-OPEN > 0
014710         OR JZ-OUT-OF-PROOF > 0 OR JZ-FILES-HELD
014720         OR JZ-REFUSED-COUNT > 0
014730         MOVE 8 TO RETURN-CODE
014740     END-IF.
014750     DISPLAY "JELLO-SETTLE: " JZ-MATCHED-COUNT " matched, "
014760         JZ-NEW-COUNT " new and " JZ-CARRIED-OPEN
014770         " carried exception(s) for " JZ-PROOF-DATE
014780         " - see SETTLE-REPORT.".
014790 9000-EXIT.
014800     EXIT.
014810
014820 END PROGRAM JELLO-SETTLE.
