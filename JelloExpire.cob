000010****************************************************************
000020*  PROGRAM-ID.  JELLO-EXPIRE
000030*
000040*  MORNING EXPIRING-STOCK REPORT.  READS STOCK-LOTS AND LISTS,
000050*  FLAVOR BY FLAVOR, EVERY LOT STILL ON THE SHELF THAT EXPIRES
000060*  TODAY OR TOMORROW, SO THE COUNTER KNOWS WHAT TO PUSH AND WHAT
000070*  TO PULL.  A LOT ALREADY PAST ITS EXPIRY DATE IS QUEUED ONTO
000080*  ADJUST-TRANS AS SPOILAGE (SP, NAMING THE LOT) FOR JELLO-ADJUST
000090*  TO WRITE OFF, UNLESS ADJUST-TRANS ALREADY HOLDS IT.
000100*
000110*  BEFORE REPORTING, THE LOTS ARE PUT RIGHT:
000120*    - A LOT WITH NO EXPIRY DATE (OPENED BY A VOID OR A COUNT
000130*      CORRECTION) IS DATED FROM ITS RECEIVED DATE AND THE
000140*      FLAVOR'S SHELF LIFE.
000150*    - THE LOTS FOR EACH FLAVOR ARE PROVED AGAINST IV-ON-HAND.
000160*      LOTS SHORT OF ON-HAND (STOCK THAT CAME IN BEFORE LOTS WERE
000170*      KEPT, OR WHILE STOCK-LOTS WAS TOO FULL TO TAKE A LOT) GET
000180*      A LOT RECEIVED TODAY FOR THE DIFFERENCE; LOTS OVER ON-HAND
000190*      ARE TRIMMED OLDEST FIRST AND THE RUN ENDS WITH RETURN-CODE
000200*      8, SINCE SOMETHING MOVED STOCK WITHOUT ITS LOTS.
000210*    - LOTS OF A FLAVOR NO LONGER ON INVENTORY-FILE ARE DROPPED.
000220*    - EMPTIED LOTS PAST THEIR EXPIRY DATE ARE DROPPED.
000230*  INVENTORY-FILE IS ONLY READ.  RUN IT EACH MORNING BEFORE
000240*  JELLO-ADJUST AND BEFORE THE COUNTER OPENS.
000250*
000260*  MODIFICATION HISTORY
000270*      2026-10-15  AB  ORIGINAL VERSION.
000280*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000290****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. JELLO-EXPIRE.
000320 AUTHOR. Amanda Boutwell.
000330 INSTALLATION. COUNTER SALES.
000340 DATE-WRITTEN. October 15, 2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNUCOBOL.
000400 OBJECT-COMPUTER. GNUCOBOL.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS JH-LOT-STATUS.
000460     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS JH-INVENTORY-STATUS.
000490     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS JH-FLAVOR-STATUS.
000520     SELECT ADJUST-TRANS ASSIGN TO "ADJUST-TRANS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS JH-ADJUST-STATUS.
000550     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS JH-CONTROL-STATUS.
000580     SELECT EXPIRY-REPORT ASSIGN TO "EXPIRY-REPORT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STOCK-LOTS
000640     LABEL RECORDS ARE STANDARD.
000650 01  STOCK-LOTS-RECORD.
000660     COPY "lotrec.cpy".
000670
000680 FD  INVENTORY-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  INVENTORY-RECORD.
000710     COPY "invmast.cpy".
000720
000730 FD  FLAVOR-MASTER
000740     LABEL RECORDS ARE STANDARD.
000750 01  FLAVOR-MASTER-RECORD.
000760     COPY "flvmast.cpy".
000770
000780 FD  ADJUST-TRANS
000790     LABEL RECORDS ARE STANDARD.
000800 01  ADJUST-TRANS-RECORD.
000810     COPY "adjrec.cpy".
000820
000830 FD  CONTROL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  CONTROL-RECORD.
000860     COPY "ctlrec.cpy".
000870
000880 FD  EXPIRY-REPORT
000890     LABEL RECORDS ARE STANDARD.
000900 01  EXPIRY-REPORT-RECORD        PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930     01 JH-INVENTORY-STATUS PIC X(02).
000940     01 JH-FLAVOR-STATUS PIC X(02).
000950     01 JH-ADJUST-STATUS PIC X(02).
000960     01 JH-CONTROL-STATUS PIC X(02).
000970     01 JH-INVENTORY-EOF PIC X VALUE 'N'.
000980         88 JH-END-OF-INVENTORY VALUE 'Y'.
000990     01 JH-FLAVOR-EOF PIC X VALUE 'N'.
001000         88 JH-END-OF-FLAVORS VALUE 'Y'.
001010     01 JH-ADJUST-EOF PIC X VALUE 'N'.
001020         88 JH-END-OF-ADJUSTS VALUE 'Y'.
001030
001040*---------------------------------------------------------------
001050*    FLAVOR NAMES AND SHELF LIVES OFF FLAVOR-MASTER.
001060*---------------------------------------------------------------
001070     01 JH-FLAVOR-TABLE.
001080         05 JH-FLAVOR-ENTRY OCCURS 1 TO 50 TIMES
001090                 DEPENDING ON JH-FLAVOR-COUNT
001100                 INDEXED BY JH-FLAVOR-IDX.
001110             10 JH-FLAVOR-CODE      PIC 9(02).
001120             10 JH-FLAVOR-NAME      PIC X(15).
001130             10 JH-FLAVOR-SHELF     PIC 9(03).
001140     01 JH-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001150
001160*---------------------------------------------------------------
001170*    INVENTORY-FILE, READ ONLY: THE ON-HAND EACH FLAVOR'S LOTS
001180*    MUST ADD UP TO, AND WHAT THEY ADD UP TO NOW.
001190*---------------------------------------------------------------
001200     01 JH-INVENTORY-TABLE.
001210         05 JH-INVENTORY-ENTRY OCCURS 1 TO 50 TIMES
001220                 DEPENDING ON JH-INVENTORY-COUNT
001230                 INDEXED BY JH-INVENTORY-IDX.
001240             10 JH-INV-CODE         PIC 9(02).
001250             10 JH-INV-ON-HAND      PIC 9(05).
001260             10 JH-INV-LOT-TOTAL    PIC 9(07).
001270     01 JH-INVENTORY-COUNT PIC 9(02) COMP VALUE 0.
001280     01 JH-INV-SUB PIC 9(02) COMP VALUE 0.
001290
001300*---------------------------------------------------------------
001310*    STOCK-LOTS IS READ INTO THIS TABLE WHOLE.  IT HOLDS FOUR
001320*    TIMES WHAT THE SELLING PROGRAMS DO, SO A FILE THEY LEFT AS
001330*    IT WAS FOR BEING TOO FULL IS STILL PROVED AND CLEARED OF
001340*    EMPTIED LOTS HERE.  A LOT MARKED NOT TO KEEP IS LEFT OFF
001350*    WHEN THE FILE IS WRITTEN BACK.
001360*---------------------------------------------------------------
001370     01 JH-LOT-STATUS PIC X(02).
001380     01 JH-LOT-EOF PIC X VALUE 'N'.
001390         88 JH-END-OF-LOTS VALUE 'Y'.
001400     01 JH-LOT-TABLE.
001410         05 JH-LOT-ENTRY OCCURS 1 TO 2000 TIMES
001420                 DEPENDING ON JH-LOT-COUNT.
001430             10 JH-LOT-NUMBER       PIC 9(05).
001440             10 JH-LOT-FLAVOR       PIC 9(02).
001450             10 JH-LOT-RECEIVED     PIC X(08).
001460             10 JH-LOT-EXPIRY       PIC X(08).
001470             10 JH-LOT-QTY-RECEIVED PIC 9(05).
001480             10 JH-LOT-ON-HAND      PIC 9(05).
001490             10 JH-LOT-KEEP         PIC X(01).
001500     01 JH-LOT-COUNT PIC 9(04) COMP VALUE 0.
001510     01 JH-LOT-SUB PIC 9(04) COMP VALUE 0.
001520     01 JH-LOT-FOUND PIC 9(04) COMP VALUE 0.
001530     01 JH-LOT-OVERFLOW PIC X VALUE 'N'.
001540     01 JH-NEXT-LOT PIC 9(05) VALUE 1.
001550     01 JH-DRAW-FLAVOR PIC 9(02) VALUE 0.
001560     01 JH-DRAW-QTY PIC 9(05) VALUE 0.
001570     01 JH-DRAW-TAKE PIC 9(05) VALUE 0.
001580     01 JH-LOT-DATE PIC X(08) VALUE SPACES.
001590
001600*---------------------------------------------------------------
001610*    LOTS ALREADY NAMED ON ADJUST-TRANS, SO A SECOND RUN BEFORE
001620*    JELLO-ADJUST DOES NOT QUEUE THE SAME SPOILAGE TWICE.
001630*---------------------------------------------------------------
001640     01 JH-QUEUED-TABLE.
001650         05 JH-QUEUED-LOT OCCURS 1 TO 500 TIMES
001660                 DEPENDING ON JH-QUEUED-COUNT
001670                 PIC 9(05).
001680     01 JH-QUEUED-COUNT PIC 9(03) COMP VALUE 0.
001690     01 JH-QUEUED-SUB PIC 9(03) COMP VALUE 0.
001700     01 JH-ALREADY-QUEUED PIC X VALUE 'N'.
001710     01 JH-ADJUST-OPEN PIC X VALUE 'N'.
001720
001730
001740*---------------------------------------------------------------
001750*    FIELDS FOR DATING A LOT'S EXPIRY: THE RECEIVED DATE IS
001760*    ROLLED FORWARD ONE CALENDAR DAY PER DAY OF SHELF LIFE,
001770*    MONTH LENGTHS AND LEAP YEARS INCLUDED.
001780*---------------------------------------------------------------
001790     01 JH-DATE-SPLIT.
001800         05 JH-DS-YEAR PIC 9(04).
001810         05 JH-DS-MONTH PIC 9(02).
001820         05 JH-DS-DAY PIC 9(02).
001830     01 JH-MONTH-LENGTH-LIST.
001840         05 FILLER PIC X(24) VALUE "312831303130313130313031".
001850     01 JH-MONTH-LENGTH-TABLE REDEFINES JH-MONTH-LENGTH-LIST.
001860         05 JH-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001870     01 JH-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
001880     01 JH-LEAP-WORK PIC 9(04) VALUE 0.
001890     01 JH-LEAP-REM PIC 9(04) VALUE 0.
001900     01 JH-LEAP-YEAR PIC X VALUE 'N'.
001910     01 JH-SHELF-DAYS PIC 9(03) VALUE 0.
001920     01 JH-DAY-SUB PIC 9(03) COMP VALUE 0.
001930     01 JH-EXPIRY-DATE PIC X(08) VALUE SPACES.
001940
001950*---------------------------------------------------------------
001960*    THE DAY BEING REPORTED AND THE DAY AFTER IT, AND THE
001970*    FLAVOR BEING LOOKED UP.
001980*---------------------------------------------------------------
001990     01 JH-BUSINESS-DATE PIC X(08).
002000     01 JH-TOMORROW-DATE PIC X(08).
002010     01 JH-WORK-CODE PIC 9(02).
002020     01 JH-WORK-NAME PIC X(15).
002030     01 JH-DIFF PIC 9(07) VALUE 0.
002040     01 JH-SECTION PIC X(01) VALUE SPACES.
002050         88 JH-EXPIRED-SECTION VALUE 'X'.
002060         88 JH-TODAY-SECTION VALUE 'T'.
002070         88 JH-TOMORROW-SECTION VALUE 'M'.
002080     01 JH-RUN-OK PIC X VALUE 'Y'.
002090     01 JH-PROBLEMS PIC X VALUE 'N'.
002100
002110*---------------------------------------------------------------
002120*    RUN TOTALS.
002130*---------------------------------------------------------------
002140     01 JH-LOTS-DATED PIC 9(05) VALUE 0.
002150     01 JH-LOTS-SEEDED PIC 9(05) VALUE 0.
002160     01 JH-FLAVORS-OVER PIC 9(05) VALUE 0.
002170     01 JH-LOTS-DROPPED PIC 9(05) VALUE 0.
002180     01 JH-LOTS-PURGED PIC 9(05) VALUE 0.
002190     01 JH-SP-QUEUED PIC 9(05) VALUE 0.
002200     01 JH-SP-QTY PIC 9(07) VALUE 0.
002210     01 JH-SECTION-LOTS PIC 9(05) VALUE 0.
002220     01 JH-SECTION-QTY PIC 9(07) VALUE 0.
002230     01 JH-FLAVOR-LOTS PIC 9(05) VALUE 0.
002240     01 JH-FLAVOR-QTY PIC 9(07) VALUE 0.
002250
002260*---------------------------------------------------------------
002270*    REPORT LINES.
002280*---------------------------------------------------------------
002290     01 JH-HEADING-1.
002300         05 FILLER PIC X(40)
002310             VALUE "JELLO-EXPIRE  EXPIRING STOCK REPORT     ".
002320         05 FILLER PIC X(12) VALUE SPACES.
002330         05 FILLER PIC X(09) VALUE "FOR DATE ".
002340         05 JH-HD-DATE PIC X(08).
002350         05 FILLER PIC X(11) VALUE SPACES.
002360     01 JH-SECTION-LINE.
002370         05 JH-SL-TITLE PIC X(40).
002380         05 JH-SL-DATE PIC X(08).
002390         05 FILLER PIC X(32) VALUE SPACES.
002400     01 JH-HEADING-2.
002410         05 FILLER PIC X(16) VALUE "FLAVOR          ".
002420         05 FILLER PIC X(06) VALUE "  LOT ".
002430         05 FILLER PIC X(09) VALUE "RECEIVED ".
002440         05 FILLER PIC X(09) VALUE "EXPIRES  ".
002450         05 FILLER PIC X(07) VALUE "  QTY  ".
002460         05 FILLER PIC X(33) VALUE "ACTION".
002470     01 JH-DETAIL-LINE.
002480         05 JH-DE-FLAVOR PIC X(15).
002490         05 FILLER PIC X(01) VALUE SPACES.
002500         05 JH-DE-LOT PIC ZZZZ9.
002510         05 FILLER PIC X(01) VALUE SPACES.
002520         05 JH-DE-RECEIVED PIC X(08).
002530         05 FILLER PIC X(01) VALUE SPACES.
002540         05 JH-DE-EXPIRY PIC X(08).
002550         05 FILLER PIC X(01) VALUE SPACES.
002560         05 JH-DE-QTY PIC ZZZZ9.
002570         05 FILLER PIC X(02) VALUE SPACES.
002580         05 JH-DE-ACTION PIC X(20).
002590         05 FILLER PIC X(13) VALUE SPACES.
002600     01 JH-FLAVOR-TOTAL-LINE.
002610         05 FILLER PIC X(02) VALUE SPACES.
002620         05 FILLER PIC X(06) VALUE "TOTAL ".
002630         05 JH-FT-FLAVOR PIC X(15).
002640         05 FILLER PIC X(17) VALUE SPACES.
002650         05 JH-FT-QTY PIC ZZZZ9.
002660         05 FILLER PIC X(35) VALUE SPACES.
002670     01 JH-SECTION-TOTAL-LINE.
002680         05 FILLER PIC X(02) VALUE SPACES.
002690         05 FILLER PIC X(22) VALUE "SECTION TOTAL - LOTS  ".
002700         05 JH-ST-LOTS PIC ZZZZ9.
002710         05 FILLER PIC X(11) VALUE SPACES.
002720         05 JH-ST-QTY PIC ZZZZZZ9.
002730         05 FILLER PIC X(33) VALUE SPACES.
002740     01 JH-PROOF-LINE.
002750         05 FILLER PIC X(02) VALUE SPACES.
002760         05 FILLER PIC X(07) VALUE "PROOF  ".
002770         05 JH-PR-FLAVOR PIC X(15).
002780         05 FILLER PIC X(06) VALUE " LOTS ".
002790         05 JH-PR-LOTS PIC ZZZZZZ9.
002800         05 FILLER PIC X(09) VALUE " ON-HAND ".
002810         05 JH-PR-ON-HAND PIC ZZZZ9.
002820         05 FILLER PIC X(01) VALUE SPACES.
002830         05 JH-PR-ACTION PIC X(28).
002840     01 JH-DROP-LINE.
002850         05 FILLER PIC X(02) VALUE SPACES.
002860         05 FILLER PIC X(04) VALUE "LOT ".
002870         05 JH-DR-LOT PIC 9(05).
002880         05 FILLER PIC X(11) VALUE " OF FLAVOR ".
002890         05 JH-DR-FLAVOR PIC 9(02).
002900         05 FILLER PIC X(32)
002910             VALUE " NOT ON INVENTORY-FILE - DROPPED".
002920         05 FILLER PIC X(24) VALUE SPACES.
002930     01 JH-COUNT-LINE.
002940         05 FILLER PIC X(02) VALUE SPACES.
002950         05 JH-CL-TEXT PIC X(40).
002960         05 JH-CL-COUNT PIC ZZZZZZ9.
002970         05 FILLER PIC X(31) VALUE SPACES.
002980     01 JH-NOTE-LINE.
002990         05 FILLER PIC X(02) VALUE SPACES.
003000         05 JH-NOTE-TEXT PIC X(78).
003010     01 JH-BLANK-LINE PIC X(80) VALUE SPACES.
003020
003030 PROCEDURE DIVISION.
003040
003050****************************************************************
003060*  0000-MAINLINE
003070*
003080*  LOADS THE LOTS, PUTS THEM RIGHT AGAINST INVENTORY-FILE,
003090*  QUEUES THE EXPIRED ONES AS SPOILAGE, PRINTS WHAT EXPIRES
003100*  TODAY AND TOMORROW, AND WRITES THE LOTS BACK OUT.
003110****************************************************************
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE
003140         THRU 1000-EXIT.
003150     IF JH-RUN-OK = 'Y'
003160         PERFORM 2000-DATE-OPEN-LOTS
003170             THRU 2000-EXIT
003180         PERFORM 3000-PROVE-LOTS
003190             THRU 3000-EXIT
003200         MOVE 'X' TO JH-SECTION
003210         PERFORM 5000-PRINT-SECTION
003220             THRU 5000-EXIT
003230         MOVE 'T' TO JH-SECTION
003240         PERFORM 5000-PRINT-SECTION
003250             THRU 5000-EXIT
003260         MOVE 'M' TO JH-SECTION
003270         PERFORM 5000-PRINT-SECTION
003280             THRU 5000-EXIT
003290         PERFORM 7000-PURGE-LOTS
003300             THRU 7000-EXIT
003310         PERFORM 6400-SAVE-LOTS
003320             THRU 6400-EXIT
003330     END-IF.
003340     PERFORM 9000-TERMINATE
003350         THRU 9000-EXIT.
003360     STOP RUN.
003370
003380****************************************************************
003390*  1000-INITIALIZE
003400*
003410*  READS THE BUSINESS DATE AND FIGURES TOMORROW'S, STARTS THE
003420*  REPORT, AND LOADS THE FLAVORS, THE INVENTORY, THE LOTS, AND
003430*  THE LOTS ALREADY QUEUED ON ADJUST-TRANS.  NO INVENTORY-FILE,
003440*  OR MORE LOTS THAN THE TABLE HOLDS, STOPS THE RUN WITH
003450*  NOTHING CHANGED.
003460****************************************************************
003470 1000-INITIALIZE.
003480     PERFORM 1050-READ-CONTROL-FILE
003490         THRU 1050-EXIT.
003500     MOVE JH-BUSINESS-DATE TO JH-DATE-SPLIT.
003510     PERFORM 6310-ADVANCE-ONE-DAY
003520         THRU 6310-EXIT.
003530     MOVE JH-DATE-SPLIT TO JH-TOMORROW-DATE.
003540     OPEN OUTPUT EXPIRY-REPORT.
003550     MOVE JH-BUSINESS-DATE TO JH-HD-DATE.
003560     WRITE EXPIRY-REPORT-RECORD FROM JH-HEADING-1.
003570     WRITE EXPIRY-REPORT-RECORD FROM JH-BLANK-LINE.
003580     PERFORM 1100-LOAD-FLAVORS
003590         THRU 1100-EXIT.
003600     PERFORM 1200-LOAD-INVENTORY
003610         THRU 1200-EXIT.
003620     PERFORM 6000-LOAD-LOTS
003630         THRU 6000-EXIT.
003640     IF JH-LOT-OVERFLOW = 'Y'
003650         MOVE 'N' TO JH-RUN-OK
003660         MOVE "STOCK-LOTS PAST 2000 LOTS - NOTHING DONE"
003670             TO JH-NOTE-TEXT
003680         WRITE EXPIRY-REPORT-RECORD FROM JH-NOTE-LINE
003690     END-IF.
003700     PERFORM 1300-LOAD-QUEUED-LOTS
003710         THRU 1300-EXIT.
003720 1000-EXIT.
003730     EXIT.
003740
003750****************************************************************
003760*  1050-READ-CONTROL-FILE
003770*
003780*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
003790*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
003800****************************************************************
003810 1050-READ-CONTROL-FILE.
003820     OPEN INPUT CONTROL-FILE.
003830     IF JH-CONTROL-STATUS = '35'
003840         ACCEPT JH-BUSINESS-DATE FROM DATE YYYYMMDD
003850     ELSE
003860         READ CONTROL-FILE
003870             AT END
003880                 ACCEPT JH-BUSINESS-DATE FROM DATE YYYYMMDD
003890             NOT AT END
003900                 MOVE CT-BUSINESS-DATE TO JH-BUSINESS-DATE
003910         END-READ
003920         CLOSE CONTROL-FILE
003930     END-IF.
003940 1050-EXIT.
003950     EXIT.
003960
003970****************************************************************
003980*  1100-LOAD-FLAVORS
003990*
004000*  READS FLAVOR-MASTER INTO JH-FLAVOR-TABLE FOR THE FLAVOR
004010*  NAMES AND SHELF LIVES.  A FLAVOR NOT ON FILE HAS NO SHELF
004020*  LIFE, SO ITS LOTS NEVER EXPIRE.
004030****************************************************************
004040 1100-LOAD-FLAVORS.
004050     MOVE 0 TO JH-FLAVOR-COUNT.
004060     OPEN INPUT FLAVOR-MASTER.
004070     IF JH-FLAVOR-STATUS = '35'
004080         GO TO 1100-EXIT.
004090     MOVE 'N' TO JH-FLAVOR-EOF.
004100     PERFORM 1110-READ-FLAVOR-RECORD
004110         THRU 1110-EXIT.
004120     PERFORM 1120-STORE-FLAVOR-RECORD
004130         THRU 1120-EXIT
004140         UNTIL JH-END-OF-FLAVORS.
004150     CLOSE FLAVOR-MASTER.
004160 1100-EXIT.
004170     EXIT.
004180
004190****************************************************************
004200*  1110-READ-FLAVOR-RECORD
004210*
004220*  READS ONE FLAVOR-MASTER RECORD AHEAD.
004230****************************************************************
004240 1110-READ-FLAVOR-RECORD.
004250     READ FLAVOR-MASTER
004260         AT END MOVE 'Y' TO JH-FLAVOR-EOF
004270     END-READ.
004280 1110-EXIT.
004290     EXIT.
004300
004310****************************************************************
004320*  1120-STORE-FLAVOR-RECORD
004330*
004340*  ADDS THE FLAVOR JUST READ TO JH-FLAVOR-TABLE AND PRIMES THE
004350*  NEXT READ.
004360****************************************************************
004370 1120-STORE-FLAVOR-RECORD.
004380     IF JH-FLAVOR-COUNT < 50
004390         ADD 1 TO JH-FLAVOR-COUNT
004400         SET JH-FLAVOR-IDX TO JH-FLAVOR-COUNT
004410         MOVE FM-FLAVOR-CODE TO JH-FLAVOR-CODE(JH-FLAVOR-IDX)
004420         MOVE FM-FLAVOR-NAME TO JH-FLAVOR-NAME(JH-FLAVOR-IDX)
004430         IF FM-SHELF-LIFE-DAYS IS NUMERIC
004440             MOVE FM-SHELF-LIFE-DAYS
004450                 TO JH-FLAVOR-SHELF(JH-FLAVOR-IDX)
004460         ELSE
004470             MOVE 0 TO JH-FLAVOR-SHELF(JH-FLAVOR-IDX)
004480         END-IF
004490     END-IF.
004500     PERFORM 1110-READ-FLAVOR-RECORD
004510         THRU 1110-EXIT.
004520 1120-EXIT.
004530     EXIT.
004540
004550****************************************************************
004560*  1200-LOAD-INVENTORY
004570*
004580*  READS INVENTORY-FILE INTO JH-INVENTORY-TABLE WITH NO LOTS
004590*  COUNTED AGAINST IT YET.
004600****************************************************************
004610 1200-LOAD-INVENTORY.
004620     MOVE 0 TO JH-INVENTORY-COUNT.
004630     OPEN INPUT INVENTORY-FILE.
004640     IF JH-INVENTORY-STATUS = '35'
004650         MOVE 'N' TO JH-RUN-OK
004660         MOVE "NO INVENTORY-FILE ON FILE - LOTS LEFT AS THEY WERE"
004670             TO JH-NOTE-TEXT
004680         WRITE EXPIRY-REPORT-RECORD FROM JH-NOTE-LINE
004690         GO TO 1200-EXIT.
004700     MOVE 'N' TO JH-INVENTORY-EOF.
004710     PERFORM 1210-READ-INVENTORY-RECORD
004720         THRU 1210-EXIT.
004730     PERFORM 1220-STORE-INVENTORY-RECORD
004740         THRU 1220-EXIT
004750         UNTIL JH-END-OF-INVENTORY.
004760     CLOSE INVENTORY-FILE.
004770 1200-EXIT.
004780     EXIT.
004790
004800****************************************************************
004810*  1210-READ-INVENTORY-RECORD
004820*
004830*  READS ONE INVENTORY-FILE RECORD AHEAD.
004840****************************************************************
004850 1210-READ-INVENTORY-RECORD.
004860     READ INVENTORY-FILE
004870         AT END MOVE 'Y' TO JH-INVENTORY-EOF
004880     END-READ.
004890 1210-EXIT.
004900     EXIT.
004910
004920****************************************************************
004930*  1220-STORE-INVENTORY-RECORD
004940*
004950*  ADDS THE FLAVOR JUST READ TO JH-INVENTORY-TABLE AND PRIMES
004960*  THE NEXT READ.
004970****************************************************************
004980 1220-STORE-INVENTORY-RECORD.
004990     IF JH-INVENTORY-COUNT < 50
005000         ADD 1 TO JH-INVENTORY-COUNT
005010         MOVE IV-FLAVOR-CODE TO JH-INV-CODE(JH-INVENTORY-COUNT)
005020         MOVE IV-ON-HAND TO JH-INV-ON-HAND(JH-INVENTORY-COUNT)
005030         MOVE 0 TO JH-INV-LOT-TOTAL(JH-INVENTORY-COUNT)
005040     END-IF.
005050     PERFORM 1210-READ-INVENTORY-RECORD
005060         THRU 1210-EXIT.
005070 1220-EXIT.
005080     EXIT.
005090
005100****************************************************************
005110*  1300-LOAD-QUEUED-LOTS
005120*
005130*  NOTES EVERY LOT ALREADY NAMED ON ADJUST-TRANS.  A MISSING
005140*  FILE MEANS NOTHING IS QUEUED.
005150****************************************************************
005160 1300-LOAD-QUEUED-LOTS.
005170     MOVE 0 TO JH-QUEUED-COUNT.
005180     OPEN INPUT ADJUST-TRANS.
005190     IF JH-ADJUST-STATUS = '35'
005200         GO TO 1300-EXIT.
005210     MOVE 'N' TO JH-ADJUST-EOF.
005220     PERFORM 1310-READ-ADJUST-RECORD
005230         THRU 1310-EXIT.
005240     PERFORM 1320-STORE-QUEUED-LOT
005250         THRU 1320-EXIT
005260         UNTIL JH-END-OF-ADJUSTS.
005270     CLOSE ADJUST-TRANS.
005280 1300-EXIT.
005290     EXIT.
005300
005310****************************************************************
005320*  1310-READ-ADJUST-RECORD
005330*
005340*  READS ONE ADJUST-TRANS RECORD AHEAD.
005350****************************************************************
005360 1310-READ-ADJUST-RECORD.
005370     READ ADJUST-TRANS
005380         AT END MOVE 'Y' TO JH-ADJUST-EOF
005390     END-READ.
005400 1310-EXIT.
005410     EXIT.
005420
005430****************************************************************
005440*  1320-STORE-QUEUED-LOT
005450*
005460*  REMEMBERS THE LOT NAMED ON THE ADJUSTMENT JUST READ, IF ANY,
005470*  AND PRIMES THE NEXT READ.
005480****************************************************************
005490 1320-STORE-QUEUED-LOT.
005500     IF AJ-LOT-NUMBER IS NUMERIC AND AJ-LOT-NUMBER > 0
005510        AND JH-QUEUED-COUNT < 500
005520         ADD 1 TO JH-QUEUED-COUNT
005530         MOVE AJ-LOT-NUMBER TO JH-QUEUED-LOT(JH-QUEUED-COUNT)
005540     END-IF.
005550     PERFORM 1310-READ-ADJUST-RECORD
005560         THRU 1310-EXIT.
005570 1320-EXIT.
005580     EXIT.
005590
005600****************************************************************
005610*  2000-DATE-OPEN-LOTS
005620*
005630*  GIVES EVERY LOT WITH NO EXPIRY DATE ONE.
005640****************************************************************
005650 2000-DATE-OPEN-LOTS.
005660     PERFORM 2010-DATE-ONE-LOT
005670         THRU 2010-EXIT
005680         VARYING JH-LOT-SUB FROM 1 BY 1
005690         UNTIL JH-LOT-SUB > JH-LOT-COUNT.
005700 2000-EXIT.
005710     EXIT.
005720
005730****************************************************************
005740*  2010-DATE-ONE-LOT
005750*
005760*  DATES ONE LOT OPENED BY A VOID OR A COUNT CORRECTION: ITS
005770*  RECEIVED DATE (TODAY IF IT HAS NONE) PLUS THE FLAVOR'S SHELF
005780*  LIFE.
005790****************************************************************
005800 2010-DATE-ONE-LOT.
005810     IF JH-LOT-EXPIRY(JH-LOT-SUB) NOT = SPACES
005820         GO TO 2010-EXIT.
005830     IF JH-LOT-RECEIVED(JH-LOT-SUB) IS NOT NUMERIC
005840         MOVE JH-BUSINESS-DATE TO JH-LOT-RECEIVED(JH-LOT-SUB)
005850     END-IF.
005860     MOVE JH-LOT-FLAVOR(JH-LOT-SUB) TO JH-WORK-CODE.
005870     PERFORM 2100-FIND-FLAVOR
005880         THRU 2100-EXIT.
005890     MOVE JH-LOT-RECEIVED(JH-LOT-SUB) TO JH-LOT-DATE.
005900     PERFORM 6300-FIGURE-EXPIRY
005910         THRU 6300-EXIT.
005920     MOVE JH-EXPIRY-DATE TO JH-LOT-EXPIRY(JH-LOT-SUB).
005930     ADD 1 TO JH-LOTS-DATED.
005940 2010-EXIT.
005950     EXIT.
005960
005970****************************************************************
005980*  2100-FIND-FLAVOR
005990*
006000*  SETS JH-WORK-NAME AND JH-SHELF-DAYS FOR FLAVOR JH-WORK-CODE.
006010****************************************************************
006020 2100-FIND-FLAVOR.
006030     MOVE "UNKNOWN FLAVOR" TO JH-WORK-NAME.
006040     MOVE 0 TO JH-SHELF-DAYS.
006050     SET JH-FLAVOR-IDX TO 1.
006060     SEARCH JH-FLAVOR-ENTRY
006070         AT END CONTINUE
006080         WHEN JH-FLAVOR-CODE(JH-FLAVOR-IDX) = JH-WORK-CODE
006090             MOVE JH-FLAVOR-NAME(JH-FLAVOR-IDX) TO JH-WORK-NAME
006100             MOVE JH-FLAVOR-SHELF(JH-FLAVOR-IDX) TO JH-SHELF-DAYS
006110     END-SEARCH.
006120 2100-EXIT.
006130     EXIT.
006140
006150****************************************************************
006160*  3000-PROVE-LOTS
006170*
006180*  ADDS UP EACH FLAVOR'S LOTS AND PUTS THEM RIGHT AGAINST ITS
006190*  IV-ON-HAND.
006200****************************************************************
006210 3000-PROVE-LOTS.
006220     PERFORM 3010-TOTAL-ONE-LOT
006230         THRU 3010-EXIT
006240         VARYING JH-LOT-SUB FROM 1 BY 1
006250         UNTIL JH-LOT-SUB > JH-LOT-COUNT.
006260     PERFORM 3100-PROVE-ONE-FLAVOR
006270         THRU 3100-EXIT
006280         VARYING JH-INV-SUB FROM 1 BY 1
006290         UNTIL JH-INV-SUB > JH-INVENTORY-COUNT.
006300 3000-EXIT.
006310     EXIT.
006320
006330****************************************************************
006340*  3010-TOTAL-ONE-LOT
006350*
006360*  ADDS ONE LOT TO ITS FLAVOR'S TOTAL, OR MARKS IT TO BE DROPPED
006370*  WHEN THE FLAVOR IS NO LONGER ON INVENTORY-FILE.
006380****************************************************************
006390 3010-TOTAL-ONE-LOT.
006400     MOVE 0 TO JH-INV-SUB.
006410     SET JH-INVENTORY-IDX TO 1.
006420     SEARCH JH-INVENTORY-ENTRY
006430         AT END CONTINUE
006440         WHEN JH-INV-CODE(JH-INVENTORY-IDX)
006450                 = JH-LOT-FLAVOR(JH-LOT-SUB)
006460             SET JH-INV-SUB TO JH-INVENTORY-IDX
006470     END-SEARCH.
006480     IF JH-INV-SUB > 0
006490         ADD JH-LOT-ON-HAND(JH-LOT-SUB)
006500             TO JH-INV-LOT-TOTAL(JH-INV-SUB)
006510         GO TO 3010-EXIT.
006520     MOVE 'N' TO JH-LOT-KEEP(JH-LOT-SUB).
006530     ADD 1 TO JH-LOTS-DROPPED.
006540     MOVE JH-LOT-NUMBER(JH-LOT-SUB) TO JH-DR-LOT.
006550     MOVE JH-LOT-FLAVOR(JH-LOT-SUB) TO JH-DR-FLAVOR.
006560     WRITE EXPIRY-REPORT-RECORD FROM JH-DROP-LINE.
006570 3010-EXIT.
006580     EXIT.
006590
006600****************************************************************
006610*  3100-PROVE-ONE-FLAVOR
006620*
006630*  LOTS SHORT OF ON-HAND GET A LOT RECEIVED TODAY FOR THE REST;
006640*  LOTS OVER ON-HAND ARE DRAWN DOWN OLDEST FIRST.  EITHER WAY A
006650*  PROOF LINE SAYS WHAT WAS DONE.
006660****************************************************************
006670 3100-PROVE-ONE-FLAVOR.
006680     IF JH-INV-LOT-TOTAL(JH-INV-SUB) = JH-INV-ON-HAND(JH-INV-SUB)
006690         GO TO 3100-EXIT.
006700     MOVE JH-INV-CODE(JH-INV-SUB) TO JH-WORK-CODE.
006710     PERFORM 2100-FIND-FLAVOR
006720         THRU 2100-EXIT.
006730     MOVE JH-WORK-NAME TO JH-PR-FLAVOR.
006740     MOVE JH-INV-LOT-TOTAL(JH-INV-SUB) TO JH-PR-LOTS.
006750     MOVE JH-INV-ON-HAND(JH-INV-SUB) TO JH-PR-ON-HAND.
006760     IF JH-INV-LOT-TOTAL(JH-INV-SUB) < JH-INV-ON-HAND(JH-INV-SUB)
006770         COMPUTE JH-DIFF = JH-INV-ON-HAND(JH-INV-SUB)
006780             - JH-INV-LOT-TOTAL(JH-INV-SUB)
006790         PERFORM 3110-SEED-LOT
006800             THRU 3110-EXIT
006810     ELSE
006820         COMPUTE JH-DRAW-QTY = JH-INV-LOT-TOTAL(JH-INV-SUB)
006830             - JH-INV-ON-HAND(JH-INV-SUB)
006840         MOVE JH-WORK-CODE TO JH-DRAW-FLAVOR
006850         PERFORM 6100-DRAW-LOTS
006860             THRU 6100-EXIT
006870         ADD 1 TO JH-FLAVORS-OVER
006880         MOVE "OVER - OLDEST LOTS TRIMMED" TO JH-PR-ACTION
006890     END-IF.
006900     WRITE EXPIRY-REPORT-RECORD FROM JH-PROOF-LINE.
006910 3100-EXIT.
006920     EXIT.
006930
006940****************************************************************
006950*  3110-SEED-LOT
006960*
006970*  OPENS A LOT OF JH-DIFF TRAYS OF THE FLAVOR, RECEIVED TODAY
006980*  AND DATED FROM ITS SHELF LIFE.
006990****************************************************************
007000 3110-SEED-LOT.
007010     IF JH-LOT-COUNT NOT < 2000
007020         MOVE 'Y' TO JH-PROBLEMS
007030         MOVE "SHORT - STOCK-LOTS IS FULL" TO JH-PR-ACTION
007040         GO TO 3110-EXIT.
007050     MOVE JH-BUSINESS-DATE TO JH-LOT-DATE.
007060     PERFORM 6300-FIGURE-EXPIRY
007070         THRU 6300-EXIT.
007080     ADD 1 TO JH-LOT-COUNT.
007090     MOVE JH-NEXT-LOT TO JH-LOT-NUMBER(JH-LOT-COUNT).
007100     ADD 1 TO JH-NEXT-LOT.
007110     MOVE JH-WORK-CODE TO JH-LOT-FLAVOR(JH-LOT-COUNT).
007120     MOVE JH-BUSINESS-DATE TO JH-LOT-RECEIVED(JH-LOT-COUNT).
007130     MOVE JH-EXPIRY-DATE TO JH-LOT-EXPIRY(JH-LOT-COUNT).
007140     MOVE JH-DIFF TO JH-LOT-QTY-RECEIVED(JH-LOT-COUNT).
007150     MOVE JH-DIFF TO JH-LOT-ON-HAND(JH-LOT-COUNT).
007160     MOVE 'Y' TO JH-LOT-KEEP(JH-LOT-COUNT).
007170     ADD 1 TO JH-LOTS-SEEDED.
007180     MOVE "SHORT - LOT OPENED FOR REST" TO JH-PR-ACTION.
007190 3110-EXIT.
007200     EXIT.
007210
007220****************************************************************
007230*  5000-PRINT-SECTION
007240*
007250*  PRINTS ONE SECTION OF THE REPORT - THE LOTS ALREADY EXPIRED,
007260*  THOSE EXPIRING TODAY, OR THOSE EXPIRING TOMORROW - FLAVOR BY
007270*  FLAVOR IN INVENTORY-FILE ORDER, WITH A SECTION TOTAL.
007280****************************************************************
007290 5000-PRINT-SECTION.
007300     WRITE EXPIRY-REPORT-RECORD FROM JH-BLANK-LINE.
007310     EVALUATE TRUE
007320         WHEN JH-EXPIRED-SECTION
007330             MOVE "QUEUED AS SPOILAGE - EXPIRED BEFORE     "
007340                 TO JH-SL-TITLE
007350             MOVE JH-BUSINESS-DATE TO JH-SL-DATE
007360         WHEN JH-TODAY-SECTION
007370             MOVE "EXPIRING TODAY                          "
007380                 TO JH-SL-TITLE
007390             MOVE JH-BUSINESS-DATE TO JH-SL-DATE
007400         WHEN OTHER
007410             MOVE "EXPIRING TOMORROW                       "
007420                 TO JH-SL-TITLE
007430             MOVE JH-TOMORROW-DATE TO JH-SL-DATE
007440     END-EVALUATE.
007450     WRITE EXPIRY-REPORT-RECORD FROM JH-SECTION-LINE.
007460     WRITE EXPIRY-REPORT-RECORD FROM JH-BLANK-LINE.
007470     WRITE EXPIRY-REPORT-RECORD FROM JH-HEADING-2.
007480     MOVE 0 TO JH-SECTION-LOTS JH-SECTION-QTY.
007490     PERFORM 5100-PRINT-ONE-FLAVOR
007500         THRU 5100-EXIT
007510         VARYING JH-INV-SUB FROM 1 BY 1
007520         UNTIL JH-INV-SUB > JH-INVENTORY-COUNT.
007530     IF JH-SECTION-LOTS = 0
007540         MOVE "NONE" TO JH-NOTE-TEXT
007550         WRITE EXPIRY-REPORT-RECORD FROM JH-NOTE-LINE
007560     ELSE
007570         MOVE JH-SECTION-LOTS TO JH-ST-LOTS
007580         MOVE JH-SECTION-QTY TO JH-ST-QTY
007590         WRITE EXPIRY-REPORT-RECORD FROM JH-SECTION-TOTAL-LINE
007600     END-IF.
007610 5000-EXIT.
007620     EXIT.
007630
007640****************************************************************
007650*  5100-PRINT-ONE-FLAVOR
007660*
007670*  PRINTS THE SECTION'S LOTS FOR ONE FLAVOR AND ITS TOTAL.
007680****************************************************************
007690 5100-PRINT-ONE-FLAVOR.
007700     MOVE JH-INV-CODE(JH-INV-SUB) TO JH-WORK-CODE.
007710     PERFORM 2100-FIND-FLAVOR
007720         THRU 2100-EXIT.
007730     MOVE 0 TO JH-FLAVOR-LOTS JH-FLAVOR-QTY.
007740     PERFORM 5110-PRINT-ONE-LOT
007750         THRU 5110-EXIT
007760         VARYING JH-LOT-SUB FROM 1 BY 1
007770         UNTIL JH-LOT-SUB > JH-LOT-COUNT.
007780     IF JH-FLAVOR-LOTS = 0
007790         GO TO 5100-EXIT.
007800     MOVE JH-WORK-NAME TO JH-FT-FLAVOR.
007810     MOVE JH-FLAVOR-QTY TO JH-FT-QTY.
007820     WRITE EXPIRY-REPORT-RECORD FROM JH-FLAVOR-TOTAL-LINE.
007830     ADD JH-FLAVOR-LOTS TO JH-SECTION-LOTS.
007840     ADD JH-FLAVOR-QTY TO JH-SECTION-QTY.
007850 5100-EXIT.
007860     EXIT.
007870
007880****************************************************************
007890*  5110-PRINT-ONE-LOT
007900*
007910*  PRINTS ONE LOT OF THE FLAVOR WHEN IT STILL HAS STOCK AND
007920*  BELONGS IN THIS SECTION, QUEUING ITS SPOILAGE WHEN IT HAS
007930*  ALREADY EXPIRED.
007940****************************************************************
007950 5110-PRINT-ONE-LOT.
007960     IF JH-LOT-FLAVOR(JH-LOT-SUB) NOT = JH-WORK-CODE
007970        OR JH-LOT-KEEP(JH-LOT-SUB) = 'N'
007980        OR JH-LOT-ON-HAND(JH-LOT-SUB) = 0
007990         GO TO 5110-EXIT.
008000     IF JH-EXPIRED-SECTION
008010        AND JH-LOT-EXPIRY(JH-LOT-SUB) NOT < JH-BUSINESS-DATE
008020         GO TO 5110-EXIT.
008030     IF JH-TODAY-SECTION
008040        AND JH-LOT-EXPIRY(JH-LOT-SUB) NOT = JH-BUSINESS-DATE
008050         GO TO 5110-EXIT.
008060     IF JH-TOMORROW-SECTION
008070        AND JH-LOT-EXPIRY(JH-LOT-SUB) NOT = JH-TOMORROW-DATE
008080         GO TO 5110-EXIT.
008090     MOVE SPACES TO JH-DE-ACTION.
008100     IF JH-EXPIRED-SECTION
008110         PERFORM 5200-QUEUE-SPOILAGE
008120             THRU 5200-EXIT
008130     END-IF.
008140     MOVE JH-WORK-NAME TO JH-DE-FLAVOR.
008150     MOVE JH-LOT-NUMBER(JH-LOT-SUB) TO JH-DE-LOT.
008160     MOVE JH-LOT-RECEIVED(JH-LOT-SUB) TO JH-DE-RECEIVED.
008170     MOVE JH-LOT-EXPIRY(JH-LOT-SUB) TO JH-DE-EXPIRY.
008180     MOVE JH-LOT-ON-HAND(JH-LOT-SUB) TO JH-DE-QTY.
008190     WRITE EXPIRY-REPORT-RECORD FROM JH-DETAIL-LINE.
008200     ADD 1 TO JH-FLAVOR-LOTS.
008210     ADD JH-LOT-ON-HAND(JH-LOT-SUB) TO JH-FLAVOR-QTY.
008220 5110-EXIT.
008230     EXIT.
008240
008250****************************************************************
008260*  5200-QUEUE-SPOILAGE
008270*
008280*  APPENDS AN SP ADJUSTMENT FOR WHAT IS LEFT OF THE EXPIRED LOT
008290*  TO ADJUST-TRANS, NAMING THE LOT, UNLESS ONE IS ALREADY THERE.
008300****************************************************************
008310 5200-QUEUE-SPOILAGE.
008320     MOVE 'N' TO JH-ALREADY-QUEUED.
008330     PERFORM 5210-TEST-ONE-QUEUED
008340         THRU 5210-EXIT
008350         VARYING JH-QUEUED-SUB FROM 1 BY 1
008360         UNTIL JH-QUEUED-SUB > JH-QUEUED-COUNT.
008370     IF JH-ALREADY-QUEUED = 'Y'
008380         MOVE "ALREADY ON ADJUST" TO JH-DE-ACTION
008390         GO TO 5200-EXIT.
008400     IF JH-ADJUST-OPEN = 'N'
008410         OPEN EXTEND ADJUST-TRANS
008420         IF JH-ADJUST-STATUS = '35'
008430             OPEN OUTPUT ADJUST-TRANS
008440         END-IF
008450         MOVE 'Y' TO JH-ADJUST-OPEN
008460     END-IF.
008470     MOVE JH-BUSINESS-DATE TO AJ-ADJUST-DATE.
008480     MOVE JH-LOT-FLAVOR(JH-LOT-SUB) TO AJ-FLAVOR-CODE.
008490     MOVE "SP" TO AJ-REASON-CODE.
008500     MOVE '-' TO AJ-DIRECTION.
008510     MOVE JH-LOT-ON-HAND(JH-LOT-SUB) TO AJ-QUANTITY.
008520     MOVE JH-LOT-NUMBER(JH-LOT-SUB) TO AJ-LOT-NUMBER.
008530     WRITE ADJUST-TRANS-RECORD.
008540     ADD 1 TO JH-SP-QUEUED.
008550     ADD JH-LOT-ON-HAND(JH-LOT-SUB) TO JH-SP-QTY.
008560     MOVE "SPOILAGE QUEUED" TO JH-DE-ACTION.
008570 5200-EXIT.
008580     EXIT.
008590
008600****************************************************************
008610*  5210-TEST-ONE-QUEUED
008620*
008630*  NOTES WHEN ADJUST-TRANS ALREADY NAMES THIS LOT.
008640****************************************************************
008650 5210-TEST-ONE-QUEUED.
008660     IF JH-QUEUED-LOT(JH-QUEUED-SUB) = JH-LOT-NUMBER(JH-LOT-SUB)
008670         MOVE 'Y' TO JH-ALREADY-QUEUED
008680     END-IF.
008690 5210-EXIT.
008700     EXIT.
008710
008720****************************************************************
008730*  6000-LOAD-LOTS
008740*
008750*  READS STOCK-LOTS INTO JH-LOT-TABLE AND SETS THE NEXT LOT
008760*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
008770*  LOT HAS BEEN RECEIVED YET.
008780****************************************************************
008790 6000-LOAD-LOTS.
008800     MOVE 0 TO JH-LOT-COUNT.
008810     MOVE 1 TO JH-NEXT-LOT.
008820     MOVE 'N' TO JH-LOT-OVERFLOW.
008830     OPEN INPUT STOCK-LOTS.
008840     IF JH-LOT-STATUS = '35'
008850         GO TO 6000-EXIT.
008860     MOVE 'N' TO JH-LOT-EOF.
008870     PERFORM 6010-READ-LOT-RECORD
008880         THRU 6010-EXIT.
008890     PERFORM 6020-STORE-LOT-RECORD
008900         THRU 6020-EXIT
008910         UNTIL JH-END-OF-LOTS.
008920     CLOSE STOCK-LOTS.
008930 6000-EXIT.
008940     EXIT.
008950
008960****************************************************************
008970*  6010-READ-LOT-RECORD
008980*
008990*  READS ONE STOCK-LOTS RECORD AHEAD.
009000****************************************************************
009010 6010-READ-LOT-RECORD.
009020     READ STOCK-LOTS
009030         AT END MOVE 'Y' TO JH-LOT-EOF
009040     END-READ.
009050 6010-EXIT.
009060     EXIT.
009070
009080****************************************************************
009090*  6020-STORE-LOT-RECORD
009100*
009110*  ADDS THE LOT JUST READ TO JH-LOT-TABLE, KEEPS THE NEXT LOT
009120*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
009130****************************************************************
009140 6020-STORE-LOT-RECORD.
009150     IF JH-LOT-COUNT < 2000
009160         ADD 1 TO JH-LOT-COUNT
009170         MOVE LT-LOT-NUMBER TO JH-LOT-NUMBER(JH-LOT-COUNT)
009180         MOVE LT-FLAVOR-CODE TO JH-LOT-FLAVOR(JH-LOT-COUNT)
009190         MOVE LT-RECEIVED-DATE TO JH-LOT-RECEIVED(JH-LOT-COUNT)
009200         MOVE LT-EXPIRY-DATE TO JH-LOT-EXPIRY(JH-LOT-COUNT)
009210         MOVE LT-QTY-RECEIVED TO JH-LOT-QTY-RECEIVED(JH-LOT-COUNT)
009220         MOVE LT-QTY-ON-HAND TO JH-LOT-ON-HAND(JH-LOT-COUNT)
009230         MOVE 'Y' TO JH-LOT-KEEP(JH-LOT-COUNT)
009240         IF LT-LOT-NUMBER NOT < JH-NEXT-LOT
009250             COMPUTE JH-NEXT-LOT = LT-LOT-NUMBER + 1
009260         END-IF
009270     ELSE
009280         MOVE 'Y' TO JH-LOT-OVERFLOW
009290     END-IF.
009300     PERFORM 6010-READ-LOT-RECORD
009310         THRU 6010-EXIT.
009320 6020-EXIT.
009330     EXIT.
009340
009350****************************************************************
009360*  6100-DRAW-LOTS
009370*
009380*  TAKES JH-DRAW-QTY TRAYS OF JH-DRAW-FLAVOR OFF ITS LOTS,
009390*  OLDEST LOT FIRST, THE SAME QUANTITY JUST TAKEN OFF
009400*  IV-ON-HAND.
009410****************************************************************
009420 6100-DRAW-LOTS.
009430     IF JH-LOT-OVERFLOW = 'Y'
009440         GO TO 6100-EXIT.
009450     PERFORM 6110-DRAW-ONE-LOT
009460         THRU 6110-EXIT
009470         VARYING JH-LOT-SUB FROM 1 BY 1
009480         UNTIL JH-LOT-SUB > JH-LOT-COUNT
009490            OR JH-DRAW-QTY = 0.
009500 6100-EXIT.
009510     EXIT.
009520
009530****************************************************************
009540*  6110-DRAW-ONE-LOT
009550*
009560*  TAKES WHAT IS STILL TO BE DRAWN, OR ALL THAT IS LEFT, OFF ONE
009570*  LOT OF THE FLAVOR.
009580****************************************************************
009590 6110-DRAW-ONE-LOT.
009600     IF JH-LOT-FLAVOR(JH-LOT-SUB) NOT = JH-DRAW-FLAVOR
009610        OR JH-LOT-ON-HAND(JH-LOT-SUB) = 0
009620         GO TO 6110-EXIT.
009630     IF JH-LOT-ON-HAND(JH-LOT-SUB) < JH-DRAW-QTY
009640         MOVE JH-LOT-ON-HAND(JH-LOT-SUB) TO JH-DRAW-TAKE
009650     ELSE
009660         MOVE JH-DRAW-QTY TO JH-DRAW-TAKE
009670     END-IF.
009680     SUBTRACT JH-DRAW-TAKE FROM JH-LOT-ON-HAND(JH-LOT-SUB).
009690     SUBTRACT JH-DRAW-TAKE FROM JH-DRAW-QTY.
009700 6110-EXIT.
009710     EXIT.
009720
009730****************************************************************
009740*  6300-FIGURE-EXPIRY
009750*
009760*  SETS JH-EXPIRY-DATE TO JH-LOT-DATE PLUS JH-SHELF-DAYS.  A
009770*  FLAVOR WITH NO SHELF LIFE ON FILE NEVER EXPIRES (ALL NINES).
009780****************************************************************
009790 6300-FIGURE-EXPIRY.
009800     IF JH-SHELF-DAYS IS NOT NUMERIC OR JH-SHELF-DAYS = 0
009810        OR JH-LOT-DATE IS NOT NUMERIC
009820         MOVE ALL '9' TO JH-EXPIRY-DATE
009830         GO TO 6300-EXIT.
009840     MOVE JH-LOT-DATE TO JH-DATE-SPLIT.
009850     PERFORM 6310-ADVANCE-ONE-DAY
009860         THRU 6310-EXIT
009870         VARYING JH-DAY-SUB FROM 1 BY 1
009880         UNTIL JH-DAY-SUB > JH-SHELF-DAYS.
009890     MOVE JH-DATE-SPLIT TO JH-EXPIRY-DATE.
009900 6300-EXIT.
009910     EXIT.
009920
009930****************************************************************
009940*  6310-ADVANCE-ONE-DAY
009950*
009960*  ROLLS JH-DATE-SPLIT FORWARD ONE CALENDAR DAY.
009970****************************************************************
009980 6310-ADVANCE-ONE-DAY.
009990     PERFORM 6320-SET-DAYS-THIS-MONTH
010000         THRU 6320-EXIT.
010010     IF JH-DS-DAY < JH-DAYS-THIS-MONTH
010020         ADD 1 TO JH-DS-DAY
010030     ELSE
010040         MOVE 1 TO JH-DS-DAY
010050         IF JH-DS-MONTH < 12
010060             ADD 1 TO JH-DS-MONTH
010070         ELSE
010080             MOVE 1 TO JH-DS-MONTH
010090             ADD 1 TO JH-DS-YEAR
010100         END-IF
010110     END-IF.
010120 6310-EXIT.
010130     EXIT.
010140
010150****************************************************************
010160*  6320-SET-DAYS-THIS-MONTH
010170*
010180*  SETS JH-DAYS-THIS-MONTH FOR THE MONTH IN JH-DATE-SPLIT,
010190*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
010200*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
010210****************************************************************
010220 6320-SET-DAYS-THIS-MONTH.
010230     MOVE JH-MONTH-DAYS(JH-DS-MONTH) TO JH-DAYS-THIS-MONTH.
010240     IF JH-DS-MONTH = 2
010250         MOVE 'N' TO JH-LEAP-YEAR
010260         DIVIDE JH-DS-YEAR BY 4 GIVING JH-LEAP-WORK
010270             REMAINDER JH-LEAP-REM
010280         IF JH-LEAP-REM = 0
010290             MOVE 'Y' TO JH-LEAP-YEAR
010300             DIVIDE JH-DS-YEAR BY 100 GIVING JH-LEAP-WORK
010310                 REMAINDER JH-LEAP-REM
010320             IF JH-LEAP-REM = 0
010330                 MOVE 'N' TO JH-LEAP-YEAR
010340                 DIVIDE JH-DS-YEAR BY 400 GIVING JH-LEAP-WORK
010350                     REMAINDER JH-LEAP-REM
010360                 IF JH-LEAP-REM = 0
010370                     MOVE 'Y' TO JH-LEAP-YEAR
010380                 END-IF
010390             END-IF
010400         END-IF
010410         IF JH-LEAP-YEAR = 'Y'
010420             MOVE 29 TO JH-DAYS-THIS-MONTH
010430         END-IF
010440     END-IF.
010450 6320-EXIT.
010460     EXIT.
010470
010480****************************************************************
010490*  6400-SAVE-LOTS
010500*
010510*  WRITES JH-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
010520*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
010530****************************************************************
010540 6400-SAVE-LOTS.
010550     IF JH-LOT-OVERFLOW = 'Y'
010560         GO TO 6400-EXIT.
010570     OPEN OUTPUT STOCK-LOTS.
010580     PERFORM 6410-WRITE-LOT-RECORD
010590         THRU 6410-EXIT
010600         VARYING JH-LOT-SUB FROM 1 BY 1
010610         UNTIL JH-LOT-SUB > JH-LOT-COUNT.
010620     CLOSE STOCK-LOTS.
010630 6400-EXIT.
010640     EXIT.
010650
010660****************************************************************
010670*  6410-WRITE-LOT-RECORD
010680*
010690*  WRITES ONE STOCK-LOTS RECORD FROM JH-LOT-TABLE.
010700****************************************************************
010710 6410-WRITE-LOT-RECORD.
010720     MOVE JH-LOT-NUMBER(JH-LOT-SUB) TO LT-LOT-NUMBER.
010730     MOVE JH-LOT-FLAVOR(JH-LOT-SUB) TO LT-FLAVOR-CODE.
010740     MOVE JH-LOT-RECEIVED(JH-LOT-SUB) TO LT-RECEIVED-DATE.
010750     MOVE JH-LOT-EXPIRY(JH-LOT-SUB) TO LT-EXPIRY-DATE.
010760     MOVE JH-LOT-QTY-RECEIVED(JH-LOT-SUB) TO LT-QTY-RECEIVED.
010770     MOVE JH-LOT-ON-HAND(JH-LOT-SUB) TO LT-QTY-ON-HAND.
010780     WRITE STOCK-LOTS-RECORD.
010790 6410-EXIT.
010800     EXIT.
010810
010820****************************************************************
010830*  7000-PURGE-LOTS
010840*
010850*  CLOSES UP JH-LOT-TABLE OVER THE LOTS MARKED TO DROP AND THE
010860*  EMPTIED LOTS PAST THEIR EXPIRY DATE.  AN EMPTIED LOT THAT
010870*  NEVER EXPIRES GOES ONCE THE DAY IT WAS RECEIVED IS OVER.
010880****************************************************************
010890 7000-PURGE-LOTS.
010900     MOVE 0 TO JH-LOT-FOUND.
010910     PERFORM 7010-KEEP-ONE-LOT
010920         THRU 7010-EXIT
010930         VARYING JH-LOT-SUB FROM 1 BY 1
010940         UNTIL JH-LOT-SUB > JH-LOT-COUNT.
010950     MOVE JH-LOT-FOUND TO JH-LOT-COUNT.
010960 7000-EXIT.
010970     EXIT.
010980
010990****************************************************************
011000*  7010-KEEP-ONE-LOT
011010*
011020*  MOVES ONE LOT DOWN OVER THE GAP UNLESS IT IS TO BE DROPPED.
011030****************************************************************
011040 7010-KEEP-ONE-LOT.
011050     IF JH-LOT-KEEP(JH-LOT-SUB) = 'N'
011060         GO TO 7010-EXIT.
011070     IF JH-LOT-ON-HAND(JH-LOT-SUB) = 0
011080         IF JH-LOT-EXPIRY(JH-LOT-SUB) < JH-BUSINESS-DATE
011090            OR (JH-LOT-EXPIRY(JH-LOT-SUB) = ALL '9'
011100              AND JH-LOT-RECEIVED(JH-LOT-SUB) < JH-BUSINESS-DATE)
011110             ADD 1 TO JH-LOTS-PURGED
011120             GO TO 7010-EXIT
011130         END-IF
011140     END-IF.
011150     ADD 1 TO JH-LOT-FOUND.
011160     MOVE JH-LOT-ENTRY(JH-LOT-SUB) TO JH-LOT-ENTRY(JH-LOT-FOUND).
011170 7010-EXIT.
011180     EXIT.
011190
011200****************************************************************
011210*  9000-TERMINATE
011220*
011230*  PRINTS THE RUN TOTALS, CLOSES THE FILES, AND SIGNS OFF.  LOTS
011240*  OVER ON-HAND, OR A RUN THAT COULD NOT BE MADE, END WITH
011250*  RETURN-CODE 8.
011260****************************************************************
011270 9000-TERMINATE.
011280     WRITE EXPIRY-REPORT-RECORD FROM JH-BLANK-LINE.
011290     MOVE "LOTS DATED FROM THEIR RECEIVED DATE" TO JH-CL-TEXT.
011300     MOVE JH-LOTS-DATED TO JH-CL-COUNT.
011310     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011320     MOVE "LOTS OPENED TO MEET ON-HAND" TO JH-CL-TEXT.
011330     MOVE JH-LOTS-SEEDED TO JH-CL-COUNT.
011340     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011350     MOVE "FLAVORS WITH LOTS OVER ON-HAND" TO JH-CL-TEXT.
011360     MOVE JH-FLAVORS-OVER TO JH-CL-COUNT.
011370     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011380     MOVE "LOTS DROPPED - FLAVOR NOT ON INVENTORY" TO JH-CL-TEXT.
011390     MOVE JH-LOTS-DROPPED TO JH-CL-COUNT.
011400     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011410     MOVE "EMPTIED LOTS DROPPED" TO JH-CL-TEXT.
011420     MOVE JH-LOTS-PURGED TO JH-CL-COUNT.
011430     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011440     MOVE "LOTS QUEUED AS SPOILAGE" TO JH-CL-TEXT.
011450     MOVE JH-SP-QUEUED TO JH-CL-COUNT.
011460     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011470     MOVE "TRAYS QUEUED AS SPOILAGE" TO JH-CL-TEXT.
011480     MOVE JH-SP-QTY TO JH-CL-COUNT.
011490     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011500     MOVE "LOTS ON STOCK-LOTS" TO JH-CL-TEXT.
011510     MOVE JH-LOT-COUNT TO JH-CL-COUNT.
011520     WRITE EXPIRY-REPORT-RECORD FROM JH-COUNT-LINE.
011530     IF JH-ADJUST-OPEN = 'Y'
011540         CLOSE ADJUST-TRANS
011550     END-IF.
011560     CLOSE EXPIRY-REPORT.
011570     DISPLAY "JELLO-EXPIRE: " JH-SP-QUEUED
011580         " lot(s) queued as spoilage - see EXPIRY-REPORT.".
011590     IF JH-RUN-OK = 'N' OR JH-PROBLEMS = 'Y'
011600        OR JH-FLAVORS-OVER > 0
011610         DISPLAY "JELLO-EXPIRE: lots did not prove to on-hand"
011620             " - see EXPIRY-REPORT."
011630         MOVE 8 TO RETURN-CODE
011640     END-IF.
011650 9000-EXIT.
011660     EXIT.
011670
011680 END PROGRAM JELLO-EXPIRE.
