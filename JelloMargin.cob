000090*  SEASONAL LINEUP DECISION CAN SEE WHETHER MANGO OUTSELLING
000100*  LIME TWO TO ONE IS PROFIT OR A LOSS ON EVERY CUP.
000110*
000120*  COST OF GOODS PRICES FROM THE LAST COST PER FLAVOR ON
000130*  FLAVOR-COST: THE DOCK COST JELLO-RECEIVE CAPTURES FOR A
000140*  BOUGHT-IN FLAVOR, OR THE TRAY COST JELLO-PRODUCE ROLLS UP
000150*  FROM THE RECIPE FOR ONE WE MAKE.  A FLAVOR WITH NO COST ON
000160*  FILE COSTS OUT AT ZERO AND ITS MARGIN READS 100%, WHICH IS
000170*  ITSELF THE SIGNAL TO GO KEY THE PACKING SLIPS.
000180*
000190*  KEYING A FROM-DATE AT START-UP REPORTS THAT RANGE OF CLOSED
000200*  DAYS OFF ORDER-HISTORY INSTEAD OF THE LIVE ORDER-FILE.
000210*
000220*  MODIFICATION HISTORY
000230*      2026-09-02  AB  ORIGINAL VERSION.
000240*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000250*      2026-10-15  AB  OPTIONALLY REPORT A RANGE OF CLOSED DAYS
000260*                      OFF ORDER-HISTORY; RECORDS FROM EITHER
000270*                      SOURCE ARE READ INTO A WORKING-STORAGE COPY
000280*                      OF THE ORDER RECORD.
000290*      2026-10-15  AB  HEADER NOTES THE RECIPE TRAY COST THAT
000300*                      JELLO-PRODUCE PUTS ON FLAVOR-COST.
000310****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. JELLO-MARGIN.
000340 AUTHOR. Amanda Boutwell.
000350 INSTALLATION. COUNTER SALES.
000360 DATE-WRITTEN. September 2, 2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. GNUCOBOL.
000420 OBJECT-COMPUTER. GNUCOBOL.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS JN-ORDER-FILE-STATUS.
000480     SELECT ORDER-HISTORY ASSIGN TO "ORDER-HISTORY"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OH-HISTORY-KEY
000520         ALTERNATE RECORD KEY IS OH-CUSTOMER-NUMBER
000530             WITH DUPLICATES
000540         FILE STATUS IS JN-HISTORY-STATUS.
000550     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT FLAVOR-COST ASSIGN TO "FLAVOR-COST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS JN-COST-STATUS.
000600     SELECT MARGIN-REPORT ASSIGN TO "MARGIN-REPORT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ORDER-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  ORDER-FILE-RECORD           PIC X(108).
000680
000690 FD  ORDER-HISTORY
000700     LABEL RECORDS ARE STANDARD.
000710 01  ORDER-HISTORY-RECORD.
000720     COPY "ordhist.cpy".
000730
000740 FD  FLAVOR-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760 01  FLAVOR-MASTER-RECORD.
000770     COPY "flvmast.cpy".
000780
000790 FD  FLAVOR-COST
000800     LABEL RECORDS ARE STANDARD.
000810 01  FLAVOR-COST-RECORD.
000820     COPY "cstmast.cpy".
000830
000840 FD  MARGIN-REPORT
000850     LABEL RECORDS ARE STANDARD.
000860 01  MARGIN-REPORT-RECORD        PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890     01 JN-ORDER-FILE-STATUS PIC X(02).
000900     01 JN-COST-STATUS PIC X(02).
000910     01 JN-ORDER-EOF PIC X VALUE 'N'.
000920         88 JN-END-OF-ORDERS VALUE 'Y'.
000930     01 JN-HISTORY-STATUS PIC X(02) VALUE SPACES.
000940
000950*---------------------------------------------------------------
000960*    WHERE THE ORDERS COME FROM.  ENTER AT THE FROM-DATE PROMPT
000970*    REPORTS THE LIVE ORDER-FILE AS ALWAYS; A DATE REPORTS THAT
000980*    RANGE OF CLOSED DAYS OFF ORDER-HISTORY INSTEAD.  EITHER WAY
000990*    EACH RECORD LANDS IN JN-ORDER-RECORD, SO THE REST OF THE
001000*    PROGRAM NEVER KNOWS WHICH FILE IT CAME FROM.
001010*---------------------------------------------------------------
001020     01 JN-SOURCE PIC X VALUE 'F'.
001030         88 JN-FROM-HISTORY VALUE 'H'.
001040     01 JN-FROM-RAW PIC X(08).
001050     01 JN-TO-RAW PIC X(08).
001060     01 JN-FROM-DATE PIC X(08) VALUE SPACES.
001070     01 JN-TO-DATE PIC X(08) VALUE SPACES.
001080     01 JN-SOURCE-NOTE.
001090         05 FILLER PIC X(26) VALUE "ORDERS FROM ORDER-HISTORY ".
001100         05 JN-SN-FROM PIC X(08).
001110         05 FILLER PIC X(06) VALUE " THRU ".
001120         05 JN-SN-TO PIC X(08).
001130     01 JN-ORDER-RECORD.
001140     COPY "ordfrec.cpy".
001150     01 JN-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001160         88 JN-END-OF-FLAVOR-MASTER VALUE 'Y'.
001170     01 JN-COST-EOF PIC X VALUE 'N'.
001180         88 JN-END-OF-COSTS VALUE 'Y'.
001190
001200*---------------------------------------------------------------
001210*    THE FLAVOR DIMENSION, BUILT FROM THE NAMES SEEN ON
001220*    ORDER-FILE AS THEY ARRIVE (SO SWAPPED-OUT HISTORY STILL
001230*    PRINTS), WITH EACH NAME'S UNIT COST RESOLVED THROUGH
001240*    FLAVOR-MASTER AND FLAVOR-COST.
001250*---------------------------------------------------------------
001260     01 JN-FLAVOR-LIST.
001270         05 JN-FLAVOR-ITEM OCCURS 20 TIMES.
001280             10 JN-FL-NAME          PIC X(15).
001290             10 JN-FL-UNIT-COST     PIC 9(03)V99.
001300     01 JN-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001310
001320*---------------------------------------------------------------
001330*    FLAVOR-MASTER (NAME BY CODE) AND FLAVOR-COST (COST BY
001340*    CODE), LOADED SO A NAME SEEN ON ORDER-FILE CAN BE COSTED.
001350*---------------------------------------------------------------
001360     01 JN-MASTER-TABLE.
001370         05 JN-MASTER-ENTRY OCCURS 1 TO 20 TIMES
001380                 DEPENDING ON JN-MASTER-COUNT
001390                 INDEXED BY JN-MASTER-IDX.
001400             10 JN-MA-CODE          PIC 9(02).
001410             10 JN-MA-NAME          PIC X(15).
001420             10 JN-MA-COST          PIC 9(03)V99.
001430     01 JN-MASTER-COUNT PIC 9(02) COMP VALUE 0.
001440
001450*---------------------------------------------------------------
001460*    THE DATE DIMENSION AND THE UNITS/REVENUE CELLS, THE SAME
001470*    62-DATE SHAPE JELLO-SALES USES.  COST OF GOODS IS FIGURED
001480*    AT PRINT TIME AS UNITS TIMES THE FLAVOR'S LAST COST.
001490*---------------------------------------------------------------
001500     01 JN-DATE-TABLE.
001510         05 JN-DATE-ENTRY OCCURS 62 TIMES.
001520             10 JN-DT-DATE          PIC X(08).
001530             10 JN-DT-CELL OCCURS 20 TIMES.
001540                 15 JN-CELL-UNITS   PIC S9(06) COMP.
001550                 15 JN-CELL-DOLLARS PIC S9(07)V99 COMP-3.
001560     01 JN-DATE-COUNT PIC 9(02) COMP VALUE 0.
001570
001580*---------------------------------------------------------------
001590*    SUBSCRIPTS AND SEARCH SWITCHES FOR THE TWO DIMENSIONS.
001600*---------------------------------------------------------------
001610     01 JN-D-SUB PIC 9(02) COMP VALUE 0.
001620     01 JN-F-SUB PIC 9(02) COMP VALUE 0.
001630     01 JN-SCAN-SUB PIC 9(02) COMP VALUE 0.
001640     01 JN-ENTRY-FOUND PIC X VALUE 'N'.
001650         88 JN-FOUND-ENTRY VALUE 'Y'.
001660     01 JN-OVERFLOW-NOTED PIC X VALUE 'N'.
001670
001680*---------------------------------------------------------------
001690*    WORK FIELDS FOR ONE PRINTED LINE AND THE TOTALS.
001700*---------------------------------------------------------------
001710     01 JN-RECORDS-READ PIC 9(05) VALUE 0.
001720     01 JN-LINE-COGS PIC S9(09)V99 COMP-3 VALUE 0.
001730     01 JN-LINE-MARGIN PIC S9(03)V9 VALUE 0.
001740     01 JN-DATE-UNITS PIC S9(07) COMP VALUE 0.
001750     01 JN-DATE-DOLLARS PIC S9(09)V99 COMP-3 VALUE 0.
001760     01 JN-DATE-COGS PIC S9(09)V99 COMP-3 VALUE 0.
001770     01 JN-GRAND-UNITS PIC S9(07) COMP VALUE 0.
001780     01 JN-GRAND-DOLLARS PIC S9(09)V99 COMP-3 VALUE 0.
001790     01 JN-GRAND-COGS PIC S9(09)V99 COMP-3 VALUE 0.
001800
001810*---------------------------------------------------------------
001820*    PAGE CONTROL, THE SAME 55-LINE PAGE JELLO-SALES USES.
001830*---------------------------------------------------------------
001840     01 JN-PAGE-NUMBER PIC 9(04) VALUE 0.
001850     01 JN-LINE-COUNT PIC 9(02) VALUE 99.
001860     01 JN-LINE-AREA PIC X(80).
001870
001880*---------------------------------------------------------------
001890*    REPORT LINES.
001900*---------------------------------------------------------------
001910     01 JN-HEADING-1.
001920         05 FILLER PIC X(44)
001930             VALUE "JELLO-MARGIN   MARGIN BY FLAVOR WITHIN DATE ".
001940         05 FILLER PIC X(24) VALUE SPACES.
001950         05 FILLER PIC X(05) VALUE "PAGE ".
001960         05 JN-HD-PAGE PIC ZZZ9.
001970         05 FILLER PIC X(03) VALUE SPACES.
001980     01 JN-HEADING-2.
001990         05 FILLER PIC X(02) VALUE SPACES.
002000         05 FILLER PIC X(17) VALUE "FLAVOR           ".
002010         05 FILLER PIC X(08) VALUE "   UNITS".
002020         05 FILLER PIC X(12) VALUE "     REVENUE".
002030         05 FILLER PIC X(12) VALUE "        COGS".
002040         05 FILLER PIC X(09) VALUE "  MARGIN%".
002050         05 FILLER PIC X(20) VALUE SPACES.
002060     01 JN-DATE-LINE.
002070         05 FILLER PIC X(06) VALUE "DATE  ".
002080         05 JN-DL-DATE PIC X(08).
002090         05 FILLER PIC X(66) VALUE SPACES.
002100     01 JN-DETAIL-LINE.
002110         05 FILLER PIC X(02) VALUE SPACES.
002120         05 JN-DE-FLAVOR PIC X(15).
002130         05 FILLER PIC X(02) VALUE SPACES.
002140         05 JN-DE-UNITS PIC ZZZZZZ9.
002150         05 FILLER PIC X(02) VALUE SPACES.
002160         05 JN-DE-DOLLARS PIC ZZZZZZ9.99.
002170         05 FILLER PIC X(02) VALUE SPACES.
002180         05 JN-DE-COGS PIC ZZZZZZ9.99.
002190         05 FILLER PIC X(02) VALUE SPACES.
002200         05 JN-DE-MARGIN PIC -ZZ9.9.
002210         05 FILLER PIC X(21) VALUE SPACES.
002220     01 JN-SUBTOTAL-LINE.
002230         05 FILLER PIC X(02) VALUE SPACES.
002240         05 JN-ST-LABEL PIC X(15).
002250         05 FILLER PIC X(02) VALUE SPACES.
002260         05 JN-ST-UNITS PIC ZZZZZZ9.
002270         05 FILLER PIC X(02) VALUE SPACES.
002280         05 JN-ST-DOLLARS PIC ZZZZZZ9.99.
002290         05 FILLER PIC X(02) VALUE SPACES.
002300         05 JN-ST-COGS PIC ZZZZZZ9.99.
002310         05 FILLER PIC X(02) VALUE SPACES.
002320         05 JN-ST-MARGIN PIC -ZZ9.9.
002330         05 FILLER PIC X(21) VALUE SPACES.
002340     01 JN-WEEK-TITLE.
002350         05 FILLER PIC X(38)
002360             VALUE "WEEK AT A GLANCE - MARGIN PCT BY DATE ".
002370         05 FILLER PIC X(42) VALUE SPACES.
002380     01 JN-WEEK-HEAD.
002390         05 FILLER PIC X(17) VALUE "  FLAVOR         ".
002400         05 JN-WH-ENTRY OCCURS 7 TIMES PIC X(09).
002410     01 JN-WEEK-ROW.
002420         05 JN-WR-FLAVOR PIC X(15).
002430         05 FILLER PIC X(02) VALUE SPACES.
002440         05 JN-WR-ENTRY OCCURS 7 TIMES PIC X(09).
002450     01 JN-WK-DATE-COL.
002460         05 FILLER PIC X(04) VALUE SPACES.
002470         05 JN-WDC-MM PIC X(02).
002480         05 FILLER PIC X(01) VALUE "-".
002490         05 JN-WDC-DD PIC X(02).
002500     01 JN-WK-PCT-COL.
002510         05 FILLER PIC X(03) VALUE SPACES.
002520         05 JN-WPC-PCT PIC -ZZ9.9.
002530     01 JN-DATE-SPLIT.
002540         05 FILLER PIC X(04).
002550         05 JN-DS-MM PIC X(02).
002560         05 JN-DS-DD PIC X(02).
002570     01 JN-NOTE-LINE.
002580         05 FILLER PIC X(02) VALUE SPACES.
002590         05 JN-NOTE-TEXT PIC X(78).
002600     01 JN-BLANK-LINE PIC X(80) VALUE SPACES.
002610
002620*---------------------------------------------------------------
002630*    FIELDS FOR THE WEEK-AT-A-GLANCE COLUMN WINDOW.
002640*---------------------------------------------------------------
002650     01 JN-WEEK-FIRST PIC 9(02) COMP VALUE 0.
002660     01 JN-WEEK-COLS PIC 9(02) COMP VALUE 0.
002670     01 JN-COL-SUB PIC 9(02) COMP VALUE 0.
002680
002690 PROCEDURE DIVISION.
002700
002710****************************************************************
002720*  0000-MAINLINE
002730*
002740*  ACCUMULATES ORDER-FILE INTO THE DATE/FLAVOR TABLE, THEN
002750*  PRINTS THE DETAIL SECTION, THE GRAND TOTAL, AND THE
002760*  WEEK-AT-A-GLANCE SECTION.
002770****************************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-EXIT.
002810     PERFORM 2000-ACCUMULATE-SALES
002820         THRU 2000-EXIT
002830         UNTIL JN-END-OF-ORDERS.
002840     PERFORM 3000-PRINT-DETAIL-SECTION
002850         THRU 3000-EXIT.
002860     PERFORM 4000-PRINT-WEEK-SECTION
002870         THRU 4000-EXIT.
002880     PERFORM 9000-TERMINATE
002890         THRU 9000-EXIT.
002900     STOP RUN.
002910
002920****************************************************************
002930*  1000-INITIALIZE
002940*
002950*  LOADS THE NAME/COST LOOKUPS, OPENS THE FILES, AND PRIMES THE
002960*  FIRST ORDER-FILE READ.  A MISSING ORDER-FILE PRINTS AS AN
002970*  EMPTY REPORT, NOT AN ABEND.
002980****************************************************************
002990 1000-INITIALIZE.
003000     PERFORM 1100-LOAD-MASTER-NAMES
003010         THRU 1100-EXIT.
003020     PERFORM 1200-LOAD-COSTS
003030         THRU 1200-EXIT.
003040     OPEN OUTPUT MARGIN-REPORT.
003050     PERFORM 1050-ACCEPT-DATE-RANGE
003060         THRU 1050-EXIT.
003070     IF JN-FROM-HISTORY
003080         PERFORM 1060-START-HISTORY
003090             THRU 1060-EXIT
003100         GO TO 1000-EXIT.
003110     OPEN INPUT ORDER-FILE.
003120     IF JN-ORDER-FILE-STATUS = '35'
003130         MOVE 'Y' TO JN-ORDER-EOF
003140     ELSE
003150         MOVE 'N' TO JN-ORDER-EOF
003160         PERFORM 2010-READ-ORDER-RECORD
003170             THRU 2010-EXIT
003180     END-IF.
003190 1000-EXIT.
003200     EXIT.
003210
003220****************************************************************
003230*  1050-ACCEPT-DATE-RANGE
003240*
003250*  ASKS WHICH CLOSED DAYS TO REPORT OFF ORDER-HISTORY.  ENTER
003260*  (OR ANYTHING NOT A DATE) AT THE FROM-DATE REPORTS TODAY'S
003270*  LIVE ORDER-FILE INSTEAD; ENTER AT THE THROUGH-DATE REPORTS
003280*  THE ONE DAY.
003290****************************************************************
003300 1050-ACCEPT-DATE-RANGE.
003310     MOVE 'F' TO JN-SOURCE.
003320     DISPLAY "Report closed days from ORDER-HISTORY starting"
003330     DISPLAY "  (YYYYMMDD, Enter = today's ORDER-FILE): "
003340         WITH NO ADVANCING.
003350     MOVE SPACES TO JN-FROM-RAW.
003360     ACCEPT JN-FROM-RAW.
003370     IF JN-FROM-RAW IS NOT NUMERIC
003380         GO TO 1050-EXIT.
003390     MOVE JN-FROM-RAW TO JN-FROM-DATE.
003400     DISPLAY "Through (YYYYMMDD, Enter = same day): "
003410         WITH NO ADVANCING.
003420     MOVE SPACES TO JN-TO-RAW.
003430     ACCEPT JN-TO-RAW.
003440     IF JN-TO-RAW IS NUMERIC AND JN-TO-RAW NOT < JN-FROM-DATE
003450         MOVE JN-TO-RAW TO JN-TO-DATE
003460     ELSE
003470         MOVE JN-FROM-DATE TO JN-TO-DATE
003480     END-IF.
003490     MOVE 'H' TO JN-SOURCE.
003500 1050-EXIT.
003510     EXIT.
003520
003530****************************************************************
003540*  1060-START-HISTORY
003550*
003560*  OPENS ORDER-HISTORY, NOTES THE DATE RANGE ON THE REPORT, AND
003570*  PRIMES THE FIRST READ AT THE FROM-DATE.  NO ORDER-HISTORY YET
003580*  PRINTS AS AN EMPTY REPORT, THE SAME AS A MISSING ORDER-FILE.
003590****************************************************************
003600 1060-START-HISTORY.
003610     MOVE 'Y' TO JN-ORDER-EOF.
003620     OPEN INPUT ORDER-HISTORY.
003630     IF JN-HISTORY-STATUS = '35'
003640         MOVE "NO ORDER-HISTORY ON FILE - NOTHING REPORTED"
003650             TO JN-NOTE-TEXT
003660         MOVE JN-NOTE-LINE TO JN-LINE-AREA
003670         PERFORM 7000-WRITE-REPORT-LINE
003680             THRU 7000-EXIT
003690         GO TO 1060-EXIT.
003700     MOVE JN-FROM-DATE TO JN-SN-FROM.
003710     MOVE JN-TO-DATE TO JN-SN-TO.
003720     MOVE JN-SOURCE-NOTE TO JN-NOTE-TEXT.
003730     MOVE JN-NOTE-LINE TO JN-LINE-AREA.
003740     PERFORM 7000-WRITE-REPORT-LINE
003750         THRU 7000-EXIT.
003760     MOVE 'N' TO JN-ORDER-EOF.
003770     MOVE JN-FROM-DATE TO OH-KEY-DATE.
003780     START ORDER-HISTORY
003790         KEY IS NOT LESS THAN OH-KEY-DATE
003800         INVALID KEY MOVE 'Y' TO JN-ORDER-EOF
003810     END-START.
003820     IF NOT JN-END-OF-ORDERS
003830         PERFORM 2010-READ-ORDER-RECORD
003840             THRU 2010-EXIT
003850     END-IF.
003860 1060-EXIT.
003870     EXIT.
003880
003890****************************************************************
003900*  1100-LOAD-MASTER-NAMES
003910*
003920*  READS FLAVOR-MASTER INTO JN-MASTER-TABLE.
003930****************************************************************
003940 1100-LOAD-MASTER-NAMES.
003950     OPEN INPUT FLAVOR-MASTER.
003960     MOVE 0 TO JN-MASTER-COUNT.
003970     MOVE 'N' TO JN-FLAVOR-MASTER-EOF.
003980     PERFORM 1110-READ-MASTER-RECORD
003990         THRU 1110-EXIT.
004000     PERFORM 1120-STORE-MASTER-RECORD
004010         THRU 1120-EXIT
004020         UNTIL JN-END-OF-FLAVOR-MASTER.
004030     CLOSE FLAVOR-MASTER.
004040 1100-EXIT.
004050     EXIT.
004060
004070****************************************************************
004080*  1110-READ-MASTER-RECORD
004090*
004100*  READS ONE FLAVOR-MASTER RECORD AHEAD.
004110****************************************************************
004120 1110-READ-MASTER-RECORD.
004130     READ FLAVOR-MASTER
004140         AT END MOVE 'Y' TO JN-FLAVOR-MASTER-EOF
004150     END-READ.
004160 1110-EXIT.
004170     EXIT.
004180
004190****************************************************************
004200*  1120-STORE-MASTER-RECORD
004210*
004220*  ADDS THE FLAVOR JUST READ TO JN-MASTER-TABLE AND PRIMES THE
004230*  NEXT READ.
004240****************************************************************
004250 1120-STORE-MASTER-RECORD.
004260     ADD 1 TO JN-MASTER-COUNT.
004270     SET JN-MASTER-IDX TO JN-MASTER-COUNT.
004280     MOVE FM-FLAVOR-CODE TO JN-MA-CODE(JN-MASTER-IDX).
004290     MOVE FM-FLAVOR-NAME TO JN-MA-NAME(JN-MASTER-IDX).
004300     MOVE 0 TO JN-MA-COST(JN-MASTER-IDX).
004310     PERFORM 1110-READ-MASTER-RECORD
004320         THRU 1110-EXIT.
004330 1120-EXIT.
004340     EXIT.
004350
004360****************************************************************
004370*  1200-LOAD-COSTS
004380*
004390*  POSTS EACH FLAVOR-COST LAST COST INTO ITS MASTER ENTRY.  A
004400*  MISSING FILE MEANS EVERYTHING COSTS OUT AT ZERO AND THE
004410*  MARGIN COLUMN SAYS SO.
004420****************************************************************
004430 1200-LOAD-COSTS.
004440     OPEN INPUT FLAVOR-COST.
004450     IF JN-COST-STATUS = '35'
004460         MOVE 'Y' TO JN-COST-EOF
004470     ELSE
004480         MOVE 'N' TO JN-COST-EOF
004490         PERFORM 1210-READ-COST-RECORD
004500             THRU 1210-EXIT
004510         PERFORM 1220-STORE-COST-RECORD
004520             THRU 1220-EXIT
004530             UNTIL JN-END-OF-COSTS
004540         CLOSE FLAVOR-COST
004550     END-IF.
004560 1200-EXIT.
004570     EXIT.
004580
004590****************************************************************
004600*  1210-READ-COST-RECORD
004610*
004620*  READS ONE FLAVOR-COST RECORD AHEAD.
004630****************************************************************
004640 1210-READ-COST-RECORD.
004650     READ FLAVOR-COST
004660         AT END MOVE 'Y' TO JN-COST-EOF
004670     END-READ.
004680 1210-EXIT.
004690     EXIT.
004700
004710****************************************************************
004720*  1220-STORE-COST-RECORD
004730*
004740*  POSTS THE LAST COST JUST READ TO ITS MASTER ENTRY AND PRIMES
004750*  THE NEXT READ.
004760****************************************************************
004770 1220-STORE-COST-RECORD.
004780     SET JN-MASTER-IDX TO 1.
004790     SEARCH JN-MASTER-ENTRY
004800         AT END CONTINUE
004810         WHEN JN-MA-CODE(JN-MASTER-IDX) = CS-FLAVOR-CODE
004820             MOVE CS-UNIT-COST TO JN-MA-COST(JN-MASTER-IDX)
004830     END-SEARCH.
004840     PERFORM 1210-READ-COST-RECORD
004850         THRU 1210-EXIT.
004860 1220-EXIT.
004870     EXIT.
004880
004890****************************************************************
004900*  2000-ACCUMULATE-SALES
004910*
004920*  POSTS THE ORDER-FILE RECORD JUST READ INTO ITS DATE/FLAVOR
004930*  CELL AND READS THE NEXT ONE, THE SAME SHAPE AS JELLO-SALES:
004940*  TENDERS ARE PASSED OVER AND VOIDS SUBTRACT.
004950****************************************************************
004960 2000-ACCUMULATE-SALES.
004970     ADD 1 TO JN-RECORDS-READ.
004980     IF OR-RECORD-TYPE = 'T'
004990         PERFORM 2010-READ-ORDER-RECORD
005000             THRU 2010-EXIT
005010         GO TO 2000-EXIT
005020     END-IF.
005030     PERFORM 2100-FIND-DATE-ENTRY
005040         THRU 2100-EXIT.
005050     PERFORM 2200-FIND-FLAVOR-ENTRY
005060         THRU 2200-EXIT.
005070     IF JN-D-SUB > 0 AND JN-F-SUB > 0
005080         IF OR-RECORD-TYPE = 'V'
005090             SUBTRACT OR-QUANTITY
005100                 FROM JN-CELL-UNITS(JN-D-SUB, JN-F-SUB)
005110             SUBTRACT OR-LINE-TOTAL
005120                 FROM JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB)
005130         ELSE
005140             ADD OR-QUANTITY TO JN-CELL-UNITS(JN-D-SUB, JN-F-SUB)
005150             ADD OR-LINE-TOTAL
005160                 TO JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB)
005170         END-IF
005180     ELSE
005190         IF JN-OVERFLOW-NOTED = 'N'
005200             MOVE 'Y' TO JN-OVERFLOW-NOTED
005210             MOVE "TABLE LIMIT HIT - SOME SALES NOT REPORTED"
005220                 TO JN-NOTE-TEXT
005230             MOVE JN-NOTE-LINE TO JN-LINE-AREA
005240             PERFORM 7000-WRITE-REPORT-LINE
005250                 THRU 7000-EXIT
005260         END-IF
005270     END-IF.
005280     PERFORM 2010-READ-ORDER-RECORD
005290         THRU 2010-EXIT.
005300 2000-EXIT.
005310     EXIT.
005320
005330****************************************************************
005340*  2010-READ-ORDER-RECORD
005350*
005360*  READS ONE ORDER RECORD AHEAD INTO JN-ORDER-RECORD, OFF
005370*  ORDER-HISTORY OR THE LIVE ORDER-FILE.
005380****************************************************************
005390 2010-READ-ORDER-RECORD.
005400     IF JN-FROM-HISTORY
005410         PERFORM 2020-READ-HISTORY-RECORD
005420             THRU 2020-EXIT
005430         GO TO 2010-EXIT.
005440     READ ORDER-FILE INTO JN-ORDER-RECORD
005450         AT END MOVE 'Y' TO JN-ORDER-EOF
005460     END-READ.
005470 2010-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510*  2020-READ-HISTORY-RECORD
005520*
005530*  READS THE NEXT ORDER-HISTORY RECORD IN KEY ORDER, WHICH IS
005540*  DATE AND TIME ORDER.  THE FIRST ONE PAST THE THROUGH-DATE
005550*  ENDS THE RUN OF ORDERS.
005560****************************************************************
005570 2020-READ-HISTORY-RECORD.
005580     READ ORDER-HISTORY NEXT RECORD
005590         AT END MOVE 'Y' TO JN-ORDER-EOF
005600     END-READ.
005610     IF NOT JN-END-OF-ORDERS
005620         IF OH-KEY-DATE > JN-TO-DATE
005630             MOVE 'Y' TO JN-ORDER-EOF
005640         ELSE
005650             MOVE OH-ORDER-DATA TO JN-ORDER-RECORD
005660         END-IF
005670     END-IF.
005680 2020-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720*  2100-FIND-DATE-ENTRY
005730*
005740*  SETS JN-D-SUB TO THE TABLE ENTRY FOR OR-ORDER-DATE, APPENDING
005750*  A FRESH ONE WHEN THE DATE HAS NOT BEEN SEEN YET.  LEAVES
005760*  JN-D-SUB AT ZERO WHEN THE DATE TABLE IS FULL.
005770****************************************************************
005780 2100-FIND-DATE-ENTRY.
005790     MOVE 0 TO JN-D-SUB.
005800     MOVE 'N' TO JN-ENTRY-FOUND.
005810     PERFORM 2110-TEST-ONE-DATE
005820         THRU 2110-EXIT
005830         VARYING JN-SCAN-SUB FROM 1 BY 1
005840         UNTIL JN-SCAN-SUB > JN-DATE-COUNT
005850            OR JN-FOUND-ENTRY.
005860     IF NOT JN-FOUND-ENTRY
005870         IF JN-DATE-COUNT < 62
005880             ADD 1 TO JN-DATE-COUNT
005890             MOVE JN-DATE-COUNT TO JN-D-SUB
005900             MOVE OR-ORDER-DATE TO JN-DT-DATE(JN-D-SUB)
005910             PERFORM 2120-CLEAR-ONE-CELL
005920                 THRU 2120-EXIT
005930                 VARYING JN-F-SUB FROM 1 BY 1
005940                 UNTIL JN-F-SUB > 20
005950         END-IF
005960     END-IF.
005970 2100-EXIT.
005980     EXIT.
005990
006000****************************************************************
006010*  2110-TEST-ONE-DATE
006020*
006030*  TESTS ONE DATE-TABLE ENTRY AGAINST OR-ORDER-DATE.
006040****************************************************************
006050 2110-TEST-ONE-DATE.
006060     IF JN-DT-DATE(JN-SCAN-SUB) = OR-ORDER-DATE
006070         MOVE JN-SCAN-SUB TO JN-D-SUB
006080         MOVE 'Y' TO JN-ENTRY-FOUND
006090     END-IF.
006100 2110-EXIT.
006110     EXIT.
006120
006130****************************************************************
006140*  2120-CLEAR-ONE-CELL
006150*
006160*  ZEROES ONE UNITS/REVENUE CELL OF A FRESHLY APPENDED DATE.
006170****************************************************************
006180 2120-CLEAR-ONE-CELL.
006190     MOVE 0 TO JN-CELL-UNITS(JN-D-SUB, JN-F-SUB).
006200     MOVE 0 TO JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB).
006210 2120-EXIT.
006220     EXIT.
006230
006240****************************************************************
006250*  2200-FIND-FLAVOR-ENTRY
006260*
006270*  SETS JN-F-SUB TO THE FLAVOR-LIST ENTRY FOR OR-FLAVOR-NAME,
006280*  APPENDING A FRESH ONE (COSTED THROUGH THE MASTER TABLE) WHEN
006290*  THE NAME HAS NOT BEEN SEEN YET.  LEAVES JN-F-SUB AT ZERO
006300*  WHEN THE FLAVOR LIST IS FULL.
006310****************************************************************
006320 2200-FIND-FLAVOR-ENTRY.
006330     MOVE 0 TO JN-F-SUB.
006340     MOVE 'N' TO JN-ENTRY-FOUND.
006350     PERFORM 2210-TEST-ONE-FLAVOR
006360         THRU 2210-EXIT
006370         VARYING JN-SCAN-SUB FROM 1 BY 1
006380         UNTIL JN-SCAN-SUB > JN-FLAVOR-COUNT
006390            OR JN-FOUND-ENTRY.
006400     IF NOT JN-FOUND-ENTRY
006410         IF JN-FLAVOR-COUNT < 20
006420             ADD 1 TO JN-FLAVOR-COUNT
006430             MOVE JN-FLAVOR-COUNT TO JN-F-SUB
006440             MOVE OR-FLAVOR-NAME TO JN-FL-NAME(JN-F-SUB)
006450             MOVE 0 TO JN-FL-UNIT-COST(JN-F-SUB)
006460             SET JN-MASTER-IDX TO 1
006470             SEARCH JN-MASTER-ENTRY
006480                 AT END CONTINUE
006490                 WHEN JN-MA-NAME(JN-MASTER-IDX) = OR-FLAVOR-NAME
006500                     MOVE JN-MA-COST(JN-MASTER-IDX)
006510                         TO JN-FL-UNIT-COST(JN-F-SUB)
006520             END-SEARCH
006530         END-IF
006540     END-IF.
006550 2200-EXIT.
006560     EXIT.
006570
006580****************************************************************
006590*  2210-TEST-ONE-FLAVOR
006600*
006610*  TESTS ONE FLAVOR-LIST ENTRY AGAINST OR-FLAVOR-NAME.
006620****************************************************************
006630 2210-TEST-ONE-FLAVOR.
006640     IF JN-FL-NAME(JN-SCAN-SUB) = OR-FLAVOR-NAME
006650         MOVE JN-SCAN-SUB TO JN-F-SUB
006660         MOVE 'Y' TO JN-ENTRY-FOUND
006670     END-IF.
006680 2210-EXIT.
006690     EXIT.
006700
006710****************************************************************
006720*  3000-PRINT-DETAIL-SECTION
006730*
006740*  PRINTS UNITS, REVENUE, COGS, AND MARGIN BY FLAVOR WITHIN
006750*  DATE, A SUBTOTAL PER DATE, AND THE GRAND TOTAL.
006760****************************************************************
006770 3000-PRINT-DETAIL-SECTION.
006780     PERFORM 3100-PRINT-ONE-DATE
006790         THRU 3100-EXIT
006800         VARYING JN-D-SUB FROM 1 BY 1
006810         UNTIL JN-D-SUB > JN-DATE-COUNT.
006820     MOVE JN-BLANK-LINE TO JN-LINE-AREA.
006830     PERFORM 7000-WRITE-REPORT-LINE
006840         THRU 7000-EXIT.
006850     MOVE "GRAND TOTAL    " TO JN-ST-LABEL.
006860     MOVE JN-GRAND-UNITS TO JN-ST-UNITS.
006870     MOVE JN-GRAND-DOLLARS TO JN-ST-DOLLARS.
006880     MOVE JN-GRAND-COGS TO JN-ST-COGS.
006890     PERFORM 3200-FIGURE-MARGIN
006900         THRU 3200-EXIT.
006910     MOVE JN-LINE-MARGIN TO JN-ST-MARGIN.
006920     MOVE JN-SUBTOTAL-LINE TO JN-LINE-AREA.
006930     PERFORM 7000-WRITE-REPORT-LINE
006940         THRU 7000-EXIT.
006950 3000-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990*  3100-PRINT-ONE-DATE
007000*
007010*  PRINTS ONE DATE'S HEADER, ITS NONZERO FLAVOR LINES, AND ITS
007020*  SUBTOTAL.
007030****************************************************************
007040 3100-PRINT-ONE-DATE.
007050     MOVE JN-DT-DATE(JN-D-SUB) TO JN-DL-DATE.
007060     MOVE JN-DATE-LINE TO JN-LINE-AREA.
007070     PERFORM 7000-WRITE-REPORT-LINE
007080         THRU 7000-EXIT.
007090     MOVE 0 TO JN-DATE-UNITS JN-DATE-DOLLARS JN-DATE-COGS.
007100     PERFORM 3110-PRINT-ONE-CELL
007110         THRU 3110-EXIT
007120         VARYING JN-F-SUB FROM 1 BY 1
007130         UNTIL JN-F-SUB > JN-FLAVOR-COUNT.
007140     MOVE "DATE TOTAL     " TO JN-ST-LABEL.
007150     MOVE JN-DATE-UNITS TO JN-ST-UNITS.
007160     MOVE JN-DATE-DOLLARS TO JN-ST-DOLLARS.
007170     MOVE JN-DATE-COGS TO JN-ST-COGS.
007180     PERFORM 3210-FIGURE-DATE-MARGIN
007190         THRU 3210-EXIT.
007200     MOVE JN-LINE-MARGIN TO JN-ST-MARGIN.
007210     MOVE JN-SUBTOTAL-LINE TO JN-LINE-AREA.
007220     PERFORM 7000-WRITE-REPORT-LINE
007230         THRU 7000-EXIT.
007240     MOVE JN-BLANK-LINE TO JN-LINE-AREA.
007250     PERFORM 7000-WRITE-REPORT-LINE
007260         THRU 7000-EXIT.
007270     ADD JN-DATE-UNITS TO JN-GRAND-UNITS.
007280     ADD JN-DATE-DOLLARS TO JN-GRAND-DOLLARS.
007290     ADD JN-DATE-COGS TO JN-GRAND-COGS.
007300 3100-EXIT.
007310     EXIT.
007320
007330****************************************************************
007340*  3110-PRINT-ONE-CELL
007350*
007360*  PRINTS ONE FLAVOR'S UNITS, REVENUE, COGS, AND MARGIN UNDER
007370*  THE CURRENT DATE, SKIPPING FLAVORS THAT DID NOT SELL.
007380****************************************************************
007390 3110-PRINT-ONE-CELL.
007400     IF JN-CELL-UNITS(JN-D-SUB, JN-F-SUB) = 0
007410         GO TO 3110-EXIT.
007420     COMPUTE JN-LINE-COGS ROUNDED =
007430         JN-CELL-UNITS(JN-D-SUB, JN-F-SUB)
007440         * JN-FL-UNIT-COST(JN-F-SUB).
007450     MOVE JN-FL-NAME(JN-F-SUB) TO JN-DE-FLAVOR.
007460     MOVE JN-CELL-UNITS(JN-D-SUB, JN-F-SUB) TO JN-DE-UNITS.
007470     MOVE JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB) TO JN-DE-DOLLARS.
007480     MOVE JN-LINE-COGS TO JN-DE-COGS.
007490     IF JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB) NOT = 0
007500         COMPUTE JN-LINE-MARGIN ROUNDED =
007510             (JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB) - JN-LINE-COGS)
007520             * 100 / JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB)
007530     ELSE
007540         MOVE 0 TO JN-LINE-MARGIN
007550     END-IF.
007560     MOVE JN-LINE-MARGIN TO JN-DE-MARGIN.
007570     MOVE JN-DETAIL-LINE TO JN-LINE-AREA.
007580     PERFORM 7000-WRITE-REPORT-LINE
007590         THRU 7000-EXIT.
007600     ADD JN-CELL-UNITS(JN-D-SUB, JN-F-SUB) TO JN-DATE-UNITS.
007610     ADD JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB) TO JN-DATE-DOLLARS.
007620     ADD JN-LINE-COGS TO JN-DATE-COGS.
007630 3110-EXIT.
007640     EXIT.
007650
007660****************************************************************
007670*  3200-FIGURE-MARGIN
007680*
007690*  SETS JN-LINE-MARGIN FROM THE GRAND TOTALS.
007700****************************************************************
007710 3200-FIGURE-MARGIN.
007720     IF JN-GRAND-DOLLARS NOT = 0
007730         COMPUTE JN-LINE-MARGIN ROUNDED =
007740             (JN-GRAND-DOLLARS - JN-GRAND-COGS)
007750             * 100 / JN-GRAND-DOLLARS
007760     ELSE
007770         MOVE 0 TO JN-LINE-MARGIN
007780     END-IF.
007790 3200-EXIT.
007800     EXIT.
007810
007820****************************************************************
007830*  3210-FIGURE-DATE-MARGIN
007840*
007850*  SETS JN-LINE-MARGIN FROM THE CURRENT DATE'S TOTALS.
007860****************************************************************
007870 3210-FIGURE-DATE-MARGIN.
007880     IF JN-DATE-DOLLARS NOT = 0
007890         COMPUTE JN-LINE-MARGIN ROUNDED =
007900             (JN-DATE-DOLLARS - JN-DATE-COGS)
007910             * 100 / JN-DATE-DOLLARS
007920     ELSE
007930         MOVE 0 TO JN-LINE-MARGIN
007940     END-IF.
007950 3210-EXIT.
007960     EXIT.
007970
007980****************************************************************
007990*  4000-PRINT-WEEK-SECTION
008000*
008010*  PRINTS MARGIN PERCENT BY FLAVOR FOR THE LAST SEVEN DATES ON
008020*  FILE, ONE COLUMN PER DATE, THE SAME WINDOW JELLO-SALES GIVES
008030*  UNIT COUNTS.
008040****************************************************************
008050 4000-PRINT-WEEK-SECTION.
008060     IF JN-DATE-COUNT = 0
008070         GO TO 4000-EXIT.
008080     IF JN-DATE-COUNT > 7
008090         SUBTRACT 6 FROM JN-DATE-COUNT GIVING JN-WEEK-FIRST
008100         MOVE 7 TO JN-WEEK-COLS
008110     ELSE
008120         MOVE 1 TO JN-WEEK-FIRST
008130         MOVE JN-DATE-COUNT TO JN-WEEK-COLS
008140     END-IF.
008150     MOVE JN-BLANK-LINE TO JN-LINE-AREA.
008160     PERFORM 7000-WRITE-REPORT-LINE
008170         THRU 7000-EXIT.
008180     MOVE JN-WEEK-TITLE TO JN-LINE-AREA.
008190     PERFORM 7000-WRITE-REPORT-LINE
008200         THRU 7000-EXIT.
008210     MOVE SPACES TO JN-WH-ENTRY(1) JN-WH-ENTRY(2) JN-WH-ENTRY(3)
008220         JN-WH-ENTRY(4) JN-WH-ENTRY(5) JN-WH-ENTRY(6)
008230         JN-WH-ENTRY(7).
008240     PERFORM 4100-BUILD-ONE-DATE-COLUMN
008250         THRU 4100-EXIT
008260         VARYING JN-COL-SUB FROM 1 BY 1
008270         UNTIL JN-COL-SUB > JN-WEEK-COLS.
008280     MOVE JN-WEEK-HEAD TO JN-LINE-AREA.
008290     PERFORM 7000-WRITE-REPORT-LINE
008300         THRU 7000-EXIT.
008310     PERFORM 4200-PRINT-ONE-WEEK-ROW
008320         THRU 4200-EXIT
008330         VARYING JN-F-SUB FROM 1 BY 1
008340         UNTIL JN-F-SUB > JN-FLAVOR-COUNT.
008350 4000-EXIT.
008360     EXIT.
008370
008380****************************************************************
008390*  4100-BUILD-ONE-DATE-COLUMN
008400*
008410*  BUILDS ONE MM-DD COLUMN HEADING FROM A DATE IN THE WINDOW.
008420****************************************************************
008430 4100-BUILD-ONE-DATE-COLUMN.
008440     COMPUTE JN-D-SUB = JN-WEEK-FIRST + JN-COL-SUB - 1.
008450     MOVE JN-DT-DATE(JN-D-SUB) TO JN-DATE-SPLIT.
008460     MOVE JN-DS-MM TO JN-WDC-MM.
008470     MOVE JN-DS-DD TO JN-WDC-DD.
008480     MOVE JN-WK-DATE-COL TO JN-WH-ENTRY(JN-COL-SUB).
008490 4100-EXIT.
008500     EXIT.
008510
008520****************************************************************
008530*  4200-PRINT-ONE-WEEK-ROW
008540*
008550*  PRINTS ONE FLAVOR'S MARGIN PERCENT ACROSS THE DATE WINDOW.
008560****************************************************************
008570 4200-PRINT-ONE-WEEK-ROW.
008580     MOVE JN-FL-NAME(JN-F-SUB) TO JN-WR-FLAVOR.
008590     MOVE SPACES TO JN-WR-ENTRY(1) JN-WR-ENTRY(2) JN-WR-ENTRY(3)
008600         JN-WR-ENTRY(4) JN-WR-ENTRY(5) JN-WR-ENTRY(6)
008610         JN-WR-ENTRY(7).
008620     PERFORM 4210-BUILD-ONE-PCT-CELL
008630         THRU 4210-EXIT
008640         VARYING JN-COL-SUB FROM 1 BY 1
008650         UNTIL JN-COL-SUB > JN-WEEK-COLS.
008660     MOVE JN-WEEK-ROW TO JN-LINE-AREA.
008670     PERFORM 7000-WRITE-REPORT-LINE
008680         THRU 7000-EXIT.
008690 4200-EXIT.
008700     EXIT.
008710
008720****************************************************************
008730*  4210-BUILD-ONE-PCT-CELL
008740*
008750*  BUILDS ONE MARGIN-PERCENT CELL OF THE CURRENT ROW.  A DAY
008760*  THE FLAVOR DID NOT SELL PRINTS BLANK.
008770****************************************************************
008780 4210-BUILD-ONE-PCT-CELL.
008790     COMPUTE JN-D-SUB = JN-WEEK-FIRST + JN-COL-SUB - 1.
008800     IF JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB) = 0
008810         MOVE SPACES TO JN-WR-ENTRY(JN-COL-SUB)
008820         GO TO 4210-EXIT.
008830     COMPUTE JN-LINE-COGS ROUNDED =
008840         JN-CELL-UNITS(JN-D-SUB, JN-F-SUB)
008850         * JN-FL-UNIT-COST(JN-F-SUB).
008860     COMPUTE JN-LINE-MARGIN ROUNDED =
008870         (JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB) - JN-LINE-COGS)
008880         * 100 / JN-CELL-DOLLARS(JN-D-SUB, JN-F-SUB).
008890     MOVE JN-LINE-MARGIN TO JN-WPC-PCT.
008900     MOVE JN-WK-PCT-COL TO JN-WR-ENTRY(JN-COL-SUB).
008910 4210-EXIT.
008920     EXIT.
008930
008940****************************************************************
008950*  7000-WRITE-REPORT-LINE
008960*
008970*  WRITES THE LINE THE CALLER BUILT IN JN-LINE-AREA, STARTING A
008980*  FRESH PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
008990****************************************************************
009000 7000-WRITE-REPORT-LINE.
009010     IF JN-LINE-COUNT > 55
009020         PERFORM 7100-PRINT-PAGE-HEADINGS
009030             THRU 7100-EXIT
009040     END-IF.
009050     WRITE MARGIN-REPORT-RECORD FROM JN-LINE-AREA.
009060     ADD 1 TO JN-LINE-COUNT.
009070 7000-EXIT.
009080     EXIT.
009090
009100****************************************************************
009110*  7100-PRINT-PAGE-HEADINGS
009120*
009130*  PRINTS THE PAGE AND COLUMN HEADINGS AT THE TOP OF A PAGE.
009140****************************************************************
009150 7100-PRINT-PAGE-HEADINGS.
009160     ADD 1 TO JN-PAGE-NUMBER.
009170     MOVE JN-PAGE-NUMBER TO JN-HD-PAGE.
009180     IF JN-PAGE-NUMBER > 1
009190         WRITE MARGIN-REPORT-RECORD FROM JN-HEADING-1
009200             AFTER ADVANCING PAGE
009210     ELSE
009220         WRITE MARGIN-REPORT-RECORD FROM JN-HEADING-1
009230     END-IF.
009240     WRITE MARGIN-REPORT-RECORD FROM JN-HEADING-2.
009250     WRITE MARGIN-REPORT-RECORD FROM JN-BLANK-LINE.
009260     MOVE 3 TO JN-LINE-COUNT.
009270 7100-EXIT.
009280     EXIT.
009290
009300****************************************************************
009310*  9000-TERMINATE
009320*
009330*  CLOSES THE FILES AND SIGNS OFF WITH THE RUN COUNTS.
009340****************************************************************
009350 9000-TERMINATE.
009360     IF JN-FROM-HISTORY
009370         IF JN-HISTORY-STATUS NOT = '35'
009380             CLOSE ORDER-HISTORY
009390         END-IF
009400     ELSE
009410         IF JN-ORDER-FILE-STATUS NOT = '35'
009420             CLOSE ORDER-FILE
009430         END-IF
009440     END-IF.
009450     CLOSE MARGIN-REPORT.
009460     DISPLAY "JELLO-MARGIN: " JN-RECORDS-READ
009470         " order records reported.".
009480 9000-EXIT.
009490     EXIT.
009500
009510 END PROGRAM JELLO-MARGIN.
