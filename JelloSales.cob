000140*  ITSELF, NOT FROM FLAVOR-MASTER, SO HISTORY FOR A FLAVOR THAT
000150*  HAS SINCE BEEN SWAPPED OUT STILL PRINTS.
000160*
000170*  KEYING A FROM-DATE AT START-UP REPORTS THAT RANGE OF CLOSED
000180*  DAYS OFF ORDER-HISTORY INSTEAD OF THE LIVE ORDER-FILE.
000190*
000200*  MODIFICATION HISTORY
000210*      2026-08-22  AB  ORIGINAL VERSION.
000220*      2026-08-22  AB  VOID (TYPE V) RECORDS NOW SUBTRACT FROM THE
000230*                      UNITS AND DOLLARS THEY ORIGINALLY ADDED.
000240*      2026-08-22  AB  PASS OVER TYPE-T TENDER RECORDS; THEY CARRY
000250*                      PAYMENT, NOT A FLAVOR SALE.
000260*      2026-10-15  AB  OPTIONALLY REPORT A RANGE OF CLOSED DAYS
000270*                      OFF ORDER-HISTORY; RECORDS FROM EITHER
000280*                      SOURCE ARE READ INTO A WORKING-STORAGE COPY
000290*                      OF THE ORDER RECORD.
000300****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. JELLO-SALES.
000330 AUTHOR. Amanda Boutwell.
000340 INSTALLATION. COUNTER SALES.
000350 DATE-WRITTEN. August 22, 2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GNUCOBOL.
000410 OBJECT-COMPUTER. GNUCOBOL.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS JS-ORDER-FILE-STATUS.
000470     SELECT ORDER-HISTORY ASSIGN TO "ORDER-HISTORY"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OH-HISTORY-KEY
000510         ALTERNATE RECORD KEY IS OH-CUSTOMER-NUMBER
000520             WITH DUPLICATES
000530         FILE STATUS IS JS-HISTORY-STATUS.
000540     SELECT SALES-REPORT ASSIGN TO "SALES-REPORT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ORDER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  ORDER-FILE-RECORD           PIC X(108).
000620
000630 FD  ORDER-HISTORY
000640     LABEL RECORDS ARE STANDARD.
000650 01  ORDER-HISTORY-RECORD.
000660     COPY "ordhist.cpy".
000670
000680 FD  SALES-REPORT
000690     LABEL RECORDS ARE STANDARD.
000700 01  SALES-REPORT-RECORD         PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730     01 JS-ORDER-FILE-STATUS PIC X(02).
000740     01 JS-ORDER-EOF PIC X VALUE 'N'.
000750         88 JS-END-OF-ORDERS VALUE 'Y'.
000760     01 JS-HISTORY-STATUS PIC X(02) VALUE SPACES.
000770
000780*---------------------------------------------------------------
000790*    WHERE THE ORDERS COME FROM.  ENTER AT THE FROM-DATE PROMPT
000800*    REPORTS THE LIVE ORDER-FILE AS ALWAYS; A DATE REPORTS THAT
000810*    RANGE OF CLOSED DAYS OFF ORDER-HISTORY INSTEAD.  EITHER WAY
000820*    EACH RECORD LANDS IN JS-ORDER-RECORD, SO THE REST OF THE
000830*    PROGRAM NEVER KNOWS WHICH FILE IT CAME FROM.
000840*---------------------------------------------------------------
000850     01 JS-SOURCE PIC X VALUE 'F'.
000860         88 JS-FROM-HISTORY VALUE 'H'.
000870     01 JS-FROM-RAW PIC X(08).
000880     01 JS-TO-RAW PIC X(08).
000890     01 JS-FROM-DATE PIC X(08) VALUE SPACES.
000900     01 JS-TO-DATE PIC X(08) VALUE SPACES.
000910     01 JS-SOURCE-NOTE.
000920         05 FILLER PIC X(26) VALUE "ORDERS FROM ORDER-HISTORY ".
000930         05 JS-SN-FROM PIC X(08).
000940         05 FILLER PIC X(06) VALUE " THRU ".
000950         05 JS-SN-TO PIC X(08).
000960     01 JS-ORDER-RECORD.
000970     COPY "ordfrec.cpy".
000980
000990*---------------------------------------------------------------
001000*    THE FLAVOR DIMENSION, BUILT FROM THE NAMES SEEN ON
001010*    ORDER-FILE AS THEY ARRIVE.
001020*---------------------------------------------------------------
001030     01 JS-FLAVOR-LIST.
001040         05 JS-FLAVOR-ITEM OCCURS 20 TIMES.
001050             10 JS-FL-NAME          PIC X(15).
001060     01 JS-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001070
001080*---------------------------------------------------------------
001090*    THE DATE DIMENSION AND THE UNITS/DOLLARS CELLS.  62 DATES
001100*    IS TWO MONTHS OF HISTORY, WHICH IS MORE THAN ORDER-FILE IS
001110*    EVER MEANT TO ACCUMULATE.  DATES APPEND IN THE ORDER THEY
001120*    FIRST APPEAR, WHICH IS CHRONOLOGICAL THE WAY THE PROGRAMS
001130*    WRITE THEM.
001140*---------------------------------------------------------------
001150     01 JS-DATE-TABLE.
001160         05 JS-DATE-ENTRY OCCURS 62 TIMES.
001170             10 JS-DT-DATE          PIC X(08).
001180             10 JS-DT-UNITS         PIC S9(06) COMP.
001190             10 JS-DT-DOLLARS       PIC S9(07)V99 COMP-3.
001200             10 JS-DT-CELL OCCURS 20 TIMES.
001210                 15 JS-CELL-UNITS   PIC S9(06) COMP.
001220                 15 JS-CELL-DOLLARS PIC S9(07)V99 COMP-3.
001230     01 JS-DATE-COUNT PIC 9(02) COMP VALUE 0.
001240
001250*---------------------------------------------------------------
001260*    SUBSCRIPTS AND SEARCH SWITCHES FOR THE TWO DIMENSIONS.
001270*---------------------------------------------------------------
001280     01 JS-D-SUB PIC 9(02) COMP VALUE 0.
001290     01 JS-F-SUB PIC 9(02) COMP VALUE 0.
001300     01 JS-SCAN-SUB PIC 9(02) COMP VALUE 0.
001310     01 JS-ENTRY-FOUND PIC X VALUE 'N'.
001320         88 JS-FOUND-ENTRY VALUE 'Y'.
001330     01 JS-OVERFLOW-NOTED PIC X VALUE 'N'.
001340
001350*---------------------------------------------------------------
001360*    RUN AND GRAND TOTALS.
001370*---------------------------------------------------------------
001380     01 JS-RECORDS-READ PIC 9(05) VALUE 0.
001390     01 JS-GRAND-UNITS PIC S9(07) COMP VALUE 0.
001400     01 JS-GRAND-DOLLARS PIC S9(09)V99 COMP-3 VALUE 0.
001410
001420*---------------------------------------------------------------
001430*    PAGE CONTROL.  A PAGE HOLDS 55 LINES UNDER ITS HEADINGS.
001440*---------------------------------------------------------------
001450     01 JS-PAGE-NUMBER PIC 9(04) VALUE 0.
001460     01 JS-LINE-COUNT PIC 9(02) VALUE 99.
001470     01 JS-LINE-AREA PIC X(80).
001480
001490*---------------------------------------------------------------
001500*    REPORT LINES.
001510*---------------------------------------------------------------
001520     01 JS-HEADING-1.
001530         05 FILLER PIC X(42)
001540             VALUE "JELLO-SALES   SALES BY FLAVOR WITHIN DATE".
001550         05 FILLER PIC X(26) VALUE SPACES.
001560         05 FILLER PIC X(05) VALUE "PAGE ".
001570         05 JS-HD-PAGE PIC ZZZ9.
001580         05 FILLER PIC X(03) VALUE SPACES.
001590     01 JS-HEADING-2.
001600         05 FILLER PIC X(02) VALUE SPACES.
001610         05 FILLER PIC X(17) VALUE "FLAVOR           ".
001620         05 FILLER PIC X(09) VALUE "    UNITS".
001630         05 FILLER PIC X(12) VALUE "     DOLLARS".
001640         05 FILLER PIC X(40) VALUE SPACES.
001650     01 JS-DATE-LINE.
001660         05 FILLER PIC X(06) VALUE "DATE  ".
001670         05 JS-DL-DATE PIC X(08).
001680         05 FILLER PIC X(66) VALUE SPACES.
001690     01 JS-DETAIL-LINE.
001700         05 FILLER PIC X(02) VALUE SPACES.
001710         05 JS-DE-FLAVOR PIC X(15).
001720         05 FILLER PIC X(04) VALUE SPACES.
001730         05 JS-DE-UNITS PIC ZZZZZZ9.
001740         05 FILLER PIC X(02) VALUE SPACES.
001750         05 JS-DE-DOLLARS PIC ZZZZZZ9.99.
001760         05 FILLER PIC X(40) VALUE SPACES.
001770     01 JS-SUBTOTAL-LINE.
001780         05 FILLER PIC X(02) VALUE SPACES.
001790         05 JS-ST-LABEL PIC X(15).
001800         05 FILLER PIC X(04) VALUE SPACES.
001810         05 JS-ST-UNITS PIC ZZZZZZ9.
001820         05 FILLER PIC X(02) VALUE SPACES.
001830         05 JS-ST-DOLLARS PIC ZZZZZZ9.99.
001840         05 FILLER PIC X(40) VALUE SPACES.
001850     01 JS-WEEK-TITLE.
001860         05 FILLER PIC X(33)
001870             VALUE "WEEK AT A GLANCE - UNITS BY DATE ".
001880         05 FILLER PIC X(47) VALUE SPACES.
001890     01 JS-WEEK-HEAD.
001900         05 FILLER PIC X(17) VALUE "  FLAVOR         ".
001910         05 JS-WH-ENTRY OCCURS 7 TIMES PIC X(09).
001920     01 JS-WEEK-ROW.
001930         05 JS-WR-FLAVOR PIC X(15).
001940         05 FILLER PIC X(02) VALUE SPACES.
001950         05 JS-WR-ENTRY OCCURS 7 TIMES PIC X(09).
001960     01 JS-WK-DATE-COL.
001970         05 FILLER PIC X(04) VALUE SPACES.
001980         05 JS-WDC-MM PIC X(02).
001990         05 FILLER PIC X(01) VALUE "-".
002000         05 JS-WDC-DD PIC X(02).
002010     01 JS-WK-UNIT-COL.
002020         05 FILLER PIC X(02) VALUE SPACES.
002030         05 JS-WUC-UNITS PIC ZZZZZZ9.
002040     01 JS-DATE-SPLIT.
002050         05 FILLER PIC X(04).
002060         05 JS-DS-MM PIC X(02).
002070         05 JS-DS-DD PIC X(02).
002080     01 JS-NOTE-LINE.
002090         05 FILLER PIC X(02) VALUE SPACES.
002100         05 JS-NOTE-TEXT PIC X(78).
002110     01 JS-BLANK-LINE PIC X(80) VALUE SPACES.
002120
002130*---------------------------------------------------------------
002140*    FIELDS FOR THE WEEK-AT-A-GLANCE COLUMN WINDOW.
002150*---------------------------------------------------------------
002160     01 JS-WEEK-FIRST PIC 9(02) COMP VALUE 0.
002170     01 JS-WEEK-COLS PIC 9(02) COMP VALUE 0.
002180     01 JS-COL-SUB PIC 9(02) COMP VALUE 0.
002190
002200 PROCEDURE DIVISION.
002210
002220****************************************************************
002230*  0000-MAINLINE
002240*
002250*  ACCUMULATES ORDER-FILE INTO THE DATE/FLAVOR TABLE, THEN
002260*  PRINTS THE DETAIL SECTION, THE GRAND TOTAL, AND THE
002270*  WEEK-AT-A-GLANCE SECTION.
002280****************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-EXIT.
002320     PERFORM 2000-ACCUMULATE-SALES
002330         THRU 2000-EXIT
002340         UNTIL JS-END-OF-ORDERS.
002350     PERFORM 3000-PRINT-DETAIL-SECTION
002360         THRU 3000-EXIT.
002370     PERFORM 4000-PRINT-WEEK-SECTION
002380         THRU 4000-EXIT.
002390     PERFORM 9000-TERMINATE
002400         THRU 9000-EXIT.
002410     STOP RUN.
002420
002430****************************************************************
002440*  1000-INITIALIZE
002450*
002460*  OPENS THE FILES AND PRIMES THE FIRST ORDER-FILE READ.  A
002470*  MISSING ORDER-FILE PRINTS AS AN EMPTY REPORT, NOT AN ABEND.
002480****************************************************************
002490 1000-INITIALIZE.
002500     OPEN OUTPUT SALES-REPORT.
002510     PERFORM 1050-ACCEPT-DATE-RANGE
002520         THRU 1050-EXIT.
002530     IF JS-FROM-HISTORY
002540         PERFORM 1060-START-HISTORY
002550             THRU 1060-EXIT
002560         GO TO 1000-EXIT.
002570     OPEN INPUT ORDER-FILE.
002580     IF JS-ORDER-FILE-STATUS = '35'
002590         MOVE 'Y' TO JS-ORDER-EOF
002600     ELSE
002610         MOVE 'N' TO JS-ORDER-EOF
002620         PERFORM 2010-READ-ORDER-RECORD
002630             THRU 2010-EXIT
002640     END-IF.
002650 1000-EXIT.
002660     EXIT.
002670
002680****************************************************************
002690*  1050-ACCEPT-DATE-RANGE
002700*
002710*  ASKS WHICH CLOSED DAYS TO REPORT OFF ORDER-HISTORY.  ENTER
002720*  (OR ANYTHING NOT A DATE) AT THE FROM-DATE REPORTS TODAY'S
002730*  LIVE ORDER-FILE INSTEAD; ENTER AT THE THROUGH-DATE REPORTS
002740*  THE ONE DAY.
002750****************************************************************
002760 1050-ACCEPT-DATE-RANGE.
002770     MOVE 'F' TO JS-SOURCE.
002780     DISPLAY "Report closed days from ORDER-HISTORY starting"
002790     DISPLAY "  (YYYYMMDD, Enter = today's ORDER-FILE): "
002800         WITH NO ADVANCING.
002810     MOVE SPACES TO JS-FROM-RAW.
002820     ACCEPT JS-FROM-RAW.
002830     IF JS-FROM-RAW IS NOT NUMERIC
002840         GO TO 1050-EXIT.
002850     MOVE JS-FROM-RAW TO JS-FROM-DATE.
002860     DISPLAY "Through (YYYYMMDD, Enter = same day): "
002870         WITH NO ADVANCING.
002880     MOVE SPACES TO JS-TO-RAW.
002890     ACCEPT JS-TO-RAW.
002900     IF JS-TO-RAW IS NUMERIC AND JS-TO-RAW NOT < JS-FROM-DATE
002910         MOVE JS-TO-RAW TO JS-TO-DATE
002920     ELSE
002930         MOVE JS-FROM-DATE TO JS-TO-DATE
002940     END-IF.
002950     MOVE 'H' TO JS-SOURCE.
002960 1050-EXIT.
002970     EXIT.
002980
002990****************************************************************
003000*  1060-START-HISTORY
003010*
003020*  OPENS ORDER-HISTORY, NOTES THE DATE RANGE ON THE REPORT, AND
003030*  PRIMES THE FIRST READ AT THE FROM-DATE.  NO ORDER-HISTORY YET
003040*  PRINTS AS AN EMPTY REPORT, THE SAME AS A MISSING ORDER-FILE.
003050****************************************************************
003060 1060-START-HISTORY.
003070     MOVE 'Y' TO JS-ORDER-EOF.
003080     OPEN INPUT ORDER-HISTORY.
003090     IF JS-HISTORY-STATUS = '35'
003100         MOVE "NO ORDER-HISTORY ON FILE - NOTHING REPORTED"
003110             TO JS-NOTE-TEXT
003120         MOVE JS-NOTE-LINE TO JS-LINE-AREA
003130         PERFORM 7000-WRITE-REPORT-LINE
003140             THRU 7000-EXIT
003150         GO TO 1060-EXIT.
003160     MOVE JS-FROM-DATE TO JS-SN-FROM.
003170     MOVE JS-TO-DATE TO JS-SN-TO.
003180     MOVE JS-SOURCE-NOTE TO JS-NOTE-TEXT.
003190     MOVE JS-NOTE-LINE TO JS-LINE-AREA.
003200     PERFORM 7000-WRITE-REPORT-LINE
003210         THRU 7000-EXIT.
003220     MOVE 'N' TO JS-ORDER-EOF.
003230     MOVE JS-FROM-DATE TO OH-KEY-DATE.
003240     START ORDER-HISTORY
003250         KEY IS NOT LESS THAN OH-KEY-DATE
003260         INVALID KEY MOVE 'Y' TO JS-ORDER-EOF
003270     END-START.
003280     IF NOT JS-END-OF-ORDERS
003290         PERFORM 2010-READ-ORDER-RECORD
003300             THRU 2010-EXIT
003310     END-IF.
003320 1060-EXIT.
003330     EXIT.
003340
003350****************************************************************
003360*  2000-ACCUMULATE-SALES
003370*
003380*  POSTS THE ORDER-FILE RECORD JUST READ INTO ITS DATE/FLAVOR
003390*  CELL AND READS THE NEXT ONE.  A RECORD PAST THE TABLE LIMITS
003400*  IS COUNTED AND NOTED RATHER THAN DROPPED SILENTLY.
003410****************************************************************
003420 2000-ACCUMULATE-SALES.
003430     ADD 1 TO JS-RECORDS-READ.
003440     IF OR-RECORD-TYPE = 'T'
003450         PERFORM 2010-READ-ORDER-RECORD
003460             THRU 2010-EXIT
003470         GO TO 2000-EXIT
003480     END-IF.
003490     PERFORM 2100-FIND-DATE-ENTRY
003500         THRU 2100-EXIT.
003510     PERFORM 2200-FIND-FLAVOR-ENTRY
003520         THRU 2200-EXIT.
003530     IF JS-D-SUB > 0 AND JS-F-SUB > 0
003540         IF OR-RECORD-TYPE = 'V'
003550             SUBTRACT OR-QUANTITY
003560                 FROM JS-CELL-UNITS(JS-D-SUB, JS-F-SUB)
003570             SUBTRACT OR-LINE-TOTAL
003580                 FROM JS-CELL-DOLLARS(JS-D-SUB, JS-F-SUB)
003590             SUBTRACT OR-QUANTITY FROM JS-DT-UNITS(JS-D-SUB)
003600             SUBTRACT OR-LINE-TOTAL FROM JS-DT-DOLLARS(JS-D-SUB)
003610             SUBTRACT OR-QUANTITY FROM JS-GRAND-UNITS
003620             SUBTRACT OR-LINE-TOTAL FROM JS-GRAND-DOLLARS
003630         ELSE
003640             ADD OR-QUANTITY TO JS-CELL-UNITS(JS-D-SUB, JS-F-SUB)
003650             ADD OR-LINE-TOTAL
003660                 TO JS-CELL-DOLLARS(JS-D-SUB, JS-F-SUB)
003670             ADD OR-QUANTITY TO JS-DT-UNITS(JS-D-SUB)
003680             ADD OR-LINE-TOTAL TO JS-DT-DOLLARS(JS-D-SUB)
003690             ADD OR-QUANTITY TO JS-GRAND-UNITS
003700             ADD OR-LINE-TOTAL TO JS-GRAND-DOLLARS
003710         END-IF
003720     ELSE
003730         IF JS-OVERFLOW-NOTED = 'N'
003740             MOVE 'Y' TO JS-OVERFLOW-NOTED
003750             MOVE "TABLE LIMIT HIT - SOME SALES NOT REPORTED"
003760                 TO JS-NOTE-TEXT
003770             MOVE JS-NOTE-LINE TO JS-LINE-AREA
003780             PERFORM 7000-WRITE-REPORT-LINE
003790                 THRU 7000-EXIT
003800         END-IF
003810     END-IF.
003820     PERFORM 2010-READ-ORDER-RECORD
003830         THRU 2010-EXIT.
003840 2000-EXIT.
003850     EXIT.
003860
003870****************************************************************
003880*  2010-READ-ORDER-RECORD
003890*
003900*  READS ONE ORDER RECORD AHEAD INTO JS-ORDER-RECORD, OFF
003910*  ORDER-HISTORY OR THE LIVE ORDER-FILE.
003920****************************************************************
003930 2010-READ-ORDER-RECORD.
003940     IF JS-FROM-HISTORY
003950         PERFORM 2020-READ-HISTORY-RECORD
003960             THRU 2020-EXIT
003970         GO TO 2010-EXIT.
003980     READ ORDER-FILE INTO JS-ORDER-RECORD
003990         AT END MOVE 'Y' TO JS-ORDER-EOF
004000     END-READ.
004010 2010-EXIT.
004020     EXIT.
004030
004040****************************************************************
004050*  2020-READ-HISTORY-RECORD
004060*
004070*  READS THE NEXT ORDER-HISTORY RECORD IN KEY ORDER, WHICH IS
004080*  DATE AND TIME ORDER.  THE FIRST ONE PAST THE THROUGH-DATE
004090*  ENDS THE RUN OF ORDERS.
004100****************************************************************
004110 2020-READ-HISTORY-RECORD.
004120     READ ORDER-HISTORY NEXT RECORD
004130         AT END MOVE 'Y' TO JS-ORDER-EOF
004140     END-READ.
004150     IF NOT JS-END-OF-ORDERS
004160         IF OH-KEY-DATE > JS-TO-DATE
004170             MOVE 'Y' TO JS-ORDER-EOF
004180         ELSE
004190             MOVE OH-ORDER-DATA TO JS-ORDER-RECORD
004200         END-IF
004210     END-IF.
004220 2020-EXIT.
004230     EXIT.
004240
004250****************************************************************
004260*  2100-FIND-DATE-ENTRY
004270*
004280*  SETS JS-D-SUB TO THE TABLE ENTRY FOR OR-ORDER-DATE, APPENDING
004290*  A FRESH ONE WHEN THE DATE HAS NOT BEEN SEEN YET.  LEAVES
004300*  JS-D-SUB AT ZERO WHEN THE DATE TABLE IS FULL.
004310****************************************************************
004320 2100-FIND-DATE-ENTRY.
004330     MOVE 0 TO JS-D-SUB.
004340     MOVE 'N' TO JS-ENTRY-FOUND.
004350     PERFORM 2110-TEST-ONE-DATE
004360         THRU 2110-EXIT
004370         VARYING JS-SCAN-SUB FROM 1 BY 1
004380         UNTIL JS-SCAN-SUB > JS-DATE-COUNT
004390            OR JS-FOUND-ENTRY.
004400     IF NOT JS-FOUND-ENTRY
004410         IF JS-DATE-COUNT < 62
004420             ADD 1 TO JS-DATE-COUNT
004430             MOVE JS-DATE-COUNT TO JS-D-SUB
004440             MOVE OR-ORDER-DATE TO JS-DT-DATE(JS-D-SUB)
004450             MOVE 0 TO JS-DT-UNITS(JS-D-SUB)
004460             MOVE 0 TO JS-DT-DOLLARS(JS-D-SUB)
004470             PERFORM 2120-CLEAR-ONE-CELL
004480                 THRU 2120-EXIT
004490                 VARYING JS-F-SUB FROM 1 BY 1
004500                 UNTIL JS-F-SUB > 20
004510         END-IF
004520     END-IF.
004530 2100-EXIT.
004540     EXIT.
004550
004560****************************************************************
004570*  2110-TEST-ONE-DATE
004580*
004590*  TESTS ONE DATE-TABLE ENTRY AGAINST OR-ORDER-DATE.
004600****************************************************************
004610 2110-TEST-ONE-DATE.
004620     IF JS-DT-DATE(JS-SCAN-SUB) = OR-ORDER-DATE
004630         MOVE JS-SCAN-SUB TO JS-D-SUB
004640         MOVE 'Y' TO JS-ENTRY-FOUND
004650     END-IF.
004660 2110-EXIT.
004670     EXIT.
004680
004690****************************************************************
004700*  2120-CLEAR-ONE-CELL
004710*
004720*  ZEROES ONE UNITS/DOLLARS CELL OF A FRESHLY APPENDED DATE.
004730****************************************************************
004740 2120-CLEAR-ONE-CELL.
004750     MOVE 0 TO JS-CELL-UNITS(JS-D-SUB, JS-F-SUB).
004760     MOVE 0 TO JS-CELL-DOLLARS(JS-D-SUB, JS-F-SUB).
004770 2120-EXIT.
004780     EXIT.
004790
004800****************************************************************
004810*  2200-FIND-FLAVOR-ENTRY
004820*
004830*  SETS JS-F-SUB TO THE FLAVOR-LIST ENTRY FOR OR-FLAVOR-NAME,
004840*  APPENDING A FRESH ONE WHEN THE NAME HAS NOT BEEN SEEN YET.
004850*  LEAVES JS-F-SUB AT ZERO WHEN THE FLAVOR LIST IS FULL.
004860****************************************************************
004870 2200-FIND-FLAVOR-ENTRY.
004880     MOVE 0 TO JS-F-SUB.
004890     MOVE 'N' TO JS-ENTRY-FOUND.
004900     PERFORM 2210-TEST-ONE-FLAVOR
004910         THRU 2210-EXIT
004920         VARYING JS-SCAN-SUB FROM 1 BY 1
004930         UNTIL JS-SCAN-SUB > JS-FLAVOR-COUNT
004940            OR JS-FOUND-ENTRY.
004950     IF NOT JS-FOUND-ENTRY
004960         IF JS-FLAVOR-COUNT < 20
004970             ADD 1 TO JS-FLAVOR-COUNT
004980             MOVE JS-FLAVOR-COUNT TO JS-F-SUB
004990             MOVE OR-FLAVOR-NAME TO JS-FL-NAME(JS-F-SUB)
005000         END-IF
005010     END-IF.
005020 2200-EXIT.
005030     EXIT.
005040
005050****************************************************************
005060*  2210-TEST-ONE-FLAVOR
005070*
005080*  TESTS ONE FLAVOR-LIST ENTRY AGAINST OR-FLAVOR-NAME.
005090****************************************************************
005100 2210-TEST-ONE-FLAVOR.
005110     IF JS-FL-NAME(JS-SCAN-SUB) = OR-FLAVOR-NAME
005120         MOVE JS-SCAN-SUB TO JS-F-SUB
005130         MOVE 'Y' TO JS-ENTRY-FOUND
005140     END-IF.
005150 2210-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190*  3000-PRINT-DETAIL-SECTION
005200*
005210*  PRINTS UNITS AND DOLLARS BY FLAVOR WITHIN DATE, A SUBTOTAL
005220*  PER DATE, AND THE GRAND TOTAL.
005230****************************************************************
005240 3000-PRINT-DETAIL-SECTION.
005250     PERFORM 3100-PRINT-ONE-DATE
005260         THRU 3100-EXIT
005270         VARYING JS-D-SUB FROM 1 BY 1
005280         UNTIL JS-D-SUB > JS-DATE-COUNT.
005290     MOVE JS-BLANK-LINE TO JS-LINE-AREA.
005300     PERFORM 7000-WRITE-REPORT-LINE
005310         THRU 7000-EXIT.
005320     MOVE "GRAND TOTAL    " TO JS-ST-LABEL.
005330     MOVE JS-GRAND-UNITS TO JS-ST-UNITS.
005340     MOVE JS-GRAND-DOLLARS TO JS-ST-DOLLARS.
005350     MOVE JS-SUBTOTAL-LINE TO JS-LINE-AREA.
005360     PERFORM 7000-WRITE-REPORT-LINE
005370         THRU 7000-EXIT.
005380 3000-EXIT.
005390     EXIT.
005400
005410****************************************************************
005420*  3100-PRINT-ONE-DATE
005430*
005440*  PRINTS ONE DATE'S HEADER, ITS NONZERO FLAVOR LINES, AND ITS
005450*  SUBTOTAL.
005460****************************************************************
005470 3100-PRINT-ONE-DATE.
005480     MOVE JS-DT-DATE(JS-D-SUB) TO JS-DL-DATE.
005490     MOVE JS-DATE-LINE TO JS-LINE-AREA.
005500     PERFORM 7000-WRITE-REPORT-LINE
005510         THRU 7000-EXIT.
005520     PERFORM 3110-PRINT-ONE-CELL
005530         THRU 3110-EXIT
005540         VARYING JS-F-SUB FROM 1 BY 1
005550         UNTIL JS-F-SUB > JS-FLAVOR-COUNT.
005560     MOVE "DATE TOTAL     " TO JS-ST-LABEL.
005570     MOVE JS-DT-UNITS(JS-D-SUB) TO JS-ST-UNITS.
005580     MOVE JS-DT-DOLLARS(JS-D-SUB) TO JS-ST-DOLLARS.
005590     MOVE JS-SUBTOTAL-LINE TO JS-LINE-AREA.
005600     PERFORM 7000-WRITE-REPORT-LINE
005610         THRU 7000-EXIT.
005620     MOVE JS-BLANK-LINE TO JS-LINE-AREA.
005630     PERFORM 7000-WRITE-REPORT-LINE
005640         THRU 7000-EXIT.
005650 3100-EXIT.
005660     EXIT.
005670
005680****************************************************************
005690*  3110-PRINT-ONE-CELL
005700*
005710*  PRINTS ONE FLAVOR'S UNITS AND DOLLARS UNDER THE CURRENT DATE,
005720*  SKIPPING FLAVORS THAT DID NOT SELL THAT DAY.
005730****************************************************************
005740 3110-PRINT-ONE-CELL.
005750     IF JS-CELL-UNITS(JS-D-SUB, JS-F-SUB) NOT = 0
005760         MOVE JS-FL-NAME(JS-F-SUB) TO JS-DE-FLAVOR
005770         MOVE JS-CELL-UNITS(JS-D-SUB, JS-F-SUB) TO JS-DE-UNITS
005780         MOVE JS-CELL-DOLLARS(JS-D-SUB, JS-F-SUB) TO JS-DE-DOLLARS
005790         MOVE JS-DETAIL-LINE TO JS-LINE-AREA
005800         PERFORM 7000-WRITE-REPORT-LINE
005810             THRU 7000-EXIT
005820     END-IF.
005830 3110-EXIT.
005840     EXIT.
005850
005860****************************************************************
005870*  4000-PRINT-WEEK-SECTION
005880*
005890*  PRINTS UNITS BY FLAVOR FOR THE LAST SEVEN DATES ON FILE, ONE
005900*  COLUMN PER DATE, SO TRENDS SHOW WITHOUT A SPREADSHEET.
005910****************************************************************
005920 4000-PRINT-WEEK-SECTION.
005930     IF JS-DATE-COUNT = 0
005940         GO TO 4000-EXIT.
005950     IF JS-DATE-COUNT > 7
005960         SUBTRACT 6 FROM JS-DATE-COUNT GIVING JS-WEEK-FIRST
005970         MOVE 7 TO JS-WEEK-COLS
005980     ELSE
005990         MOVE 1 TO JS-WEEK-FIRST
006000         MOVE JS-DATE-COUNT TO JS-WEEK-COLS
006010     END-IF.
006020     MOVE JS-BLANK-LINE TO JS-LINE-AREA.
006030     PERFORM 7000-WRITE-REPORT-LINE
006040         THRU 7000-EXIT.
006050     MOVE JS-WEEK-TITLE TO JS-LINE-AREA.
006060     PERFORM 7000-WRITE-REPORT-LINE
006070         THRU 7000-EXIT.
006080     MOVE SPACES TO JS-WH-ENTRY(1) JS-WH-ENTRY(2) JS-WH-ENTRY(3)
006090         JS-WH-ENTRY(4) JS-WH-ENTRY(5) JS-WH-ENTRY(6)
006100         JS-WH-ENTRY(7).
006110     PERFORM 4100-BUILD-ONE-DATE-COLUMN
006120         THRU 4100-EXIT
006130         VARYING JS-COL-SUB FROM 1 BY 1
006140         UNTIL JS-COL-SUB > JS-WEEK-COLS.
006150     MOVE JS-WEEK-HEAD TO JS-LINE-AREA.
006160     PERFORM 7000-WRITE-REPORT-LINE
006170         THRU 7000-EXIT.
006180     PERFORM 4200-PRINT-ONE-WEEK-ROW
006190         THRU 4200-EXIT
006200         VARYING JS-F-SUB FROM 1 BY 1
006210         UNTIL JS-F-SUB > JS-FLAVOR-COUNT.
006220 4000-EXIT.
006230     EXIT.
006240
006250****************************************************************
006260*  4100-BUILD-ONE-DATE-COLUMN
006270*
006280*  BUILDS ONE MM-DD COLUMN HEADING FROM A DATE IN THE WINDOW.
006290****************************************************************
006300 4100-BUILD-ONE-DATE-COLUMN.
006310     COMPUTE JS-D-SUB = JS-WEEK-FIRST + JS-COL-SUB - 1.
006320     MOVE JS-DT-DATE(JS-D-SUB) TO JS-DATE-SPLIT.
006330     MOVE JS-DS-MM TO JS-WDC-MM.
006340     MOVE JS-DS-DD TO JS-WDC-DD.
006350     MOVE JS-WK-DATE-COL TO JS-WH-ENTRY(JS-COL-SUB).
006360 4100-EXIT.
006370     EXIT.
006380
006390****************************************************************
006400*  4200-PRINT-ONE-WEEK-ROW
006410*
006420*  PRINTS ONE FLAVOR'S UNITS ACROSS THE DATE WINDOW.
006430****************************************************************
006440 4200-PRINT-ONE-WEEK-ROW.
006450     MOVE JS-FL-NAME(JS-F-SUB) TO JS-WR-FLAVOR.
006460     MOVE SPACES TO JS-WR-ENTRY(1) JS-WR-ENTRY(2) JS-WR-ENTRY(3)
006470         JS-WR-ENTRY(4) JS-WR-ENTRY(5) JS-WR-ENTRY(6)
006480         JS-WR-ENTRY(7).
006490     PERFORM 4210-BUILD-ONE-UNIT-CELL
006500         THRU 4210-EXIT
006510         VARYING JS-COL-SUB FROM 1 BY 1
006520         UNTIL JS-COL-SUB > JS-WEEK-COLS.
006530     MOVE JS-WEEK-ROW TO JS-LINE-AREA.
006540     PERFORM 7000-WRITE-REPORT-LINE
006550         THRU 7000-EXIT.
006560 4200-EXIT.
006570     EXIT.
006580
006590****************************************************************
006600*  4210-BUILD-ONE-UNIT-CELL
006610*
006620*  BUILDS ONE UNITS CELL OF THE CURRENT WEEK-AT-A-GLANCE ROW.
006630****************************************************************
006640 4210-BUILD-ONE-UNIT-CELL.
006650     COMPUTE JS-D-SUB = JS-WEEK-FIRST + JS-COL-SUB - 1.
006660     MOVE JS-CELL-UNITS(JS-D-SUB, JS-F-SUB) TO JS-WUC-UNITS.
006670     MOVE JS-WK-UNIT-COL TO JS-WR-ENTRY(JS-COL-SUB).
006680 4210-EXIT.
006690     EXIT.
006700
006710****************************************************************
006720*  7000-WRITE-REPORT-LINE
006730*
006740*  WRITES THE LINE THE CALLER BUILT IN JS-LINE-AREA, STARTING A
006750*  FRESH PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
006760****************************************************************
006770 7000-WRITE-REPORT-LINE.
006780     IF JS-LINE-COUNT > 55
006790         PERFORM 7100-PRINT-PAGE-HEADINGS
006800             THRU 7100-EXIT
006810     END-IF.
006820     WRITE SALES-REPORT-RECORD FROM JS-LINE-AREA.
006830     ADD 1 TO JS-LINE-COUNT.
006840 7000-EXIT.
006850     EXIT.
006860
006870****************************************************************
006880*  7100-PRINT-PAGE-HEADINGS
006890*
006900*  PRINTS THE PAGE AND COLUMN HEADINGS AT THE TOP OF A PAGE.
006910****************************************************************
006920 7100-PRINT-PAGE-HEADINGS.
006930     ADD 1 TO JS-PAGE-NUMBER.
006940     MOVE JS-PAGE-NUMBER TO JS-HD-PAGE.
006950     IF JS-PAGE-NUMBER > 1
006960         WRITE SALES-REPORT-RECORD FROM JS-HEADING-1
006970             AFTER ADVANCING PAGE
006980     ELSE
006990         WRITE SALES-REPORT-RECORD FROM JS-HEADING-1
007000     END-IF.
007010     WRITE SALES-REPORT-RECORD FROM JS-HEADING-2.
007020     WRITE SALES-REPORT-RECORD FROM JS-BLANK-LINE.
007030     MOVE 3 TO JS-LINE-COUNT.
007040 7100-EXIT.
007050     EXIT.
007060
007070****************************************************************
007080*  9000-TERMINATE
007090*
007100*  CLOSES THE FILES AND SIGNS OFF WITH THE RUN COUNTS.
007110****************************************************************
007120 9000-TERMINATE.
007130     IF JS-FROM-HISTORY
007140         IF JS-HISTORY-STATUS NOT = '35'
007150             CLOSE ORDER-HISTORY
007160         END-IF
007170     ELSE
007180         IF JS-ORDER-FILE-STATUS NOT = '35'
007190             CLOSE ORDER-FILE
007200         END-IF
007210     END-IF.
007220     CLOSE SALES-REPORT.
007230     DISPLAY "JELLO-SALES: " JS-RECORDS-READ
007240         " order records reported.".
007250 9000-EXIT.
007260     EXIT.
007270
007280 END PROGRAM JELLO-SALES.
