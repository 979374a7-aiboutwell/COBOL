000090*  SUBTRACT FROM THE PROMOTION THEY SOLD UNDER; TENDER RECORDS
000100*  ARE PASSED OVER.
000110*
000120*  KEYING A FROM-DATE AT START-UP REPORTS THAT RANGE OF CLOSED
000130*  DAYS OFF ORDER-HISTORY INSTEAD OF THE LIVE ORDER-FILE.
000140*
000150*  MODIFICATION HISTORY
000160*      2026-09-02  AB  ORIGINAL VERSION.
000170*      2026-10-15  AB  OPTIONALLY REPORT A RANGE OF CLOSED DAYS
000180*                      OFF ORDER-HISTORY; RECORDS FROM EITHER
000190*                      SOURCE ARE READ INTO A WORKING-STORAGE COPY
000200*                      OF THE ORDER RECORD.
000210****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. JELLO-PROMO.
000240 AUTHOR. Amanda Boutwell.
000250 INSTALLATION. COUNTER SALES.
000260 DATE-WRITTEN. September 2, 2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GNUCOBOL.
000320 OBJECT-COMPUTER. GNUCOBOL.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS JQ-ORDER-FILE-STATUS.
000380     SELECT ORDER-HISTORY ASSIGN TO "ORDER-HISTORY"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OH-HISTORY-KEY
000420         ALTERNATE RECORD KEY IS OH-CUSTOMER-NUMBER
000430             WITH DUPLICATES
000440         FILE STATUS IS JQ-HISTORY-STATUS.
000450     SELECT PROMO-REPORT ASSIGN TO "PROMO-REPORT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ORDER-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  ORDER-FILE-RECORD           PIC X(108).
000530
000540 FD  ORDER-HISTORY
000550     LABEL RECORDS ARE STANDARD.
000560 01  ORDER-HISTORY-RECORD.
000570     COPY "ordhist.cpy".
000580
000590 FD  PROMO-REPORT
000600     LABEL RECORDS ARE STANDARD.
000610 01  PROMO-REPORT-RECORD         PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640     01 JQ-ORDER-FILE-STATUS PIC X(02).
000650     01 JQ-ORDER-EOF PIC X VALUE 'N'.
000660         88 JQ-END-OF-ORDERS VALUE 'Y'.
000670     01 JQ-HISTORY-STATUS PIC X(02) VALUE SPACES.
000680
000690*---------------------------------------------------------------
000700*    WHERE THE ORDERS COME FROM.  ENTER AT THE FROM-DATE PROMPT
000710*    REPORTS THE LIVE ORDER-FILE AS ALWAYS; A DATE REPORTS THAT
000720*    RANGE OF CLOSED DAYS OFF ORDER-HISTORY INSTEAD.  EITHER WAY
000730*    EACH RECORD LANDS IN JQ-ORDER-RECORD, SO THE REST OF THE
000740*    PROGRAM NEVER KNOWS WHICH FILE IT CAME FROM.
000750*---------------------------------------------------------------
000760     01 JQ-SOURCE PIC X VALUE 'F'.
000770         88 JQ-FROM-HISTORY VALUE 'H'.
000780     01 JQ-FROM-RAW PIC X(08).
000790     01 JQ-TO-RAW PIC X(08).
000800     01 JQ-FROM-DATE PIC X(08) VALUE SPACES.
000810     01 JQ-TO-DATE PIC X(08) VALUE SPACES.
000820     01 JQ-SOURCE-NOTE.
000830         05 FILLER PIC X(26) VALUE "ORDERS FROM ORDER-HISTORY ".
000840         05 JQ-SN-FROM PIC X(08).
000850         05 FILLER PIC X(06) VALUE " THRU ".
000860         05 JQ-SN-TO PIC X(08).
000870     01 JQ-ORDER-RECORD.
000880     COPY "ordfrec.cpy".
000890
000900*---------------------------------------------------------------
000910*    ONE GROUP PER PROMO ID SEEN ON ORDER-FILE, WITH UNITS AND
000920*    DOLLARS PER FLAVOR UNDER IT.  GROUP 1 IS ALWAYS THE
000930*    REGULAR-PRICE BUCKET (BLANK PROMO ID).
000940*---------------------------------------------------------------
000950     01 JQ-PROMO-TABLE.
000960         05 JQ-PROMO-ENTRY OCCURS 1 TO 20 TIMES
000970                 DEPENDING ON JQ-PROMO-COUNT
000980                 INDEXED BY JQ-PROMO-IDX.
000990             10 JQ-PR-ID            PIC X(04).
001000             10 JQ-PR-FLAVOR OCCURS 20 TIMES.
001010                 15 JQ-PF-NAME      PIC X(15).
001020                 15 JQ-PF-UNITS     PIC S9(07) COMP-3.
001030                 15 JQ-PF-DOLLARS   PIC S9(07)V99 COMP-3.
001040     01 JQ-PROMO-COUNT PIC 9(02) COMP VALUE 0.
001050     01 JQ-P-SUB PIC 9(02) COMP VALUE 0.
001060     01 JQ-F-SUB PIC 9(02) COMP VALUE 0.
001070     01 JQ-SCAN-SUB PIC 9(02) COMP VALUE 0.
001080     01 JQ-ENTRY-FOUND PIC X VALUE 'N'.
001090         88 JQ-FOUND-ENTRY VALUE 'Y'.
001100     01 JQ-OVERFLOW-NOTED PIC X VALUE 'N'.
001110
001120*---------------------------------------------------------------
001130*    RUN AND GROUP TOTALS.
001140*---------------------------------------------------------------
001150     01 JQ-RECORDS-READ PIC 9(05) VALUE 0.
001160     01 JQ-GROUP-UNITS PIC S9(07) VALUE 0.
001170     01 JQ-GROUP-DOLLARS PIC S9(09)V99 COMP-3 VALUE 0.
001180
001190*---------------------------------------------------------------
001200*    REPORT LINES.
001210*---------------------------------------------------------------
001220     01 JQ-HEADING-1.
001230         05 FILLER PIC X(44)
001240             VALUE "JELLO-PROMO   SALES BY PROMOTION VS REGULAR ".
001250         05 FILLER PIC X(36) VALUE SPACES.
001260     01 JQ-GROUP-LINE.
001270         05 FILLER PIC X(06) VALUE "PROMO ".
001280         05 JQ-GR-ID PIC X(04).
001290         05 FILLER PIC X(01) VALUE SPACES.
001300         05 JQ-GR-NOTE PIC X(15).
001310         05 FILLER PIC X(54) VALUE SPACES.
001320     01 JQ-DETAIL-LINE.
001330         05 FILLER PIC X(02) VALUE SPACES.
001340         05 JQ-DE-FLAVOR PIC X(15).
001350         05 FILLER PIC X(02) VALUE SPACES.
001360         05 JQ-DE-UNITS PIC -ZZZZZZ9.
001370         05 FILLER PIC X(02) VALUE SPACES.
001380         05 JQ-DE-DOLLARS PIC -ZZZZZZ9.99.
001390         05 FILLER PIC X(40) VALUE SPACES.
001400     01 JQ-TOTAL-LINE.
001410         05 FILLER PIC X(02) VALUE SPACES.
001420         05 JQ-TO-LABEL PIC X(15).
001430         05 FILLER PIC X(02) VALUE SPACES.
001440         05 JQ-TO-UNITS PIC -ZZZZZZ9.
001450         05 FILLER PIC X(02) VALUE SPACES.
001460         05 JQ-TO-DOLLARS PIC -ZZZZZZ9.99.
001470         05 FILLER PIC X(40) VALUE SPACES.
001480     01 JQ-NOTE-LINE.
001490         05 FILLER PIC X(02) VALUE SPACES.
001500         05 JQ-NOTE-TEXT PIC X(78).
001510     01 JQ-BLANK-LINE PIC X(80) VALUE SPACES.
001520
001530 PROCEDURE DIVISION.
001540
001550****************************************************************
001560*  0000-MAINLINE
001570*
001580*  ACCUMULATES ORDER-FILE INTO THE PROMO/FLAVOR CELLS, THEN
001590*  PRINTS ONE SECTION PER PROMOTION AND THE REGULAR BUCKET.
001600****************************************************************
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE
001630         THRU 1000-EXIT.
001640     PERFORM 2000-ACCUMULATE-SALES
001650         THRU 2000-EXIT
001660         UNTIL JQ-END-OF-ORDERS.
001670     PERFORM 8000-PRINT-REPORT
001680         THRU 8000-EXIT.
001690     PERFORM 9000-TERMINATE
001700         THRU 9000-EXIT.
001710     STOP RUN.
001720
001730****************************************************************
001740*  1000-INITIALIZE
001750*
001760*  SEEDS THE REGULAR-PRICE BUCKET, OPENS THE FILES, AND PRIMES
001770*  THE FIRST READ.  A MISSING ORDER-FILE PRINTS AS AN EMPTY
001780*  REPORT, NOT AN ABEND.
001790****************************************************************
001800 1000-INITIALIZE.
001810     OPEN OUTPUT PROMO-REPORT.
001820     WRITE PROMO-REPORT-RECORD FROM JQ-HEADING-1.
001830     WRITE PROMO-REPORT-RECORD FROM JQ-BLANK-LINE.
001840     MOVE 1 TO JQ-PROMO-COUNT.
001850     MOVE SPACES TO JQ-PR-ID(1).
001860     PERFORM 1100-CLEAR-ONE-FLAVOR
001870         THRU 1100-EXIT
001880         VARYING JQ-F-SUB FROM 1 BY 1
001890         UNTIL JQ-F-SUB > 20.
001900     PERFORM 1050-ACCEPT-DATE-RANGE
001910         THRU 1050-EXIT.
001920     IF JQ-FROM-HISTORY
001930         PERFORM 1060-START-HISTORY
001940             THRU 1060-EXIT
001950         GO TO 1000-EXIT.
001960     OPEN INPUT ORDER-FILE.
001970     IF JQ-ORDER-FILE-STATUS = '35'
001980         MOVE 'Y' TO JQ-ORDER-EOF
001990         MOVE "NO ORDER-FILE - NOTHING SOLD" TO JQ-NOTE-TEXT
002000         WRITE PROMO-REPORT-RECORD FROM JQ-NOTE-LINE
002010     ELSE
002020         MOVE 'N' TO JQ-ORDER-EOF
002030         PERFORM 2010-READ-ORDER-RECORD
002040             THRU 2010-EXIT
002050     END-IF.
002060 1000-EXIT.
002070     EXIT.
002080
002090****************************************************************
002100*  1050-ACCEPT-DATE-RANGE
002110*
002120*  ASKS WHICH CLOSED DAYS TO REPORT OFF ORDER-HISTORY.  ENTER
002130*  (OR ANYTHING NOT A DATE) AT THE FROM-DATE REPORTS TODAY'S
002140*  LIVE ORDER-FILE INSTEAD; ENTER AT THE THROUGH-DATE REPORTS
002150*  THE ONE DAY.
002160****************************************************************
002170 1050-ACCEPT-DATE-RANGE.
002180     MOVE 'F' TO JQ-SOURCE.
002190     DISPLAY "Report closed days from ORDER-HISTORY starting"
002200     DISPLAY "  (YYYYMMDD, Enter = today's ORDER-FILE): "
002210         WITH NO ADVANCING.
002220     MOVE SPACES TO JQ-FROM-RAW.
002230     ACCEPT JQ-FROM-RAW.
002240     IF JQ-FROM-RAW IS NOT NUMERIC
002250         GO TO 1050-EXIT.
002260     MOVE JQ-FROM-RAW TO JQ-FROM-DATE.
002270     DISPLAY "Through (YYYYMMDD, Enter = same day): "
002280         WITH NO ADVANCING.
002290     MOVE SPACES TO JQ-TO-RAW.
002300     ACCEPT JQ-TO-RAW.
002310     IF JQ-TO-RAW IS NUMERIC AND JQ-TO-RAW NOT < JQ-FROM-DATE
002320         MOVE JQ-TO-RAW TO JQ-TO-DATE
002330     ELSE
002340         MOVE JQ-FROM-DATE TO JQ-TO-DATE
002350     END-IF.
002360     MOVE 'H' TO JQ-SOURCE.
002370 1050-EXIT.
002380     EXIT.
002390
002400****************************************************************
002410*  1060-START-HISTORY
002420*
002430*  OPENS ORDER-HISTORY, NOTES THE DATE RANGE ON THE REPORT, AND
002440*  PRIMES THE FIRST READ AT THE FROM-DATE.  NO ORDER-HISTORY YET
002450*  PRINTS AS AN EMPTY REPORT, THE SAME AS A MISSING ORDER-FILE.
002460****************************************************************
002470 1060-START-HISTORY.
002480     MOVE 'Y' TO JQ-ORDER-EOF.
002490     OPEN INPUT ORDER-HISTORY.
002500     IF JQ-HISTORY-STATUS = '35'
002510         MOVE "NO ORDER-HISTORY ON FILE - NOTHING REPORTED"
002520             TO JQ-NOTE-TEXT
002530         WRITE PROMO-REPORT-RECORD FROM JQ-NOTE-LINE
002540         GO TO 1060-EXIT.
002550     MOVE JQ-FROM-DATE TO JQ-SN-FROM.
002560     MOVE JQ-TO-DATE TO JQ-SN-TO.
002570     MOVE JQ-SOURCE-NOTE TO JQ-NOTE-TEXT.
002580     WRITE PROMO-REPORT-RECORD FROM JQ-NOTE-LINE.
002590     MOVE 'N' TO JQ-ORDER-EOF.
002600     MOVE JQ-FROM-DATE TO OH-KEY-DATE.
002610     START ORDER-HISTORY
002620         KEY IS NOT LESS THAN OH-KEY-DATE
002630         INVALID KEY MOVE 'Y' TO JQ-ORDER-EOF
002640     END-START.
002650     IF NOT JQ-END-OF-ORDERS
002660         PERFORM 2010-READ-ORDER-RECORD
002670             THRU 2010-EXIT
002680     END-IF.
002690 1060-EXIT.
002700     EXIT.
002710
002720****************************************************************
002730*  1100-CLEAR-ONE-FLAVOR
002740*
002750*  CLEARS ONE FLAVOR SLOT OF THE GROUP JQ-PROMO-COUNT POINTS
002760*  AT.
002770****************************************************************
002780 1100-CLEAR-ONE-FLAVOR.
002790     SET JQ-PROMO-IDX TO JQ-PROMO-COUNT.
002800     MOVE SPACES TO JQ-PF-NAME(JQ-PROMO-IDX, JQ-F-SUB).
002810     MOVE 0 TO JQ-PF-UNITS(JQ-PROMO-IDX, JQ-F-SUB).
002820     MOVE 0 TO JQ-PF-DOLLARS(JQ-PROMO-IDX, JQ-F-SUB).
002830 1100-EXIT.
002840     EXIT.
002850
002860****************************************************************
002870*  2000-ACCUMULATE-SALES
002880*
002890*  POSTS THE ORDER-FILE RECORD JUST READ INTO ITS PROMO GROUP
002900*  AND FLAVOR SLOT AND READS THE NEXT ONE.
002910****************************************************************
002920 2000-ACCUMULATE-SALES.
002930     ADD 1 TO JQ-RECORDS-READ.
002940     IF OR-RECORD-TYPE = 'T'
002950         GO TO 2000-NEXT.
002960     PERFORM 2100-FIND-PROMO-GROUP
002970         THRU 2100-EXIT.
002980     IF JQ-P-SUB = 0
002990         GO TO 2000-NOTE.
003000     PERFORM 2200-FIND-FLAVOR-SLOT
003010         THRU 2200-EXIT.
003020     IF JQ-F-SUB = 0
003030         GO TO 2000-NOTE.
003040     SET JQ-PROMO-IDX TO JQ-P-SUB.
003050     IF OR-RECORD-TYPE = 'V'
003060         SUBTRACT OR-QUANTITY
003070             FROM JQ-PF-UNITS(JQ-PROMO-IDX, JQ-F-SUB)
003080         SUBTRACT OR-LINE-TOTAL
003090             FROM JQ-PF-DOLLARS(JQ-PROMO-IDX, JQ-F-SUB)
003100     ELSE
003110         ADD OR-QUANTITY
003120             TO JQ-PF-UNITS(JQ-PROMO-IDX, JQ-F-SUB)
003130         ADD OR-LINE-TOTAL
003140             TO JQ-PF-DOLLARS(JQ-PROMO-IDX, JQ-F-SUB)
003150     END-IF.
003160     GO TO 2000-NEXT.
003170 2000-NOTE.
003180     IF JQ-OVERFLOW-NOTED = 'N'
003190         MOVE 'Y' TO JQ-OVERFLOW-NOTED
003200         MOVE "TABLE LIMIT HIT - SOME SALES NOT REPORTED"
003210             TO JQ-NOTE-TEXT
003220         WRITE PROMO-REPORT-RECORD FROM JQ-NOTE-LINE
003230     END-IF.
003240 2000-NEXT.
003250     PERFORM 2010-READ-ORDER-RECORD
003260         THRU 2010-EXIT.
003270 2000-EXIT.
003280     EXIT.
003290
003300****************************************************************
003310*  2010-READ-ORDER-RECORD
003320*
003330*  READS ONE ORDER RECORD AHEAD INTO JQ-ORDER-RECORD, OFF
003340*  ORDER-HISTORY OR THE LIVE ORDER-FILE.
003350****************************************************************
003360 2010-READ-ORDER-RECORD.
003370     IF JQ-FROM-HISTORY
003380         PERFORM 2020-READ-HISTORY-RECORD
003390             THRU 2020-EXIT
003400         GO TO 2010-EXIT.
003410     READ ORDER-FILE INTO JQ-ORDER-RECORD
003420         AT END MOVE 'Y' TO JQ-ORDER-EOF
003430     END-READ.
003440 2010-EXIT.
003450     EXIT.
003460
003470****************************************************************
003480*  2020-READ-HISTORY-RECORD
003490*
003500*  READS THE NEXT ORDER-HISTORY RECORD IN KEY ORDER, WHICH IS
003510*  DATE AND TIME ORDER.  THE FIRST ONE PAST THE THROUGH-DATE
003520*  ENDS THE RUN OF ORDERS.
003530****************************************************************
003540 2020-READ-HISTORY-RECORD.
003550     READ ORDER-HISTORY NEXT RECORD
003560         AT END MOVE 'Y' TO JQ-ORDER-EOF
003570     END-READ.
003580     IF NOT JQ-END-OF-ORDERS
003590         IF OH-KEY-DATE > JQ-TO-DATE
003600             MOVE 'Y' TO JQ-ORDER-EOF
003610         ELSE
003620             MOVE OH-ORDER-DATA TO JQ-ORDER-RECORD
003630         END-IF
003640     END-IF.
003650 2020-EXIT.
003660     EXIT.
003670
003680****************************************************************
003690*  2100-FIND-PROMO-GROUP
003700*
003710*  SETS JQ-P-SUB TO THE GROUP FOR OR-PROMO-ID (THE BLANK ID IS
003720*  THE REGULAR BUCKET SEEDED AT START-UP), APPENDING A FRESH
003730*  GROUP FOR A PROMOTION NOT SEEN YET.
003740****************************************************************
003750 2100-FIND-PROMO-GROUP.
003760     MOVE 0 TO JQ-P-SUB.
003770     MOVE 'N' TO JQ-ENTRY-FOUND.
003780     PERFORM 2110-TEST-ONE-GROUP
003790         THRU 2110-EXIT
003800         VARYING JQ-SCAN-SUB FROM 1 BY 1
003810         UNTIL JQ-SCAN-SUB > JQ-PROMO-COUNT
003820            OR JQ-FOUND-ENTRY.
003830     IF NOT JQ-FOUND-ENTRY
003840         IF JQ-PROMO-COUNT < 20
003850             ADD 1 TO JQ-PROMO-COUNT
003860             MOVE JQ-PROMO-COUNT TO JQ-P-SUB
003870             SET JQ-PROMO-IDX TO JQ-PROMO-COUNT
003880             MOVE OR-PROMO-ID TO JQ-PR-ID(JQ-PROMO-IDX)
003890             PERFORM 1100-CLEAR-ONE-FLAVOR
003900                 THRU 1100-EXIT
003910                 VARYING JQ-F-SUB FROM 1 BY 1
003920                 UNTIL JQ-F-SUB > 20
003930         END-IF
003940     END-IF.
003950 2100-EXIT.
003960     EXIT.
003970
003980****************************************************************
003990*  2110-TEST-ONE-GROUP
004000*
004010*  TESTS ONE GROUP AGAINST OR-PROMO-ID.
004020****************************************************************
004030 2110-TEST-ONE-GROUP.
004040     SET JQ-PROMO-IDX TO JQ-SCAN-SUB.
004050     IF JQ-PR-ID(JQ-PROMO-IDX) = OR-PROMO-ID
004060         MOVE JQ-SCAN-SUB TO JQ-P-SUB
004070         MOVE 'Y' TO JQ-ENTRY-FOUND
004080     END-IF.
004090 2110-EXIT.
004100     EXIT.
004110
004120****************************************************************
004130*  2200-FIND-FLAVOR-SLOT
004140*
004150*  SETS JQ-F-SUB TO THE CURRENT GROUP'S SLOT FOR OR-FLAVOR-NAME,
004160*  CLAIMING AN EMPTY SLOT FOR A NAME NOT SEEN UNDER THIS GROUP
004170*  YET.  LEAVES JQ-F-SUB AT ZERO WHEN THE GROUP IS FULL.
004180****************************************************************
004190 2200-FIND-FLAVOR-SLOT.
004200     SET JQ-PROMO-IDX TO JQ-P-SUB.
004210     MOVE 0 TO JQ-F-SUB.
004220     MOVE 'N' TO JQ-ENTRY-FOUND.
004230     PERFORM 2210-TEST-ONE-SLOT
004240         THRU 2210-EXIT
004250         VARYING JQ-SCAN-SUB FROM 1 BY 1
004260         UNTIL JQ-SCAN-SUB > 20
004270            OR JQ-FOUND-ENTRY.
004280 2200-EXIT.
004290     EXIT.
004300
004310****************************************************************
004320*  2210-TEST-ONE-SLOT
004330*
004340*  TESTS ONE FLAVOR SLOT OF THE CURRENT GROUP, CLAIMING THE
004350*  FIRST EMPTY ONE WHEN THE NAME IS NEW.
004360****************************************************************
004370 2210-TEST-ONE-SLOT.
004380     IF JQ-PF-NAME(JQ-PROMO-IDX, JQ-SCAN-SUB) = OR-FLAVOR-NAME
004390         MOVE JQ-SCAN-SUB TO JQ-F-SUB
004400         MOVE 'Y' TO JQ-ENTRY-FOUND
004410         GO TO 2210-EXIT.
004420     IF JQ-PF-NAME(JQ-PROMO-IDX, JQ-SCAN-SUB) = SPACES
004430         MOVE OR-FLAVOR-NAME
004440             TO JQ-PF-NAME(JQ-PROMO-IDX, JQ-SCAN-SUB)
004450         MOVE JQ-SCAN-SUB TO JQ-F-SUB
004460         MOVE 'Y' TO JQ-ENTRY-FOUND
004470     END-IF.
004480 2210-EXIT.
004490     EXIT.
004500
004510****************************************************************
004520*  8000-PRINT-REPORT
004530*
004540*  PRINTS ONE SECTION PER GROUP WITH ACTIVITY, REGULAR BUCKET
004550*  FIRST.
004560****************************************************************
004570 8000-PRINT-REPORT.
004580     PERFORM 8100-PRINT-ONE-GROUP
004590         THRU 8100-EXIT
004600         VARYING JQ-P-SUB FROM 1 BY 1
004610         UNTIL JQ-P-SUB > JQ-PROMO-COUNT.
004620 8000-EXIT.
004630     EXIT.
004640
004650****************************************************************
004660*  8100-PRINT-ONE-GROUP
004670*
004680*  PRINTS ONE GROUP'S NONZERO FLAVOR LINES AND ITS TOTAL.
004690****************************************************************
004700 8100-PRINT-ONE-GROUP.
004710     SET JQ-PROMO-IDX TO JQ-P-SUB.
004720     MOVE 0 TO JQ-GROUP-UNITS.
004730     MOVE 0 TO JQ-GROUP-DOLLARS.
004740     IF JQ-PR-ID(JQ-PROMO-IDX) = SPACES
004750         MOVE "----" TO JQ-GR-ID
004760         MOVE "REGULAR PRICE  " TO JQ-GR-NOTE
004770     ELSE
004780         MOVE JQ-PR-ID(JQ-PROMO-IDX) TO JQ-GR-ID
004790         MOVE SPACES TO JQ-GR-NOTE
004800     END-IF.
004810     WRITE PROMO-REPORT-RECORD FROM JQ-GROUP-LINE.
004820     PERFORM 8110-PRINT-ONE-SLOT
004830         THRU 8110-EXIT
004840         VARYING JQ-F-SUB FROM 1 BY 1
004850         UNTIL JQ-F-SUB > 20.
004860     MOVE "GROUP TOTAL    " TO JQ-TO-LABEL.
004870     MOVE JQ-GROUP-UNITS TO JQ-TO-UNITS.
004880     MOVE JQ-GROUP-DOLLARS TO JQ-TO-DOLLARS.
004890     WRITE PROMO-REPORT-RECORD FROM JQ-TOTAL-LINE.
004900     WRITE PROMO-REPORT-RECORD FROM JQ-BLANK-LINE.
004910 8100-EXIT.
004920     EXIT.
004930
004940****************************************************************
004950*  8110-PRINT-ONE-SLOT
004960*
004970*  PRINTS ONE CLAIMED FLAVOR SLOT OF THE CURRENT GROUP AND
004980*  ROLLS THE GROUP TOTALS.
004990****************************************************************
005000 8110-PRINT-ONE-SLOT.
005010     IF JQ-PF-NAME(JQ-PROMO-IDX, JQ-F-SUB) = SPACES
005020         GO TO 8110-EXIT.
005030     MOVE JQ-PF-NAME(JQ-PROMO-IDX, JQ-F-SUB) TO JQ-DE-FLAVOR.
005040     MOVE JQ-PF-UNITS(JQ-PROMO-IDX, JQ-F-SUB) TO JQ-DE-UNITS.
005050     MOVE JQ-PF-DOLLARS(JQ-PROMO-IDX, JQ-F-SUB)
005060         TO JQ-DE-DOLLARS.
005070     WRITE PROMO-REPORT-RECORD FROM JQ-DETAIL-LINE.
005080     ADD JQ-PF-UNITS(JQ-PROMO-IDX, JQ-F-SUB) TO JQ-GROUP-UNITS.
005090     ADD JQ-PF-DOLLARS(JQ-PROMO-IDX, JQ-F-SUB)
005100         TO JQ-GROUP-DOLLARS.
005110 8110-EXIT.
005120     EXIT.
005130
005140****************************************************************
005150*  9000-TERMINATE
005160*
005170*  CLOSES THE FILES AND SIGNS OFF WITH THE RUN COUNTS.
005180****************************************************************
005190 9000-TERMINATE.
005200     IF JQ-FROM-HISTORY
005210         IF JQ-HISTORY-STATUS NOT = '35'
005220             CLOSE ORDER-HISTORY
005230         END-IF
005240     ELSE
005250         IF JQ-ORDER-FILE-STATUS NOT = '35'
005260             CLOSE ORDER-FILE
005270         END-IF
005280     END-IF.
005290     CLOSE PROMO-REPORT.
005300     DISPLAY "JELLO-PROMO: " JQ-RECORDS-READ
005310         " order records reported.".
005320 9000-EXIT.
005330     EXIT.
005340
005350 END PROGRAM JELLO-PROMO.
