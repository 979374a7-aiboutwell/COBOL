000200*
000210*  MODIFICATION HISTORY
000220*      2026-09-02  AB  ORIGINAL VERSION.
000230*      2026-10-15  AB  MOVE THE STOCK-LOTS WITH EACH POSTING: A
000240*                      DOWN-ADJUSTMENT DRAWS THE OLDEST LOTS FIRST
000250*                      (THE NAMED LOT FIRST ON A SPOILAGE QUEUED
000260*                      FOR AN EXPIRED LOT), AND A COUNT CORRECTION
000270*                      UP GOES BACK ON THE NEWEST LOT DRAWN FROM.
000280*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000290****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. JELLO-ADJUST.
000320 AUTHOR. Amanda Boutwell.
000330 INSTALLATION. COUNTER SALES.
000340 DATE-WRITTEN. September 2, 2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNUCOBOL.
000400 OBJECT-COMPUTER. GNUCOBOL.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ADJUST-TRANS ASSIGN TO "ADJUST-TRANS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS JX-ADJUST-STATUS.
000460     SELECT ADJUST-LOG ASSIGN TO "ADJUST-LOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS JX-LOG-STATUS.
000490     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT INVENTORY-OPENING ASSIGN TO "INVENTORY-OPENING"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS JX-OPENING-STATUS.
000560     SELECT ADJUST-REPORT ASSIGN TO "ADJUST-REPORT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS JX-LOT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ADJUST-TRANS
000650     LABEL RECORDS ARE STANDARD.
000660 01  ADJUST-TRANS-RECORD.
000670     COPY "adjrec.cpy".
000680
000690 FD  ADJUST-LOG
000700     LABEL RECORDS ARE STANDARD.
000710 01  ADJUST-LOG-RECORD.
000720     COPY "adjrec.cpy"
000730         REPLACING LEADING ==AJ-== BY ==AL-==.
000740
000750 FD  FLAVOR-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770 01  FLAVOR-MASTER-RECORD.
000780     COPY "flvmast.cpy".
000790
000800 FD  INVENTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  INVENTORY-RECORD.
000830     COPY "invmast.cpy".
000840
000850 FD  INVENTORY-OPENING
000860     LABEL RECORDS ARE STANDARD.
000870 01  INVENTORY-OPENING-RECORD.
000880     05  IO-FLAVOR-CODE          PIC 9(02).
000890     05  IO-ON-HAND              PIC 9(05).
000900     05  IO-REORDER-POINT        PIC X(05).
000910
000920 FD  ADJUST-REPORT
000930     LABEL RECORDS ARE STANDARD.
000940 01  ADJUST-REPORT-RECORD        PIC X(80).
000950
000960 FD  STOCK-LOTS
000970     LABEL RECORDS ARE STANDARD.
000980 01  STOCK-LOTS-RECORD.
000990     COPY "lotrec.cpy".
001000
001010 WORKING-STORAGE SECTION.
001020     01 JX-ADJUST-STATUS PIC X(02).
001030     01 JX-LOG-STATUS PIC X(02).
001040     01 JX-ADJUST-EOF PIC X VALUE 'N'.
001050         88 JX-END-OF-ADJUSTS VALUE 'Y'.
001060     01 JX-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001070         88 JX-END-OF-FLAVOR-MASTER VALUE 'Y'.
001080     01 JX-INVENTORY-EOF PIC X VALUE 'N'.
001090         88 JX-END-OF-INVENTORY VALUE 'Y'.
001100
001110*---------------------------------------------------------------
001120*    FLAVOR-MASTER IS READ INTO THIS TABLE AT START-UP SO THE
001130*    REPORT CAN PRINT NAMES INSTEAD OF BARE CODES, THE SAME AS
001140*    THE OTHER PROGRAMS.
001150*---------------------------------------------------------------
001160     01 JX-FLAVOR-TABLE.
001170         05 JX-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
001180                 DEPENDING ON JX-FLAVOR-COUNT
001190                 INDEXED BY JX-FLAVOR-IDX.
001200             10 JX-FLAVOR-CODE      PIC 9(02).
001210             10 JX-FLAVOR-NAME      PIC X(15).
001220     01 JX-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001230
001240*---------------------------------------------------------------
001250*    INVENTORY-FILE IS READ INTO THIS TABLE, ADJUSTMENTS ARE
001260*    POSTED AGAINST IT, AND IT IS WRITTEN BACK OUT AT END OF
001270*    JOB, THE SAME LOAD/SAVE SHAPE JELLO-RECEIVE USES.  THE NET
001280*    ADJUSTED QUANTITY PER FLAVOR (SIGNED, DOWN IS NEGATIVE) IS
001290*    KEPT ALONGSIDE SO THE OPENING SNAPSHOT CAN BE ADJUSTED THE
001300*    SAME WAY RECEIVED STOCK ALREADY IS.
001310*---------------------------------------------------------------
001320     01 JX-INVENTORY-TABLE.
001330         05 JX-INVENTORY-ENTRY OCCURS 1 TO 20 TIMES
001340                 DEPENDING ON JX-INVENTORY-COUNT
001350                 INDEXED BY JX-INVENTORY-IDX.
001360             10 JX-INVENTORY-CODE    PIC 9(02).
001370             10 JX-INVENTORY-ON-HAND PIC 9(05) COMP.
001380             10 JX-REORDER-POINT     PIC 9(05).
001390             10 JX-ADJUSTED-QTY      PIC S9(06) COMP.
001400     01 JX-INVENTORY-COUNT PIC 9(02) COMP VALUE 0.
001410
001420*---------------------------------------------------------------
001430*    RUN TOTALS FOR THE END-OF-JOB SUMMARY.
001440*---------------------------------------------------------------
001450     01 JX-ADJUSTS-READ PIC 9(05) VALUE 0.
001460     01 JX-ADJUSTS-POSTED PIC 9(05) VALUE 0.
001470     01 JX-ADJUSTS-REJECTED PIC 9(05) VALUE 0.
001480     01 JX-NO-ADJUSTS PIC X VALUE 'N'.
001490         88 JX-ADJUSTS-MISSING VALUE 'Y'.
001500     01 JX-REJECT-TEXT PIC X(24).
001510     01 JX-THIS-VALID PIC X VALUE 'N'.
001520         88 JX-VALID-ADJUST VALUE 'Y'.
001530
001540*---------------------------------------------------------------
001550*    THE OPENING SNAPSHOT IS BUFFERED HERE WHILE THE NET
001560*    ADJUSTED QUANTITIES ARE APPLIED TO IT.
001570*---------------------------------------------------------------
001580     01 JX-OPENING-STATUS PIC X(02).
001590     01 JX-OPENING-EOF PIC X VALUE 'N'.
001600         88 JX-END-OF-OPENING VALUE 'Y'.
001610     01 JX-OPEN-TABLE.
001620         05 JX-OPEN-ENTRY OCCURS 20 TIMES.
001630             10 JX-OP-CODE          PIC 9(02).
001640             10 JX-OP-ON-HAND       PIC S9(06).
001650             10 JX-OP-REORDER       PIC X(05).
001660     01 JX-OPEN-COUNT PIC 9(02) COMP VALUE 0.
001670     01 JX-OPEN-SUB PIC 9(02) COMP VALUE 0.
001680
001690*---------------------------------------------------------------
001700*    STOCK-LOTS IS READ INTO THIS TABLE SO STOCK MOVES LOT BY
001710*    LOT ALONGSIDE IV-ON-HAND: OLDEST LOT FIRST ON THE WAY OUT,
001720*    NEWEST LOT DRAWN FROM ON THE WAY BACK.  PAST 500 LOTS THE
001730*    LOTS ARE LEFT AS THEY WERE AND THE MORNING EXPIRY REPORT
001740*    PROVES THEM BACK TO ON-HAND.
001750*---------------------------------------------------------------
001760     01 JX-LOT-STATUS PIC X(02).
001770     01 JX-LOT-EOF PIC X VALUE 'N'.
001780         88 JX-END-OF-LOTS VALUE 'Y'.
001790     01 JX-LOT-TABLE.
001800         05 JX-LOT-ENTRY OCCURS 1 TO 500 TIMES
001810                 DEPENDING ON JX-LOT-COUNT.
001820             10 JX-LOT-NUMBER       PIC 9(05).
001830             10 JX-LOT-FLAVOR       PIC 9(02).
001840             10 JX-LOT-RECEIVED     PIC X(08).
001850             10 JX-LOT-EXPIRY       PIC X(08).
001860             10 JX-LOT-QTY-RECEIVED PIC 9(05).
001870             10 JX-LOT-ON-HAND      PIC 9(05).
001880     01 JX-LOT-COUNT PIC 9(03) COMP VALUE 0.
001890     01 JX-LOT-SUB PIC 9(03) COMP VALUE 0.
001900     01 JX-LOT-FOUND PIC 9(03) COMP VALUE 0.
001910     01 JX-LOT-OVERFLOW PIC X VALUE 'N'.
001920     01 JX-NEXT-LOT PIC 9(05) VALUE 1.
001930     01 JX-DRAW-FLAVOR PIC 9(02) VALUE 0.
001940     01 JX-DRAW-QTY PIC 9(05) VALUE 0.
001950     01 JX-DRAW-TAKE PIC 9(05) VALUE 0.
001960     01 JX-LOT-DATE PIC X(08) VALUE SPACES.
001970
001980*---------------------------------------------------------------
001990*    REPORT LINES.
002000*---------------------------------------------------------------
002010     01 JX-HEADING-1.
002020         05 FILLER PIC X(39)
002030             VALUE "JELLO-ADJUST   STOCK ADJUSTMENT POSTING".
002040         05 FILLER PIC X(41) VALUE SPACES.
002050     01 JX-POSTED-LINE.
002060         05 FILLER PIC X(02) VALUE SPACES.
002070         05 FILLER PIC X(07) VALUE "POSTED ".
002080         05 JX-PO-DATE PIC X(08).
002090         05 FILLER PIC X(01) VALUE SPACES.
002100         05 JX-PO-FLAVOR PIC X(15).
002110         05 FILLER PIC X(01) VALUE SPACES.
002120         05 JX-PO-REASON PIC X(02).
002130         05 FILLER PIC X(01) VALUE SPACES.
002140         05 JX-PO-DIRECTION PIC X(01).
002150         05 JX-PO-QTY PIC ZZZZ9.
002160         05 FILLER PIC X(09) VALUE " ON HAND=".
002170         05 JX-PO-ON-HAND PIC ZZZZ9.
002180         05 FILLER PIC X(23) VALUE SPACES.
002190     01 JX-REJECT-LINE.
002200         05 FILLER PIC X(02) VALUE SPACES.
002210         05 FILLER PIC X(09) VALUE "REJECTED ".
002220         05 JX-RJ-DATE PIC X(08).
002230         05 FILLER PIC X(01) VALUE SPACES.
002240         05 JX-RJ-CODE PIC 9(02).
002250         05 FILLER PIC X(01) VALUE SPACES.
002260         05 JX-RJ-REASON PIC X(02).
002270         05 FILLER PIC X(01) VALUE SPACES.
002280         05 JX-RJ-QTY PIC ZZZZ9.
002290         05 FILLER PIC X(01) VALUE SPACES.
002300         05 JX-RJ-TEXT PIC X(24).
002310         05 FILLER PIC X(24) VALUE SPACES.
002320     01 JX-SUMMARY-LINE.
002330         05 FILLER PIC X(02) VALUE SPACES.
002340         05 JX-SUM-LABEL PIC X(26).
002350         05 JX-SUM-COUNT PIC ZZZZ9.
002360         05 FILLER PIC X(47) VALUE SPACES.
002370     01 JX-NOTE-LINE.
002380         05 FILLER PIC X(02) VALUE SPACES.
002390         05 JX-NOTE-TEXT PIC X(78).
002400     01 JX-BLANK-LINE PIC X(80) VALUE SPACES.
002410
002420 PROCEDURE DIVISION.
002430
002440****************************************************************
002450*  0000-MAINLINE
002460*
002470*  POSTS THE QUEUED ADJUSTMENTS, SAVES THE UPDATED INVENTORY,
002480*  ADJUSTS THE OPENING SNAPSHOT, AND CLEARS THE QUEUE.
002490****************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-EXIT.
002530     PERFORM 2000-POST-ONE-ADJUST
002540         THRU 2000-EXIT
002550         UNTIL JX-END-OF-ADJUSTS.
002560     PERFORM 8000-SAVE-INVENTORY
002570         THRU 8000-EXIT.
002580     PERFORM 6400-SAVE-LOTS
002590         THRU 6400-EXIT.
002600     PERFORM 8050-UPDATE-OPENING-SNAPSHOT
002610         THRU 8050-EXIT.
002620     PERFORM 8100-CLEAR-ADJUSTS
002630         THRU 8100-EXIT.
002640     PERFORM 9000-TERMINATE
002650         THRU 9000-EXIT.
002660     STOP RUN.
002670
002680****************************************************************
002690*  1000-INITIALIZE
002700*
002710*  OPENS THE REPORT, LOADS THE FLAVOR AND INVENTORY TABLES, AND
002720*  PRIMES THE FIRST ADJUSTMENT READ.  A MISSING ADJUST-TRANS
002730*  JUST MEANS NO SHRINK TO POST TODAY.
002740****************************************************************
002750 1000-INITIALIZE.
002760     OPEN OUTPUT ADJUST-REPORT.
002770     WRITE ADJUST-REPORT-RECORD FROM JX-HEADING-1.
002780     WRITE ADJUST-REPORT-RECORD FROM JX-BLANK-LINE.
002790     PERFORM 1100-LOAD-FLAVOR-MASTER
002800         THRU 1100-EXIT.
002810     PERFORM 1200-LOAD-INVENTORY
002820         THRU 1200-EXIT.
002830     PERFORM 6000-LOAD-LOTS
002840         THRU 6000-EXIT.
002850     OPEN INPUT ADJUST-TRANS.
002860     IF JX-ADJUST-STATUS = '35'
002870         MOVE 'Y' TO JX-ADJUST-EOF
002880         MOVE 'Y' TO JX-NO-ADJUSTS
002890         MOVE "NO ADJUST-TRANS QUEUED - NOTHING TO POST"
002900             TO JX-NOTE-TEXT
002910         WRITE ADJUST-REPORT-RECORD FROM JX-NOTE-LINE
002920     ELSE
002930         MOVE 'N' TO JX-ADJUST-EOF
002940         PERFORM 2010-READ-ADJUST-RECORD
002950             THRU 2010-EXIT
002960     END-IF.
002970 1000-EXIT.
002980     EXIT.
002990
003000****************************************************************
003010*  1100-LOAD-FLAVOR-MASTER
003020*
003030*  READS FLAVOR-MASTER INTO JX-FLAVOR-TABLE.
003040****************************************************************
003050 1100-LOAD-FLAVOR-MASTER.
003060     OPEN INPUT FLAVOR-MASTER.
003070     MOVE 0 TO JX-FLAVOR-COUNT.
003080     MOVE 'N' TO JX-FLAVOR-MASTER-EOF.
003090     PERFORM 1110-READ-FLAVOR-RECORD
003100         THRU 1110-EXIT.
003110     PERFORM 1120-STORE-FLAVOR-RECORD
003120         THRU 1120-EXIT
003130         UNTIL JX-END-OF-FLAVOR-MASTER.
003140     CLOSE FLAVOR-MASTER.
003150 1100-EXIT.
003160     EXIT.
003170
003180****************************************************************
003190*  1110-READ-FLAVOR-RECORD
003200*
003210*  READS ONE FLAVOR-MASTER RECORD AHEAD.
003220****************************************************************
003230 1110-READ-FLAVOR-RECORD.
003240     READ FLAVOR-MASTER
003250         AT END MOVE 'Y' TO JX-FLAVOR-MASTER-EOF
003260     END-READ.
003270 1110-EXIT.
003280     EXIT.
003290
003300****************************************************************
003310*  1120-STORE-FLAVOR-RECORD
003320*
003330*  ADDS THE FLAVOR JUST READ TO JX-FLAVOR-TABLE AND PRIMES THE
003340*  NEXT READ.
003350****************************************************************
003360 1120-STORE-FLAVOR-RECORD.
003370     ADD 1 TO JX-FLAVOR-COUNT.
003380     SET JX-FLAVOR-IDX TO JX-FLAVOR-COUNT.
003390     MOVE FM-FLAVOR-CODE TO JX-FLAVOR-CODE(JX-FLAVOR-IDX).
003400     MOVE FM-FLAVOR-NAME TO JX-FLAVOR-NAME(JX-FLAVOR-IDX).
003410     PERFORM 1110-READ-FLAVOR-RECORD
003420         THRU 1110-EXIT.
003430 1120-EXIT.
003440     EXIT.
003450
003460****************************************************************
003470*  1200-LOAD-INVENTORY
003480*
003490*  READS INVENTORY-FILE INTO JX-INVENTORY-TABLE.
003500****************************************************************
003510 1200-LOAD-INVENTORY.
003520     OPEN INPUT INVENTORY-FILE.
003530     MOVE 0 TO JX-INVENTORY-COUNT.
003540     MOVE 'N' TO JX-INVENTORY-EOF.
003550     PERFORM 1210-READ-INVENTORY-RECORD
003560         THRU 1210-EXIT.
003570     PERFORM 1220-STORE-INVENTORY-RECORD
003580         THRU 1220-EXIT
003590         UNTIL JX-END-OF-INVENTORY.
003600     CLOSE INVENTORY-FILE.
003610 1200-EXIT.
003620     EXIT.
003630
003640****************************************************************
003650*  1210-READ-INVENTORY-RECORD
003660*
003670*  READS ONE INVENTORY-FILE RECORD AHEAD.
003680****************************************************************
003690 1210-READ-INVENTORY-RECORD.
003700     READ INVENTORY-FILE
003710         AT END MOVE 'Y' TO JX-INVENTORY-EOF
003720     END-READ.
003730 1210-EXIT.
003740     EXIT.
003750
003760****************************************************************
003770*  1220-STORE-INVENTORY-RECORD
003780*
003790*  ADDS THE INVENTORY RECORD JUST READ TO JX-INVENTORY-TABLE
003800*  AND PRIMES THE NEXT READ.
003810****************************************************************
003820 1220-STORE-INVENTORY-RECORD.
003830     ADD 1 TO JX-INVENTORY-COUNT.
003840     SET JX-INVENTORY-IDX TO JX-INVENTORY-COUNT.
003850     MOVE IV-FLAVOR-CODE TO JX-INVENTORY-CODE(JX-INVENTORY-IDX).
003860     MOVE IV-ON-HAND TO JX-INVENTORY-ON-HAND(JX-INVENTORY-IDX).
003870     MOVE IV-REORDER-POINT TO JX-REORDER-POINT(JX-INVENTORY-IDX).
003880     MOVE 0 TO JX-ADJUSTED-QTY(JX-INVENTORY-IDX).
003890     PERFORM 1210-READ-INVENTORY-RECORD
003900         THRU 1210-EXIT.
003910 1220-EXIT.
003920     EXIT.
003930
003940****************************************************************
003950*  2000-POST-ONE-ADJUST
003960*
003970*  VALIDATES AND POSTS THE ADJUSTMENT JUST READ AND READS THE
003980*  NEXT ONE.  A BAD RECORD PRINTS AS A REJECT TO BE RE-KEYED.
003990****************************************************************
004000 2000-POST-ONE-ADJUST.
004010     ADD 1 TO JX-ADJUSTS-READ.
004020     MOVE 'N' TO JX-THIS-VALID.
004030     MOVE SPACES TO JX-REJECT-TEXT.
004040     PERFORM 2100-VALIDATE-ADJUST
004050         THRU 2100-EXIT.
004060     IF JX-VALID-ADJUST
004070         PERFORM 2200-APPLY-ADJUST
004080             THRU 2200-EXIT
004090     ELSE
004100         ADD 1 TO JX-ADJUSTS-REJECTED
004110         MOVE AJ-ADJUST-DATE TO JX-RJ-DATE
004120         MOVE AJ-FLAVOR-CODE TO JX-RJ-CODE
004130         MOVE AJ-REASON-CODE TO JX-RJ-REASON
004140         MOVE AJ-QUANTITY TO JX-RJ-QTY
004150         MOVE JX-REJECT-TEXT TO JX-RJ-TEXT
004160         WRITE ADJUST-REPORT-RECORD FROM JX-REJECT-LINE
004170     END-IF.
004180     PERFORM 2010-READ-ADJUST-RECORD
004190         THRU 2010-EXIT.
004200 2000-EXIT.
004210     EXIT.
004220
004230****************************************************************
004240*  2010-READ-ADJUST-RECORD
004250*
004260*  READS ONE ADJUST-TRANS RECORD AHEAD.
004270****************************************************************
004280 2010-READ-ADJUST-RECORD.
004290     READ ADJUST-TRANS
004300         AT END MOVE 'Y' TO JX-ADJUST-EOF
004310     END-READ.
004320 2010-EXIT.
004330     EXIT.
004340
004350****************************************************************
004360*  2100-VALIDATE-ADJUST
004370*
004380*  SETS THE REJECT TEXT FOR THE FIRST EDIT THE RECORD FAILS:
004390*  KNOWN REASON, LEGAL DIRECTION, NONZERO QUANTITY, FLAVOR ON
004400*  INVENTORY-FILE, AND ENOUGH ON HAND TO COVER A DOWN
004410*  ADJUSTMENT.
004420****************************************************************
004430 2100-VALIDATE-ADJUST.
004440     IF AJ-REASON-CODE NOT = 'SP' AND AJ-REASON-CODE NOT = 'BR'
004450        AND AJ-REASON-CODE NOT = 'SA'
004460        AND AJ-REASON-CODE NOT = 'CC'
004470         MOVE "UNKNOWN REASON CODE" TO JX-REJECT-TEXT
004480         GO TO 2100-EXIT.
004490     IF AJ-DIRECTION NOT = '-' AND AJ-DIRECTION NOT = '+'
004500         MOVE "DIRECTION NOT + OR -" TO JX-REJECT-TEXT
004510         GO TO 2100-EXIT.
004520     IF AJ-DIRECTION = '+' AND AJ-REASON-CODE NOT = 'CC'
004530         MOVE "ONLY CC MAY ADJUST UP" TO JX-REJECT-TEXT
004540         GO TO 2100-EXIT.
004550     IF AJ-QUANTITY IS NOT NUMERIC OR AJ-QUANTITY = 0
004560         MOVE "QUANTITY NOT 1 OR MORE" TO JX-REJECT-TEXT
004570         GO TO 2100-EXIT.
004580     SET JX-INVENTORY-IDX TO 1.
004590     SEARCH JX-INVENTORY-ENTRY
004600         AT END
004610             MOVE "NO SUCH FLAVOR CODE" TO JX-REJECT-TEXT
004620             GO TO 2100-EXIT
004630         WHEN JX-INVENTORY-CODE(JX-INVENTORY-IDX) =
004640                 AJ-FLAVOR-CODE
004650             CONTINUE
004660     END-SEARCH.
004670     IF AJ-DIRECTION = '-'
004680        AND JX-INVENTORY-ON-HAND(JX-INVENTORY-IDX) < AJ-QUANTITY
004690         MOVE "MORE THAN ON HAND" TO JX-REJECT-TEXT
004700         GO TO 2100-EXIT.
004710     MOVE 'Y' TO JX-THIS-VALID.
004720 2100-EXIT.
004730     EXIT.
004740
004750****************************************************************
004760*  2200-APPLY-ADJUST
004770*
004780*  POSTS THE VALIDATED ADJUSTMENT AGAINST ITS INVENTORY TABLE
004790*  ENTRY (JX-INVENTORY-IDX IS STILL ON IT) AND ITS LOTS, LOGS
004800*  IT, AND PRINTS IT.  THE SIGNED NET PER FLAVOR FEEDS THE
004810*  OPENING-SNAPSHOT ADJUSTMENT AT END OF JOB.
004820****************************************************************
004830 2200-APPLY-ADJUST.
004840     MOVE AJ-FLAVOR-CODE TO JX-DRAW-FLAVOR.
004850     MOVE AJ-QUANTITY TO JX-DRAW-QTY.
004860     IF AJ-DIRECTION = '-'
004870         SUBTRACT AJ-QUANTITY
004880             FROM JX-INVENTORY-ON-HAND(JX-INVENTORY-IDX)
004890         SUBTRACT AJ-QUANTITY
004900             FROM JX-ADJUSTED-QTY(JX-INVENTORY-IDX)
004910         PERFORM 2250-DRAW-NAMED-LOT
004920             THRU 2250-EXIT
004930         PERFORM 6100-DRAW-LOTS
004940             THRU 6100-EXIT
004950     ELSE
004960         ADD AJ-QUANTITY
004970             TO JX-INVENTORY-ON-HAND(JX-INVENTORY-IDX)
004980         ADD AJ-QUANTITY
004990             TO JX-ADJUSTED-QTY(JX-INVENTORY-IDX)
005000         MOVE AJ-ADJUST-DATE TO JX-LOT-DATE
005010         PERFORM 6200-RETURN-TO-LOT
005020             THRU 6200-EXIT
005030     END-IF.
005040     ADD 1 TO JX-ADJUSTS-POSTED.
005050     PERFORM 2300-WRITE-LOG-RECORD
005060         THRU 2300-EXIT.
005070     MOVE AJ-ADJUST-DATE TO JX-PO-DATE.
005080     MOVE AJ-REASON-CODE TO JX-PO-REASON.
005090     MOVE AJ-DIRECTION TO JX-PO-DIRECTION.
005100     MOVE AJ-QUANTITY TO JX-PO-QTY.
005110     MOVE JX-INVENTORY-ON-HAND(JX-INVENTORY-IDX)
005120         TO JX-PO-ON-HAND.
005130     MOVE SPACES TO JX-PO-FLAVOR.
005140     MOVE AJ-FLAVOR-CODE TO JX-PO-FLAVOR.
005150     SET JX-FLAVOR-IDX TO 1.
005160     SEARCH JX-FLAVOR-ENTRY
005170         AT END CONTINUE
005180         WHEN JX-FLAVOR-CODE(JX-FLAVOR-IDX) = AJ-FLAVOR-CODE
005190             MOVE JX-FLAVOR-NAME(JX-FLAVOR-IDX) TO JX-PO-FLAVOR
005200     END-SEARCH.
005210     WRITE ADJUST-REPORT-RECORD FROM JX-POSTED-LINE.
005220 2200-EXIT.
005230     EXIT.
005240
005250****************************************************************
005260*  2250-DRAW-NAMED-LOT
005270*
005280*  WHEN THE ADJUSTMENT NAMES A LOT (THE SPOILAGE THE MORNING
005290*  EXPIRY REPORT QUEUES FOR AN EXPIRED LOT), TAKES IT OFF THAT
005300*  LOT FIRST.  WHATEVER THE LOT CANNOT COVER IS LEFT IN
005310*  JX-DRAW-QTY FOR THE OLDEST-FIRST DRAW.
005320****************************************************************
005330 2250-DRAW-NAMED-LOT.
005340     IF AJ-LOT-NUMBER IS NOT NUMERIC OR AJ-LOT-NUMBER = 0
005350        OR JX-LOT-OVERFLOW = 'Y'
005360         GO TO 2250-EXIT.
005370     MOVE 0 TO JX-LOT-FOUND.
005380     PERFORM 2260-TEST-NAMED-LOT
005390         THRU 2260-EXIT
005400         VARYING JX-LOT-SUB FROM 1 BY 1
005410         UNTIL JX-LOT-SUB > JX-LOT-COUNT.
005420     IF JX-LOT-FOUND = 0
005430         GO TO 2250-EXIT.
005440     IF JX-LOT-ON-HAND(JX-LOT-FOUND) < JX-DRAW-QTY
005450         MOVE JX-LOT-ON-HAND(JX-LOT-FOUND) TO JX-DRAW-TAKE
005460     ELSE
005470         MOVE JX-DRAW-QTY TO JX-DRAW-TAKE
005480     END-IF.
005490     SUBTRACT JX-DRAW-TAKE FROM JX-LOT-ON-HAND(JX-LOT-FOUND).
005500     SUBTRACT JX-DRAW-TAKE FROM JX-DRAW-QTY.
005510 2250-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550*  2260-TEST-NAMED-LOT
005560*
005570*  REMEMBERS THE LOT WHEN IT IS THE ONE NAMED, FOR THIS FLAVOR.
005580****************************************************************
005590 2260-TEST-NAMED-LOT.
005600     IF JX-LOT-NUMBER(JX-LOT-SUB) = AJ-LOT-NUMBER
005610        AND JX-LOT-FLAVOR(JX-LOT-SUB) = AJ-FLAVOR-CODE
005620         MOVE JX-LOT-SUB TO JX-LOT-FOUND
005630     END-IF.
005640 2260-EXIT.
005650     EXIT.
005660
005670****************************************************************
005680*  2300-WRITE-LOG-RECORD
005690*
005700*  APPENDS THE POSTED ADJUSTMENT TO ADJUST-LOG FOR THE WEEKLY
005710*  SHRINK REPORT.
005720****************************************************************
005730 2300-WRITE-LOG-RECORD.
005740     OPEN EXTEND ADJUST-LOG.
005750     IF JX-LOG-STATUS = '35'
005760         OPEN OUTPUT ADJUST-LOG
005770     END-IF.
005780     MOVE AJ-ADJUST-DATE TO AL-ADJUST-DATE.
005790     MOVE AJ-FLAVOR-CODE TO AL-FLAVOR-CODE.
005800     MOVE AJ-REASON-CODE TO AL-REASON-CODE.
005810     MOVE AJ-DIRECTION TO AL-DIRECTION.
005820     MOVE AJ-QUANTITY TO AL-QUANTITY.
005830     IF AJ-LOT-NUMBER IS NUMERIC
005840         MOVE AJ-LOT-NUMBER TO AL-LOT-NUMBER
005850     ELSE
005860         MOVE 0 TO AL-LOT-NUMBER
005870     END-IF.
005880     WRITE ADJUST-LOG-RECORD.
005890     CLOSE ADJUST-LOG.
005900 2300-EXIT.
005910     EXIT.
005920
005930****************************************************************
005940*  6000-LOAD-LOTS
005950*
005960*  READS STOCK-LOTS INTO JX-LOT-TABLE AND SETS THE NEXT LOT
005970*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
005980*  LOT HAS BEEN RECEIVED YET.
005990****************************************************************
006000 6000-LOAD-LOTS.
006010     MOVE 0 TO JX-LOT-COUNT.
006020     MOVE 1 TO JX-NEXT-LOT.
006030     MOVE 'N' TO JX-LOT-OVERFLOW.
006040     OPEN INPUT STOCK-LOTS.
006050     IF JX-LOT-STATUS = '35'
006060         GO TO 6000-EXIT.
006070     MOVE 'N' TO JX-LOT-EOF.
006080     PERFORM 6010-READ-LOT-RECORD
006090         THRU 6010-EXIT.
006100     PERFORM 6020-STORE-LOT-RECORD
006110         THRU 6020-EXIT
006120         UNTIL JX-END-OF-LOTS.
006130     CLOSE STOCK-LOTS.
006140 6000-EXIT.
006150     EXIT.
006160
006170****************************************************************
006180*  6010-READ-LOT-RECORD
006190*
006200*  READS ONE STOCK-LOTS RECORD AHEAD.
006210****************************************************************
006220 6010-READ-LOT-RECORD.
006230     READ STOCK-LOTS
006240         AT END MOVE 'Y' TO JX-LOT-EOF
006250     END-READ.
006260 6010-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300*  6020-STORE-LOT-RECORD
006310*
006320*  ADDS THE LOT JUST READ TO JX-LOT-TABLE, KEEPS THE NEXT LOT
006330*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
006340****************************************************************
006350 6020-STORE-LOT-RECORD.
006360     IF JX-LOT-COUNT < 500
006370         ADD 1 TO JX-LOT-COUNT
006380         MOVE LT-LOT-NUMBER TO JX-LOT-NUMBER(JX-LOT-COUNT)
006390         MOVE LT-FLAVOR-CODE TO JX-LOT-FLAVOR(JX-LOT-COUNT)
006400         MOVE LT-RECEIVED-DATE TO JX-LOT-RECEIVED(JX-LOT-COUNT)
006410         MOVE LT-EXPIRY-DATE TO JX-LOT-EXPIRY(JX-LOT-COUNT)
006420         MOVE LT-QTY-RECEIVED TO JX-LOT-QTY-RECEIVED(JX-LOT-COUNT)
006430         MOVE LT-QTY-ON-HAND TO JX-LOT-ON-HAND(JX-LOT-COUNT)
006440         IF LT-LOT-NUMBER NOT < JX-NEXT-LOT
006450             COMPUTE JX-NEXT-LOT = LT-LOT-NUMBER + 1
006460         END-IF
006470     ELSE
006480         MOVE 'Y' TO JX-LOT-OVERFLOW
006490     END-IF.
006500     PERFORM 6010-READ-LOT-RECORD
006510         THRU 6010-EXIT.
006520 6020-EXIT.
006530     EXIT.
006540
006550****************************************************************
006560*  6100-DRAW-LOTS
006570*
006580*  TAKES JX-DRAW-QTY TRAYS OF JX-DRAW-FLAVOR OFF ITS LOTS,
006590*  OLDEST LOT FIRST, THE SAME QUANTITY JUST TAKEN OFF
006600*  IV-ON-HAND.
006610****************************************************************
006620 6100-DRAW-LOTS.
006630     IF JX-LOT-OVERFLOW = 'Y'
006640         GO TO 6100-EXIT.
006650     PERFORM 6110-DRAW-ONE-LOT
006660         THRU 6110-EXIT
006670         VARYING JX-LOT-SUB FROM 1 BY 1
006680         UNTIL JX-LOT-SUB > JX-LOT-COUNT
006690            OR JX-DRAW-QTY = 0.
006700 6100-EXIT.
006710     EXIT.
006720
006730****************************************************************
006740*  6110-DRAW-ONE-LOT
006750*
006760*  TAKES WHAT IS STILL TO BE DRAWN, OR ALL THAT IS LEFT, OFF ONE
006770*  LOT OF THE FLAVOR.
006780****************************************************************
006790 6110-DRAW-ONE-LOT.
006800     IF JX-LOT-FLAVOR(JX-LOT-SUB) NOT = JX-DRAW-FLAVOR
006810        OR JX-LOT-ON-HAND(JX-LOT-SUB) = 0
006820         GO TO 6110-EXIT.
006830     IF JX-LOT-ON-HAND(JX-LOT-SUB) < JX-DRAW-QTY
006840         MOVE JX-LOT-ON-HAND(JX-LOT-SUB) TO JX-DRAW-TAKE
006850     ELSE
006860         MOVE JX-DRAW-QTY TO JX-DRAW-TAKE
006870     END-IF.
006880     SUBTRACT JX-DRAW-TAKE FROM JX-LOT-ON-HAND(JX-LOT-SUB).
006890     SUBTRACT JX-DRAW-TAKE FROM JX-DRAW-QTY.
006900 6110-EXIT.
006910     EXIT.
006920
006930****************************************************************
006940*  6200-RETURN-TO-LOT
006950*
006960*  PUTS JX-DRAW-QTY TRAYS OF JX-DRAW-FLAVOR BACK ON A LOT: THE
006970*  NEWEST LOT THAT HAS BEEN DRAWN DOWN (THE ONE A SALE JUST TOOK
006980*  THEM FROM), ELSE THE NEWEST LOT FOR THE FLAVOR.  A FLAVOR WITH
006990*  NO LOT ON FILE GETS A NEW ONE RECEIVED ON JX-LOT-DATE, WITH
007000*  THE EXPIRY LEFT FOR THE MORNING EXPIRY REPORT TO DATE.
007010****************************************************************
007020 6200-RETURN-TO-LOT.
007030     IF JX-LOT-OVERFLOW = 'Y' OR JX-DRAW-QTY = 0
007040         GO TO 6200-EXIT.
007050     MOVE 0 TO JX-LOT-FOUND.
007060     PERFORM 6210-TEST-DRAWN-LOT
007070         THRU 6210-EXIT
007080         VARYING JX-LOT-SUB FROM 1 BY 1
007090         UNTIL JX-LOT-SUB > JX-LOT-COUNT.
007100     IF JX-LOT-FOUND = 0
007110         PERFORM 6220-TEST-ANY-LOT
007120             THRU 6220-EXIT
007130             VARYING JX-LOT-SUB FROM 1 BY 1
007140             UNTIL JX-LOT-SUB > JX-LOT-COUNT
007150     END-IF.
007160     IF JX-LOT-FOUND > 0
007170         ADD JX-DRAW-QTY TO JX-LOT-ON-HAND(JX-LOT-FOUND)
007180         GO TO 6200-EXIT.
007190     IF JX-LOT-COUNT >= 500
007200         MOVE 'Y' TO JX-LOT-OVERFLOW
007210         GO TO 6200-EXIT.
007220     ADD 1 TO JX-LOT-COUNT.
007230     MOVE JX-NEXT-LOT TO JX-LOT-NUMBER(JX-LOT-COUNT).
007240     ADD 1 TO JX-NEXT-LOT.
007250     MOVE JX-DRAW-FLAVOR TO JX-LOT-FLAVOR(JX-LOT-COUNT).
007260     MOVE JX-LOT-DATE TO JX-LOT-RECEIVED(JX-LOT-COUNT).
007270     MOVE SPACES TO JX-LOT-EXPIRY(JX-LOT-COUNT).
007280     MOVE JX-DRAW-QTY TO JX-LOT-QTY-RECEIVED(JX-LOT-COUNT).
007290     MOVE JX-DRAW-QTY TO JX-LOT-ON-HAND(JX-LOT-COUNT).
007300 6200-EXIT.
007310     EXIT.
007320
007330****************************************************************
007340*  6210-TEST-DRAWN-LOT
007350*
007360*  REMEMBERS THE LOT WHEN IT IS THE FLAVOR'S AND HAS BEEN DRAWN
007370*  BELOW WHAT WAS RECEIVED.  THE LAST ONE FOUND IS THE NEWEST.
007380****************************************************************
007390 6210-TEST-DRAWN-LOT.
007400     IF JX-LOT-FLAVOR(JX-LOT-SUB) = JX-DRAW-FLAVOR
007410        AND JX-LOT-ON-HAND(JX-LOT-SUB) <
007420            JX-LOT-QTY-RECEIVED(JX-LOT-SUB)
007430         MOVE JX-LOT-SUB TO JX-LOT-FOUND
007440     END-IF.
007450 6210-EXIT.
007460     EXIT.
007470
007480****************************************************************
007490*  6220-TEST-ANY-LOT
007500*
007510*  REMEMBERS THE LOT WHEN IT IS THE FLAVOR'S.  THE LAST ONE
007520*  FOUND IS THE NEWEST.
007530****************************************************************
007540 6220-TEST-ANY-LOT.
007550     IF JX-LOT-FLAVOR(JX-LOT-SUB) = JX-DRAW-FLAVOR
007560         MOVE JX-LOT-SUB TO JX-LOT-FOUND
007570     END-IF.
007580 6220-EXIT.
007590     EXIT.
007600
007610****************************************************************
007620*  6400-SAVE-LOTS
007630*
007640*  WRITES JX-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
007650*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
007660****************************************************************
007670 6400-SAVE-LOTS.
007680     IF JX-LOT-OVERFLOW = 'Y'
007690         GO TO 6400-EXIT.
007700     OPEN OUTPUT STOCK-LOTS.
007710     PERFORM 6410-WRITE-LOT-RECORD
007720         THRU 6410-EXIT
007730         VARYING JX-LOT-SUB FROM 1 BY 1
007740         UNTIL JX-LOT-SUB > JX-LOT-COUNT.
007750     CLOSE STOCK-LOTS.
007760 6400-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*  6410-WRITE-LOT-RECORD
007810*
007820*  WRITES ONE STOCK-LOTS RECORD FROM JX-LOT-TABLE.
007830****************************************************************
007840 6410-WRITE-LOT-RECORD.
007850     MOVE JX-LOT-NUMBER(JX-LOT-SUB) TO LT-LOT-NUMBER.
007860     MOVE JX-LOT-FLAVOR(JX-LOT-SUB) TO LT-FLAVOR-CODE.
007870     MOVE JX-LOT-RECEIVED(JX-LOT-SUB) TO LT-RECEIVED-DATE.
007880     MOVE JX-LOT-EXPIRY(JX-LOT-SUB) TO LT-EXPIRY-DATE.
007890     MOVE JX-LOT-QTY-RECEIVED(JX-LOT-SUB) TO LT-QTY-RECEIVED.
007900     MOVE JX-LOT-ON-HAND(JX-LOT-SUB) TO LT-QTY-ON-HAND.
007910     WRITE STOCK-LOTS-RECORD.
007920 6410-EXIT.
007930     EXIT.
007940
007950****************************************************************
007960*  8000-SAVE-INVENTORY
007970*
007980*  WRITES JX-INVENTORY-TABLE BACK OUT TO INVENTORY-FILE SO THE
007990*  POSTED ADJUSTMENTS STICK.
008000****************************************************************
008010 8000-SAVE-INVENTORY.
008020     OPEN OUTPUT INVENTORY-FILE.
008030     PERFORM 8030-WRITE-INVENTORY-RECORD
008040         THRU 8030-EXIT
008050         VARYING JX-INVENTORY-IDX FROM 1 BY 1
008060         UNTIL JX-INVENTORY-IDX > JX-INVENTORY-COUNT.
008070     CLOSE INVENTORY-FILE.
008080 8000-EXIT.
008090     EXIT.
008100
008110****************************************************************
008120*  8030-WRITE-INVENTORY-RECORD
008130*
008140*  WRITES ONE INVENTORY-FILE RECORD FROM JX-INVENTORY-TABLE.
008150****************************************************************
008160 8030-WRITE-INVENTORY-RECORD.
008170     MOVE JX-INVENTORY-CODE(JX-INVENTORY-IDX) TO IV-FLAVOR-CODE.
008180     MOVE JX-INVENTORY-ON-HAND(JX-INVENTORY-IDX) TO IV-ON-HAND.
008190     MOVE JX-REORDER-POINT(JX-INVENTORY-IDX) TO IV-REORDER-POINT.
008200     WRITE INVENTORY-RECORD.
008210 8030-EXIT.
008220     EXIT.
008230
008240****************************************************************
008250*  8050-UPDATE-OPENING-SNAPSHOT
008260*
008270*  APPLIES THE NET ADJUSTED QUANTITIES TO INVENTORY-OPENING AS
008280*  WELL, THE SAME WAY JELLO-RECEIVE APPLIES RECEIVED STOCK, SO
008290*  THE NIGHT'S MOVEMENT RECONCILIATION NETS THE SHRINK IN AND
008300*  STAYS CLEAN.  NO SNAPSHOT MEANS THE MOVEMENT CHECK IS
008310*  SKIPPED ANYWAY, SO THERE IS NOTHING TO ADJUST.
008320****************************************************************
008330 8050-UPDATE-OPENING-SNAPSHOT.
008340     IF JX-ADJUSTS-POSTED = 0
008350         GO TO 8050-EXIT.
008360     MOVE 0 TO JX-OPEN-COUNT.
008370     OPEN INPUT INVENTORY-OPENING.
008380     IF JX-OPENING-STATUS = '35'
008390         GO TO 8050-EXIT.
008400     MOVE 'N' TO JX-OPENING-EOF.
008410     PERFORM 8060-READ-OPENING-RECORD
008420         THRU 8060-EXIT.
008430     PERFORM 8070-STORE-OPENING-RECORD
008440         THRU 8070-EXIT
008450         UNTIL JX-END-OF-OPENING.
008460     CLOSE INVENTORY-OPENING.
008470     OPEN OUTPUT INVENTORY-OPENING.
008480     PERFORM 8080-WRITE-OPENING-RECORD
008490         THRU 8080-EXIT
008500         VARYING JX-OPEN-SUB FROM 1 BY 1
008510         UNTIL JX-OPEN-SUB > JX-OPEN-COUNT.
008520     CLOSE INVENTORY-OPENING.
008530 8050-EXIT.
008540     EXIT.
008550
008560****************************************************************
008570*  8060-READ-OPENING-RECORD
008580*
008590*  READS ONE INVENTORY-OPENING RECORD AHEAD.
008600****************************************************************
008610 8060-READ-OPENING-RECORD.
008620     READ INVENTORY-OPENING
008630         AT END MOVE 'Y' TO JX-OPENING-EOF
008640     END-READ.
008650 8060-EXIT.
008660     EXIT.
008670
008680****************************************************************
008690*  8070-STORE-OPENING-RECORD
008700*
008710*  BUFFERS ONE SNAPSHOT RECORD, APPLYING ITS FLAVOR'S NET
008720*  ADJUSTMENT, AND PRIMES THE NEXT READ.
008730****************************************************************
008740 8070-STORE-OPENING-RECORD.
008750     IF JX-OPEN-COUNT < 20
008760         ADD 1 TO JX-OPEN-COUNT
008770         MOVE IO-FLAVOR-CODE TO JX-OP-CODE(JX-OPEN-COUNT)
008780         MOVE IO-ON-HAND TO JX-OP-ON-HAND(JX-OPEN-COUNT)
008790         MOVE IO-REORDER-POINT TO JX-OP-REORDER(JX-OPEN-COUNT)
008800         SET JX-INVENTORY-IDX TO 1
008810         SEARCH JX-INVENTORY-ENTRY
008820             AT END CONTINUE
008830             WHEN JX-INVENTORY-CODE(JX-INVENTORY-IDX) =
008840                     IO-FLAVOR-CODE
008850                 ADD JX-ADJUSTED-QTY(JX-INVENTORY-IDX)
008860                     TO JX-OP-ON-HAND(JX-OPEN-COUNT)
008870         END-SEARCH
008880     END-IF.
008890     PERFORM 8060-READ-OPENING-RECORD
008900         THRU 8060-EXIT.
008910 8070-EXIT.
008920     EXIT.
008930
008940****************************************************************
008950*  8080-WRITE-OPENING-RECORD
008960*
008970*  WRITES ONE ADJUSTED SNAPSHOT RECORD BACK OUT.
008980****************************************************************
008990 8080-WRITE-OPENING-RECORD.
009000     MOVE JX-OP-CODE(JX-OPEN-SUB) TO IO-FLAVOR-CODE.
009010     MOVE JX-OP-ON-HAND(JX-OPEN-SUB) TO IO-ON-HAND.
009020     MOVE JX-OP-REORDER(JX-OPEN-SUB) TO IO-REORDER-POINT.
009030     WRITE INVENTORY-OPENING-RECORD.
009040 8080-EXIT.
009050     EXIT.
009060
009070****************************************************************
009080*  8100-CLEAR-ADJUSTS
009090*
009100*  CLOSES AND EMPTIES ADJUST-TRANS NOW THAT ITS TRANSACTIONS
009110*  ARE POSTED, SO A RERUN CANNOT DOUBLE-POST.  REJECTED LINES
009120*  ARE ON THE REPORT TO BE RE-KEYED.
009130****************************************************************
009140 8100-CLEAR-ADJUSTS.
009150     IF NOT JX-ADJUSTS-MISSING
009160         CLOSE ADJUST-TRANS
009170         OPEN OUTPUT ADJUST-TRANS
009180         CLOSE ADJUST-TRANS
009190     END-IF.
009200 8100-EXIT.
009210     EXIT.
009220
009230****************************************************************
009240*  9000-TERMINATE
009250*
009260*  PRINTS THE RUN COUNTS, CLOSES THE REPORT, AND SETS THE
009270*  RETURN CODE THE SCHEDULER WATCHES: 8 WHEN ANY ADJUSTMENT WAS
009280*  REJECTED AND NEEDS RE-KEYING.
009290****************************************************************
009300 9000-TERMINATE.
009310     WRITE ADJUST-REPORT-RECORD FROM JX-BLANK-LINE.
009320     MOVE "ADJUSTMENTS READ          " TO JX-SUM-LABEL.
009330     MOVE JX-ADJUSTS-READ TO JX-SUM-COUNT.
009340     WRITE ADJUST-REPORT-RECORD FROM JX-SUMMARY-LINE.
009350     MOVE "ADJUSTMENTS POSTED        " TO JX-SUM-LABEL.
009360     MOVE JX-ADJUSTS-POSTED TO JX-SUM-COUNT.
009370     WRITE ADJUST-REPORT-RECORD FROM JX-SUMMARY-LINE.
009380     MOVE "ADJUSTMENTS REJECTED      " TO JX-SUM-LABEL.
009390     MOVE JX-ADJUSTS-REJECTED TO JX-SUM-COUNT.
009400     WRITE ADJUST-REPORT-RECORD FROM JX-SUMMARY-LINE.
009410     CLOSE ADJUST-REPORT.
009420     DISPLAY "JELLO-ADJUST: " JX-ADJUSTS-POSTED " posted, "
009430         JX-ADJUSTS-REJECTED " rejected.".
009440     IF JX-ADJUSTS-REJECTED > 0
009450         MOVE 8 TO RETURN-CODE
009460     END-IF.
009470 9000-EXIT.
009480     EXIT.
009490
009500 END PROGRAM JELLO-ADJUST.
