000560*                      LOGGED OVERRIDE ON AN OUT-OF-SEQUENCE OR
000570*                      SECOND RUN, AND MARK THE STEP DONE AT
000580*                      END OF JOB.
000590*      2026-10-15  AB  DRAW EACH POSTED LINE OFF THE STOCK-LOTS
000600*                      OLDEST LOT FIRST (RELEASED CATERING
000610*                      RESERVATIONS INCLUDED) AND SAVE THE LOTS
000620*                      WITH THE INVENTORY.
000630*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000640****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. JELLO-BATCH.
000670 AUTHOR. Amanda Boutwell.
000680 INSTALLATION. COUNTER SALES.
000690 DATE-WRITTEN. August 9, 2026.
000700 DATE-COMPILED.
000710
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. GNUCOBOL.
000750 OBJECT-COMPUTER. GNUCOBOL.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT ORDER-TRANS ASSIGN TO "ORDER-TRANS"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS JB-ORDER-FILE-STATUS.
000830     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870     SELECT PRICE-MASTER ASSIGN TO "PRICE-MASTER"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890     SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS JB-AUDIT-STATUS.
000920     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT-FILE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS JB-CKPT-STATUS.
000950     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS CM-CUSTOMER-NUMBER
000990         FILE STATUS IS JB-CUSTOMER-STATUS.
001000     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS JB-CONTROL-STATUS.
001030     SELECT PROMO-MASTER ASSIGN TO "PROMO-MASTER"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS JB-PROMO-STATUS.
001060     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS JB-LOT-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  ORDER-TRANS
001130     LABEL RECORDS ARE STANDARD.
001140 01  ORDER-TRANS-RECORD.
001150     COPY "trnsrec.cpy".
001160
001170 FD  ORDER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  ORDER-RECORD.
001200     COPY "ordfrec.cpy".
001210
001220 FD  FLAVOR-MASTER
001230     LABEL RECORDS ARE STANDARD.
001240 01  FLAVOR-MASTER-RECORD.
001250     COPY "flvmast.cpy".
001260
001270 FD  INVENTORY-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  INVENTORY-RECORD.
001300     COPY "invmast.cpy".
001310
001320 FD  PRICE-MASTER
001330     LABEL RECORDS ARE STANDARD.
001340 01  PRICE-MASTER-RECORD.
001350     COPY "prcmast.cpy".
001360
001370 FD  AUDIT-LOG
001380     LABEL RECORDS ARE STANDARD.
001390 01  AUDIT-LOG-RECORD.
001400     COPY "audtrec.cpy".
001410
001420 FD  CHECKPOINT-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  CHECKPOINT-RECORD.
001450     COPY "ckptrec.cpy".
001460
001470 FD  CUSTOMER-MASTER
001480     LABEL RECORDS ARE STANDARD.
001490 01  CUSTOMER-MASTER-RECORD.
001500     COPY "custmast.cpy".
001510
001520 FD  CONTROL-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  CONTROL-RECORD.
001550     COPY "ctlrec.cpy".
001560
001570 FD  PROMO-MASTER
001580     LABEL RECORDS ARE STANDARD.
001590 01  PROMO-MASTER-RECORD.
001600     COPY "prmmast.cpy".
001610
001620 FD  STOCK-LOTS
001630     LABEL RECORDS ARE STANDARD.
001640 01  STOCK-LOTS-RECORD.
001650     COPY "lotrec.cpy".
001660
001670 WORKING-STORAGE SECTION.
001680     01 JB-CONTROL-SAVE PIC X(50).
001690     01 JB-OVERRIDE-RAW PIC X(01).
001700     01 YourFlavor PIC X(15).
001710     01 JB-QUANTITY PIC 9(03) VALUE 1.
001720
001730*---------------------------------------------------------------
001740*    FIELDS FOR ORDER-FILE LOGGING.
001750*---------------------------------------------------------------
001760     01 JB-ORDER-DATE PIC X(08).
001770     01 JB-ORDER-TIME PIC X(08).
001780     01 JB-OPERATOR-ID PIC X(03) VALUE 'BAT'.
001790     01 JB-STATION-ID PIC X(02) VALUE '00'.
001800
001810*---------------------------------------------------------------
001820*    ORDER-TRANS IS READ ONE RECORD AT A TIME, THE SAME WAY
001830*    FLAVOR-MASTER AND INVENTORY-FILE ARE, RATHER THAN LOADED
001840*    INTO A TABLE, SINCE A DAY'S CATERING BATCH IS PROCESSED
001850*    ONCE STRAIGHT THROUGH AND NEVER SEARCHED.
001860*---------------------------------------------------------------
001870     01 JB-TRANS-EOF PIC X VALUE 'N'.
001880         88 JB-END-OF-TRANS VALUE 'Y'.
001890     01 JB-TRANS-VALID PIC X VALUE 'N'.
001900         88 JB-VALID-TRANS VALUE 'Y'.
001910
001920*---------------------------------------------------------------
001930*    FLAVOR-MASTER IS READ INTO THIS TABLE AT START-UP SO THE
001940*    FLAVOR LOOKUP AND THE END-OF-RUN TALLY BOTH DRIVE OFF DATA
001950*    INSTEAD OF A HARDCODED LIST, THE SAME AS JELLO-WORLD.
001960*---------------------------------------------------------------
001970     01 JB-FLAVOR-TABLE.
001980         05 JB-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
001990                 DEPENDING ON JB-FLAVOR-COUNT
002000                 INDEXED BY JB-FLAVOR-IDX.
002010             10 JB-FLAVOR-CODE      PIC 9(02).
002020             10 JB-FLAVOR-NAME      PIC X(15).
002030             10 JB-FLAVOR-SOLD      PIC 9(05) VALUE 0.
002040     01 JB-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
002050     01 JB-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
002060         88 JB-END-OF-FLAVOR-MASTER VALUE 'Y'.
002070
002080*---------------------------------------------------------------
002090*    INVENTORY-FILE IS READ INTO THIS TABLE AT START-UP SO A
002100*    SOLD-OUT FLAVOR IS REFUSED HERE THE SAME AS AT THE COUNTER.
002110*---------------------------------------------------------------
002120     01 JB-INVENTORY-TABLE.
002130         05 JB-INVENTORY-ENTRY OCCURS 1 TO 20 TIMES
002140                 DEPENDING ON JB-INVENTORY-COUNT
002150                 INDEXED BY JB-INVENTORY-IDX.
002160             10 JB-INVENTORY-CODE    PIC 9(02).
002170             10 JB-INVENTORY-ON-HAND PIC 9(05) COMP.
002180             10 JB-REORDER-POINT     PIC 9(05).
002190     01 JB-INVENTORY-COUNT PIC 9(02) COMP VALUE 0.
002200     01 JB-INVENTORY-EOF PIC X VALUE 'N'.
002210         88 JB-END-OF-INVENTORY VALUE 'Y'.
002220
002230*---------------------------------------------------------------
002240*    PRICE-MASTER IS READ INTO THIS TABLE AT START-UP SO EVERY
002250*    BATCH ORDER IS PRICED THE SAME WAY AN INTERACTIVE ORDER IS.
002260*    EACH RECORD RINGS UP TR-QUANTITY OF THE CHOSEN FLAVOR;
002270*    A ZERO QUANTITY ON AN OLD-STYLE RECORD IS TAKEN AS 1.
002280*---------------------------------------------------------------
002290     01 JB-PRICE-TABLE.
002300         05 JB-PRICE-ENTRY OCCURS 1 TO 20 TIMES
002310                 DEPENDING ON JB-PRICE-COUNT
002320                 INDEXED BY JB-PRICE-IDX.
002330             10 JB-PRICE-CODE      PIC 9(02).
002340             10 JB-PRICE-AMOUNT    PIC 9(03)V99.
002350     01 JB-PRICE-COUNT PIC 9(02) COMP VALUE 0.
002360     01 JB-PRICE-EOF PIC X VALUE 'N'.
002370         88 JB-END-OF-PRICES VALUE 'Y'.
002380     01 JB-UNIT-PRICE PIC 9(03)V99 VALUE 0.
002390     01 JB-DISP-ON-HAND PIC ZZZZ9.
002400     01 JB-LINE-TOTAL PIC 9(05)V99 VALUE 0.
002410
002420*---------------------------------------------------------------
002430*    RUN TOTALS FOR THE END-OF-JOB SUMMARY.
002440*---------------------------------------------------------------
002450     01 JB-TRANS-READ    PIC 9(05) VALUE 0.
002460     01 JB-TRANS-POSTED  PIC 9(05) VALUE 0.
002470     01 JB-TRANS-REJECTED PIC 9(05) VALUE 0.
002480     01 JB-SALES-TOTAL PIC 9(07)V99 VALUE 0.
002490     01 JB-TAX-TOTAL PIC 9(07)V99 VALUE 0.
002500
002510*---------------------------------------------------------------
002520*    FIELD FOR THE ORDER-FILE OPEN/APPEND FALLBACK BELOW.
002530*---------------------------------------------------------------
002540     01 JB-ORDER-FILE-STATUS PIC X(02).
002550
002560*---------------------------------------------------------------
002570*    FIELDS FOR THE AUDIT LOG.  ONE RECORD IS APPENDED FOR EVERY
002580*    ORDER-TRANS RECORD READ, GOOD OR REJECTED, THE SAME AS
002590*    JELLO-WORLD LOGS EVERY CHOICE KEYED AT THE COUNTER.
002600*---------------------------------------------------------------
002610     01 JB-AUDIT-STATUS PIC X(02).
002620     01 JB-AUDIT-FLAVOR PIC X(15).
002630
002640*---------------------------------------------------------------
002650*    FIELDS FOR CHECKPOINT/RESTART.  JB-LAST-POSTED-SEQ IS READ
002660*    FROM CHECKPOINT-FILE AT START-UP AND REWRITTEN AFTER EVERY
002670*    TRANSACTION SUCCESSFULLY POSTED, SO A RUN THAT IS CANCELLED
002680*    PARTWAY THROUGH CAN BE RESTARTED WITHOUT DOUBLE-POSTING THE
002690*    RECORDS THAT ALREADY WENT THROUGH.
002700*---------------------------------------------------------------
002710     01 JB-CKPT-STATUS PIC X(02).
002720     01 JB-LAST-POSTED-SEQ PIC 9(05) COMP VALUE 0.
002730     01 JB-TRANS-SKIPPED PIC 9(05) VALUE 0.
002740
002750*---------------------------------------------------------------
002760*    CUSTOMER-MASTER IS INDEXED: EACH TRANSACTION'S
002770*    TR-CUSTOMER-NUMBER IS READ BY KEY SO CATERING ORDERS POST
002780*    TO THE SAME HISTORY AND LOYALTY PRICING THE COUNTER USES,
002790*    AND THE TOTAL REWRITES AS THE LINE POSTS.  AN UNKNOWN OR
002800*    ZERO NUMBER JUST POSTS UNTRACKED.
002810*---------------------------------------------------------------
002820     01 JB-NO-CUSTOMERS PIC X VALUE 'N'.
002830         88 JB-CUSTOMERS-MISSING VALUE 'Y'.
002840     01 JB-CUST-FOUND PIC X VALUE 'N'.
002850         88 JB-CUSTOMER-ON-FILE VALUE 'Y'.
002860     01 JB-REPLAYING PIC X VALUE 'N'.
002870     01 JB-CUSTOMER-STATUS PIC X(02).
002880     01 JB-CONTROL-STATUS PIC X(02).
002890     01 JB-BUSINESS-DATE PIC X(08).
002900     01 JB-TAX-RATE PIC 9(01)V9(04) VALUE 0.
002910     01 JB-LINE-TAX PIC 9(05)V99 VALUE 0.
002920
002930*---------------------------------------------------------------
002940*    PROMO-MASTER IS READ INTO THIS TABLE AT START-UP.  A PROMO
002950*    ACTIVE ON THE BUSINESS DATE REPRICES ITS FLAVOR IN
002960*    2060-RESOLVE-FLAVOR, NEVER STACKING ON THE LOYALTY
002970*    DISCOUNT - WHICHEVER UNIT PRICE IS LOWER WINS.
002980*---------------------------------------------------------------
002990     01 JB-PROMO-TABLE.
003000         05 JB-PROMO-ENTRY OCCURS 1 TO 20 TIMES
003010                 DEPENDING ON JB-PROMO-COUNT
003020                 INDEXED BY JB-PROMO-IDX.
003030             10 JB-PR-ID           PIC X(04).
003040             10 JB-PR-CODE         PIC 9(02).
003050             10 JB-PR-PRICE        PIC 9(03)V99.
003060             10 JB-PR-PCT          PIC 9(02).
003070             10 JB-PR-START        PIC X(08).
003080             10 JB-PR-END          PIC X(08).
003090     01 JB-PROMO-COUNT PIC 9(02) COMP VALUE 0.
003100     01 JB-PROMO-STATUS PIC X(02).
003110     01 JB-PROMO-EOF PIC X VALUE 'N'.
003120         88 JB-END-OF-PROMOS VALUE 'Y'.
003130     01 JB-PROMO-SUB PIC 9(02) COMP VALUE 0.
003140     01 JB-CUR-PROMO-ID PIC X(04) VALUE SPACES.
003150     01 JB-HAVE-PROMO PIC X VALUE 'N'.
003160     01 JB-PROMO-PRICE PIC 9(03)V99 VALUE 0.
003170     01 JB-PROMO-WORK PIC 9(03)V99 VALUE 0.
003180     01 JB-LOYALTY-ACTIVE PIC X VALUE 'N'.
003190         88 JB-LOYAL-CUSTOMER VALUE 'Y'.
003200     01 JB-CUR-DISCOUNT-PCT PIC 9(02) VALUE 0.
003210     01 JB-LOYALTY-THRESHOLD PIC 9(05)V99 VALUE 100.00.
003220     01 JB-PRICE-FACTOR PIC 9(03) VALUE 0.
003230
003240*---------------------------------------------------------------
003250*    STOCK-LOTS IS READ INTO THIS TABLE SO STOCK MOVES LOT BY
003260*    LOT ALONGSIDE IV-ON-HAND: OLDEST LOT FIRST ON THE WAY OUT,
003270*    NEWEST LOT DRAWN FROM ON THE WAY BACK.  PAST 500 LOTS THE
003280*    LOTS ARE LEFT AS THEY WERE AND THE MORNING EXPIRY REPORT
003290*    PROVES THEM BACK TO ON-HAND.
003300*---------------------------------------------------------------
003310     01 JB-LOT-STATUS PIC X(02).
003320     01 JB-LOT-EOF PIC X VALUE 'N'.
003330         88 JB-END-OF-LOTS VALUE 'Y'.
003340     01 JB-LOT-TABLE.
003350         05 JB-LOT-ENTRY OCCURS 1 TO 500 TIMES
003360                 DEPENDING ON JB-LOT-COUNT.
003370             10 JB-LOT-NUMBER       PIC 9(05).
003380             10 JB-LOT-FLAVOR       PIC 9(02).
003390             10 JB-LOT-RECEIVED     PIC X(08).
003400             10 JB-LOT-EXPIRY       PIC X(08).
003410             10 JB-LOT-QTY-RECEIVED PIC 9(05).
003420             10 JB-LOT-ON-HAND      PIC 9(05).
003430     01 JB-LOT-COUNT PIC 9(03) COMP VALUE 0.
003440     01 JB-LOT-SUB PIC 9(03) COMP VALUE 0.
003450     01 JB-LOT-FOUND PIC 9(03) COMP VALUE 0.
003460     01 JB-LOT-OVERFLOW PIC X VALUE 'N'.
003470     01 JB-NEXT-LOT PIC 9(05) VALUE 1.
003480     01 JB-DRAW-FLAVOR PIC 9(02) VALUE 0.
003490     01 JB-DRAW-QTY PIC 9(05) VALUE 0.
003500     01 JB-DRAW-TAKE PIC 9(05) VALUE 0.
003510     01 JB-LOT-DATE PIC X(08) VALUE SPACES.
003520
003530 PROCEDURE DIVISION.
003540
003550****************************************************************
003560*  0000-MAINLINE
003570*
003580*  OPENS THE FILES, RUNS EVERY QUEUED TRANSACTION THROUGH THE
003590*  SAME FLAVOR-RESOLUTION LOGIC AS THE COUNTER, THEN CLOSES UP
003600*  AND PRINTS THE SAME KIND OF TALLY REPORT.
003610****************************************************************
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE
003640         THRU 1000-EXIT.
003650     PERFORM 2000-PROCESS-TRANS
003660         THRU 2000-EXIT
003670         UNTIL JB-END-OF-TRANS.
003680     PERFORM 8000-TALLY-REPORT
003690         THRU 8000-EXIT.
003700     PERFORM 9000-TERMINATE
003710         THRU 9000-EXIT.
003720     STOP RUN.
003730
003740****************************************************************
003750*  1000-INITIALIZE
003760*
003770*  OPENS THE FILES AND LOADS THE FLAVOR AND INVENTORY TABLES.
003780****************************************************************
003790 1000-INITIALIZE.
003800     PERFORM 1050-READ-CONTROL-FILE
003810         THRU 1050-EXIT.
003820     OPEN INPUT ORDER-TRANS.
003830     OPEN EXTEND ORDER-FILE.
003840     IF JB-ORDER-FILE-STATUS = '35'
003850         OPEN OUTPUT ORDER-FILE
003860     END-IF.
003870     OPEN EXTEND AUDIT-LOG.
003880     IF JB-AUDIT-STATUS = '35'
003890         OPEN OUTPUT AUDIT-LOG
003900     END-IF.
003910     PERFORM 1100-LOAD-FLAVOR-MASTER
003920         THRU 1100-EXIT.
003930     PERFORM 1200-LOAD-INVENTORY
003940         THRU 1200-EXIT.
003950     PERFORM 6000-LOAD-LOTS
003960         THRU 6000-EXIT.
003970     PERFORM 1300-LOAD-PRICES
003980         THRU 1300-EXIT.
003990     PERFORM 1350-LOAD-PROMOS
004000         THRU 1350-EXIT.
004010     PERFORM 1400-LOAD-CHECKPOINT
004020         THRU 1400-EXIT.
004030     PERFORM 1500-OPEN-CUSTOMERS
004040         THRU 1500-EXIT.
004050     DISPLAY "JELLO-BATCH starting.".
004060     IF JB-LAST-POSTED-SEQ NOT = 0
004070         DISPLAY "Restarting after trans " JB-LAST-POSTED-SEQ "."
004080     END-IF.
004090     PERFORM 2010-READ-TRANS
004100         THRU 2010-EXIT.
004110 1000-EXIT.
004120     EXIT.
004130
004140****************************************************************
004150*  1050-READ-CONTROL-FILE
004160*
004170*  READS THE STORE'S BUSINESS DATE AND OPEN/CLOSED FLAG.  A
004180*  MISSING CONTROL-FILE OR A DAY FLAGGED CLOSED ENDS THE RUN
004190*  BEFORE ANYTHING OPENS FOR OUTPUT.
004200****************************************************************
004210 1050-READ-CONTROL-FILE.
004220     OPEN INPUT CONTROL-FILE.
004230     IF JB-CONTROL-STATUS = '35'
004240         DISPLAY "CONTROL-FILE missing - run day-end setup first."
004250         MOVE 8 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     READ CONTROL-FILE
004290         AT END
004300             DISPLAY "CONTROL-FILE empty - cannot start."
004310             CLOSE CONTROL-FILE
004320             MOVE 8 TO RETURN-CODE
004330             STOP RUN
004340     END-READ.
004350     IF CT-STORE-STATUS = 'C'
004360         DISPLAY "Store is flagged closed for " CT-BUSINESS-DATE
004370             "; run JELLO-DAYEND before posting."
004380         CLOSE CONTROL-FILE
004390         MOVE 8 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420     MOVE CT-BUSINESS-DATE TO JB-BUSINESS-DATE.
004430     IF CT-TAX-RATE IS NUMERIC
004440         MOVE CT-TAX-RATE TO JB-TAX-RATE
004450     ELSE
004460         MOVE 0 TO JB-TAX-RATE
004470     END-IF.
004480     PERFORM 1060-CHECK-RUN-CONTROL
004490         THRU 1060-EXIT.
004500     CLOSE CONTROL-FILE.
004510 1050-EXIT.
004520     EXIT.
004530
004540****************************************************************
004550*  1060-CHECK-RUN-CONTROL
004560*
004570*  ENFORCES THE DAILY SEQUENCE OFF THE CONTROL RECORD STILL IN
004580*  THE BUFFER: THE RELEASE MUST HAVE RUN FIRST (THE MORNING IT
004590*  HAD NOT, THE DAY'S CATERING POSTED A DAY LATE WITH NOTHING
004600*  FLAGGING IT), AND A SECOND BATCH NEEDS A LOGGED OVERRIDE.
004610****************************************************************
004620 1060-CHECK-RUN-CONTROL.
004630     IF CT-RELEASE-DONE NOT = 'Y'
004640         DISPLAY "JELLO-RELEASE has not run for "
004650             CT-BUSINESS-DATE "."
004660         PERFORM 1070-ASK-OVERRIDE
004670             THRU 1070-EXIT
004680     END-IF.
004690     IF CT-BATCH-DONE = 'Y'
004700         DISPLAY "JELLO-BATCH already ran for "
004710             CT-BUSINESS-DATE "."
004720         PERFORM 1070-ASK-OVERRIDE
004730             THRU 1070-EXIT
004740     END-IF.
004750 1060-EXIT.
004760     EXIT.
004770
004780****************************************************************
004790*  1070-ASK-OVERRIDE
004800*
004810*  OFFERS THE OPERATOR A LOGGED OVERRIDE; ANYTHING BUT Y ENDS
004820*  THE RUN WITH RETURN-CODE 8 AND NOTHING POSTED.
004830****************************************************************
004840 1070-ASK-OVERRIDE.
004850     DISPLAY "Override and run anyway? (Y/N) "
004860         WITH NO ADVANCING.
004870     ACCEPT JB-OVERRIDE-RAW.
004880     IF JB-OVERRIDE-RAW NOT = 'Y' AND JB-OVERRIDE-RAW NOT = 'y'
004890         DISPLAY "Run refused; nothing posted."
004900         CLOSE CONTROL-FILE
004910         MOVE 8 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     PERFORM 1080-LOG-OVERRIDE
004950         THRU 1080-EXIT.
004960 1070-EXIT.
004970     EXIT.
004980
004990****************************************************************
005000*  1080-LOG-OVERRIDE
005010*
005020*  APPENDS THE REASON-04 OVERRIDE RECORD TO AUDIT-LOG SO THE
005030*  FORCED RUN LEAVES A TRAIL.
005040****************************************************************
005050 1080-LOG-OVERRIDE.
005060     OPEN EXTEND AUDIT-LOG.
005070     IF JB-AUDIT-STATUS = '35'
005080         OPEN OUTPUT AUDIT-LOG
005090     END-IF.
005100     ACCEPT JB-ORDER-TIME FROM TIME.
005110     MOVE CT-BUSINESS-DATE TO AL-LOG-DATE.
005120     MOVE JB-ORDER-TIME TO AL-LOG-TIME.
005130     MOVE "JELLO-BATCH" TO AL-CUSTOMER-NAME.
005140     MOVE '*' TO AL-RAW-CHOICE.
005150     MOVE SPACES TO AL-FLAVOR-NAME.
005160     MOVE '04' TO AL-REASON-CODE.
005170     MOVE SPACES TO AL-OPERATOR-ID.
005180     WRITE AUDIT-LOG-RECORD.
005190     CLOSE AUDIT-LOG.
005200 1080-EXIT.
005210     EXIT.
005220
005230
005240****************************************************************
005250*  1100-LOAD-FLAVOR-MASTER
005260*
005270*  READS FLAVOR-MASTER INTO JB-FLAVOR-TABLE.
005280****************************************************************
005290 1100-LOAD-FLAVOR-MASTER.
005300     OPEN INPUT FLAVOR-MASTER.
005310     MOVE 0 TO JB-FLAVOR-COUNT.
005320     MOVE 'N' TO JB-FLAVOR-MASTER-EOF.
005330     PERFORM 1110-READ-FLAVOR-RECORD
005340         THRU 1110-EXIT.
005350     PERFORM 1120-STORE-FLAVOR-RECORD
005360         THRU 1120-EXIT
005370         UNTIL JB-END-OF-FLAVOR-MASTER.
005380     CLOSE FLAVOR-MASTER.
005390 1100-EXIT.
005400     EXIT.
005410
005420****************************************************************
005430*  1110-READ-FLAVOR-RECORD
005440*
005450*  READS ONE FLAVOR-MASTER RECORD AHEAD.
005460****************************************************************
005470 1110-READ-FLAVOR-RECORD.
005480     READ FLAVOR-MASTER
005490         AT END MOVE 'Y' TO JB-FLAVOR-MASTER-EOF
005500     END-READ.
005510 1110-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550*  1120-STORE-FLAVOR-RECORD
005560*
005570*  ADDS THE FLAVOR JUST READ TO JB-FLAVOR-TABLE AND PRIMES THE
005580*  NEXT READ.
005590****************************************************************
005600 1120-STORE-FLAVOR-RECORD.
005610     ADD 1 TO JB-FLAVOR-COUNT.
005620     SET JB-FLAVOR-IDX TO JB-FLAVOR-COUNT.
005630     MOVE FM-FLAVOR-CODE TO JB-FLAVOR-CODE(JB-FLAVOR-IDX).
005640     MOVE FM-FLAVOR-NAME TO JB-FLAVOR-NAME(JB-FLAVOR-IDX).
005650     PERFORM 1110-READ-FLAVOR-RECORD
005660         THRU 1110-EXIT.
005670 1120-EXIT.
005680     EXIT.
005690
005700****************************************************************
005710*  1200-LOAD-INVENTORY
005720*
005730*  READS INVENTORY-FILE INTO JB-INVENTORY-TABLE.
005740****************************************************************
005750 1200-LOAD-INVENTORY.
005760     OPEN INPUT INVENTORY-FILE.
005770     MOVE 0 TO JB-INVENTORY-COUNT.
005780     MOVE 'N' TO JB-INVENTORY-EOF.
005790     PERFORM 1210-READ-INVENTORY-RECORD
005800         THRU 1210-EXIT.
005810     PERFORM 1220-STORE-INVENTORY-RECORD
005820         THRU 1220-EXIT
005830         UNTIL JB-END-OF-INVENTORY.
005840     CLOSE INVENTORY-FILE.
005850 1200-EXIT.
005860     EXIT.
005870
005880****************************************************************
005890*  1210-READ-INVENTORY-RECORD
005900*
005910*  READS ONE INVENTORY-FILE RECORD AHEAD.
005920****************************************************************
005930 1210-READ-INVENTORY-RECORD.
005940     READ INVENTORY-FILE
005950         AT END MOVE 'Y' TO JB-INVENTORY-EOF
005960     END-READ.
005970 1210-EXIT.
005980     EXIT.
005990
006000****************************************************************
006010*  1220-STORE-INVENTORY-RECORD
006020*
006030*  ADDS THE ON-HAND COUNT JUST READ TO JB-INVENTORY-TABLE AND
006040*  PRIMES THE NEXT READ.
006050****************************************************************
006060 1220-STORE-INVENTORY-RECORD.
006070     ADD 1 TO JB-INVENTORY-COUNT.
006080     SET JB-INVENTORY-IDX TO JB-INVENTORY-COUNT.
006090     MOVE IV-FLAVOR-CODE TO JB-INVENTORY-CODE(JB-INVENTORY-IDX).
006100     MOVE IV-ON-HAND TO JB-INVENTORY-ON-HAND(JB-INVENTORY-IDX).
006110     MOVE IV-REORDER-POINT TO JB-REORDER-POINT(JB-INVENTORY-IDX).
006120     PERFORM 1210-READ-INVENTORY-RECORD
006130         THRU 1210-EXIT.
006140 1220-EXIT.
006150     EXIT.
006160
006170****************************************************************
006180*  1300-LOAD-PRICES
006190*
006200*  READS PRICE-MASTER INTO JB-PRICE-TABLE.
006210****************************************************************
006220 1300-LOAD-PRICES.
006230     OPEN INPUT PRICE-MASTER.
006240     MOVE 0 TO JB-PRICE-COUNT.
006250     MOVE 'N' TO JB-PRICE-EOF.
006260     PERFORM 1310-READ-PRICE-RECORD
006270         THRU 1310-EXIT.
006280     PERFORM 1320-STORE-PRICE-RECORD
006290         THRU 1320-EXIT
006300         UNTIL JB-END-OF-PRICES.
006310     CLOSE PRICE-MASTER.
006320 1300-EXIT.
006330     EXIT.
006340
006350****************************************************************
006360*  1310-READ-PRICE-RECORD
006370*
006380*  READS ONE PRICE-MASTER RECORD AHEAD.
006390****************************************************************
006400 1310-READ-PRICE-RECORD.
006410     READ PRICE-MASTER
006420         AT END MOVE 'Y' TO JB-PRICE-EOF
006430     END-READ.
006440 1310-EXIT.
006450     EXIT.
006460
006470****************************************************************
006480*  1320-STORE-PRICE-RECORD
006490*
006500*  ADDS THE PRICE JUST READ TO JB-PRICE-TABLE AND PRIMES THE
006510*  NEXT READ.
006520****************************************************************
006530 1320-STORE-PRICE-RECORD.
006540     ADD 1 TO JB-PRICE-COUNT.
006550     SET JB-PRICE-IDX TO JB-PRICE-COUNT.
006560     MOVE PM-FLAVOR-CODE TO JB-PRICE-CODE(JB-PRICE-IDX).
006570     MOVE PM-PRICE TO JB-PRICE-AMOUNT(JB-PRICE-IDX).
006580     PERFORM 1310-READ-PRICE-RECORD
006590         THRU 1310-EXIT.
006600 1320-EXIT.
006610     EXIT.
006620
006630****************************************************************
006640*  1350-LOAD-PROMOS
006650*
006660*  READS PROMO-MASTER INTO JB-PROMO-TABLE.  A MISSING FILE JUST
006670*  MEANS NO SPECIALS ARE RUNNING.
006680****************************************************************
006690 1350-LOAD-PROMOS.
006700     MOVE 0 TO JB-PROMO-COUNT.
006710     OPEN INPUT PROMO-MASTER.
006720     IF JB-PROMO-STATUS = '35'
006730         MOVE 'Y' TO JB-PROMO-EOF
006740     ELSE
006750         MOVE 'N' TO JB-PROMO-EOF
006760         PERFORM 1360-READ-PROMO-RECORD
006770             THRU 1360-EXIT
006780         PERFORM 1370-STORE-PROMO-RECORD
006790             THRU 1370-EXIT
006800             UNTIL JB-END-OF-PROMOS
006810         CLOSE PROMO-MASTER
006820     END-IF.
006830 1350-EXIT.
006840     EXIT.
006850
006860****************************************************************
006870*  1360-READ-PROMO-RECORD
006880*
006890*  READS ONE PROMO-MASTER RECORD AHEAD.
006900****************************************************************
006910 1360-READ-PROMO-RECORD.
006920     READ PROMO-MASTER
006930         AT END MOVE 'Y' TO JB-PROMO-EOF
006940     END-READ.
006950 1360-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990*  1370-STORE-PROMO-RECORD
007000*
007010*  ADDS THE PROMOTION JUST READ TO JB-PROMO-TABLE AND PRIMES
007020*  THE NEXT READ.
007030****************************************************************
007040 1370-STORE-PROMO-RECORD.
007050     IF JB-PROMO-COUNT < 20
007060         ADD 1 TO JB-PROMO-COUNT
007070         SET JB-PROMO-IDX TO JB-PROMO-COUNT
007080         MOVE PR-PROMO-ID TO JB-PR-ID(JB-PROMO-IDX)
007090         MOVE PR-FLAVOR-CODE TO JB-PR-CODE(JB-PROMO-IDX)
007100         MOVE PR-PROMO-PRICE TO JB-PR-PRICE(JB-PROMO-IDX)
007110         MOVE PR-PCT-OFF TO JB-PR-PCT(JB-PROMO-IDX)
007120         MOVE PR-START-DATE TO JB-PR-START(JB-PROMO-IDX)
007130         MOVE PR-END-DATE TO JB-PR-END(JB-PROMO-IDX)
007140     END-IF.
007150     PERFORM 1360-READ-PROMO-RECORD
007160         THRU 1360-EXIT.
007170 1370-EXIT.
007180     EXIT.
007190
007200****************************************************************
007210*  1400-LOAD-CHECKPOINT
007220*
007230*  READS THE LAST POSTED SEQUENCE NUMBER FROM CHECKPOINT-FILE SO
007240*  A RESTARTED RUN KNOWS WHICH ORDER-TRANS RECORDS HAVE ALREADY
007250*  BEEN POSTED.  A MISSING CHECKPOINT-FILE (STATUS 35) MEANS THIS
007260*  IS THE FIRST RUN AGAINST THIS TRANSACTION FILE, SO EVERY
007270*  RECORD IS TREATED AS UNPOSTED.
007280****************************************************************
007290 1400-LOAD-CHECKPOINT.
007300     MOVE 0 TO JB-LAST-POSTED-SEQ.
007310     OPEN INPUT CHECKPOINT-FILE.
007320     IF JB-CKPT-STATUS NOT = '35'
007330         READ CHECKPOINT-FILE
007340             AT END CONTINUE
007350             NOT AT END MOVE CK-LAST-SEQ TO JB-LAST-POSTED-SEQ
007360         END-READ
007370         CLOSE CHECKPOINT-FILE
007380     END-IF.
007390 1400-EXIT.
007400     EXIT.
007410
007420****************************************************************
007430*  1500-OPEN-CUSTOMERS
007440*
007450*  OPENS THE INDEXED CUSTOMER-MASTER FOR KEYED READS AND
007460*  REWRITES.  A MISSING FILE JUST MEANS EVERY LINE POSTS
007470*  UNTRACKED.
007480****************************************************************
007490 1500-OPEN-CUSTOMERS.
007500     OPEN I-O CUSTOMER-MASTER.
007510     IF JB-CUSTOMER-STATUS = '35'
007520         MOVE 'Y' TO JB-NO-CUSTOMERS
007530     END-IF.
007540 1500-EXIT.
007550     EXIT.
007560
007570****************************************************************
007580*  2000-PROCESS-TRANS
007590*
007600*  RESOLVES THE FLAVOR FOR ONE ORDER-TRANS RECORD, POSTS IT TO
007610*  ORDER-FILE WHEN IT IS GOOD, AND READS THE NEXT TRANSACTION.  A
007620*  TRANS ALREADY POSTED BY AN EARLIER, INTERRUPTED RUN (PER
007630*  CHECKPOINT-FILE) IS RE-RESOLVED SO ITS INVENTORY DECREMENT AND
007640*  TALLY ARE REAPPLIED, BUT IS NOT WRITTEN TO ORDER-FILE OR
007650*  CHECKPOINT-FILE A SECOND TIME.
007660****************************************************************
007670 2000-PROCESS-TRANS.
007680     IF TR-QUANTITY IS NUMERIC AND TR-QUANTITY > 0
007690         MOVE TR-QUANTITY TO JB-QUANTITY
007700     ELSE
007710         MOVE 1 TO JB-QUANTITY
007720     END-IF.
007730     IF TR-TRANS-SEQ NOT > JB-LAST-POSTED-SEQ
007740         ADD 1 TO JB-TRANS-SKIPPED
007750         MOVE 'Y' TO JB-REPLAYING
007760         PERFORM 2060-RESOLVE-FLAVOR
007770             THRU 2060-EXIT
007780     ELSE
007790         MOVE 'N' TO JB-REPLAYING
007800         MOVE 'N' TO JB-TRANS-VALID
007810         ADD 1 TO JB-TRANS-READ
007820         PERFORM 2020-VALIDATE-TRANS
007830             THRU 2020-EXIT
007840         IF JB-VALID-TRANS
007850             PERFORM 2060-RESOLVE-FLAVOR
007860                 THRU 2060-EXIT
007870             PERFORM 2100-WRITE-ORDER-RECORD
007880                 THRU 2100-EXIT
007890             ADD 1 TO JB-TRANS-POSTED
007900             PERFORM 2052-WRITE-AUDIT-ENTRY
007910                 THRU 2052-EXIT
007920             PERFORM 2110-WRITE-CHECKPOINT
007930                 THRU 2110-EXIT
007940         ELSE
007950             ADD 1 TO JB-TRANS-REJECTED
007960             PERFORM 2052-WRITE-AUDIT-ENTRY
007970                 THRU 2052-EXIT
007980         END-IF
007990     END-IF.
008000     PERFORM 2010-READ-TRANS
008010         THRU 2010-EXIT.
008020 2000-EXIT.
008030     EXIT.
008040
008050****************************************************************
008060*  2052-WRITE-AUDIT-ENTRY
008070*
008080*  APPENDS ONE AUDIT-LOG RECORD FOR THE TRANSACTION JUST
008090*  VALIDATED, GOOD OR REJECTED, SO THE BATCH CAN BE RECONSTRUCTED
008100*  RECORD BY RECORD AT END OF DAY THE SAME AS THE COUNTER'S.
008110****************************************************************
008120 2052-WRITE-AUDIT-ENTRY.
008130     MOVE JB-BUSINESS-DATE TO JB-ORDER-DATE.
008140     ACCEPT JB-ORDER-TIME FROM TIME.
008150     MOVE SPACES TO JB-AUDIT-FLAVOR.
008160     IF JB-VALID-TRANS
008170         MOVE YourFlavor TO JB-AUDIT-FLAVOR
008180     END-IF.
008190     MOVE JB-ORDER-DATE TO AL-LOG-DATE
008200     MOVE JB-ORDER-TIME TO AL-LOG-TIME
008210     MOVE TR-CUSTOMER-NAME TO AL-CUSTOMER-NAME
008220     MOVE TR-CHOICE TO AL-RAW-CHOICE
008230     MOVE JB-AUDIT-FLAVOR TO AL-FLAVOR-NAME
008240     MOVE SPACES TO AL-REASON-CODE
008250     MOVE JB-OPERATOR-ID TO AL-OPERATOR-ID
008260     WRITE AUDIT-LOG-RECORD.
008270 2052-EXIT.
008280     EXIT.
008290
008300****************************************************************
008310*  2010-READ-TRANS
008320*
008330*  READS ONE ORDER-TRANS RECORD AHEAD.
008340****************************************************************
008350 2010-READ-TRANS.
008360     READ ORDER-TRANS
008370         AT END MOVE 'Y' TO JB-TRANS-EOF
008380     END-READ.
008390 2010-EXIT.
008400     EXIT.
008410
008420****************************************************************
008430*  2020-VALIDATE-TRANS
008440*
008450*  REJECTS AN ORDER-TRANS RECORD WHOSE TR-CHOICE IS NOT A FLAVOR
008460*  CODE ON FLAVOR-MASTER OR WHOSE FLAVOR IS SOLD OUT.  A BAD
008470*  BATCH RECORD IS SKIPPED AND COUNTED, NOT ABENDED ON, SINCE
008480*  THERE IS NO ONE AT A TERMINAL TO RE-PROMPT.
008490****************************************************************
008500 2020-VALIDATE-TRANS.
008510     SET JB-FLAVOR-IDX TO 1.
008520     SEARCH JB-FLAVOR-ENTRY
008530         AT END
008540             DISPLAY "Rejected trans " TR-TRANS-SEQ
008550                 ": no such flavor code " TR-CHOICE "."
008560         WHEN JB-FLAVOR-CODE(JB-FLAVOR-IDX) = TR-CHOICE
008570             PERFORM 2025-VALIDATE-STOCK
008580                 THRU 2025-EXIT
008590     END-SEARCH.
008600 2020-EXIT.
008610     EXIT.
008620
008630****************************************************************
008640*  2025-VALIDATE-STOCK
008650*
008660*  REJECTS A TRANSACTION WHOSE FLAVOR HAS RUN OUT.
008670****************************************************************
008680 2025-VALIDATE-STOCK.
008690     SET JB-INVENTORY-IDX TO 1.
008700     SEARCH JB-INVENTORY-ENTRY
008710         AT END MOVE 'Y' TO JB-TRANS-VALID
008720         WHEN JB-INVENTORY-CODE(JB-INVENTORY-IDX) = TR-CHOICE
008730             IF JB-INVENTORY-ON-HAND(JB-INVENTORY-IDX) <
008740                     JB-QUANTITY
008750                 MOVE JB-INVENTORY-ON-HAND(JB-INVENTORY-IDX)
008760                     TO JB-DISP-ON-HAND
008770                 DISPLAY "Rejected trans " TR-TRANS-SEQ
008780                     ": only " JB-DISP-ON-HAND " of "
008790                     JB-FLAVOR-NAME(JB-FLAVOR-IDX) " left."
008800             ELSE
008810                 MOVE 'Y' TO JB-TRANS-VALID
008820             END-IF
008830     END-SEARCH.
008840 2025-EXIT.
008850     EXIT.
008860
008870****************************************************************
008880*  2055-LOOKUP-CUSTOMER
008890*
008900*  READS TR-CUSTOMER-NUMBER BY KEY ON THE INDEXED MASTER AND
008910*  SETS THE LOYALTY DISCOUNT WHEN THE CUSTOMER'S ACCUMULATED
008920*  PURCHASES HAVE PASSED THE THRESHOLD.  RUNS ON THE
008930*  RESTART-SKIP PATH TOO SO A REPLAYED TRANSACTION REPRICES
008940*  EXACTLY AS IT DID FIRST TIME THROUGH.
008950****************************************************************
008960 2055-LOOKUP-CUSTOMER.
008970     MOVE 'N' TO JB-CUST-FOUND.
008980     MOVE 'N' TO JB-LOYALTY-ACTIVE.
008990     MOVE 0 TO JB-CUR-DISCOUNT-PCT.
009000     IF TR-CUSTOMER-NUMBER = 0 OR JB-CUSTOMERS-MISSING
009010         GO TO 2055-EXIT.
009020     MOVE TR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
009030     READ CUSTOMER-MASTER
009040         INVALID KEY CONTINUE
009050         NOT INVALID KEY
009060             MOVE 'Y' TO JB-CUST-FOUND
009070     END-READ.
009080     IF JB-CUSTOMER-ON-FILE
009090         IF CM-TOTAL-PURCHASES >= JB-LOYALTY-THRESHOLD
009100             AND CM-LOYALTY-PCT > 0
009110             MOVE 'Y' TO JB-LOYALTY-ACTIVE
009120             MOVE CM-LOYALTY-PCT TO JB-CUR-DISCOUNT-PCT
009130         END-IF
009140     END-IF.
009150 2055-EXIT.
009160     EXIT.
009170
009180****************************************************************
009190*  2060-RESOLVE-FLAVOR
009200*
009210*  LOOKS TR-CHOICE UP IN JB-FLAVOR-TABLE, SETS YourFlavor, COUNTS
009220*  THE SALE, AND DECREMENTS THE MATCHING INVENTORY-FILE ENTRY
009230*  AND ITS LOTS, OLDEST LOT FIRST.
009240*  2020-VALIDATE-TRANS HAS ALREADY CONFIRMED THE CODE EXISTS AND
009250*  IS IN STOCK BEFORE THIS PARAGRAPH IS REACHED.
009260****************************************************************
009270 2060-RESOLVE-FLAVOR.
009280     PERFORM 2055-LOOKUP-CUSTOMER
009290         THRU 2055-EXIT.
009300     SET JB-FLAVOR-IDX TO 1.
009310     SEARCH JB-FLAVOR-ENTRY
009320         AT END MOVE 'ERROR' TO YourFlavor
009330         WHEN JB-FLAVOR-CODE(JB-FLAVOR-IDX) = TR-CHOICE
009340             MOVE JB-FLAVOR-NAME(JB-FLAVOR-IDX) TO YourFlavor
009350             ADD JB-QUANTITY TO JB-FLAVOR-SOLD(JB-FLAVOR-IDX)
009360     END-SEARCH.
009370     SET JB-INVENTORY-IDX TO 1.
009380     SEARCH JB-INVENTORY-ENTRY
009390         AT END CONTINUE
009400         WHEN JB-INVENTORY-CODE(JB-INVENTORY-IDX) = TR-CHOICE
009410             SUBTRACT JB-QUANTITY FROM
009420                 JB-INVENTORY-ON-HAND(JB-INVENTORY-IDX)
009430     END-SEARCH.
009440     MOVE TR-CHOICE TO JB-DRAW-FLAVOR.
009450     MOVE JB-QUANTITY TO JB-DRAW-QTY.
009460     PERFORM 6100-DRAW-LOTS
009470         THRU 6100-EXIT.
009480     MOVE 0 TO JB-UNIT-PRICE.
009490     SET JB-PRICE-IDX TO 1.
009500     SEARCH JB-PRICE-ENTRY
009510         AT END CONTINUE
009520         WHEN JB-PRICE-CODE(JB-PRICE-IDX) = TR-CHOICE
009530             MOVE JB-PRICE-AMOUNT(JB-PRICE-IDX) TO JB-UNIT-PRICE
009540     END-SEARCH.
009550     MOVE SPACES TO JB-CUR-PROMO-ID.
009560     PERFORM 2062-FIND-PROMO
009570         THRU 2062-EXIT.
009580     IF JB-LOYAL-CUSTOMER
009590         SUBTRACT JB-CUR-DISCOUNT-PCT FROM 100
009600             GIVING JB-PRICE-FACTOR
009610         COMPUTE JB-UNIT-PRICE ROUNDED =
009620             JB-UNIT-PRICE * JB-PRICE-FACTOR / 100
009630     END-IF.
009640     IF JB-HAVE-PROMO = 'Y'
009650         AND JB-PROMO-PRICE < JB-UNIT-PRICE
009660         MOVE JB-PROMO-PRICE TO JB-UNIT-PRICE
009670     ELSE
009680         MOVE SPACES TO JB-CUR-PROMO-ID
009690     END-IF.
009700     MULTIPLY JB-UNIT-PRICE BY JB-QUANTITY GIVING JB-LINE-TOTAL.
009710     COMPUTE JB-LINE-TAX ROUNDED =
009720         JB-LINE-TOTAL * JB-TAX-RATE.
009730     ADD JB-LINE-TAX TO JB-TAX-TOTAL.
009740     ADD JB-LINE-TOTAL TO JB-SALES-TOTAL.
009750     IF JB-CUSTOMER-ON-FILE AND JB-REPLAYING = 'N'
009760         ADD JB-LINE-TOTAL TO CM-TOTAL-PURCHASES
009770         REWRITE CUSTOMER-MASTER-RECORD
009780     END-IF.
009790 2060-EXIT.
009800     EXIT.
009810
009820****************************************************************
009830*  2062-FIND-PROMO
009840*
009850*  SCANS JB-PROMO-TABLE FOR PROMOTIONS ON TR-CHOICE ACTIVE ON
009860*  THE BUSINESS DATE AND KEEPS THE CHEAPEST CANDIDATE UNIT
009870*  PRICE (FIXED PROMO PRICE, OR PERCENT OFF THE LIST PRICE
009880*  SITTING IN JB-UNIT-PRICE).
009890****************************************************************
009900 2062-FIND-PROMO.
009910     MOVE 'N' TO JB-HAVE-PROMO.
009920     MOVE 0 TO JB-PROMO-PRICE.
009930     PERFORM 2063-TEST-ONE-PROMO
009940         THRU 2063-EXIT
009950         VARYING JB-PROMO-SUB FROM 1 BY 1
009960         UNTIL JB-PROMO-SUB > JB-PROMO-COUNT.
009970 2062-EXIT.
009980     EXIT.
009990
010000****************************************************************
010010*  2063-TEST-ONE-PROMO
010020*
010030*  TESTS ONE PROMOTION AND KEEPS IT WHEN IT IS ACTIVE, COVERS
010040*  TR-CHOICE, AND BEATS ANY CANDIDATE ALREADY FOUND.
010050****************************************************************
010060 2063-TEST-ONE-PROMO.
010070     SET JB-PROMO-IDX TO JB-PROMO-SUB.
010080     IF JB-PR-CODE(JB-PROMO-IDX) NOT = TR-CHOICE
010090         GO TO 2063-EXIT.
010100     IF JB-BUSINESS-DATE < JB-PR-START(JB-PROMO-IDX)
010110         OR JB-BUSINESS-DATE > JB-PR-END(JB-PROMO-IDX)
010120         GO TO 2063-EXIT.
010130     IF JB-PR-PRICE(JB-PROMO-IDX) > 0
010140         MOVE JB-PR-PRICE(JB-PROMO-IDX) TO JB-PROMO-WORK
010150     ELSE
010160         SUBTRACT JB-PR-PCT(JB-PROMO-IDX) FROM 100
010170             GIVING JB-PRICE-FACTOR
010180         COMPUTE JB-PROMO-WORK ROUNDED =
010190             JB-UNIT-PRICE * JB-PRICE-FACTOR / 100
010200     END-IF.
010210     IF JB-HAVE-PROMO = 'N'
010220         OR JB-PROMO-WORK < JB-PROMO-PRICE
010230         MOVE 'Y' TO JB-HAVE-PROMO
010240         MOVE JB-PROMO-WORK TO JB-PROMO-PRICE
010250         MOVE JB-PR-ID(JB-PROMO-IDX) TO JB-CUR-PROMO-ID
010260     END-IF.
010270 2063-EXIT.
010280     EXIT.
010290
010300
010310****************************************************************
010320*  2100-WRITE-ORDER-RECORD
010330*
010340*  WRITES ONE ORDER-FILE RECORD FOR THE FLAVOR JUST RESOLVED, THE
010350*  SAME LAYOUT JELLO-WORLD WRITES, SO THE TWO RECONCILE.
010360****************************************************************
010370 2100-WRITE-ORDER-RECORD.
010380     MOVE JB-BUSINESS-DATE TO JB-ORDER-DATE.
010390     ACCEPT JB-ORDER-TIME FROM TIME.
010400     MOVE JB-ORDER-DATE TO OR-ORDER-DATE
010410     MOVE JB-ORDER-TIME TO OR-ORDER-TIME
010420     MOVE TR-CUSTOMER-NAME TO OR-CUSTOMER-NAME
010430     MOVE YourFlavor TO OR-FLAVOR-NAME
010440     MOVE JB-QUANTITY TO OR-QUANTITY
010450     MOVE JB-UNIT-PRICE TO OR-UNIT-PRICE
010460     MOVE JB-LINE-TOTAL TO OR-LINE-TOTAL
010470     MOVE TR-CUSTOMER-NUMBER TO OR-CUSTOMER-NUMBER
010480     MOVE 'S' TO OR-RECORD-TYPE
010490     MOVE SPACES TO OR-REASON-CODE
010500     MOVE SPACES TO OR-ORIG-TIME
010510     MOVE SPACE TO OR-TENDER-TYPE
010520     MOVE 0 TO OR-TENDER-AMOUNT
010530     MOVE 0 TO OR-CHANGE-DUE
010540     MOVE JB-LINE-TAX TO OR-TAX-AMOUNT
010550     MOVE JB-OPERATOR-ID TO OR-OPERATOR-ID
010560     MOVE JB-STATION-ID TO OR-STATION-ID
010570     MOVE JB-CUR-PROMO-ID TO OR-PROMO-ID
010580     WRITE ORDER-RECORD.
010590 2100-EXIT.
010600     EXIT.
010610
010620****************************************************************
010630*  2110-WRITE-CHECKPOINT
010640*
010650*  REWRITES CHECKPOINT-FILE WITH THE SEQUENCE NUMBER JUST POSTED,
010660*  SO A RESTART AFTER THIS POINT PICKS UP WITH THE NEXT ONE.
010670****************************************************************
010680 2110-WRITE-CHECKPOINT.
010690     OPEN OUTPUT CHECKPOINT-FILE.
010700     MOVE TR-TRANS-SEQ TO CK-LAST-SEQ.
010710     WRITE CHECKPOINT-RECORD.
010720     CLOSE CHECKPOINT-FILE.
010730 2110-EXIT.
010740     EXIT.
010750
010760****************************************************************
010770*  6000-LOAD-LOTS
010780*
010790*  READS STOCK-LOTS INTO JB-LOT-TABLE AND SETS THE NEXT LOT
010800*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
010810*  LOT HAS BEEN RECEIVED YET.
010820****************************************************************
010830 6000-LOAD-LOTS.
010840     MOVE 0 TO JB-LOT-COUNT.
010850     MOVE 1 TO JB-NEXT-LOT.
010860     MOVE 'N' TO JB-LOT-OVERFLOW.
010870     OPEN INPUT STOCK-LOTS.
010880     IF JB-LOT-STATUS = '35'
010890         GO TO 6000-EXIT.
010900     MOVE 'N' TO JB-LOT-EOF.
010910     PERFORM 6010-READ-LOT-RECORD
010920         THRU 6010-EXIT.
010930     PERFORM 6020-STORE-LOT-RECORD
010940         THRU 6020-EXIT
010950         UNTIL JB-END-OF-LOTS.
010960     CLOSE STOCK-LOTS.
010970 6000-EXIT.
010980     EXIT.
010990
011000****************************************************************
011010*  6010-READ-LOT-RECORD
011020*
011030*  READS ONE STOCK-LOTS RECORD AHEAD.
011040****************************************************************
011050 6010-READ-LOT-RECORD.
011060     READ STOCK-LOTS
011070         AT END MOVE 'Y' TO JB-LOT-EOF
011080     END-READ.
011090 6010-EXIT.
011100     EXIT.
011110
011120****************************************************************
011130*  6020-STORE-LOT-RECORD
011140*
011150*  ADDS THE LOT JUST READ TO JB-LOT-TABLE, KEEPS THE NEXT LOT
011160*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
011170****************************************************************
011180 6020-STORE-LOT-RECORD.
011190     IF JB-LOT-COUNT < 500
011200         ADD 1 TO JB-LOT-COUNT
011210         MOVE LT-LOT-NUMBER TO JB-LOT-NUMBER(JB-LOT-COUNT)
011220         MOVE LT-FLAVOR-CODE TO JB-LOT-FLAVOR(JB-LOT-COUNT)
011230         MOVE LT-RECEIVED-DATE TO JB-LOT-RECEIVED(JB-LOT-COUNT)
011240         MOVE LT-EXPIRY-DATE TO JB-LOT-EXPIRY(JB-LOT-COUNT)
011250         MOVE LT-QTY-RECEIVED TO JB-LOT-QTY-RECEIVED(JB-LOT-COUNT)
011260         MOVE LT-QTY-ON-HAND TO JB-LOT-ON-HAND(JB-LOT-COUNT)
011270         IF LT-LOT-NUMBER NOT < JB-NEXT-LOT
011280             COMPUTE JB-NEXT-LOT = LT-LOT-NUMBER + 1
011290         END-IF
011300     ELSE
011310         MOVE 'Y' TO JB-LOT-OVERFLOW
011320     END-IF.
011330     PERFORM 6010-READ-LOT-RECORD
011340         THRU 6010-EXIT.
011350 6020-EXIT.
011360     EXIT.
011370
011380****************************************************************
011390*  6100-DRAW-LOTS
011400*
011410*  TAKES JB-DRAW-QTY TRAYS OF JB-DRAW-FLAVOR OFF ITS LOTS,
011420*  OLDEST LOT FIRST, THE SAME QUANTITY JUST TAKEN OFF
011430*  IV-ON-HAND.
011440****************************************************************
011450 6100-DRAW-LOTS.
011460     IF JB-LOT-OVERFLOW = 'Y'
011470         GO TO 6100-EXIT.
011480     PERFORM 6110-DRAW-ONE-LOT
011490         THRU 6110-EXIT
011500         VARYING JB-LOT-SUB FROM 1 BY 1
011510         UNTIL JB-LOT-SUB > JB-LOT-COUNT
011520            OR JB-DRAW-QTY = 0.
011530 6100-EXIT.
011540     EXIT.
011550
011560****************************************************************
011570*  6110-DRAW-ONE-LOT
011580*
011590*  TAKES WHAT IS STILL TO BE DRAWN, OR ALL THAT IS LEFT, OFF ONE
011600*  LOT OF THE FLAVOR.
011610****************************************************************
011620 6110-DRAW-ONE-LOT.
011630     IF JB-LOT-FLAVOR(JB-LOT-SUB) NOT = JB-DRAW-FLAVOR
011640        OR JB-LOT-ON-HAND(JB-LOT-SUB) = 0
011650         GO TO 6110-EXIT.
011660     IF JB-LOT-ON-HAND(JB-LOT-SUB) < JB-DRAW-QTY
011670         MOVE JB-LOT-ON-HAND(JB-LOT-SUB) TO JB-DRAW-TAKE
011680     ELSE
011690         MOVE JB-DRAW-QTY TO JB-DRAW-TAKE
011700     END-IF.
011710     SUBTRACT JB-DRAW-TAKE FROM JB-LOT-ON-HAND(JB-LOT-SUB).
011720     SUBTRACT JB-DRAW-TAKE FROM JB-DRAW-QTY.
011730 6110-EXIT.
011740     EXIT.
011750
011760****************************************************************
011770*  6400-SAVE-LOTS
011780*
011790*  WRITES JB-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
011800*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
011810****************************************************************
011820 6400-SAVE-LOTS.
011830     IF JB-LOT-OVERFLOW = 'Y'
011840         GO TO 6400-EXIT.
011850     OPEN OUTPUT STOCK-LOTS.
011860     PERFORM 6410-WRITE-LOT-RECORD
011870         THRU 6410-EXIT
011880         VARYING JB-LOT-SUB FROM 1 BY 1
011890         UNTIL JB-LOT-SUB > JB-LOT-COUNT.
011900     CLOSE STOCK-LOTS.
011910 6400-EXIT.
011920     EXIT.
011930
011940****************************************************************
011950*  6410-WRITE-LOT-RECORD
011960*
011970*  WRITES ONE STOCK-LOTS RECORD FROM JB-LOT-TABLE.
011980****************************************************************
011990 6410-WRITE-LOT-RECORD.
012000     MOVE JB-LOT-NUMBER(JB-LOT-SUB) TO LT-LOT-NUMBER.
012010     MOVE JB-LOT-FLAVOR(JB-LOT-SUB) TO LT-FLAVOR-CODE.
012020     MOVE JB-LOT-RECEIVED(JB-LOT-SUB) TO LT-RECEIVED-DATE.
012030     MOVE JB-LOT-EXPIRY(JB-LOT-SUB) TO LT-EXPIRY-DATE.
012040     MOVE JB-LOT-QTY-RECEIVED(JB-LOT-SUB) TO LT-QTY-RECEIVED.
012050     MOVE JB-LOT-ON-HAND(JB-LOT-SUB) TO LT-QTY-ON-HAND.
012060     WRITE STOCK-LOTS-RECORD.
012070 6410-EXIT.
012080     EXIT.
012090
012100****************************************************************
012110*  8000-TALLY-REPORT
012120*
012130*  PRINTS HOW MANY OF EACH FLAVOR WERE SOLD THIS BATCH AND HOW
012140*  MANY TRANSACTIONS WERE READ, POSTED, AND REJECTED.
012150****************************************************************
012160 8000-TALLY-REPORT.
012170     DISPLAY "   "
012180     DISPLAY "Batch flavor tally:"
012190     PERFORM 8010-DISPLAY-ONE-TALLY
012200         VARYING JB-FLAVOR-IDX FROM 1 BY 1
012210         UNTIL JB-FLAVOR-IDX > JB-FLAVOR-COUNT
012220     DISPLAY "   "
012230     DISPLAY "Transactions read:     " JB-TRANS-READ
012240     DISPLAY "Transactions posted:   " JB-TRANS-POSTED
012250     DISPLAY "Transactions rejected: " JB-TRANS-REJECTED
012260     DISPLAY "Transactions skipped:  " JB-TRANS-SKIPPED
012270     DISPLAY "Sales total:           " JB-SALES-TOTAL
012280     DISPLAY "Sales tax figured:     " JB-TAX-TOTAL
012290     DISPLAY "   ".
012300 8000-EXIT.
012310     EXIT.
012320
012330****************************************************************
012340*  8010-DISPLAY-ONE-TALLY
012350*
012360*  DISPLAYS HOW MANY OF ONE FLAVOR WERE SOLD THIS BATCH.
012370****************************************************************
012380 8010-DISPLAY-ONE-TALLY.
012390     DISPLAY "  " JB-FLAVOR-NAME(JB-FLAVOR-IDX) ": "
012400             JB-FLAVOR-SOLD(JB-FLAVOR-IDX).
012410 8010-EXIT.
012420     EXIT.
012430
012440****************************************************************
012450*  8020-SAVE-INVENTORY
012460*
012470*  WRITES JB-INVENTORY-TABLE BACK OUT TO INVENTORY-FILE SO
012480*  TODAY'S BATCH SALES ARE REFLECTED IN TOMORROW'S ON-HAND
012490*  COUNTS INSTEAD OF RELOADING FULL STOCK EVERY RUN.
012500****************************************************************
012510 8020-SAVE-INVENTORY.
012520     OPEN OUTPUT INVENTORY-FILE.
012530     PERFORM 8030-WRITE-INVENTORY-RECORD
012540         VARYING JB-INVENTORY-IDX FROM 1 BY 1
012550         UNTIL JB-INVENTORY-IDX > JB-INVENTORY-COUNT.
012560     CLOSE INVENTORY-FILE.
012570 8020-EXIT.
012580     EXIT.
012590
012600****************************************************************
012610*  8030-WRITE-INVENTORY-RECORD
012620*
012630*  WRITES ONE INVENTORY-FILE RECORD FROM JB-INVENTORY-TABLE.
012640****************************************************************
012650 8030-WRITE-INVENTORY-RECORD.
012660     MOVE JB-INVENTORY-CODE(JB-INVENTORY-IDX) TO IV-FLAVOR-CODE.
012670     MOVE JB-INVENTORY-ON-HAND(JB-INVENTORY-IDX) TO IV-ON-HAND.
012680     MOVE JB-REORDER-POINT(JB-INVENTORY-IDX)
012690         TO IV-REORDER-POINT.
012700     WRITE INVENTORY-RECORD.
012710 8030-EXIT.
012720     EXIT.
012730
012740****************************************************************
012750*  8040-RESET-CHECKPOINT
012760*
012770*  CLEARS CHECKPOINT-FILE BACK TO SEQUENCE 0 NOW THAT THE JOB HAS
012780*  RUN TO A NORMAL END, SO THE LAST-POSTED-SEQ IT HOLDS ONLY EVER
012790*  APPLIES TO A RUN THAT WAS CANCELLED PARTWAY THROUGH.  WITHOUT
012800*  THIS, THE NEXT DAY'S ORDER-TRANS (WHICH STARTS OVER AT
012810*  SEQUENCE 1) WOULD LOOK LIKE IT WAS ALREADY POSTED AND WOULD
012820*  BE SKIPPED ENTIRELY.
012830****************************************************************
012840 8040-RESET-CHECKPOINT.
012850     OPEN OUTPUT CHECKPOINT-FILE.
012860     MOVE 0 TO CK-LAST-SEQ.
012870     WRITE CHECKPOINT-RECORD.
012880     CLOSE CHECKPOINT-FILE.
012890 8040-EXIT.
012900     EXIT.
012910
012920****************************************************************
012930*  9000-TERMINATE
012940*
012950*  SAVES THE UPDATED INVENTORY (CUSTOMER TOTALS REWROTE AS THEY
012960*  POSTED), RESETS THE CHECKPOINT SINCE THE JOB FINISHED
012970*  CLEANLY, CLOSES THE FILES, AND SIGNS OFF.
012980****************************************************************
012990 9000-TERMINATE.
013000     PERFORM 8020-SAVE-INVENTORY
013010         THRU 8020-EXIT.
013020     PERFORM 6400-SAVE-LOTS
013030         THRU 6400-EXIT.
013040     IF NOT JB-CUSTOMERS-MISSING
013050         CLOSE CUSTOMER-MASTER
013060     END-IF.
013070     PERFORM 8040-RESET-CHECKPOINT
013080         THRU 8040-EXIT.
013090     CLOSE ORDER-TRANS.
013100     CLOSE ORDER-FILE.
013110     CLOSE AUDIT-LOG.
013120     PERFORM 9100-MARK-STEP-DONE
013130         THRU 9100-EXIT.
013140     DISPLAY "JELLO-BATCH complete.".
013150 9000-EXIT.
013160     EXIT.
013170
013180****************************************************************
013190*  9100-MARK-STEP-DONE
013200*
013210*  REREADS CONTROL-FILE AND REWRITES IT WITH CT-BATCH-DONE SET,
013220*  PRESERVING EVERYTHING ELSE ON THE RECORD.
013230****************************************************************
013240 9100-MARK-STEP-DONE.
013250     OPEN INPUT CONTROL-FILE.
013260     READ CONTROL-FILE
013270         AT END
013280             CLOSE CONTROL-FILE
013290             GO TO 9100-EXIT
013300     END-READ.
013310     MOVE CONTROL-RECORD TO JB-CONTROL-SAVE.
013320     CLOSE CONTROL-FILE.
013330     OPEN OUTPUT CONTROL-FILE.
013340     MOVE JB-CONTROL-SAVE TO CONTROL-RECORD.
013350     MOVE 'Y' TO CT-BATCH-DONE.
013360     WRITE CONTROL-RECORD.
013370     CLOSE CONTROL-FILE.
013380 9100-EXIT.
013390     EXIT.
013400
013410 END PROGRAM JELLO-BATCH.
