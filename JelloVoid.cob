000540*                      FILE, SO A KIOSK RUNNING AT THE SAME
000550*                      TIME CAN NO LONGER OVERWRITE IT AT
000560*                      CLOSE.
000570*      2026-10-15  AB  PUT THE VOIDED QUANTITY BACK ON THE
000580*                      STOCK-LOTS LOT IT WAS DRAWN FROM ALONG WITH
000590*                      IV-ON-HAND.
000600*      2026-10-15  AB  FLAVOR CODE IS TWO DIGITS; A ONE-DIGIT
000610*                      ENTRY IS ZERO-FILLED.
000620*      2026-10-15  AB  AN ARCHIVED SALE IS LOOKED UP ON
000630*                      ORDER-HISTORY FIRST, FALLING BACK TO ITS
000640*                      DATED ARCHIVE FOR A DAY CLOSED BEFORE
000650*                      HISTORY WAS KEPT; REVERSALS POSTED ON ANY
000660*                      LATER CLOSED DAY NOW COUNT AGAINST IT TOO.
000670****************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. JELLO-VOID.
000700 AUTHOR. Amanda Boutwell.
000710 INSTALLATION. COUNTER SALES.
000720 DATE-WRITTEN. August 22, 2026.
000730 DATE-COMPILED.
000740
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER. GNUCOBOL.
000780 OBJECT-COMPUTER. GNUCOBOL.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS JV-ORDER-FILE-STATUS.
000840     SELECT ORDER-ARCHIVE ASSIGN TO DYNAMIC JV-ORDER-ARCH-NAME
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS JV-ARCHIVE-STATUS.
000870     SELECT ORDER-HISTORY ASSIGN TO "ORDER-HISTORY"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS OH-HISTORY-KEY
000910         ALTERNATE RECORD KEY IS OH-CUSTOMER-NUMBER
000920             WITH DUPLICATES
000930         FILE STATUS IS JV-HISTORY-STATUS.
000940     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS CM-CUSTOMER-NUMBER
001020         FILE STATUS IS JV-CUSTOMER-STATUS.
001030     SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS JV-AUDIT-STATUS.
001060     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS JV-CONTROL-STATUS.
001090     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS JV-OPERATOR-STATUS.
001120     SELECT CREDIT-LEDGER ASSIGN TO "CREDIT-LEDGER"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS JV-CREDIT-STATUS.
001150     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS JV-LOT-STATUS.
001180
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  ORDER-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  ORDER-RECORD.
001240     COPY "ordfrec.cpy".
001250
001260 FD  ORDER-ARCHIVE
001270     LABEL RECORDS ARE STANDARD.
001280 01  ORDER-ARCHIVE-RECORD        PIC X(108).
001290
001300 FD  ORDER-HISTORY
001310     LABEL RECORDS ARE STANDARD.
001320 01  ORDER-HISTORY-RECORD.
001330     COPY "ordhist.cpy".
001340
001350 FD  FLAVOR-MASTER
001360     LABEL RECORDS ARE STANDARD.
001370 01  FLAVOR-MASTER-RECORD.
001380     COPY "flvmast.cpy".
001390
001400 FD  INVENTORY-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  INVENTORY-RECORD.
001430     COPY "invmast.cpy".
001440
001450 FD  CUSTOMER-MASTER
001460     LABEL RECORDS ARE STANDARD.
001470 01  CUSTOMER-MASTER-RECORD.
001480     COPY "custmast.cpy".
001490
001500 FD  AUDIT-LOG
001510     LABEL RECORDS ARE STANDARD.
001520 01  AUDIT-LOG-RECORD.
001530     COPY "audtrec.cpy".
001540
001550 FD  CONTROL-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  CONTROL-RECORD.
001580     COPY "ctlrec.cpy".
001590
001600 FD  OPERATOR-MASTER
001610     LABEL RECORDS ARE STANDARD.
001620 01  OPERATOR-MASTER-RECORD.
001630     COPY "oprmast.cpy".
001640
001650 FD  CREDIT-LEDGER
001660     LABEL RECORDS ARE STANDARD.
001670 01  CREDIT-LEDGER-RECORD.
001680     COPY "crdrec.cpy".
001690
001700 FD  STOCK-LOTS
001710     LABEL RECORDS ARE STANDARD.
001720 01  STOCK-LOTS-RECORD.
001730     COPY "lotrec.cpy".
001740
001750 WORKING-STORAGE SECTION.
001760     01 JV-ORDER-FILE-STATUS PIC X(02).
001770     01 JV-ARCHIVE-STATUS PIC X(02).
001780     01 JV-CUSTOMER-STATUS PIC X(02).
001790     01 JV-AUDIT-STATUS PIC X(02).
001800     01 JV-ORDER-EOF PIC X VALUE 'N'.
001810         88 JV-END-OF-ORDERS VALUE 'Y'.
001820     01 JV-ARCHIVE-EOF PIC X VALUE 'N'.
001830         88 JV-END-OF-ARCHIVE VALUE 'Y'.
001840     01 JV-HISTORY-STATUS PIC X(02).
001850     01 JV-HISTORY-EOF PIC X VALUE 'N'.
001860         88 JV-END-OF-HISTORY VALUE 'Y'.
001870     01 JV-HISTORY-HIT PIC X VALUE 'N'.
001880         88 JV-DATE-ON-HISTORY VALUE 'Y'.
001890     01 JV-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001900         88 JV-END-OF-FLAVOR-MASTER VALUE 'Y'.
001910     01 JV-INVENTORY-EOF PIC X VALUE 'N'.
001920         88 JV-END-OF-INVENTORY VALUE 'Y'.
001930
001940*---------------------------------------------------------------
001950*    FLAVOR-MASTER, FOR TURNING THE KEYED CODE INTO THE NAME
001960*    ORDER-FILE RECORDS CARRY.
001970*---------------------------------------------------------------
001980     01 JV-FLAVOR-TABLE.
001990         05 JV-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
002000                 DEPENDING ON JV-FLAVOR-COUNT
002010                 INDEXED BY JV-FLAVOR-IDX.
002020             10 JV-FLAVOR-CODE      PIC 9(02).
002030             10 JV-FLAVOR-NAME      PIC X(15).
002040     01 JV-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
002050
002060*---------------------------------------------------------------
002070*    WHAT THE SUPERVISOR KEYED, VALIDATED BEFORE IT IS TRUSTED.
002080*---------------------------------------------------------------
002090     01 JV-SALE-DATE PIC X(08).
002100     01 JV-CODE-RAW PIC X(02).
002110     01 JV-WORK-CODE PIC 9(02).
002120     01 JV-TARGET-FLAVOR PIC X(15).
002130     01 JV-QTY-RAW PIC X(03).
002140     01 JV-TARGET-QTY PIC 9(03).
002150     01 JV-TARGET-NAME PIC X(15).
002160     01 JV-INPUT-OK PIC X VALUE 'N'.
002170         88 JV-GOOD-INPUT VALUE 'Y'.
002180
002190*---------------------------------------------------------------
002200*    WHAT THE ORDER-FILE SCAN FOUND: HOW MANY MATCHING SALES AND
002210*    HOW MANY MATCHING VOIDS (A FULLY VOIDED SALE IS REFUSED),
002220*    PLUS THE LAST MATCHING SALE'S MONEY FIELDS FOR THE
002230*    REVERSAL.
002240*---------------------------------------------------------------
002250     01 JV-SALES-FOUND PIC 9(03) COMP VALUE 0.
002260     01 JV-VOIDS-FOUND PIC 9(03) COMP VALUE 0.
002270     01 JV-MATCH-TIME PIC X(08).
002280     01 JV-MATCH-PRICE PIC 9(03)V99 VALUE 0.
002290     01 JV-MATCH-TOTAL PIC 9(05)V99 VALUE 0.
002300     01 JV-MATCH-TAX PIC 9(05)V99 VALUE 0.
002310     01 JV-MATCH-PROMO PIC X(04) VALUE SPACES.
002320     01 JV-REFUND-AMOUNT PIC 9(05)V99 VALUE 0.
002330     01 JV-MATCH-CUSTNO PIC 9(05) VALUE 0.
002340
002350*---------------------------------------------------------------
002360*    STAMP FIELDS FOR THE REVERSAL AND ITS AUDIT ENTRY.
002370*---------------------------------------------------------------
002380     01 JV-STAMP-DATE PIC X(08).
002390     01 JV-STAMP-TIME PIC X(08).
002400     01 JV-CONTROL-STATUS PIC X(02).
002410     01 JV-BUSINESS-DATE PIC X(08) VALUE SPACES.
002420
002430*---------------------------------------------------------------
002440*    OPERATOR SIGN-ON.  A REASON-02 VOID OPENS THE DRAWER AFTER
002450*    THE FACT, SO ONLY A SUPERVISOR-LEVEL OPERATOR-MASTER ENTRY
002460*    MAY RUN ONE; THE ID IS STAMPED ON THE REVERSAL AND ITS
002470*    AUDIT ENTRY.
002480*---------------------------------------------------------------
002490     01 JV-OPERATOR-STATUS PIC X(02).
002500     01 JV-OPERATOR-EOF PIC X VALUE 'N'.
002510         88 JV-END-OF-OPERATORS VALUE 'Y'.
002520     01 JV-OPER-RAW PIC X(03).
002530     01 JV-CUR-OPERATOR-ID PIC X(03) VALUE SPACES.
002540     01 JV-CUR-OPER-LEVEL PIC 9(01) VALUE 0.
002550         88 JV-SUPERVISOR-ON VALUE 9.
002560     01 JV-STATION-RAW PIC X(02).
002570     01 JV-STATION-ID PIC X(02) VALUE '01'.
002580     01 JV-CREDIT-STATUS PIC X(02).
002590     01 JV-CREDIT-RAW PIC X(01).
002600     01 JV-REFUND-TYPE PIC X(01) VALUE 'C'.
002610         88 JV-REFUND-TO-CREDIT VALUE 'R'.
002620
002630*---------------------------------------------------------------
002640*    A SALE DATED BEFORE THE BUSINESS DATE LIVES ON ITS DATED
002650*    ARCHIVE, NOT THE LIVE FILE.  RECORDS FROM EITHER SOURCE ARE
002660*    MOVED INTO THIS MIRROR SO ONE TEST PARAGRAPH SERVES BOTH.
002670*---------------------------------------------------------------
002680     01 JV-ORDER-ARCH-NAME.
002690         05 FILLER PIC X(11) VALUE "ORDER-FILE.".
002700         05 JV-OA-DATE PIC X(08).
002710     01 JV-SCAN-ORDER.
002720     COPY "ordfrec.cpy"
002730         REPLACING LEADING ==OR-== BY ==WK-==.
002740
002750*---------------------------------------------------------------
002760*    INVENTORY-FILE IS BUFFERED THROUGH THIS TABLE FOR ITS
002770*    READ-ADJUST-REWRITE PASS; THE INDEXED CUSTOMER-MASTER IS
002780*    ADJUSTED IN PLACE BY KEY.
002790*---------------------------------------------------------------
002800     01 JV-INV-TABLE.
002810         05 JV-INV-ENTRY OCCURS 20 TIMES.
002820             10 JV-INV-CODE         PIC 9(02).
002830             10 JV-INV-ON-HAND      PIC 9(05).
002840             10 JV-INV-REORDER      PIC 9(05).
002850     01 JV-INV-COUNT PIC 9(02) COMP VALUE 0.
002860     01 JV-INV-SUB PIC 9(02) COMP VALUE 0.
002870
002880*---------------------------------------------------------------
002890*    STOCK-LOTS IS READ INTO THIS TABLE SO STOCK MOVES LOT BY
002900*    LOT ALONGSIDE IV-ON-HAND: OLDEST LOT FIRST ON THE WAY OUT,
002910*    NEWEST LOT DRAWN FROM ON THE WAY BACK.  PAST 500 LOTS THE
002920*    LOTS ARE LEFT AS THEY WERE AND THE MORNING EXPIRY REPORT
002930*    PROVES THEM BACK TO ON-HAND.
002940*---------------------------------------------------------------
002950     01 JV-LOT-STATUS PIC X(02).
002960     01 JV-LOT-EOF PIC X VALUE 'N'.
002970         88 JV-END-OF-LOTS VALUE 'Y'.
002980     01 JV-LOT-TABLE.
002990         05 JV-LOT-ENTRY OCCURS 1 TO 500 TIMES
003000                 DEPENDING ON JV-LOT-COUNT.
003010             10 JV-LOT-NUMBER       PIC 9(05).
003020             10 JV-LOT-FLAVOR       PIC 9(02).
003030             10 JV-LOT-RECEIVED     PIC X(08).
003040             10 JV-LOT-EXPIRY       PIC X(08).
003050             10 JV-LOT-QTY-RECEIVED PIC 9(05).
003060             10 JV-LOT-ON-HAND      PIC 9(05).
003070     01 JV-LOT-COUNT PIC 9(03) COMP VALUE 0.
003080     01 JV-LOT-SUB PIC 9(03) COMP VALUE 0.
003090     01 JV-LOT-FOUND PIC 9(03) COMP VALUE 0.
003100     01 JV-LOT-OVERFLOW PIC X VALUE 'N'.
003110     01 JV-NEXT-LOT PIC 9(05) VALUE 1.
003120     01 JV-DRAW-FLAVOR PIC 9(02) VALUE 0.
003130     01 JV-DRAW-QTY PIC 9(05) VALUE 0.
003140     01 JV-DRAW-TAKE PIC 9(05) VALUE 0.
003150     01 JV-LOT-DATE PIC X(08) VALUE SPACES.
003160
003170 PROCEDURE DIVISION.
003180
003190****************************************************************
003200*  0000-MAINLINE
003210*
003220*  TAKES THE SUPERVISOR'S KEYS, FINDS THE SALE, AND BACKS IT
003230*  OUT EVERYWHERE IT POSTED.
003240****************************************************************
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE
003270         THRU 1000-EXIT.
003280     IF JV-GOOD-INPUT
003290         PERFORM 2000-SCAN-ORDER-FILE
003300             THRU 2000-EXIT
003310         PERFORM 3000-APPLY-VOID
003320             THRU 3000-EXIT
003330     END-IF.
003340     STOP RUN.
003350
003360****************************************************************
003370*  1000-INITIALIZE
003380*
003390*  LOADS THE FLAVOR TABLE AND ACCEPTS AND VALIDATES WHAT THE
003400*  SUPERVISOR KEYED.  BAD KEYS END THE RUN WITH RETURN-CODE 8
003410*  AND NOTHING TOUCHED.
003420****************************************************************
003430 1000-INITIALIZE.
003440     PERFORM 1050-OPERATOR-SIGN-ON
003450         THRU 1050-EXIT.
003460     IF NOT JV-SUPERVISOR-ON
003470         GO TO 1000-EXIT.
003480     PERFORM 3050-READ-CONTROL-FILE
003490         THRU 3050-EXIT.
003500     PERFORM 1100-LOAD-FLAVOR-MASTER
003510         THRU 1100-EXIT.
003520     MOVE 'N' TO JV-INPUT-OK.
003530     DISPLAY "JELLO-VOID - supervisor void/refund.".
003540     DISPLAY "Sale date (YYYYMMDD): " WITH NO ADVANCING.
003550     ACCEPT JV-SALE-DATE.
003560     IF JV-SALE-DATE IS NOT NUMERIC
003570         DISPLAY "Not a date; nothing voided."
003580         MOVE 8 TO RETURN-CODE
003590         GO TO 1000-EXIT.
003600     DISPLAY "Flavor code (1-99): " WITH NO ADVANCING.
003610     MOVE SPACES TO JV-CODE-RAW.
003620     ACCEPT JV-CODE-RAW.
003630     IF JV-CODE-RAW(2:1) = SPACE
003640         MOVE JV-CODE-RAW(1:1) TO JV-CODE-RAW(2:1)
003650         MOVE '0' TO JV-CODE-RAW(1:1)
003660     END-IF.
003670     IF JV-CODE-RAW IS NOT NUMERIC OR JV-CODE-RAW = '00'
003680         DISPLAY "Not a flavor code; nothing voided."
003690         MOVE 8 TO RETURN-CODE
003700         GO TO 1000-EXIT.
003710     MOVE JV-CODE-RAW TO JV-WORK-CODE.
003720     MOVE SPACES TO JV-TARGET-FLAVOR.
003730     SET JV-FLAVOR-IDX TO 1.
003740     SEARCH JV-FLAVOR-ENTRY
003750         AT END CONTINUE
003760         WHEN JV-FLAVOR-CODE(JV-FLAVOR-IDX) = JV-WORK-CODE
003770             MOVE JV-FLAVOR-NAME(JV-FLAVOR-IDX)
003780                 TO JV-TARGET-FLAVOR
003790     END-SEARCH.
003800     IF JV-TARGET-FLAVOR = SPACES
003810         DISPLAY "Code " JV-WORK-CODE " is not on FLAVOR-MASTER;"
003820             " nothing voided."
003830         MOVE 8 TO RETURN-CODE
003840         GO TO 1000-EXIT.
003850     DISPLAY "Quantity sold (3 digits): " WITH NO ADVANCING.
003860     ACCEPT JV-QTY-RAW.
003870     IF JV-QTY-RAW IS NOT NUMERIC
003880         DISPLAY "Not a quantity; nothing voided."
003890         MOVE 8 TO RETURN-CODE
003900         GO TO 1000-EXIT.
003910     MOVE JV-QTY-RAW TO JV-TARGET-QTY.
003920     DISPLAY "Customer name as printed: " WITH NO ADVANCING.
003930     ACCEPT JV-TARGET-NAME.
003940     DISPLAY "Station paying the refund (Enter = 01): "
003950         WITH NO ADVANCING.
003960     ACCEPT JV-STATION-RAW.
003970     IF JV-STATION-RAW = SPACES
003980         MOVE '01' TO JV-STATION-ID
003990     ELSE
004000         IF JV-STATION-RAW(2:1) = SPACE
004010             MOVE JV-STATION-RAW(1:1) TO JV-STATION-RAW(2:1)
004020             MOVE '0' TO JV-STATION-RAW(1:1)
004030         END-IF
004040         MOVE JV-STATION-RAW TO JV-STATION-ID
004050     END-IF.
004060     MOVE 'Y' TO JV-INPUT-OK.
004070 1000-EXIT.
004080     EXIT.
004090
004100****************************************************************
004110*  1050-OPERATOR-SIGN-ON
004120*
004130*  READS OPERATOR-MASTER FOR THE KEYED OPERATOR ID AND ONLY
004140*  LETS A SUPERVISOR-LEVEL OPERATOR PAST.  ANYTHING ELSE ENDS
004150*  THE RUN WITH RETURN-CODE 8 AND NOTHING TOUCHED.
004160****************************************************************
004170 1050-OPERATOR-SIGN-ON.
004180     DISPLAY "Operator ID: " WITH NO ADVANCING.
004190     ACCEPT JV-OPER-RAW.
004200     OPEN INPUT OPERATOR-MASTER.
004210     IF JV-OPERATOR-STATUS = '35'
004220         DISPLAY "OPERATOR-MASTER missing - no one can sign on."
004230         MOVE 8 TO RETURN-CODE
004240         GO TO 1050-EXIT.
004250     MOVE 'N' TO JV-OPERATOR-EOF.
004260     PERFORM 1060-READ-OPERATOR-RECORD
004270         THRU 1060-EXIT.
004280     PERFORM 1070-TEST-ONE-OPERATOR
004290         THRU 1070-EXIT
004300         UNTIL JV-END-OF-OPERATORS.
004310     CLOSE OPERATOR-MASTER.
004320     IF JV-CUR-OPERATOR-ID = SPACES
004330         DISPLAY "Operator " JV-OPER-RAW " is not on"
004340             " OPERATOR-MASTER; nothing voided."
004350         MOVE 8 TO RETURN-CODE
004360         GO TO 1050-EXIT.
004370     IF NOT JV-SUPERVISOR-ON
004380         DISPLAY "Operator " JV-CUR-OPERATOR-ID " is not a"
004390             " supervisor; reason-02 voids need one."
004400         MOVE 8 TO RETURN-CODE
004410     END-IF.
004420 1050-EXIT.
004430     EXIT.
004440
004450****************************************************************
004460*  1060-READ-OPERATOR-RECORD
004470*
004480*  READS ONE OPERATOR-MASTER RECORD AHEAD.
004490****************************************************************
004500 1060-READ-OPERATOR-RECORD.
004510     READ OPERATOR-MASTER
004520         AT END MOVE 'Y' TO JV-OPERATOR-EOF
004530     END-READ.
004540 1060-EXIT.
004550     EXIT.
004560
004570****************************************************************
004580*  1070-TEST-ONE-OPERATOR
004590*
004600*  KEEPS THE OPERATOR RECORD MATCHING THE KEYED ID AND PRIMES
004610*  THE NEXT READ.
004620****************************************************************
004630 1070-TEST-ONE-OPERATOR.
004640     IF OP-OPERATOR-ID = JV-OPER-RAW
004650         MOVE OP-OPERATOR-ID TO JV-CUR-OPERATOR-ID
004660         MOVE OP-AUTH-LEVEL TO JV-CUR-OPER-LEVEL
004670     END-IF.
004680     PERFORM 1060-READ-OPERATOR-RECORD
004690         THRU 1060-EXIT.
004700 1070-EXIT.
004710     EXIT.
004720
004730****************************************************************
004740*  1100-LOAD-FLAVOR-MASTER
004750*
004760*  READS FLAVOR-MASTER INTO JV-FLAVOR-TABLE.
004770****************************************************************
004780 1100-LOAD-FLAVOR-MASTER.
004790     OPEN INPUT FLAVOR-MASTER.
004800     MOVE 0 TO JV-FLAVOR-COUNT.
004810     MOVE 'N' TO JV-FLAVOR-MASTER-EOF.
004820     PERFORM 1110-READ-FLAVOR-RECORD
004830         THRU 1110-EXIT.
004840     PERFORM 1120-STORE-FLAVOR-RECORD
004850         THRU 1120-EXIT
004860         UNTIL JV-END-OF-FLAVOR-MASTER.
004870     CLOSE FLAVOR-MASTER.
004880 1100-EXIT.
004890     EXIT.
004900
004910****************************************************************
004920*  1110-READ-FLAVOR-RECORD
004930*
004940*  READS ONE FLAVOR-MASTER RECORD AHEAD.
004950****************************************************************
004960 1110-READ-FLAVOR-RECORD.
004970     READ FLAVOR-MASTER
004980         AT END MOVE 'Y' TO JV-FLAVOR-MASTER-EOF
004990     END-READ.
005000 1110-EXIT.
005010     EXIT.
005020
005030****************************************************************
005040*  1120-STORE-FLAVOR-RECORD
005050*
005060*  ADDS THE FLAVOR JUST READ TO JV-FLAVOR-TABLE AND PRIMES THE
005070*  NEXT READ.
005080****************************************************************
005090 1120-STORE-FLAVOR-RECORD.
005100     ADD 1 TO JV-FLAVOR-COUNT.
005110     SET JV-FLAVOR-IDX TO JV-FLAVOR-COUNT.
005120     MOVE FM-FLAVOR-CODE TO JV-FLAVOR-CODE(JV-FLAVOR-IDX).
005130     MOVE FM-FLAVOR-NAME TO JV-FLAVOR-NAME(JV-FLAVOR-IDX).
005140     PERFORM 1110-READ-FLAVOR-RECORD
005150         THRU 1110-EXIT.
005160 1120-EXIT.
005170     EXIT.
005180
005190****************************************************************
005200*  2000-SCAN-ORDER-FILE
005210*
005220*  COUNTS THE POSTED SALES AND EXISTING VOIDS MATCHING WHAT THE
005230*  SUPERVISOR KEYED AND REMEMBERS THE LAST MATCHING SALE'S TIME
005240*  AND MONEY FIELDS FOR THE REVERSAL.  A SALE DATED BEFORE THE
005250*  BUSINESS DATE HAS BEEN ROLLED TO ITS DATED ARCHIVE BY
005260*  JELLO-DAYEND, SO THAT IS WHERE IT IS LOOKED UP; REVERSALS
005270*  ALREADY POSTED TO THE LIVE FILE FOR IT ARE THEN COUNTED BY
005280*  THEIR ORIGINAL-SALE TIME SO A SECOND REFUND IS STILL REFUSED.
005290****************************************************************
005300 2000-SCAN-ORDER-FILE.
005310     MOVE 0 TO JV-SALES-FOUND JV-VOIDS-FOUND.
005320     IF JV-BUSINESS-DATE NOT = SPACES
005330         AND JV-SALE-DATE < JV-BUSINESS-DATE
005340         PERFORM 2100-SCAN-ARCHIVE
005350             THRU 2100-EXIT
005360         IF JV-SALES-FOUND > 0
005370             PERFORM 2200-COUNT-LIVE-REVERSALS
005380                 THRU 2200-EXIT
005390         END-IF
005400     ELSE
005410         PERFORM 2050-SCAN-LIVE-FILE
005420             THRU 2050-EXIT
005430     END-IF.
005440 2000-EXIT.
005450     EXIT.
005460
005470****************************************************************
005480*  2050-SCAN-LIVE-FILE
005490*
005500*  SCANS THE LIVE ORDER-FILE FOR THE KEYED SALE.
005510****************************************************************
005520 2050-SCAN-LIVE-FILE.
005530     OPEN INPUT ORDER-FILE.
005540     IF JV-ORDER-FILE-STATUS = '35'
005550         MOVE 'Y' TO JV-ORDER-EOF
005560     ELSE
005570         MOVE 'N' TO JV-ORDER-EOF
005580         PERFORM 2010-READ-ORDER-RECORD
005590             THRU 2010-EXIT
005600         PERFORM 2030-TEST-LIVE-RECORD
005610             THRU 2030-EXIT
005620             UNTIL JV-END-OF-ORDERS
005630         CLOSE ORDER-FILE
005640     END-IF.
005650 2050-EXIT.
005660     EXIT.
005670
005680****************************************************************
005690*  2010-READ-ORDER-RECORD
005700*
005710*  READS ONE LIVE ORDER-FILE RECORD AHEAD INTO THE SCAN MIRROR.
005720****************************************************************
005730 2010-READ-ORDER-RECORD.
005740     READ ORDER-FILE
005750         AT END MOVE 'Y' TO JV-ORDER-EOF
005760         NOT AT END MOVE ORDER-RECORD TO JV-SCAN-ORDER
005770     END-READ.
005780 2010-EXIT.
005790     EXIT.
005800
005810****************************************************************
005820*  2020-TEST-ONE-RECORD
005830*
005840*  TESTS THE SCAN-MIRROR RECORD AGAINST THE KEYED SALE.
005850****************************************************************
005860 2020-TEST-ONE-RECORD.
005870     IF WK-ORDER-DATE = JV-SALE-DATE
005880         AND WK-FLAVOR-NAME = JV-TARGET-FLAVOR
005890         AND WK-QUANTITY = JV-TARGET-QTY
005900         AND WK-CUSTOMER-NAME = JV-TARGET-NAME
005910         IF WK-RECORD-TYPE = 'V'
005920             ADD 1 TO JV-VOIDS-FOUND
005930         ELSE
005940             ADD 1 TO JV-SALES-FOUND
005950             MOVE WK-ORDER-TIME TO JV-MATCH-TIME
005960             MOVE WK-UNIT-PRICE TO JV-MATCH-PRICE
005970             MOVE WK-LINE-TOTAL TO JV-MATCH-TOTAL
005980             MOVE WK-TAX-AMOUNT TO JV-MATCH-TAX
005990             MOVE WK-PROMO-ID TO JV-MATCH-PROMO
006000             MOVE WK-CUSTOMER-NUMBER TO JV-MATCH-CUSTNO
006010         END-IF
006020     END-IF.
006030 2020-EXIT.
006040     EXIT.
006050
006060****************************************************************
006070*  2030-TEST-LIVE-RECORD
006080*
006090*  TESTS ONE LIVE RECORD AND PRIMES THE NEXT READ.
006100****************************************************************
006110 2030-TEST-LIVE-RECORD.
006120     PERFORM 2020-TEST-ONE-RECORD
006130         THRU 2020-EXIT.
006140     PERFORM 2010-READ-ORDER-RECORD
006150         THRU 2010-EXIT.
006160 2030-EXIT.
006170     EXIT.
006180
006190****************************************************************
006200*  2100-SCAN-ARCHIVE
006210*
006220*  LOOKS THE SALE UP ON ORDER-HISTORY, WHERE JELLO-DAYEND LOADS
006230*  EVERY CLOSED DAY.  A DATE CLOSED BEFORE ORDER-HISTORY WAS
006240*  KEPT IS NOT ON IT, SO THE KEYED DATE'S ORDER-FILE.YYYYMMDD
006250*  ARCHIVE IS SCANNED INSTEAD.  NO ARCHIVE FOR THAT DATE EITHER
006260*  MEANS NO SALE TO FIND.
006270****************************************************************
006280 2100-SCAN-ARCHIVE.
006290     PERFORM 2150-SCAN-HISTORY
006300         THRU 2150-EXIT.
006310     IF JV-DATE-ON-HISTORY
006320         GO TO 2100-EXIT.
006330     MOVE JV-SALE-DATE TO JV-OA-DATE.
006340     OPEN INPUT ORDER-ARCHIVE.
006350     IF JV-ARCHIVE-STATUS = '35'
006360         DISPLAY "No archive on file for " JV-SALE-DATE "."
006370         GO TO 2100-EXIT.
006380     MOVE 'N' TO JV-ARCHIVE-EOF.
006390     PERFORM 2110-READ-ARCHIVE-RECORD
006400         THRU 2110-EXIT.
006410     PERFORM 2130-TEST-ARCHIVE-RECORD
006420         THRU 2130-EXIT
006430         UNTIL JV-END-OF-ARCHIVE.
006440     CLOSE ORDER-ARCHIVE.
006450 2100-EXIT.
006460     EXIT.
006470
006480****************************************************************
006490*  2110-READ-ARCHIVE-RECORD
006500*
006510*  READS ONE ARCHIVE RECORD AHEAD INTO THE SCAN MIRROR.
006520****************************************************************
006530 2110-READ-ARCHIVE-RECORD.
006540     READ ORDER-ARCHIVE
006550         AT END MOVE 'Y' TO JV-ARCHIVE-EOF
006560         NOT AT END MOVE ORDER-ARCHIVE-RECORD TO JV-SCAN-ORDER
006570     END-READ.
006580 2110-EXIT.
006590     EXIT.
006600
006610****************************************************************
006620*  2130-TEST-ARCHIVE-RECORD
006630*
006640*  TESTS ONE ARCHIVE RECORD AND PRIMES THE NEXT READ.
006650****************************************************************
006660 2130-TEST-ARCHIVE-RECORD.
006670     PERFORM 2020-TEST-ONE-RECORD
006680         THRU 2020-EXIT.
006690     PERFORM 2110-READ-ARCHIVE-RECORD
006700         THRU 2110-EXIT.
006710 2130-EXIT.
006720     EXIT.
006730
006740****************************************************************
006750*  2150-SCAN-HISTORY
006760*
006770*  READS ORDER-HISTORY FROM THE KEYED DATE ON.  THE KEYED DATE'S
006780*  RECORDS ARE TESTED FOR THE SALE THE SAME AS AN ARCHIVE'S;
006790*  EVERY LATER CLOSED DAY IS THEN PASSED FOR REVERSALS ALREADY
006800*  POSTED AGAINST THAT SALE, SO ONE REFUNDED ON AN EARLIER DAY
006810*  THAN TODAY CANNOT BE REFUNDED AGAIN EITHER.
006820****************************************************************
006830 2150-SCAN-HISTORY.
006840     MOVE 'N' TO JV-HISTORY-HIT.
006850     OPEN INPUT ORDER-HISTORY.
006860     IF JV-HISTORY-STATUS = '35'
006870         GO TO 2150-EXIT.
006880     MOVE 'N' TO JV-HISTORY-EOF.
006890     MOVE JV-SALE-DATE TO OH-KEY-DATE.
006900     START ORDER-HISTORY
006910         KEY IS NOT LESS THAN OH-KEY-DATE
006920         INVALID KEY MOVE 'Y' TO JV-HISTORY-EOF
006930     END-START.
006940     IF NOT JV-END-OF-HISTORY
006950         PERFORM 2160-READ-HISTORY-RECORD
006960             THRU 2160-EXIT
006970         PERFORM 2170-TEST-HISTORY-RECORD
006980             THRU 2170-EXIT
006990             UNTIL JV-END-OF-HISTORY
007000     END-IF.
007010     CLOSE ORDER-HISTORY.
007020 2150-EXIT.
007030     EXIT.
007040
007050****************************************************************
007060*  2160-READ-HISTORY-RECORD
007070*
007080*  READS THE NEXT ORDER-HISTORY RECORD IN KEY ORDER INTO THE
007090*  SCAN MIRROR.
007100****************************************************************
007110 2160-READ-HISTORY-RECORD.
007120     READ ORDER-HISTORY NEXT RECORD
007130         AT END MOVE 'Y' TO JV-HISTORY-EOF
007140         NOT AT END MOVE OH-ORDER-DATA TO JV-SCAN-ORDER
007150     END-READ.
007160 2160-EXIT.
007170     EXIT.
007180
007190****************************************************************
007200*  2170-TEST-HISTORY-RECORD
007210*
007220*  TESTS ONE ORDER-HISTORY RECORD AND PRIMES THE NEXT READ.
007230*  KEY ORDER BRINGS THE WHOLE KEYED DATE FIRST, SO THE SALE'S
007240*  TIME IS SETTLED BEFORE ANY LATER DAY'S REVERSAL IS TIED TO
007250*  IT.  WITH NO MATCHING SALE ON THE KEYED DATE THERE IS NOTHING
007260*  TO TIE A REVERSAL TO AND THE READ STOPS THERE.
007270****************************************************************
007280 2170-TEST-HISTORY-RECORD.
007290     IF OH-KEY-DATE = JV-SALE-DATE
007300         MOVE 'Y' TO JV-HISTORY-HIT
007310         PERFORM 2020-TEST-ONE-RECORD
007320             THRU 2020-EXIT
007330     ELSE
007340         IF JV-SALES-FOUND = 0
007350             MOVE 'Y' TO JV-HISTORY-EOF
007360             GO TO 2170-EXIT
007370         END-IF
007380         IF WK-RECORD-TYPE = 'V'
007390             AND WK-ORIG-TIME = JV-MATCH-TIME
007400             AND WK-FLAVOR-NAME = JV-TARGET-FLAVOR
007410             AND WK-QUANTITY = JV-TARGET-QTY
007420             AND WK-CUSTOMER-NAME = JV-TARGET-NAME
007430             ADD 1 TO JV-VOIDS-FOUND
007440         END-IF
007450     END-IF.
007460     PERFORM 2160-READ-HISTORY-RECORD
007470         THRU 2160-EXIT.
007480 2170-EXIT.
007490     EXIT.
007500
007510****************************************************************
007520*  2200-COUNT-LIVE-REVERSALS
007530*
007540*  COUNTS REVERSALS ALREADY POSTED TO THE LIVE FILE FOR THE
007550*  ARCHIVED SALE, TIED BY THE ORIGINAL SALE'S TIME STAMP, SO AN
007560*  ARCHIVED SALE REFUNDED YESTERDAY CANNOT BE REFUNDED AGAIN
007570*  TODAY.
007580****************************************************************
007590 2200-COUNT-LIVE-REVERSALS.
007600     OPEN INPUT ORDER-FILE.
007610     IF JV-ORDER-FILE-STATUS = '35'
007620         GO TO 2200-EXIT.
007630     MOVE 'N' TO JV-ORDER-EOF.
007640     PERFORM 2010-READ-ORDER-RECORD
007650         THRU 2010-EXIT.
007660     PERFORM 2230-TEST-LIVE-REVERSAL
007670         THRU 2230-EXIT
007680         UNTIL JV-END-OF-ORDERS.
007690     CLOSE ORDER-FILE.
007700 2200-EXIT.
007710     EXIT.
007720
007730****************************************************************
007740*  2230-TEST-LIVE-REVERSAL
007750*
007760*  COUNTS ONE LIVE REVERSAL TIED TO THE ARCHIVED SALE AND
007770*  PRIMES THE NEXT READ.
007780****************************************************************
007790 2230-TEST-LIVE-REVERSAL.
007800     IF WK-RECORD-TYPE = 'V'
007810         AND WK-ORIG-TIME = JV-MATCH-TIME
007820         AND WK-FLAVOR-NAME = JV-TARGET-FLAVOR
007830         AND WK-QUANTITY = JV-TARGET-QTY
007840         AND WK-CUSTOMER-NAME = JV-TARGET-NAME
007850         ADD 1 TO JV-VOIDS-FOUND
007860     END-IF.
007870     PERFORM 2010-READ-ORDER-RECORD
007880         THRU 2010-EXIT.
007890 2230-EXIT.
007900     EXIT.
007910
007920****************************************************************
007930*  3000-APPLY-VOID
007940*
007950*  WRITES THE REVERSAL AND POSTS IT TO INVENTORY, CUSTOMER
007960*  HISTORY, AND THE AUDIT LOG - OR REFUSES WHEN THERE IS NO
007970*  UNVOIDED MATCHING SALE LEFT.
007980****************************************************************
007990 3000-APPLY-VOID.
008000     IF JV-SALES-FOUND = 0
008010         DISPLAY "No matching posted sale found; nothing voided."
008020         MOVE 8 TO RETURN-CODE
008030         GO TO 3000-EXIT.
008040     IF JV-VOIDS-FOUND >= JV-SALES-FOUND
008050         DISPLAY "That sale is already voided; nothing done."
008060         MOVE 8 TO RETURN-CODE
008070         GO TO 3000-EXIT.
008080     MOVE JV-BUSINESS-DATE TO JV-STAMP-DATE.
008090     ACCEPT JV-STAMP-TIME FROM TIME.
008100     PERFORM 3080-ASK-REFUND-TYPE
008110         THRU 3080-EXIT.
008120     PERFORM 3100-WRITE-VOID-RECORD
008130         THRU 3100-EXIT.
008140     IF JV-REFUND-TO-CREDIT
008150         PERFORM 3150-WRITE-CREDIT-ISSUE
008160             THRU 3150-EXIT
008170     END-IF.
008180     PERFORM 3200-RESTORE-INVENTORY
008190         THRU 3200-EXIT.
008200     IF JV-MATCH-CUSTNO NOT = 0
008210         PERFORM 3300-ADJUST-CUSTOMER
008220             THRU 3300-EXIT
008230     END-IF.
008240     PERFORM 3400-WRITE-AUDIT-ENTRY
008250         THRU 3400-EXIT.
008260     DISPLAY "Voided " JV-TARGET-FLAVOR " x" JV-TARGET-QTY
008270         " for " JV-TARGET-NAME ".".
008280 3000-EXIT.
008290     EXIT.
008300
008310****************************************************************
008320*  3050-READ-CONTROL-FILE
008330*
008340*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
008350*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
008360****************************************************************
008370 3050-READ-CONTROL-FILE.
008380     OPEN INPUT CONTROL-FILE.
008390     IF JV-CONTROL-STATUS = '35'
008400         ACCEPT JV-BUSINESS-DATE FROM DATE YYYYMMDD
008410     ELSE
008420         READ CONTROL-FILE
008430             AT END
008440                 ACCEPT JV-BUSINESS-DATE FROM DATE YYYYMMDD
008450             NOT AT END
008460                 MOVE CT-BUSINESS-DATE TO JV-BUSINESS-DATE
008470         END-READ
008480         CLOSE CONTROL-FILE
008490     END-IF.
008500 3050-EXIT.
008510     EXIT.
008520
008530****************************************************************
008540*  3080-ASK-REFUND-TYPE
008550*
008560*  OFFERS REFUND-TO-CREDIT WHEN THE SALE BELONGS TO A TRACKED
008570*  CUSTOMER.  CREDIT KEEPS THE MONEY IN THE STORE; A WALK-IN
008580*  WITH NO CUSTOMER NUMBER HAS NO LEDGER TO CREDIT AND GETS
008590*  CASH.
008600****************************************************************
008610 3080-ASK-REFUND-TYPE.
008620     MOVE 'C' TO JV-REFUND-TYPE.
008630     IF JV-MATCH-CUSTNO = 0
008640         GO TO 3080-EXIT.
008650     DISPLAY "Refund to store credit instead of cash? (Y/N) "
008660         WITH NO ADVANCING.
008670     ACCEPT JV-CREDIT-RAW.
008680     IF JV-CREDIT-RAW = 'Y' OR JV-CREDIT-RAW = 'y'
008690         MOVE 'R' TO JV-REFUND-TYPE
008700         DISPLAY "Refunding to store credit."
008710     ELSE
008720         DISPLAY "Refunding in cash."
008730     END-IF.
008740 3080-EXIT.
008750     EXIT.
008760
008770****************************************************************
008780*  3100-WRITE-VOID-RECORD
008790*
008800*  APPENDS THE TYPE-V REVERSAL TO ORDER-FILE, TIED TO THE
008810*  ORIGINAL SALE BY ITS TIME STAMP.
008820****************************************************************
008830 3100-WRITE-VOID-RECORD.
008840     OPEN EXTEND ORDER-FILE.
008850     MOVE JV-STAMP-DATE TO OR-ORDER-DATE.
008860     MOVE JV-STAMP-TIME TO OR-ORDER-TIME.
008870     MOVE JV-TARGET-NAME TO OR-CUSTOMER-NAME.
008880     MOVE JV-TARGET-FLAVOR TO OR-FLAVOR-NAME.
008890     MOVE JV-TARGET-QTY TO OR-QUANTITY.
008900     MOVE JV-MATCH-PRICE TO OR-UNIT-PRICE.
008910     MOVE JV-MATCH-TOTAL TO OR-LINE-TOTAL.
008920     MOVE JV-MATCH-CUSTNO TO OR-CUSTOMER-NUMBER.
008930     MOVE 'V' TO OR-RECORD-TYPE.
008940     MOVE '02' TO OR-REASON-CODE.
008950     MOVE JV-MATCH-TIME TO OR-ORIG-TIME.
008960     MOVE JV-REFUND-TYPE TO OR-TENDER-TYPE.
008970     ADD JV-MATCH-TOTAL JV-MATCH-TAX GIVING JV-REFUND-AMOUNT.
008980     MOVE JV-REFUND-AMOUNT TO OR-TENDER-AMOUNT.
008990     MOVE 0 TO OR-CHANGE-DUE.
009000     MOVE JV-MATCH-TAX TO OR-TAX-AMOUNT.
009010     MOVE JV-CUR-OPERATOR-ID TO OR-OPERATOR-ID.
009020     MOVE JV-STATION-ID TO OR-STATION-ID.
009030     MOVE JV-MATCH-PROMO TO OR-PROMO-ID.
009040     WRITE ORDER-RECORD.
009050     CLOSE ORDER-FILE.
009060 3100-EXIT.
009070     EXIT.
009080
009090****************************************************************
009100*  3150-WRITE-CREDIT-ISSUE
009110*
009120*  APPENDS THE TYPE 'I' CREDIT-LEDGER RECORD FOR A REFUND TAKEN
009130*  AS STORE CREDIT.
009140****************************************************************
009150 3150-WRITE-CREDIT-ISSUE.
009160     OPEN EXTEND CREDIT-LEDGER.
009170     IF JV-CREDIT-STATUS = '35'
009180         OPEN OUTPUT CREDIT-LEDGER
009190     END-IF.
009200     MOVE JV-MATCH-CUSTNO TO CR-CUSTOMER-NUMBER.
009210     MOVE JV-STAMP-DATE TO CR-TRANS-DATE.
009220     MOVE JV-STAMP-TIME TO CR-TRANS-TIME.
009230     MOVE 'I' TO CR-TRANS-TYPE.
009240     MOVE JV-REFUND-AMOUNT TO CR-AMOUNT.
009250     MOVE JV-STATION-ID TO CR-STATION-ID.
009260     MOVE JV-CUR-OPERATOR-ID TO CR-OPERATOR-ID.
009270     WRITE CREDIT-LEDGER-RECORD.
009280     CLOSE CREDIT-LEDGER.
009290 3150-EXIT.
009300     EXIT.
009310
009320****************************************************************
009330*  3200-RESTORE-INVENTORY
009340*
009350*  PUTS THE VOIDED QUANTITY BACK ON INVENTORY-FILE, READING AND
009360*  REWRITING THE WHOLE FILE THE WAY THE OTHER PROGRAMS DO, AND
009370*  BACK ON THE STOCK-LOTS LOT IT WAS DRAWN FROM.
009380****************************************************************
009390 3200-RESTORE-INVENTORY.
009400     OPEN INPUT INVENTORY-FILE.
009410     MOVE 'N' TO JV-INVENTORY-EOF.
009420     MOVE 0 TO JV-INV-COUNT.
009430     PERFORM 3210-READ-INVENTORY-RECORD
009440         THRU 3210-EXIT.
009450     PERFORM 3220-STORE-INVENTORY-RECORD
009460         THRU 3220-EXIT
009470         UNTIL JV-END-OF-INVENTORY.
009480     CLOSE INVENTORY-FILE.
009490     OPEN OUTPUT INVENTORY-FILE.
009500     PERFORM 3230-WRITE-INVENTORY-RECORD
009510         THRU 3230-EXIT
009520         VARYING JV-INV-SUB FROM 1 BY 1
009530         UNTIL JV-INV-SUB > JV-INV-COUNT.
009540     CLOSE INVENTORY-FILE.
009550     PERFORM 6000-LOAD-LOTS
009560         THRU 6000-EXIT.
009570     MOVE JV-WORK-CODE TO JV-DRAW-FLAVOR.
009580     MOVE JV-TARGET-QTY TO JV-DRAW-QTY.
009590     MOVE JV-BUSINESS-DATE TO JV-LOT-DATE.
009600     PERFORM 6200-RETURN-TO-LOT
009610         THRU 6200-EXIT.
009620     PERFORM 6400-SAVE-LOTS
009630         THRU 6400-EXIT.
009640 3200-EXIT.
009650     EXIT.
009660
009670****************************************************************
009680*  3210-READ-INVENTORY-RECORD
009690*
009700*  READS ONE INVENTORY-FILE RECORD AHEAD.
009710****************************************************************
009720 3210-READ-INVENTORY-RECORD.
009730     READ INVENTORY-FILE
009740         AT END MOVE 'Y' TO JV-INVENTORY-EOF
009750     END-READ.
009760 3210-EXIT.
009770     EXIT.
009780
009790****************************************************************
009800*  3220-STORE-INVENTORY-RECORD
009810*
009820*  BUFFERS ONE INVENTORY RECORD, ADDING THE VOIDED QUANTITY BACK
009830*  WHEN IT IS THE TARGET FLAVOR, AND PRIMES THE NEXT READ.
009840****************************************************************
009850 3220-STORE-INVENTORY-RECORD.
009860     ADD 1 TO JV-INV-COUNT.
009870     MOVE IV-FLAVOR-CODE TO JV-INV-CODE(JV-INV-COUNT).
009880     MOVE IV-ON-HAND TO JV-INV-ON-HAND(JV-INV-COUNT).
009890     MOVE IV-REORDER-POINT TO JV-INV-REORDER(JV-INV-COUNT).
009900     IF IV-FLAVOR-CODE = JV-WORK-CODE
009910         ADD JV-TARGET-QTY TO JV-INV-ON-HAND(JV-INV-COUNT)
009920     END-IF.
009930     PERFORM 3210-READ-INVENTORY-RECORD
009940         THRU 3210-EXIT.
009950 3220-EXIT.
009960     EXIT.
009970
009980****************************************************************
009990*  3230-WRITE-INVENTORY-RECORD
010000*
010010*  WRITES ONE BUFFERED INVENTORY RECORD BACK OUT.
010020****************************************************************
010030 3230-WRITE-INVENTORY-RECORD.
010040     MOVE JV-INV-CODE(JV-INV-SUB) TO IV-FLAVOR-CODE.
010050     MOVE JV-INV-ON-HAND(JV-INV-SUB) TO IV-ON-HAND.
010060     MOVE JV-INV-REORDER(JV-INV-SUB) TO IV-REORDER-POINT.
010070     WRITE INVENTORY-RECORD.
010080 3230-EXIT.
010090     EXIT.
010100
010110****************************************************************
010120*  3300-ADJUST-CUSTOMER
010130*
010140*  TAKES THE REFUNDED AMOUNT BACK OFF THE CUSTOMER'S
010150*  ACCUMULATED PURCHASES, READING AND REWRITING JUST THAT ONE
010160*  RECORD BY KEY ON THE INDEXED MASTER.
010170****************************************************************
010180 3300-ADJUST-CUSTOMER.
010190     OPEN I-O CUSTOMER-MASTER.
010200     IF JV-CUSTOMER-STATUS = '35'
010210         GO TO 3300-EXIT.
010220     MOVE JV-MATCH-CUSTNO TO CM-CUSTOMER-NUMBER.
010230     READ CUSTOMER-MASTER
010240         INVALID KEY
010250             DISPLAY "Customer " JV-MATCH-CUSTNO
010260                 " not on CUSTOMER-MASTER; total not adjusted."
010270         NOT INVALID KEY
010280             IF CM-TOTAL-PURCHASES >= JV-MATCH-TOTAL
010290                 SUBTRACT JV-MATCH-TOTAL
010300                     FROM CM-TOTAL-PURCHASES
010310             ELSE
010320                 MOVE 0 TO CM-TOTAL-PURCHASES
010330             END-IF
010340             REWRITE CUSTOMER-MASTER-RECORD
010350     END-READ.
010360     CLOSE CUSTOMER-MASTER.
010370 3300-EXIT.
010380     EXIT.
010390
010400****************************************************************
010410*  3400-WRITE-AUDIT-ENTRY
010420*
010430*  LOGS THE SUPERVISOR VOID TO AUDIT-LOG WITH REASON 02.
010440****************************************************************
010450 3400-WRITE-AUDIT-ENTRY.
010460     OPEN EXTEND AUDIT-LOG.
010470     IF JV-AUDIT-STATUS = '35'
010480         OPEN OUTPUT AUDIT-LOG
010490     END-IF.
010500     MOVE JV-STAMP-DATE TO AL-LOG-DATE.
010510     MOVE JV-STAMP-TIME TO AL-LOG-TIME.
010520     MOVE JV-TARGET-NAME TO AL-CUSTOMER-NAME.
010530     MOVE 'V' TO AL-RAW-CHOICE.
010540     MOVE JV-TARGET-FLAVOR TO AL-FLAVOR-NAME.
010550     MOVE '02' TO AL-REASON-CODE.
010560     MOVE JV-CUR-OPERATOR-ID TO AL-OPERATOR-ID.
010570     WRITE AUDIT-LOG-RECORD.
010580     CLOSE AUDIT-LOG.
010590 3400-EXIT.
010600     EXIT.
010610
010620****************************************************************
010630*  6000-LOAD-LOTS
010640*
010650*  READS STOCK-LOTS INTO JV-LOT-TABLE AND SETS THE NEXT LOT
010660*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
010670*  LOT HAS BEEN RECEIVED YET.
010680****************************************************************
010690 6000-LOAD-LOTS.
010700     MOVE 0 TO JV-LOT-COUNT.
010710     MOVE 1 TO JV-NEXT-LOT.
010720     MOVE 'N' TO JV-LOT-OVERFLOW.
010730     OPEN INPUT STOCK-LOTS.
010740     IF JV-LOT-STATUS = '35'
010750         GO TO 6000-EXIT.
010760     MOVE 'N' TO JV-LOT-EOF.
010770     PERFORM 6010-READ-LOT-RECORD
010780         THRU 6010-EXIT.
010790     PERFORM 6020-STORE-LOT-RECORD
010800         THRU 6020-EXIT
010810         UNTIL JV-END-OF-LOTS.
010820     CLOSE STOCK-LOTS.
010830 6000-EXIT.
010840     EXIT.
010850
010860****************************************************************
010870*  6010-READ-LOT-RECORD
010880*
010890*  READS ONE STOCK-LOTS RECORD AHEAD.
010900****************************************************************
010910 6010-READ-LOT-RECORD.
010920     READ STOCK-LOTS
010930         AT END MOVE 'Y' TO JV-LOT-EOF
010940     END-READ.
010950 6010-EXIT.
010960     EXIT.
010970
010980****************************************************************
010990*  6020-STORE-LOT-RECORD
011000*
011010*  ADDS THE LOT JUST READ TO JV-LOT-TABLE, KEEPS THE NEXT LOT
011020*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
011030****************************************************************
011040 6020-STORE-LOT-RECORD.
011050     IF JV-LOT-COUNT < 500
011060         ADD 1 TO JV-LOT-COUNT
011070         MOVE LT-LOT-NUMBER TO JV-LOT-NUMBER(JV-LOT-COUNT)
011080         MOVE LT-FLAVOR-CODE TO JV-LOT-FLAVOR(JV-LOT-COUNT)
011090         MOVE LT-RECEIVED-DATE TO JV-LOT-RECEIVED(JV-LOT-COUNT)
011100         MOVE LT-EXPIRY-DATE TO JV-LOT-EXPIRY(JV-LOT-COUNT)
011110         MOVE LT-QTY-RECEIVED TO JV-LOT-QTY-RECEIVED(JV-LOT-COUNT)
011120         MOVE LT-QTY-ON-HAND TO JV-LOT-ON-HAND(JV-LOT-COUNT)
011130         IF LT-LOT-NUMBER NOT < JV-NEXT-LOT
011140             COMPUTE JV-NEXT-LOT = LT-LOT-NUMBER + 1
011150         END-IF
011160     ELSE
011170         MOVE 'Y' TO JV-LOT-OVERFLOW
011180     END-IF.
011190     PERFORM 6010-READ-LOT-RECORD
011200         THRU 6010-EXIT.
011210 6020-EXIT.
011220     EXIT.
011230
011240****************************************************************
011250*  6200-RETURN-TO-LOT
011260*
011270*  PUTS JV-DRAW-QTY TRAYS OF JV-DRAW-FLAVOR BACK ON A LOT: THE
011280*  NEWEST LOT THAT HAS BEEN DRAWN DOWN (THE ONE A SALE JUST TOOK
011290*  THEM FROM), ELSE THE NEWEST LOT FOR THE FLAVOR.  A FLAVOR WITH
011300*  NO LOT ON FILE GETS A NEW ONE RECEIVED ON JV-LOT-DATE, WITH
011310*  THE EXPIRY LEFT FOR THE MORNING EXPIRY REPORT TO DATE.
011320****************************************************************
011330 6200-RETURN-TO-LOT.
011340     IF JV-LOT-OVERFLOW = 'Y' OR JV-DRAW-QTY = 0
011350         GO TO 6200-EXIT.
011360     MOVE 0 TO JV-LOT-FOUND.
011370     PERFORM 6210-TEST-DRAWN-LOT
011380         THRU 6210-EXIT
011390         VARYING JV-LOT-SUB FROM 1 BY 1
011400         UNTIL JV-LOT-SUB > JV-LOT-COUNT.
011410     IF JV-LOT-FOUND = 0
011420         PERFORM 6220-TEST-ANY-LOT
011430             THRU 6220-EXIT
011440             VARYING JV-LOT-SUB FROM 1 BY 1
011450             UNTIL JV-LOT-SUB > JV-LOT-COUNT
011460     END-IF.
011470     IF JV-LOT-FOUND > 0
011480         ADD JV-DRAW-QTY TO JV-LOT-ON-HAND(JV-LOT-FOUND)
011490         GO TO 6200-EXIT.
011500     IF JV-LOT-COUNT >= 500
011510         MOVE 'Y' TO JV-LOT-OVERFLOW
011520         GO TO 6200-EXIT.
011530     ADD 1 TO JV-LOT-COUNT.
011540     MOVE JV-NEXT-LOT TO JV-LOT-NUMBER(JV-LOT-COUNT).
011550     ADD 1 TO JV-NEXT-LOT.
011560     MOVE JV-DRAW-FLAVOR TO JV-LOT-FLAVOR(JV-LOT-COUNT).
011570     MOVE JV-LOT-DATE TO JV-LOT-RECEIVED(JV-LOT-COUNT).
011580     MOVE SPACES TO JV-LOT-EXPIRY(JV-LOT-COUNT).
011590     MOVE JV-DRAW-QTY TO JV-LOT-QTY-RECEIVED(JV-LOT-COUNT).
011600     MOVE JV-DRAW-QTY TO JV-LOT-ON-HAND(JV-LOT-COUNT).
011610 6200-EXIT.
011620     EXIT.
011630
011640****************************************************************
011650*  6210-TEST-DRAWN-LOT
011660*
011670*  REMEMBERS THE LOT WHEN IT IS THE FLAVOR'S AND HAS BEEN DRAWN
011680*  BELOW WHAT WAS RECEIVED.  THE LAST ONE FOUND IS THE NEWEST.
011690****************************************************************
011700 6210-TEST-DRAWN-LOT.
011710     IF JV-LOT-FLAVOR(JV-LOT-SUB) = JV-DRAW-FLAVOR
011720        AND JV-LOT-ON-HAND(JV-LOT-SUB) <
011730            JV-LOT-QTY-RECEIVED(JV-LOT-SUB)
011740         MOVE JV-LOT-SUB TO JV-LOT-FOUND
011750     END-IF.
011760 6210-EXIT.
011770     EXIT.
011780
011790****************************************************************
011800*  6220-TEST-ANY-LOT
011810*
011820*  REMEMBERS THE LOT WHEN IT IS THE FLAVOR'S.  THE LAST ONE
011830*  FOUND IS THE NEWEST.
011840****************************************************************
011850 6220-TEST-ANY-LOT.
011860     IF JV-LOT-FLAVOR(JV-LOT-SUB) = JV-DRAW-FLAVOR
011870         MOVE JV-LOT-SUB TO JV-LOT-FOUND
011880     END-IF.
011890 6220-EXIT.
011900     EXIT.
011910
011920****************************************************************
011930*  6400-SAVE-LOTS
011940*
011950*  WRITES JV-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
011960*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
011970****************************************************************
011980 6400-SAVE-LOTS.
011990     IF JV-LOT-OVERFLOW = 'Y'
012000         GO TO 6400-EXIT.
012010     OPEN OUTPUT STOCK-LOTS.
012020     PERFORM 6410-WRITE-LOT-RECORD
012030         THRU 6410-EXIT
012040         VARYING JV-LOT-SUB FROM 1 BY 1
012050         UNTIL JV-LOT-SUB > JV-LOT-COUNT.
012060     CLOSE STOCK-LOTS.
012070 6400-EXIT.
012080     EXIT.
012090
012100****************************************************************
012110*  6410-WRITE-LOT-RECORD
012120*
012130*  WRITES ONE STOCK-LOTS RECORD FROM JV-LOT-TABLE.
012140****************************************************************
012150 6410-WRITE-LOT-RECORD.
012160     MOVE JV-LOT-NUMBER(JV-LOT-SUB) TO LT-LOT-NUMBER.
012170     MOVE JV-LOT-FLAVOR(JV-LOT-SUB) TO LT-FLAVOR-CODE.
012180     MOVE JV-LOT-RECEIVED(JV-LOT-SUB) TO LT-RECEIVED-DATE.
012190     MOVE JV-LOT-EXPIRY(JV-LOT-SUB) TO LT-EXPIRY-DATE.
012200     MOVE JV-LOT-QTY-RECEIVED(JV-LOT-SUB) TO LT-QTY-RECEIVED.
012210     MOVE JV-LOT-ON-HAND(JV-LOT-SUB) TO LT-QTY-ON-HAND.
012220     WRITE STOCK-LOTS-RECORD.
012230 6410-EXIT.
012240     EXIT.
012250
012260 END PROGRAM JELLO-VOID.
