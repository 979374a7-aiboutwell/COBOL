000720*                      RUN (A SECOND SUMMER REGISTER IS A
000730*                      LEGITIMATE SECOND RUN), AND MARK THE
000740*                      COUNTER STEP DONE AT CLOSE.
000750*      2026-10-15  AB  DRAW EACH SALE OFF THE STOCK-LOTS OLDEST LOT
000760*                      FIRST, PUT A VOIDED LINE BACK ON THE LOT IT
000770*                      CAME FROM, AND SAVE THE LOTS WITH THE
000780*                      INVENTORY.
000790*      2026-10-15  AB  FLAVOR CODES RUN TO TWO DIGITS: THE MENU
000800*                      TAKES A ONE- OR TWO-DIGIT CHOICE (V STILL
000810*                      VOIDS, 0 STILL FINISHES).
000820*      2026-10-15  AB  TIME CLOCK: SIGNING ON TO RING CLOCKS THE
000830*                      OPERATOR IN WHEN NOT ALREADY IN, T AT THE
000840*                      OPERATOR PROMPT PUNCHES ANYONE IN OR OUT
000850*                      WITHOUT RINGING, AND CLOSE OFFERS THE LAST
000860*                      OPERATOR A CLOCK-OUT.  CLOCK-ONLY (LEVEL 0)
000870*                      STAFF CANNOT SIGN ON TO RING.
000880****************************************************************
000890 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. JELLO-WORLD.
000910 AUTHOR. Amanda Boutwell.
000920 INSTALLATION. COUNTER SALES.
000930 DATE-WRITTEN. August 23, 2022.
000940 DATE-COMPILED.
000950
000960 ENVIRONMENT DIVISION.
000970 CONFIGURATION SECTION.
000980 SOURCE-COMPUTER. GNUCOBOL.
000990 OBJECT-COMPUTER. GNUCOBOL.
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS JW-ORDER-FILE-STATUS.
001050     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
001080         ORGANIZATION IS LINE SEQUENTIAL.
001090     SELECT PRICE-MASTER ASSIGN TO "PRICE-MASTER"
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110     SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS JW-AUDIT-STATUS.
001140     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS CM-CUSTOMER-NUMBER
001180         FILE STATUS IS JW-CUSTOMER-STATUS.
001190     SELECT CLOSEOUT-FILE ASSIGN TO "CLOSEOUT-FILE"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS JW-CLOSEOUT-STATUS.
001220     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS JW-CONTROL-STATUS.
001250     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS JW-OPERATOR-STATUS.
001280     SELECT CREDIT-LEDGER ASSIGN TO "CREDIT-LEDGER"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS JW-CREDIT-STATUS.
001310     SELECT PROMO-MASTER ASSIGN TO "PROMO-MASTER"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS JW-PROMO-STATUS.
001340     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS JW-LOT-STATUS.
001370     SELECT TIME-CLOCK ASSIGN TO "TIME-CLOCK"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS JW-CLOCK-STATUS.
001400
001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  ORDER-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  ORDER-RECORD.
001460     COPY "ordfrec.cpy".
001470
001480 FD  FLAVOR-MASTER
001490     LABEL RECORDS ARE STANDARD.
001500 01  FLAVOR-MASTER-RECORD.
001510     COPY "flvmast.cpy".
001520
001530 FD  INVENTORY-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  INVENTORY-RECORD.
001560     COPY "invmast.cpy".
001570
001580 FD  PRICE-MASTER
001590     LABEL RECORDS ARE STANDARD.
001600 01  PRICE-MASTER-RECORD.
001610     COPY "prcmast.cpy".
001620
001630 FD  AUDIT-LOG
001640     LABEL RECORDS ARE STANDARD.
001650 01  AUDIT-LOG-RECORD.
001660     COPY "audtrec.cpy".
001670
001680 FD  CUSTOMER-MASTER
001690     LABEL RECORDS ARE STANDARD.
001700 01  CUSTOMER-MASTER-RECORD.
001710     COPY "custmast.cpy".
001720
001730 FD  CLOSEOUT-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 01  CLOSEOUT-RECORD.
001760     COPY "closrec.cpy".
001770
001780 FD  CONTROL-FILE
001790     LABEL RECORDS ARE STANDARD.
001800 01  CONTROL-RECORD.
001810     COPY "ctlrec.cpy".
001820
001830 FD  OPERATOR-MASTER
001840     LABEL RECORDS ARE STANDARD.
001850 01  OPERATOR-MASTER-RECORD.
001860     COPY "oprmast.cpy".
001870
001880 FD  CREDIT-LEDGER
001890     LABEL RECORDS ARE STANDARD.
001900 01  CREDIT-LEDGER-RECORD.
001910     COPY "crdrec.cpy".
001920
001930 FD  PROMO-MASTER
001940     LABEL RECORDS ARE STANDARD.
001950 01  PROMO-MASTER-RECORD.
001960     COPY "prmmast.cpy".
001970
001980 FD  STOCK-LOTS
001990     LABEL RECORDS ARE STANDARD.
002000 01  STOCK-LOTS-RECORD.
002010     COPY "lotrec.cpy".
002020
002030 FD  TIME-CLOCK
002040     LABEL RECORDS ARE STANDARD.
002050 01  TIME-CLOCK-RECORD.
002060     COPY "tclkrec.cpy".
002070
002080 WORKING-STORAGE SECTION.
002090     01 YourName PIC X(15).
002100     01 Choice PIC 9(02).
002110     01 Quantity PIC 9(01).
002120     01 YourFlavor PIC X(15).
002130     01 Again PIC X VALUE 'Y'.
002140
002150*---------------------------------------------------------------
002160*    FIELDS ADDED FOR ORDER-FILE LOGGING.
002170*---------------------------------------------------------------
002180     01 JW-ORDER-DATE PIC X(08).
002190     01 JW-ORDER-TIME PIC X(08).
002200
002210*---------------------------------------------------------------
002220*    FIELDS ADDED TO VALIDATE CHOICE BEFORE IT IS TRUSTED.
002230*---------------------------------------------------------------
002240     01 JW-CHOICE-RAW PIC X(02).
002250     01 JW-CHOICE-VALID PIC X VALUE 'N'.
002260         88 JW-VALID-CHOICE VALUE 'Y'.
002270     01 JW-MENU-CODE PIC Z9.
002280
002290*---------------------------------------------------------------
002300*    FIELDS FOR THE AUDIT-LOG ENTRY WRITTEN ON EVERY ACCEPT OF
002310*    Choice, GOOD OR BAD.
002320*---------------------------------------------------------------
002330     01 JW-AUDIT-CHOICE PIC 9(02).
002340     01 JW-AUDIT-FLAVOR PIC X(15).
002350     01 JW-AUDIT-STATUS PIC X(02).
002360     01 JW-ORDER-FILE-STATUS PIC X(02).
002370
002380*---------------------------------------------------------------
002390*    FLAVOR-MASTER IS READ INTO THIS TABLE AT START-UP SO THE
002400*    MENU AND THE FLAVOR LOOKUP BOTH DRIVE OFF DATA INSTEAD OF
002410*    A HARDCODED LIST.  THE SOLD-COUNT ARRAY RUNS PARALLEL TO
002420*    THE FLAVOR TABLE SO THE END-OF-RUN TALLY STAYS CORRECT NO
002430*    MATTER WHAT FLAVORS FLAVOR-MASTER HOLDS THIS SEASON.
002440*---------------------------------------------------------------
002450     01 JW-FLAVOR-TABLE.
002460         05 JW-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
002470                 DEPENDING ON JW-FLAVOR-COUNT
002480                 INDEXED BY JW-FLAVOR-IDX.
002490             10 JW-FLAVOR-CODE      PIC 9(02).
002500             10 JW-FLAVOR-NAME      PIC X(15).
002510             10 JW-FLAVOR-SOLD      PIC 9(05) VALUE 0.
002520     01 JW-FLAVOR-COUNT PIC 9(02) VALUE 0.
002530     01 JW-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
002540         88 JW-END-OF-FLAVOR-MASTER VALUE 'Y'.
002550
002560*---------------------------------------------------------------
002570*    INVENTORY-FILE IS READ INTO THIS TABLE AT START-UP SO THE
002580*    KIOSK KNOWS WHAT IS LEFT TO SELL.  ON-HAND IS DECREMENTED
002590*    AS EACH SALE IS RUNG UP; A FLAVOR AT ZERO IS REFUSED AND
002600*    THE CUSTOMER IS ASKED TO PICK AGAIN.
002610*---------------------------------------------------------------
002620     01 JW-INVENTORY-TABLE.
002630         05 JW-INVENTORY-ENTRY OCCURS 1 TO 20 TIMES
002640                 DEPENDING ON JW-INVENTORY-COUNT
002650                 INDEXED BY JW-INVENTORY-IDX.
002660             10 JW-INVENTORY-CODE    PIC 9(02).
002670             10 JW-INVENTORY-ON-HAND PIC 9(05) COMP.
002680             10 JW-REORDER-POINT     PIC 9(05).
002690     01 JW-INVENTORY-COUNT PIC 9(02) COMP VALUE 0.
002700     01 JW-INVENTORY-EOF PIC X VALUE 'N'.
002710         88 JW-END-OF-INVENTORY VALUE 'Y'.
002720
002730*---------------------------------------------------------------
002740*    FIELDS ADDED SO THE KIOSK CAN SERVE MULTIPLE CUSTOMERS
002750*    WITHOUT RESTARTING THE JOB.
002760*---------------------------------------------------------------
002770     01 JW-MORE-CUSTOMERS PIC X VALUE 'Y'.
002780         88 JW-ANOTHER-CUSTOMER VALUE 'Y'.
002790     01 JW-ANOTHER-RAW PIC X(01).
002800
002810*---------------------------------------------------------------
002820*    FIELDS ADDED TO VALIDATE Quantity BEFORE IT IS TRUSTED,
002830*    THE SAME PATTERN 2050-ACCEPT-CHOICE USES FOR Choice.
002840*---------------------------------------------------------------
002850     01 JW-QUANTITY-RAW PIC X(01).
002860     01 JW-QUANTITY-VALID PIC X VALUE 'N'.
002870         88 JW-VALID-QUANTITY VALUE 'Y'.
002880
002890*---------------------------------------------------------------
002900*    PRICE-MASTER IS READ INTO THIS TABLE AT START-UP SO EACH
002910*    LINE OF THE RECEIPT CAN BE PRICED WITHOUT A PRICE
002920*    HARDCODED IN THE PROGRAM.
002930*---------------------------------------------------------------
002940     01 JW-PRICE-TABLE.
002950         05 JW-PRICE-ENTRY OCCURS 1 TO 20 TIMES
002960                 DEPENDING ON JW-PRICE-COUNT
002970                 INDEXED BY JW-PRICE-IDX.
002980             10 JW-PRICE-CODE      PIC 9(02).
002990             10 JW-PRICE-AMOUNT    PIC 9(03)V99.
003000     01 JW-PRICE-COUNT PIC 9(02) COMP VALUE 0.
003010     01 JW-PRICE-EOF PIC X VALUE 'N'.
003020         88 JW-END-OF-PRICES VALUE 'Y'.
003030     01 JW-UNIT-PRICE PIC 9(03)V99 VALUE 0.
003040     01 JW-LINE-TOTAL PIC 9(05)V99 VALUE 0.
003050
003060*---------------------------------------------------------------
003070*    ONE RECEIPT LINE IS BUILT FOR EACH FLAVOR RUNG UP DURING
003080*    THE CURRENT CUSTOMER'S SESSION SO A FULL RECEIPT CAN BE
003090*    PRINTED WHEN THEY ANSWER 0/QUIT.  RESET FOR EACH NEW
003100*    CUSTOMER IN 1500-CUSTOMER-SESSION.
003110*---------------------------------------------------------------
003120     01 JW-RECEIPT-TABLE.
003130         05 JW-RECEIPT-LINE OCCURS 1 TO 20 TIMES
003140                 DEPENDING ON JW-RECEIPT-COUNT
003150                 INDEXED BY JW-RECEIPT-IDX.
003160             10 JW-RECEIPT-FLAVOR   PIC X(15).
003170             10 JW-RECEIPT-QTY      PIC 9(03).
003180             10 JW-RECEIPT-PRICE    PIC 9(03)V99.
003190             10 JW-RECEIPT-TOTAL    PIC 9(05)V99.
003200             10 JW-RECEIPT-TAX      PIC 9(05)V99.
003210             10 JW-RECEIPT-PROMO    PIC X(04).
003220             10 JW-RECEIPT-TIME     PIC X(08).
003230     01 JW-RECEIPT-COUNT PIC 9(02) COMP VALUE 0.
003240     01 JW-ORDER-TOTAL PIC 9(07)V99 VALUE 0.
003250     01 JW-ORDER-TAX PIC 9(05)V99 VALUE 0.
003260     01 JW-TOTAL-DUE PIC 9(07)V99 VALUE 0.
003270
003280*---------------------------------------------------------------
003290*    EDITED FIELDS SO THE PRINTED RECEIPT SHOWS MONEY WITH A
003300*    DECIMAL POINT INSTEAD OF RAW ZERO-PADDED DIGITS.
003310*---------------------------------------------------------------
003320     01 JW-DISP-PRICE PIC ZZ9.99.
003330     01 JW-DISP-LINE-TOTAL PIC ZZZZ9.99.
003340     01 JW-DISP-ORDER-TOTAL PIC ZZZZZZ9.99.
003350     01 JW-DISP-TAX PIC ZZZZ9.99.
003360
003370*---------------------------------------------------------------
003380*    CUSTOMER-MASTER IS INDEXED NOW.  EACH SESSION STARTS BY
003390*    READING THE CUSTOMER BY NUMBER (OR SCANNING BY
003400*    STANDARDIZED NAME FOR A WALK-IN, SIGNING UP FRESH WHEN NO
003410*    RECORD MATCHES - THERE IS NO SIGN-UP CAP ANY MORE), AND
003420*    THE SESSION'S PURCHASES POST BACK WITH ONE KEYED REWRITE
003430*    AT SESSION END, SO NOTHING OVERWRITES A JELLO-VOID
003440*    ADJUSTMENT MADE WHILE THE KIOSK IS UP.
003450*---------------------------------------------------------------
003460     01 JW-CUSTOMER-STATUS PIC X(02).
003470     01 JW-CUSTOMER-EOF PIC X VALUE 'N'.
003480         88 JW-END-OF-CUSTOMERS VALUE 'Y'.
003490     01 JW-CUSTNO-RAW PIC X(05).
003500     01 JW-CUSTNO-WORK PIC X(05).
003510     01 JW-CUST-ON-FILE PIC X VALUE 'N'.
003520         88 JW-TRACKED-CUSTOMER VALUE 'Y'.
003530     01 JW-CUR-CUST-NUMBER PIC 9(05) VALUE 0.
003540     01 JW-NEXT-CUST-NUMBER PIC 9(05) VALUE 1.
003550     01 JW-SESSION-PURCHASES PIC S9(07)V99 VALUE 0.
003560     01 JW-TOTAL-WORK PIC S9(08)V99 VALUE 0.
003570     01 JW-UPPER-NAME PIC X(15).
003580     01 JW-LOYALTY-ACTIVE PIC X VALUE 'N'.
003590         88 JW-LOYAL-CUSTOMER VALUE 'Y'.
003600     01 JW-CUR-DISCOUNT-PCT PIC 9(02) VALUE 0.
003610     01 JW-LOYALTY-THRESHOLD PIC 9(05)V99 VALUE 100.00.
003620     01 JW-PRICE-FACTOR PIC 9(03) VALUE 0.
003630     01 JW-NEW-CUST-PCT PIC 9(02) VALUE 10.
003640
003650*---------------------------------------------------------------
003660*    WORK FIELDS FOR VOIDING THE LAST RECEIPT LINE (REASON 01).
003670*---------------------------------------------------------------
003680     01 JW-VOID-FLAVOR PIC X(15).
003690     01 JW-VOID-QTY PIC 9(03).
003700     01 JW-VOID-PRICE PIC 9(03)V99.
003710     01 JW-VOID-TOTAL PIC 9(05)V99.
003720     01 JW-VOID-TAX PIC 9(05)V99.
003730     01 JW-VOID-PROMO PIC X(04).
003740     01 JW-VOID-ORIG-TIME PIC X(08).
003750
003760*---------------------------------------------------------------
003770*    TENDER CAPTURE AND DRAWER CLOSE-OUT.  EACH PAID ORDER ASKS
003780*    CASH OR CARD, TAKES THE TENDERED AMOUNT FOR CASH, SHOWS THE
003790*    CHANGE, AND WRITES ONE TYPE-T ORDER-FILE RECORD; THE RUN'S
003800*    CASH AND CARD TAKINGS FEED THE CLOSE-OUT AT END OF JOB.
003810*---------------------------------------------------------------
003820     01 JW-CLOSEOUT-STATUS PIC X(02).
003830     01 JW-CONTROL-STATUS PIC X(02).
003840     01 JW-BUSINESS-DATE PIC X(08).
003850     01 JW-TAX-RATE PIC 9(01)V9(04) VALUE 0.
003860     01 JW-LINE-TAX PIC 9(05)V99 VALUE 0.
003870     01 JW-TAX-COLLECTED PIC 9(07)V99 VALUE 0.
003880     01 JW-STATION-ID PIC X(02) VALUE '01'.
003890     01 JW-STATION-RAW PIC X(02).
003900     01 JW-CONTROL-SAVE PIC X(50).
003910     01 JW-OVERRIDE-RAW PIC X(01).
003920
003930*---------------------------------------------------------------
003940*    STORE CREDIT.  CREDIT-LEDGER IS NETTED INTO PER-CUSTOMER
003950*    BALANCES AT START-UP; A TRACKED CUSTOMER WITH A BALANCE
003960*    CAN TENDER R, DRAWING IT DOWN WITH CASH FOR ANY REMAINDER.
003970*    EACH REDEMPTION APPENDS A TYPE 'R' LEDGER RECORD.
003980*---------------------------------------------------------------
003990     01 JW-CREDIT-TABLE.
004000         05 JW-CREDIT-ENTRY OCCURS 1 TO 100 TIMES
004010                 DEPENDING ON JW-CREDIT-COUNT
004020                 INDEXED BY JW-CREDIT-IDX.
004030             10 JW-CR-CUST-NUMBER   PIC 9(05).
004040             10 JW-CR-BALANCE       PIC S9(07)V99.
004050     01 JW-CREDIT-COUNT PIC 9(03) COMP VALUE 0.
004060     01 JW-CREDIT-FULL-NOTED PIC X VALUE 'N'.
004070     01 JW-CREDIT-STATUS PIC X(02).
004080     01 JW-CREDIT-EOF PIC X VALUE 'N'.
004090         88 JW-END-OF-CREDITS VALUE 'Y'.
004100     01 JW-CUR-CREDIT-SUB PIC 9(03) COMP VALUE 0.
004110     01 JW-CREDIT-APPLIED PIC 9(07)V99 VALUE 0.
004120     01 JW-CASH-PORTION PIC 9(07)V99 VALUE 0.
004130     01 JW-CREDIT-SALES PIC 9(07)V99 VALUE 0.
004140     01 JW-AMOUNT-DUE PIC 9(07)V99 VALUE 0.
004150     01 JW-T-LINE-AMOUNT PIC 9(07)V99 VALUE 0.
004160     01 JW-T-TAX PIC 9(05)V99 VALUE 0.
004170     01 JW-DISP-CREDIT PIC ZZZZZZ9.99.
004180
004190*---------------------------------------------------------------
004200*    PROMO-MASTER IS READ INTO THIS TABLE AT START-UP.  A PROMO
004210*    ACTIVE ON THE BUSINESS DATE REPRICES ITS FLAVOR IN
004220*    2060-RESOLVE-FLAVOR; IT NEVER STACKS ON THE LOYALTY
004230*    DISCOUNT - WHICHEVER UNIT PRICE IS LOWER WINS - AND THE
004240*    PROMO ID RIDES ON THE ORDER-FILE LINE FOR THE RESULTS
004250*    REPORT.
004260*---------------------------------------------------------------
004270     01 JW-PROMO-TABLE.
004280         05 JW-PROMO-ENTRY OCCURS 1 TO 20 TIMES
004290                 DEPENDING ON JW-PROMO-COUNT
004300                 INDEXED BY JW-PROMO-IDX.
004310             10 JW-PR-ID           PIC X(04).
004320             10 JW-PR-CODE         PIC 9(02).
004330             10 JW-PR-PRICE        PIC 9(03)V99.
004340             10 JW-PR-PCT          PIC 9(02).
004350             10 JW-PR-START        PIC X(08).
004360             10 JW-PR-END          PIC X(08).
004370     01 JW-PROMO-COUNT PIC 9(02) COMP VALUE 0.
004380     01 JW-PROMO-STATUS PIC X(02).
004390     01 JW-PROMO-EOF PIC X VALUE 'N'.
004400         88 JW-END-OF-PROMOS VALUE 'Y'.
004410     01 JW-PROMO-SUB PIC 9(02) COMP VALUE 0.
004420     01 JW-CUR-PROMO-ID PIC X(04) VALUE SPACES.
004430     01 JW-HAVE-PROMO PIC X VALUE 'N'.
004440     01 JW-PROMO-PRICE PIC 9(03)V99 VALUE 0.
004450     01 JW-PROMO-WORK PIC 9(03)V99 VALUE 0.
004460
004470*---------------------------------------------------------------
004480*    OPERATOR-MASTER IS READ INTO THIS TABLE AT START-UP.  EACH
004490*    CUSTOMER SESSION STARTS ON A SIGNED-ON OPERATOR (ENTER
004500*    KEEPS THE CURRENT ONE), AND THE ID IS STAMPED ON EVERY
004510*    ORDER-FILE AND AUDIT-LOG RECORD SO A SHORT DRAWER CAN BE
004520*    TRACED TO WHO WAS RINGING.
004530*---------------------------------------------------------------
004540     01 JW-OPERATOR-TABLE.
004550         05 JW-OPERATOR-ENTRY OCCURS 1 TO 20 TIMES
004560                 DEPENDING ON JW-OPERATOR-COUNT
004570                 INDEXED BY JW-OPERATOR-IDX.
004580             10 JW-OPER-ID          PIC X(03).
004590             10 JW-OPER-NAME        PIC X(15).
004600             10 JW-OPER-LEVEL       PIC 9(01).
004610     01 JW-OPERATOR-COUNT PIC 9(02) COMP VALUE 0.
004620     01 JW-OPERATOR-STATUS PIC X(02).
004630     01 JW-OPERATOR-EOF PIC X VALUE 'N'.
004640         88 JW-END-OF-OPERATORS VALUE 'Y'.
004650     01 JW-CUR-OPERATOR-ID PIC X(03) VALUE SPACES.
004660     01 JW-CUR-OPER-NAME PIC X(15) VALUE SPACES.
004670     01 JW-CUR-OPER-LEVEL PIC 9(01) VALUE 0.
004680     01 JW-OPER-RAW PIC X(03).
004690     01 JW-OPER-VALID PIC X VALUE 'N'.
004700         88 JW-VALID-OPERATOR VALUE 'Y'.
004710     01 JW-TENDER-RAW PIC X(01).
004720     01 JW-TENDER-TYPE PIC X(01).
004730     01 JW-TENDER-VALID PIC X VALUE 'N'.
004740         88 JW-VALID-TENDER VALUE 'Y'.
004750     01 JW-AMOUNT-RAW PIC X(07).
004760     01 JW-AMOUNT-CENTS PIC 9(07).
004770     01 JW-TENDER-AMOUNT PIC 9(05)V99 VALUE 0.
004780     01 JW-CHANGE-DUE PIC 9(05)V99 VALUE 0.
004790     01 JW-DISP-CHANGE PIC ZZZZ9.99.
004800     01 JW-CASH-SALES PIC 9(07)V99 VALUE 0.
004810     01 JW-CARD-SALES PIC 9(07)V99 VALUE 0.
004820     01 JW-OPENING-FLOAT PIC 9(05)V99 VALUE 0.
004830     01 JW-COUNTED-CASH PIC 9(07)V99 VALUE 0.
004840     01 JW-EXPECTED-CASH PIC 9(07)V99 VALUE 0.
004850     01 JW-OVER-SHORT PIC S9(07)V99 VALUE 0.
004860     01 JW-DISP-OVER-SHORT PIC +ZZZZZZ9.99.
004870
004880*---------------------------------------------------------------
004890*    TIME CLOCK.  SIGNING ON TO RING CLOCKS THE OPERATOR IN WHEN
004900*    THEIR LAST PUNCH OF THE DAY IS NOT AN IN; T AT THE OPERATOR
004910*    PROMPT PUNCHES ANYONE ON OPERATOR-MASTER IN OR OUT WITHOUT
004920*    RINGING.  TIME-CLOCK IS READ FRESH FOR EACH PUNCH SO TWO
004930*    REGISTERS RUNNING AT ONCE SEE EACH OTHER'S PUNCHES.
004940*---------------------------------------------------------------
004950     01 JW-CLOCK-STATUS PIC X(02).
004960     01 JW-CLOCK-EOF PIC X VALUE 'N'.
004970         88 JW-END-OF-CLOCK VALUE 'Y'.
004980     01 JW-CLOCK-ID PIC X(03).
004990     01 JW-CLOCK-NAME PIC X(15).
005000     01 JW-LAST-PUNCH PIC X(01).
005010         88 JW-CLOCKED-IN VALUE 'I'.
005020     01 JW-LAST-PUNCH-TIME PIC X(08).
005030     01 JW-PUNCH-TYPE PIC X(01).
005040     01 JW-CLOCK-RAW PIC X(01).
005050     01 JW-DISP-CLOCK.
005060         05 JW-DC-HH PIC X(02).
005070         05 FILLER PIC X(01) VALUE ':'.
005080         05 JW-DC-MM PIC X(02).
005090
005100*---------------------------------------------------------------
005110*    STOCK-LOTS IS READ INTO THIS TABLE SO STOCK MOVES LOT BY
005120*    LOT ALONGSIDE IV-ON-HAND: OLDEST LOT FIRST ON THE WAY OUT,
005130*    NEWEST LOT DRAWN FROM ON THE WAY BACK.  PAST 500 LOTS THE
005140*    LOTS ARE LEFT AS THEY WERE AND THE MORNING EXPIRY REPORT
005150*    PROVES THEM BACK TO ON-HAND.
005160*---------------------------------------------------------------
005170     01 JW-LOT-STATUS PIC X(02).
005180     01 JW-LOT-EOF PIC X VALUE 'N'.
005190         88 JW-END-OF-LOTS VALUE 'Y'.
005200     01 JW-LOT-TABLE.
005210         05 JW-LOT-ENTRY OCCURS 1 TO 500 TIMES
005220                 DEPENDING ON JW-LOT-COUNT.
005230             10 JW-LOT-NUMBER       PIC 9(05).
005240             10 JW-LOT-FLAVOR       PIC 9(02).
005250             10 JW-LOT-RECEIVED     PIC X(08).
005260             10 JW-LOT-EXPIRY       PIC X(08).
005270             10 JW-LOT-QTY-RECEIVED PIC 9(05).
005280             10 JW-LOT-ON-HAND      PIC 9(05).
005290     01 JW-LOT-COUNT PIC 9(03) COMP VALUE 0.
005300     01 JW-LOT-SUB PIC 9(03) COMP VALUE 0.
005310     01 JW-LOT-FOUND PIC 9(03) COMP VALUE 0.
005320     01 JW-LOT-OVERFLOW PIC X VALUE 'N'.
005330     01 JW-NEXT-LOT PIC 9(05) VALUE 1.
005340     01 JW-DRAW-FLAVOR PIC 9(02) VALUE 0.
005350     01 JW-DRAW-QTY PIC 9(05) VALUE 0.
005360     01 JW-DRAW-TAKE PIC 9(05) VALUE 0.
005370     01 JW-LOT-DATE PIC X(08) VALUE SPACES.
005380
005390 PROCEDURE DIVISION.
005400
005410****************************************************************
005420*  0000-MAINLINE
005430*
005440*  OPENS THE FILES, RUNS THE ORDER LOOP FOR ONE CUSTOMER, THEN
005450*  CLOSES UP AND SAYS GOODNIGHT.
005460****************************************************************
005470 0000-MAINLINE.
005480     PERFORM 1000-INITIALIZE
005490         THRU 1000-EXIT.
005500     PERFORM 1500-CUSTOMER-SESSION
005510         THRU 1500-EXIT
005520         UNTIL JW-MORE-CUSTOMERS = 'N'.
005530     PERFORM 8000-TALLY-REPORT
005540         THRU 8000-EXIT.
005550     PERFORM 9000-TERMINATE
005560         THRU 9000-EXIT.
005570     STOP RUN.
005580
005590****************************************************************
005600*  1000-INITIALIZE
005610*
005620*  OPENS ORDER-FILE FOR APPEND (SO A PRIOR JELLO-BATCH RUN'S
005630*  SALES ARE NOT LOST) AND DISPLAYS THE WELCOME BANNER.
005640****************************************************************
005650 1000-INITIALIZE.
005660     PERFORM 1050-READ-CONTROL-FILE
005670         THRU 1050-EXIT.
005680     PERFORM 1055-ACCEPT-STATION-ID
005690         THRU 1055-EXIT.
005700     OPEN EXTEND ORDER-FILE.
005710     IF JW-ORDER-FILE-STATUS = '35'
005720         OPEN OUTPUT ORDER-FILE
005730     END-IF.
005740     OPEN EXTEND AUDIT-LOG.
005750     IF JW-AUDIT-STATUS = '35'
005760         OPEN OUTPUT AUDIT-LOG
005770     END-IF.
005780     PERFORM 1060-LOAD-OPERATORS
005790         THRU 1060-EXIT.
005800     PERFORM 1100-LOAD-FLAVOR-MASTER
005810         THRU 1100-EXIT.
005820     PERFORM 1200-LOAD-INVENTORY
005830         THRU 1200-EXIT.
005840     PERFORM 6000-LOAD-LOTS
005850         THRU 6000-EXIT.
005860     PERFORM 1300-LOAD-PRICES
005870         THRU 1300-EXIT.
005880     PERFORM 1350-LOAD-PROMOS
005890         THRU 1350-EXIT.
005900     PERFORM 1400-OPEN-CUSTOMERS
005910         THRU 1400-EXIT.
005920     PERFORM 1470-LOAD-CREDITS
005930         THRU 1470-EXIT.
005940     DISPLAY "Welcome."
005950     DISPLAY " ".
005960 1000-EXIT.
005970     EXIT.
005980
005990
006000****************************************************************
006010*  1050-READ-CONTROL-FILE
006020*
006030*  READS THE STORE'S BUSINESS DATE AND OPEN/CLOSED FLAG.  A
006040*  MISSING CONTROL-FILE OR A DAY FLAGGED CLOSED ENDS THE RUN
006050*  BEFORE ANYTHING OPENS FOR OUTPUT, SO NOTHING POSTS UNDER THE
006060*  WRONG DAY.
006070****************************************************************
006080 1050-READ-CONTROL-FILE.
006090     OPEN INPUT CONTROL-FILE.
006100     IF JW-CONTROL-STATUS = '35'
006110         DISPLAY "CONTROL-FILE missing - run day-end setup first."
006120         MOVE 8 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     READ CONTROL-FILE
006160         AT END
006170             DISPLAY "CONTROL-FILE empty - cannot start."
006180             CLOSE CONTROL-FILE
006190             MOVE 8 TO RETURN-CODE
006200             STOP RUN
006210     END-READ.
006220     IF CT-STORE-STATUS = 'C'
006230         DISPLAY "Store is flagged closed for " CT-BUSINESS-DATE
006240             "; run JELLO-DAYEND before opening."
006250         CLOSE CONTROL-FILE
006260         MOVE 8 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290     MOVE CT-BUSINESS-DATE TO JW-BUSINESS-DATE.
006300     IF CT-TAX-RATE IS NUMERIC
006310         MOVE CT-TAX-RATE TO JW-TAX-RATE
006320     ELSE
006330         MOVE 0 TO JW-TAX-RATE
006340     END-IF.
006350     PERFORM 1052-CHECK-RUN-CONTROL
006360         THRU 1052-EXIT.
006370     CLOSE CONTROL-FILE.
006380 1050-EXIT.
006390     EXIT.
006400
006410****************************************************************
006420*  1052-CHECK-RUN-CONTROL
006430*
006440*  ENFORCES THE DAILY SEQUENCE OFF THE CONTROL RECORD STILL IN
006450*  THE BUFFER: THE BATCH MUST HAVE POSTED BEFORE THE COUNTER
006460*  OPENS, AND A SECOND COUNTER RUN NEEDS A LOGGED OVERRIDE
006470*  (THE SUMMER-WEEKEND SECOND REGISTER IS EXACTLY THAT).
006480****************************************************************
006490 1052-CHECK-RUN-CONTROL.
006500     IF CT-BATCH-DONE NOT = 'Y'
006510         DISPLAY "JELLO-BATCH has not run for "
006520             CT-BUSINESS-DATE "."
006530         PERFORM 1053-ASK-OVERRIDE
006540             THRU 1053-EXIT
006550     END-IF.
006560     IF CT-COUNTER-DONE = 'Y'
006570         DISPLAY "The counter already closed for "
006580             CT-BUSINESS-DATE "."
006590         PERFORM 1053-ASK-OVERRIDE
006600             THRU 1053-EXIT
006610     END-IF.
006620 1052-EXIT.
006630     EXIT.
006640
006650****************************************************************
006660*  1053-ASK-OVERRIDE
006670*
006680*  OFFERS THE OPERATOR A LOGGED OVERRIDE; ANYTHING BUT Y ENDS
006690*  THE RUN WITH RETURN-CODE 8 AND NOTHING OPENED.
006700****************************************************************
006710 1053-ASK-OVERRIDE.
006720     DISPLAY "Override and run anyway? (Y/N) "
006730         WITH NO ADVANCING.
006740     ACCEPT JW-OVERRIDE-RAW.
006750     IF JW-OVERRIDE-RAW NOT = 'Y' AND JW-OVERRIDE-RAW NOT = 'y'
006760         DISPLAY "Run refused; the register stays closed."
006770         CLOSE CONTROL-FILE
006780         MOVE 8 TO RETURN-CODE
006790         STOP RUN
006800     END-IF.
006810     PERFORM 1054-LOG-OVERRIDE
006820         THRU 1054-EXIT.
006830 1053-EXIT.
006840     EXIT.
006850
006860****************************************************************
006870*  1054-LOG-OVERRIDE
006880*
006890*  APPENDS THE REASON-04 OVERRIDE RECORD TO AUDIT-LOG SO THE
006900*  FORCED RUN LEAVES A TRAIL.
006910****************************************************************
006920 1054-LOG-OVERRIDE.
006930     OPEN EXTEND AUDIT-LOG.
006940     IF JW-AUDIT-STATUS = '35'
006950         OPEN OUTPUT AUDIT-LOG
006960     END-IF.
006970     ACCEPT JW-ORDER-TIME FROM TIME.
006980     MOVE CT-BUSINESS-DATE TO AL-LOG-DATE.
006990     MOVE JW-ORDER-TIME TO AL-LOG-TIME.
007000     MOVE "JELLO-WORLD" TO AL-CUSTOMER-NAME.
007010     MOVE '*' TO AL-RAW-CHOICE.
007020     MOVE SPACES TO AL-FLAVOR-NAME.
007030     MOVE '04' TO AL-REASON-CODE.
007040     MOVE SPACES TO AL-OPERATOR-ID.
007050     WRITE AUDIT-LOG-RECORD.
007060     CLOSE AUDIT-LOG.
007070 1054-EXIT.
007080     EXIT.
007090
007100****************************************************************
007110*  1055-ACCEPT-STATION-ID
007120*
007130*  ASSIGNS THIS RUN'S REGISTER STATION.  ENTER TAKES STATION
007140*  01, THE ONLY REGISTER MOST DAYS; THE SUMMER-WEEKEND SECOND
007150*  REGISTER KEYS 02.  A SHORT-KEYED STATION IS RIGHT-JUSTIFIED,
007160*  ZERO FILLED, THE SAME AS A CUSTOMER NUMBER, SO "1" AND ENTER
007170*  BOTH LAND ON 01 AND THE RECONCILIATION SEES ONE DRAWER, NOT
007180*  TWO.  EVERY RECORD AND THE CLOSE-OUT CARRY THE STATION SO
007190*  EACH DRAWER PROVES ON ITS OWN.
007200****************************************************************
007210 1055-ACCEPT-STATION-ID.
007220     DISPLAY "Station ID (Enter = 01): " WITH NO ADVANCING.
007230     ACCEPT JW-STATION-RAW.
007240     IF JW-STATION-RAW = SPACES
007250         MOVE '01' TO JW-STATION-ID
007260     ELSE
007270         IF JW-STATION-RAW(2:1) = SPACE
007280             MOVE JW-STATION-RAW(1:1) TO JW-STATION-RAW(2:1)
007290             MOVE '0' TO JW-STATION-RAW(1:1)
007300         END-IF
007310         MOVE JW-STATION-RAW TO JW-STATION-ID
007320     END-IF.
007330     DISPLAY "Ringing on station " JW-STATION-ID ".".
007340 1055-EXIT.
007350     EXIT.
007360
007370****************************************************************
007380*  1060-LOAD-OPERATORS
007390*
007400*  READS OPERATOR-MASTER INTO JW-OPERATOR-TABLE.  A REGISTER
007410*  WITH NO OPERATOR-MASTER CANNOT ENFORCE WHO IS RINGING, SO
007420*  THE RUN ENDS BEFORE ANYTHING OPENS FOR OUTPUT.
007430****************************************************************
007440 1060-LOAD-OPERATORS.
007450     OPEN INPUT OPERATOR-MASTER.
007460     IF JW-OPERATOR-STATUS = '35'
007470         DISPLAY "OPERATOR-MASTER missing - no one can sign on."
007480         MOVE 8 TO RETURN-CODE
007490         STOP RUN
007500     END-IF.
007510     MOVE 0 TO JW-OPERATOR-COUNT.
007520     MOVE 'N' TO JW-OPERATOR-EOF.
007530     PERFORM 1070-READ-OPERATOR-RECORD
007540         THRU 1070-EXIT.
007550     PERFORM 1080-STORE-OPERATOR-RECORD
007560         THRU 1080-EXIT
007570         UNTIL JW-END-OF-OPERATORS.
007580     CLOSE OPERATOR-MASTER.
007590     IF JW-OPERATOR-COUNT = 0
007600         DISPLAY "OPERATOR-MASTER is empty - no one can sign on."
007610         MOVE 8 TO RETURN-CODE
007620         STOP RUN
007630     END-IF.
007640 1060-EXIT.
007650     EXIT.
007660
007670****************************************************************
007680*  1070-READ-OPERATOR-RECORD
007690*
007700*  READS ONE OPERATOR-MASTER RECORD AHEAD.
007710****************************************************************
007720 1070-READ-OPERATOR-RECORD.
007730     READ OPERATOR-MASTER
007740         AT END MOVE 'Y' TO JW-OPERATOR-EOF
007750     END-READ.
007760 1070-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*  1080-STORE-OPERATOR-RECORD
007810*
007820*  ADDS THE OPERATOR JUST READ TO JW-OPERATOR-TABLE AND PRIMES
007830*  THE NEXT READ.
007840****************************************************************
007850 1080-STORE-OPERATOR-RECORD.
007860     ADD 1 TO JW-OPERATOR-COUNT.
007870     SET JW-OPERATOR-IDX TO JW-OPERATOR-COUNT.
007880     MOVE OP-OPERATOR-ID TO JW-OPER-ID(JW-OPERATOR-IDX).
007890     MOVE OP-OPERATOR-NAME TO JW-OPER-NAME(JW-OPERATOR-IDX).
007900     MOVE OP-AUTH-LEVEL TO JW-OPER-LEVEL(JW-OPERATOR-IDX).
007910     PERFORM 1070-READ-OPERATOR-RECORD
007920         THRU 1070-EXIT.
007930 1080-EXIT.
007940     EXIT.
007950
007960****************************************************************
007970*  1100-LOAD-FLAVOR-MASTER
007980*
007990*  READS FLAVOR-MASTER INTO JW-FLAVOR-TABLE SO THE MENU AND THE
008000*  FLAVOR LOOKUP CAN DRIVE OFF MAINTAINABLE DATA.
008010****************************************************************
008020 1100-LOAD-FLAVOR-MASTER.
008030     OPEN INPUT FLAVOR-MASTER.
008040     MOVE 0 TO JW-FLAVOR-COUNT.
008050     MOVE 'N' TO JW-FLAVOR-MASTER-EOF.
008060     PERFORM 1110-READ-FLAVOR-RECORD
008070         THRU 1110-EXIT.
008080     PERFORM 1120-STORE-FLAVOR-RECORD
008090         THRU 1120-EXIT
008100         UNTIL JW-END-OF-FLAVOR-MASTER.
008110     CLOSE FLAVOR-MASTER.
008120 1100-EXIT.
008130     EXIT.
008140
008150****************************************************************
008160*  1110-READ-FLAVOR-RECORD
008170*
008180*  READS ONE FLAVOR-MASTER RECORD AHEAD.
008190****************************************************************
008200 1110-READ-FLAVOR-RECORD.
008210     READ FLAVOR-MASTER
008220         AT END MOVE 'Y' TO JW-FLAVOR-MASTER-EOF
008230     END-READ.
008240 1110-EXIT.
008250     EXIT.
008260
008270****************************************************************
008280*  1120-STORE-FLAVOR-RECORD
008290*
008300*  ADDS THE FLAVOR JUST READ TO JW-FLAVOR-TABLE AND PRIMES THE
008310*  NEXT READ.
008320****************************************************************
008330 1120-STORE-FLAVOR-RECORD.
008340     ADD 1 TO JW-FLAVOR-COUNT.
008350     SET JW-FLAVOR-IDX TO JW-FLAVOR-COUNT.
008360     MOVE FM-FLAVOR-CODE TO JW-FLAVOR-CODE(JW-FLAVOR-IDX).
008370     MOVE FM-FLAVOR-NAME TO JW-FLAVOR-NAME(JW-FLAVOR-IDX).
008380     PERFORM 1110-READ-FLAVOR-RECORD
008390         THRU 1110-EXIT.
008400 1120-EXIT.
008410     EXIT.
008420
008430****************************************************************
008440*  1200-LOAD-INVENTORY
008450*
008460*  READS INVENTORY-FILE INTO JW-INVENTORY-TABLE SO EACH SALE CAN
008470*  BE CHECKED AGAINST TODAY'S ON-HAND COUNT.
008480****************************************************************
008490 1200-LOAD-INVENTORY.
008500     OPEN INPUT INVENTORY-FILE.
008510     MOVE 0 TO JW-INVENTORY-COUNT.
008520     MOVE 'N' TO JW-INVENTORY-EOF.
008530     PERFORM 1210-READ-INVENTORY-RECORD
008540         THRU 1210-EXIT.
008550     PERFORM 1220-STORE-INVENTORY-RECORD
008560         THRU 1220-EXIT
008570         UNTIL JW-END-OF-INVENTORY.
008580     CLOSE INVENTORY-FILE.
008590 1200-EXIT.
008600     EXIT.
008610
008620****************************************************************
008630*  1210-READ-INVENTORY-RECORD
008640*
008650*  READS ONE INVENTORY-FILE RECORD AHEAD.
008660****************************************************************
008670 1210-READ-INVENTORY-RECORD.
008680     READ INVENTORY-FILE
008690         AT END MOVE 'Y' TO JW-INVENTORY-EOF
008700     END-READ.
008710 1210-EXIT.
008720     EXIT.
008730
008740****************************************************************
008750*  1220-STORE-INVENTORY-RECORD
008760*
008770*  ADDS THE ON-HAND COUNT JUST READ TO JW-INVENTORY-TABLE AND
008780*  PRIMES THE NEXT READ.
008790****************************************************************
008800 1220-STORE-INVENTORY-RECORD.
008810     ADD 1 TO JW-INVENTORY-COUNT.
008820     SET JW-INVENTORY-IDX TO JW-INVENTORY-COUNT.
008830     MOVE IV-FLAVOR-CODE TO JW-INVENTORY-CODE(JW-INVENTORY-IDX).
008840     MOVE IV-ON-HAND TO JW-INVENTORY-ON-HAND(JW-INVENTORY-IDX).
008850     MOVE IV-REORDER-POINT TO JW-REORDER-POINT(JW-INVENTORY-IDX).
008860     PERFORM 1210-READ-INVENTORY-RECORD
008870         THRU 1210-EXIT.
008880 1220-EXIT.
008890     EXIT.
008900
008910****************************************************************
008920*  1300-LOAD-PRICES
008930*
008940*  READS PRICE-MASTER INTO JW-PRICE-TABLE SO EACH RECEIPT LINE
008950*  CAN BE PRICED WITHOUT A PRICE HARDCODED IN THE PROGRAM.
008960****************************************************************
008970 1300-LOAD-PRICES.
008980     OPEN INPUT PRICE-MASTER.
008990     MOVE 0 TO JW-PRICE-COUNT.
009000     MOVE 'N' TO JW-PRICE-EOF.
009010     PERFORM 1310-READ-PRICE-RECORD
009020         THRU 1310-EXIT.
009030     PERFORM 1320-STORE-PRICE-RECORD
009040         THRU 1320-EXIT
009050         UNTIL JW-END-OF-PRICES.
009060     CLOSE PRICE-MASTER.
009070 1300-EXIT.
009080     EXIT.
009090
009100****************************************************************
009110*  1310-READ-PRICE-RECORD
009120*
009130*  READS ONE PRICE-MASTER RECORD AHEAD.
009140****************************************************************
009150 1310-READ-PRICE-RECORD.
009160     READ PRICE-MASTER
009170         AT END MOVE 'Y' TO JW-PRICE-EOF
009180     END-READ.
009190 1310-EXIT.
009200     EXIT.
009210
009220****************************************************************
009230*  1320-STORE-PRICE-RECORD
009240*
009250*  ADDS THE PRICE JUST READ TO JW-PRICE-TABLE AND PRIMES THE
009260*  NEXT READ.
009270****************************************************************
009280 1320-STORE-PRICE-RECORD.
009290     ADD 1 TO JW-PRICE-COUNT.
009300     SET JW-PRICE-IDX TO JW-PRICE-COUNT.
009310     MOVE PM-FLAVOR-CODE TO JW-PRICE-CODE(JW-PRICE-IDX).
009320     MOVE PM-PRICE TO JW-PRICE-AMOUNT(JW-PRICE-IDX).
009330     PERFORM 1310-READ-PRICE-RECORD
009340         THRU 1310-EXIT.
009350 1320-EXIT.
009360     EXIT.
009370
009380****************************************************************
009390*  1350-LOAD-PROMOS
009400*
009410*  READS PROMO-MASTER INTO JW-PROMO-TABLE.  A MISSING FILE JUST
009420*  MEANS NO SPECIALS ARE RUNNING.
009430****************************************************************
009440 1350-LOAD-PROMOS.
009450     MOVE 0 TO JW-PROMO-COUNT.
009460     OPEN INPUT PROMO-MASTER.
009470     IF JW-PROMO-STATUS = '35'
009480         MOVE 'Y' TO JW-PROMO-EOF
009490     ELSE
009500         MOVE 'N' TO JW-PROMO-EOF
009510         PERFORM 1360-READ-PROMO-RECORD
009520             THRU 1360-EXIT
009530         PERFORM 1370-STORE-PROMO-RECORD
009540             THRU 1370-EXIT
009550             UNTIL JW-END-OF-PROMOS
009560         CLOSE PROMO-MASTER
009570     END-IF.
009580 1350-EXIT.
009590     EXIT.
009600
009610****************************************************************
009620*  1360-READ-PROMO-RECORD
009630*
009640*  READS ONE PROMO-MASTER RECORD AHEAD.
009650****************************************************************
009660 1360-READ-PROMO-RECORD.
009670     READ PROMO-MASTER
009680         AT END MOVE 'Y' TO JW-PROMO-EOF
009690     END-READ.
009700 1360-EXIT.
009710     EXIT.
009720
009730****************************************************************
009740*  1370-STORE-PROMO-RECORD
009750*
009760*  ADDS THE PROMOTION JUST READ TO JW-PROMO-TABLE AND PRIMES
009770*  THE NEXT READ.
009780****************************************************************
009790 1370-STORE-PROMO-RECORD.
009800     IF JW-PROMO-COUNT < 20
009810         ADD 1 TO JW-PROMO-COUNT
009820         SET JW-PROMO-IDX TO JW-PROMO-COUNT
009830         MOVE PR-PROMO-ID TO JW-PR-ID(JW-PROMO-IDX)
009840         MOVE PR-FLAVOR-CODE TO JW-PR-CODE(JW-PROMO-IDX)
009850         MOVE PR-PROMO-PRICE TO JW-PR-PRICE(JW-PROMO-IDX)
009860         MOVE PR-PCT-OFF TO JW-PR-PCT(JW-PROMO-IDX)
009870         MOVE PR-START-DATE TO JW-PR-START(JW-PROMO-IDX)
009880         MOVE PR-END-DATE TO JW-PR-END(JW-PROMO-IDX)
009890     END-IF.
009900     PERFORM 1360-READ-PROMO-RECORD
009910         THRU 1360-EXIT.
009920 1370-EXIT.
009930     EXIT.
009940
009950****************************************************************
009960*  1400-OPEN-CUSTOMERS
009970*
009980*  OPENS THE INDEXED CUSTOMER-MASTER FOR THE RUN (CREATING AN
009990*  EMPTY ONE ON A BOX WHERE NO ONE HAS SIGNED UP YET) AND SCANS
010000*  IT ONCE FOR THE NEXT FREE CUSTOMER NUMBER.
010010****************************************************************
010020 1400-OPEN-CUSTOMERS.
010030     MOVE 1 TO JW-NEXT-CUST-NUMBER.
010040     OPEN I-O CUSTOMER-MASTER.
010050     IF JW-CUSTOMER-STATUS = '35'
010060         OPEN OUTPUT CUSTOMER-MASTER
010070         CLOSE CUSTOMER-MASTER
010080         OPEN I-O CUSTOMER-MASTER
010090     END-IF.
010100     MOVE 'N' TO JW-CUSTOMER-EOF.
010110     MOVE 0 TO CM-CUSTOMER-NUMBER.
010120     START CUSTOMER-MASTER
010130         KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
010140         INVALID KEY MOVE 'Y' TO JW-CUSTOMER-EOF
010150     END-START.
010160     IF NOT JW-END-OF-CUSTOMERS
010170         PERFORM 1410-READ-NEXT-CUSTOMER
010180             THRU 1410-EXIT
010190         PERFORM 1420-NOTE-CUSTOMER-NUMBER
010200             THRU 1420-EXIT
010210             UNTIL JW-END-OF-CUSTOMERS
010220     END-IF.
010230 1400-EXIT.
010240     EXIT.
010250
010260****************************************************************
010270*  1410-READ-NEXT-CUSTOMER
010280*
010290*  READS THE NEXT CUSTOMER-MASTER RECORD IN KEY ORDER.
010300****************************************************************
010310 1410-READ-NEXT-CUSTOMER.
010320     READ CUSTOMER-MASTER NEXT RECORD
010330         AT END MOVE 'Y' TO JW-CUSTOMER-EOF
010340     END-READ.
010350 1410-EXIT.
010360     EXIT.
010370
010380****************************************************************
010390*  1420-NOTE-CUSTOMER-NUMBER
010400*
010410*  BUMPS THE NEXT FREE CUSTOMER NUMBER PAST THE RECORD JUST
010420*  READ AND PRIMES THE NEXT READ.
010430****************************************************************
010440 1420-NOTE-CUSTOMER-NUMBER.
010450     IF CM-CUSTOMER-NUMBER >= JW-NEXT-CUST-NUMBER
010460         ADD 1 TO CM-CUSTOMER-NUMBER
010470             GIVING JW-NEXT-CUST-NUMBER
010480     END-IF.
010490     PERFORM 1410-READ-NEXT-CUSTOMER
010500         THRU 1410-EXIT.
010510 1420-EXIT.
010520     EXIT.
010530
010540****************************************************************
010550*  1470-LOAD-CREDITS
010560*
010570*  NETS CREDIT-LEDGER INTO PER-CUSTOMER BALANCES: ISSUES ADD,
010580*  REDEMPTIONS SUBTRACT.  A MISSING LEDGER JUST MEANS NO ONE
010590*  HOLDS CREDIT YET.
010600****************************************************************
010610 1470-LOAD-CREDITS.
010620     MOVE 0 TO JW-CREDIT-COUNT.
010630     OPEN INPUT CREDIT-LEDGER.
010640     IF JW-CREDIT-STATUS = '35'
010650         MOVE 'Y' TO JW-CREDIT-EOF
010660     ELSE
010670         MOVE 'N' TO JW-CREDIT-EOF
010680         PERFORM 1480-READ-CREDIT-RECORD
010690             THRU 1480-EXIT
010700         PERFORM 1490-POST-CREDIT-RECORD
010710             THRU 1490-EXIT
010720             UNTIL JW-END-OF-CREDITS
010730         CLOSE CREDIT-LEDGER
010740     END-IF.
010750 1470-EXIT.
010760     EXIT.
010770
010780****************************************************************
010790*  1480-READ-CREDIT-RECORD
010800*
010810*  READS ONE CREDIT-LEDGER RECORD AHEAD.
010820****************************************************************
010830 1480-READ-CREDIT-RECORD.
010840     READ CREDIT-LEDGER
010850         AT END MOVE 'Y' TO JW-CREDIT-EOF
010860     END-READ.
010870 1480-EXIT.
010880     EXIT.
010890
010900****************************************************************
010910*  1490-POST-CREDIT-RECORD
010920*
010930*  NETS THE LEDGER RECORD JUST READ INTO ITS CUSTOMER'S BALANCE
010940*  AND PRIMES THE NEXT READ.
010950****************************************************************
010960 1490-POST-CREDIT-RECORD.
010970     MOVE 0 TO JW-CUR-CREDIT-SUB.
010980     SET JW-CREDIT-IDX TO 1.
010990     SEARCH JW-CREDIT-ENTRY
011000         AT END CONTINUE
011010         WHEN JW-CR-CUST-NUMBER(JW-CREDIT-IDX) =
011020                 CR-CUSTOMER-NUMBER
011030             SET JW-CUR-CREDIT-SUB TO JW-CREDIT-IDX
011040     END-SEARCH.
011050     IF JW-CUR-CREDIT-SUB = 0 AND JW-CREDIT-COUNT < 100
011060         ADD 1 TO JW-CREDIT-COUNT
011070         MOVE JW-CREDIT-COUNT TO JW-CUR-CREDIT-SUB
011080         MOVE CR-CUSTOMER-NUMBER
011090             TO JW-CR-CUST-NUMBER(JW-CUR-CREDIT-SUB)
011100         MOVE 0 TO JW-CR-BALANCE(JW-CUR-CREDIT-SUB)
011110     END-IF.
011120     IF JW-CUR-CREDIT-SUB = 0 AND JW-CREDIT-FULL-NOTED = 'N'
011130         MOVE 'Y' TO JW-CREDIT-FULL-NOTED
011140         DISPLAY "Warning: more than 100 customers on"
011150             " CREDIT-LEDGER - some balances are not"
011160             " loaded; credit tenders for them will be"
011170             " refused this run."
011180     END-IF.
011190     IF JW-CUR-CREDIT-SUB > 0
011200         IF CR-TRANS-TYPE = 'I'
011210             ADD CR-AMOUNT TO JW-CR-BALANCE(JW-CUR-CREDIT-SUB)
011220         ELSE
011230             SUBTRACT CR-AMOUNT
011240                 FROM JW-CR-BALANCE(JW-CUR-CREDIT-SUB)
011250         END-IF
011260     END-IF.
011270     PERFORM 1480-READ-CREDIT-RECORD
011280         THRU 1480-EXIT.
011290 1490-EXIT.
011300     EXIT.
011310
011320****************************************************************
011330*  1500-CUSTOMER-SESSION
011340*
011350*  RUNS ONE CUSTOMER, FROM GREETING THROUGH THEIR LAST FLAVOR
011360*  ORDER.  A KIOSK CAN LOOP BACK HERE FOR THE NEXT CUSTOMER
011370*  INSTEAD OF ENDING THE JOB.
011380****************************************************************
011390 1500-CUSTOMER-SESSION.
011400     PERFORM 1450-OPERATOR-SIGN-ON
011410         THRU 1450-EXIT.
011420     PERFORM 1550-IDENTIFY-CUSTOMER
011430         THRU 1550-EXIT.
011440     MOVE 'Y' TO Again
011450     MOVE 0 TO JW-RECEIPT-COUNT
011460     MOVE 0 TO JW-ORDER-TOTAL
011470     MOVE 0 TO JW-ORDER-TAX
011480     PERFORM 2000-PROCESS-ORDER
011490         THRU 2000-EXIT
011500         UNTIL Again = 'N'.
011510     PERFORM 1650-POST-SESSION-PURCHASES
011520         THRU 1650-EXIT.
011530 1500-EXIT.
011540     EXIT.
011550
011560****************************************************************
011570*  1450-OPERATOR-SIGN-ON
011580*
011590*  STARTS THE SESSION ON A SIGNED-ON OPERATOR.  PRESSING ENTER
011600*  KEEPS WHOEVER IS ALREADY ON THE REGISTER; AN ID NOT ON
011610*  OPERATOR-MASTER RE-PROMPTS, SO NOTHING RINGS UNDER AN
011620*  UNKNOWN OPERATOR.  T TAKES A TIME-CLOCK PUNCH AND RE-PROMPTS.
011630****************************************************************
011640 1450-OPERATOR-SIGN-ON.
011650     MOVE 'N' TO JW-OPER-VALID.
011660     PERFORM 1460-ACCEPT-OPERATOR-ID
011670         THRU 1460-EXIT
011680         UNTIL JW-VALID-OPERATOR.
011690 1450-EXIT.
011700     EXIT.
011710
011720****************************************************************
011730*  1460-ACCEPT-OPERATOR-ID
011740*
011750*  ACCEPTS ONE OPERATOR ID AND ONLY TRUSTS IT WHEN IT MATCHES
011760*  OPERATOR-MASTER, THE SAME PATTERN THE OTHER PROMPTS USE.
011770*  CLOCK-ONLY (LEVEL 0) STAFF ARE REFUSED.  A NEWLY SIGNED-ON
011780*  OPERATOR IS CLOCKED IN IF THEY ARE NOT ALREADY.
011790****************************************************************
011800 1460-ACCEPT-OPERATOR-ID.
011810     IF JW-CUR-OPERATOR-ID = SPACES
011820         DISPLAY "Operator ID (T = time clock): "
011830             WITH NO ADVANCING
011840     ELSE
011850         DISPLAY "Operator ID (Enter keeps "
011860             JW-CUR-OPERATOR-ID ", T = time clock): "
011870             WITH NO ADVANCING
011880     END-IF.
011890     ACCEPT JW-OPER-RAW.
011900     IF JW-OPER-RAW = 'T' OR JW-OPER-RAW = 't'
011910         PERFORM 1464-TIME-CLOCK-ONLY
011920             THRU 1464-EXIT
011930         GO TO 1460-EXIT
011940     END-IF.
011950     IF JW-OPER-RAW = SPACES
011960         AND JW-CUR-OPERATOR-ID NOT = SPACES
011970         MOVE 'Y' TO JW-OPER-VALID
011980         GO TO 1460-EXIT
011990     END-IF.
012000     SET JW-OPERATOR-IDX TO 1.
012010     SEARCH JW-OPERATOR-ENTRY
012020         AT END
012030             DISPLAY "Operator " JW-OPER-RAW " is not on"
012040                 " OPERATOR-MASTER."
012050         WHEN JW-OPER-ID(JW-OPERATOR-IDX) = JW-OPER-RAW
012060             IF JW-OPER-LEVEL(JW-OPERATOR-IDX) = 0
012070                 DISPLAY "Operator " JW-OPER-RAW " is on the"
012080                     " time clock only and cannot ring."
012090             ELSE
012100                 MOVE JW-OPER-ID(JW-OPERATOR-IDX)
012110                     TO JW-CUR-OPERATOR-ID
012120                 MOVE JW-OPER-NAME(JW-OPERATOR-IDX)
012130                     TO JW-CUR-OPER-NAME
012140                 MOVE JW-OPER-LEVEL(JW-OPERATOR-IDX)
012150                     TO JW-CUR-OPER-LEVEL
012160                 MOVE 'Y' TO JW-OPER-VALID
012170                 DISPLAY "Signed on: " JW-CUR-OPER-NAME
012180                 PERFORM 1462-CLOCK-IN-ON-SIGN-ON
012190                     THRU 1462-EXIT
012200             END-IF
012210     END-SEARCH.
012220 1460-EXIT.
012230     EXIT.
012240
012250****************************************************************
012260*  1462-CLOCK-IN-ON-SIGN-ON
012270*
012280*  CLOCKS THE OPERATOR JUST SIGNED ON IN, UNLESS THEIR LAST
012290*  PUNCH OF THE DAY ALREADY HAS THEM IN.
012300****************************************************************
012310 1462-CLOCK-IN-ON-SIGN-ON.
012320     MOVE JW-CUR-OPERATOR-ID TO JW-CLOCK-ID.
012330     PERFORM 1466-FIND-LAST-PUNCH
012340         THRU 1466-EXIT.
012350     IF JW-CLOCKED-IN
012360         GO TO 1462-EXIT.
012370     MOVE 'I' TO JW-PUNCH-TYPE.
012380     PERFORM 1469-WRITE-PUNCH
012390         THRU 1469-EXIT.
012400     DISPLAY "Clocked in at " JW-DISP-CLOCK ".".
012410 1462-EXIT.
012420     EXIT.
012430
012440****************************************************************
012450*  1464-TIME-CLOCK-ONLY
012460*
012470*  PUNCHES ANYONE ON OPERATOR-MASTER IN OR OUT WITHOUT SIGNING
012480*  THEM ON TO RING - THE WAY STAFF WHO NEVER RING KEEP TIME, AND
012490*  THE WAY A CLERK CLOCKS OUT.  THE PUNCH OFFERED IS THE OPPOSITE
012500*  OF THEIR LAST ONE TODAY.  CLOCKING OUT THE OPERATOR SIGNED ON
012510*  TO THE REGISTER SIGNS THEM OFF IT, SO NOTHING RINGS UNDER
012520*  SOMEONE OFF THE CLOCK.
012530****************************************************************
012540 1464-TIME-CLOCK-ONLY.
012550     DISPLAY "Time clock - operator ID: " WITH NO ADVANCING.
012560     MOVE SPACES TO JW-CLOCK-ID.
012570     ACCEPT JW-CLOCK-ID.
012580     SET JW-OPERATOR-IDX TO 1.
012590     SEARCH JW-OPERATOR-ENTRY
012600         AT END
012610             DISPLAY "Operator " JW-CLOCK-ID " is not on"
012620                 " OPERATOR-MASTER."
012630             GO TO 1464-EXIT
012640         WHEN JW-OPER-ID(JW-OPERATOR-IDX) = JW-CLOCK-ID
012650             MOVE JW-OPER-NAME(JW-OPERATOR-IDX) TO JW-CLOCK-NAME
012660     END-SEARCH.
012670     PERFORM 1466-FIND-LAST-PUNCH
012680         THRU 1466-EXIT.
012690     IF JW-CLOCKED-IN
012700         MOVE 'O' TO JW-PUNCH-TYPE
012710         DISPLAY JW-CLOCK-NAME " is clocked in.  Clock out?"
012720             " (Y/N) " WITH NO ADVANCING
012730     ELSE
012740         MOVE 'I' TO JW-PUNCH-TYPE
012750         DISPLAY JW-CLOCK-NAME " is clocked out.  Clock in?"
012760             " (Y/N) " WITH NO ADVANCING
012770     END-IF.
012780     MOVE SPACES TO JW-CLOCK-RAW.
012790     ACCEPT JW-CLOCK-RAW.
012800     IF JW-CLOCK-RAW NOT = 'Y' AND JW-CLOCK-RAW NOT = 'y'
012810         DISPLAY "No punch taken."
012820         GO TO 1464-EXIT.
012830     PERFORM 1469-WRITE-PUNCH
012840         THRU 1469-EXIT.
012850     IF JW-PUNCH-TYPE = 'I'
012860         DISPLAY JW-CLOCK-NAME " clocked in at " JW-DISP-CLOCK "."
012870         GO TO 1464-EXIT.
012880     DISPLAY JW-CLOCK-NAME " clocked out at " JW-DISP-CLOCK ".".
012890     IF JW-CLOCK-ID = JW-CUR-OPERATOR-ID
012900         MOVE SPACES TO JW-CUR-OPERATOR-ID
012910         MOVE SPACES TO JW-CUR-OPER-NAME
012920         MOVE 0 TO JW-CUR-OPER-LEVEL
012930         DISPLAY "Signed off the register."
012940     END-IF.
012950 1464-EXIT.
012960     EXIT.
012970
012980****************************************************************
012990*  1466-FIND-LAST-PUNCH
013000*
013010*  READS TIME-CLOCK FOR JW-CLOCK-ID'S LATEST PUNCH OF THE
013020*  BUSINESS DAY AND SETS JW-LAST-PUNCH TO ITS I OR O (SPACE WHEN
013030*  THEY HAVE NOT PUNCHED TODAY).  THE LATEST BY TIME, NOT BY
013040*  PLACE ON THE FILE, SINCE A CORRECTED PUNCH IS APPENDED.
013050****************************************************************
013060 1466-FIND-LAST-PUNCH.
013070     MOVE SPACES TO JW-LAST-PUNCH.
013080     MOVE SPACES TO JW-LAST-PUNCH-TIME.
013090     OPEN INPUT TIME-CLOCK.
013100     IF JW-CLOCK-STATUS = '35'
013110         GO TO 1466-EXIT.
013120     MOVE 'N' TO JW-CLOCK-EOF.
013130     PERFORM 1467-READ-PUNCH-RECORD
013140         THRU 1467-EXIT.
013150     PERFORM 1468-TEST-ONE-PUNCH
013160         THRU 1468-EXIT
013170         UNTIL JW-END-OF-CLOCK.
013180     CLOSE TIME-CLOCK.
013190 1466-EXIT.
013200     EXIT.
013210
013220****************************************************************
013230*  1467-READ-PUNCH-RECORD
013240*
013250*  READS ONE TIME-CLOCK RECORD AHEAD.
013260****************************************************************
013270 1467-READ-PUNCH-RECORD.
013280     READ TIME-CLOCK
013290         AT END MOVE 'Y' TO JW-CLOCK-EOF
013300     END-READ.
013310 1467-EXIT.
013320     EXIT.
013330
013340****************************************************************
013350*  1468-TEST-ONE-PUNCH
013360*
013370*  KEEPS THE PUNCH JUST READ WHEN IT IS JW-CLOCK-ID'S, TODAY'S,
013380*  AND NO EARLIER THAN THE LATEST KEPT SO FAR.  PRIMES THE NEXT
013390*  READ.
013400****************************************************************
013410 1468-TEST-ONE-PUNCH.
013420     IF TC-OPERATOR-ID = JW-CLOCK-ID
013430         AND TC-PUNCH-DATE = JW-BUSINESS-DATE
013440         AND TC-PUNCH-TIME NOT < JW-LAST-PUNCH-TIME
013450         MOVE TC-PUNCH-TYPE TO JW-LAST-PUNCH
013460         MOVE TC-PUNCH-TIME TO JW-LAST-PUNCH-TIME
013470     END-IF.
013480     PERFORM 1467-READ-PUNCH-RECORD
013490         THRU 1467-EXIT.
013500 1468-EXIT.
013510     EXIT.
013520
013530****************************************************************
013540*  1469-WRITE-PUNCH
013550*
013560*  APPENDS A JW-PUNCH-TYPE PUNCH FOR JW-CLOCK-ID TO TIME-CLOCK,
013570*  STAMPED WITH THE BUSINESS DATE, THE TIME, AND THE STATION,
013580*  AND SETS JW-DISP-CLOCK TO THE TIME FOR THE MESSAGE.
013590****************************************************************
013600 1469-WRITE-PUNCH.
013610     ACCEPT JW-ORDER-TIME FROM TIME.
013620     OPEN EXTEND TIME-CLOCK.
013630     IF JW-CLOCK-STATUS = '35'
013640         OPEN OUTPUT TIME-CLOCK
013650     END-IF.
013660     MOVE JW-BUSINESS-DATE TO TC-PUNCH-DATE.
013670     MOVE JW-ORDER-TIME TO TC-PUNCH-TIME.
013680     MOVE JW-CLOCK-ID TO TC-OPERATOR-ID.
013690     MOVE JW-PUNCH-TYPE TO TC-PUNCH-TYPE.
013700     MOVE JW-STATION-ID TO TC-STATION-ID.
013710     MOVE JW-CLOCK-ID TO TC-ENTERED-BY.
013720     WRITE TIME-CLOCK-RECORD.
013730     CLOSE TIME-CLOCK.
013740     MOVE JW-ORDER-TIME(1:2) TO JW-DC-HH.
013750     MOVE JW-ORDER-TIME(3:2) TO JW-DC-MM.
013760 1469-EXIT.
013770     EXIT.
013780
013790****************************************************************
013800*  1550-IDENTIFY-CUSTOMER
013810*
013820*  STARTS THE SESSION ON A CUSTOMER-MASTER ENTRY: A REGULAR KEYS
013830*  THEIR CUSTOMER NUMBER, A WALK-IN KEYS 00000 AND GIVES A NAME,
013840*  WHICH IS STANDARDIZED TO UPPER CASE AND MATCHED OR SIGNED UP
013850*  FRESH.  SETS THE LOYALTY DISCOUNT WHEN THE CUSTOMER'S
013860*  ACCUMULATED PURCHASES HAVE PASSED THE THRESHOLD.
013870****************************************************************
013880 1550-IDENTIFY-CUSTOMER.
013890     MOVE 'N' TO JW-CUST-ON-FILE.
013900     MOVE 0 TO JW-CUR-CUST-NUMBER.
013910     MOVE 0 TO JW-SESSION-PURCHASES.
013920     MOVE 'N' TO JW-LOYALTY-ACTIVE.
013930     MOVE 0 TO JW-CUR-DISCOUNT-PCT.
013940     DISPLAY "Customer number (00000 if new)? "
013950         WITH NO ADVANCING
013960     ACCEPT JW-CUSTNO-RAW
013970     DISPLAY " "
013980     IF JW-CUSTNO-RAW NOT = SPACES
013990         PERFORM 1555-JUSTIFY-CUSTNO
014000             THRU 1555-EXIT
014010             UNTIL JW-CUSTNO-RAW(5:1) NOT = SPACE
014020         INSPECT JW-CUSTNO-RAW REPLACING LEADING ' ' BY '0'
014030     END-IF
014040     IF JW-CUSTNO-RAW IS NUMERIC AND JW-CUSTNO-RAW NOT = '00000'
014050         PERFORM 1560-FIND-CUSTOMER-BY-NUMBER
014060             THRU 1560-EXIT
014070     END-IF.
014080     IF NOT JW-TRACKED-CUSTOMER
014090         PERFORM 1600-GET-CUSTOMER-NAME
014100             THRU 1600-EXIT
014110         PERFORM 1570-FIND-CUSTOMER-BY-NAME
014120             THRU 1570-EXIT
014130     END-IF.
014140 1550-EXIT.
014150     EXIT.
014160
014170****************************************************************
014180*  1555-JUSTIFY-CUSTNO
014190*
014200*  SHIFTS A SHORT-KEYED CUSTOMER NUMBER RIGHT ONE PLACE, ZERO
014210*  FILLED, SO "1" MATCHES 00001 WITHOUT THE CUSTOMER HAVING TO
014220*  KEY THE LEADING ZEROS.
014230****************************************************************
014240 1555-JUSTIFY-CUSTNO.
014250     MOVE JW-CUSTNO-RAW TO JW-CUSTNO-WORK.
014260     MOVE '0' TO JW-CUSTNO-RAW(1:1).
014270     MOVE JW-CUSTNO-WORK(1:4) TO JW-CUSTNO-RAW(2:4).
014280 1555-EXIT.
014290     EXIT.
014300
014310****************************************************************
014320*  1560-FIND-CUSTOMER-BY-NUMBER
014330*
014340*  READS THE KEYED CUSTOMER NUMBER STRAIGHT OFF THE INDEXED
014350*  MASTER.
014360****************************************************************
014370 1560-FIND-CUSTOMER-BY-NUMBER.
014380     MOVE JW-CUSTNO-RAW TO CM-CUSTOMER-NUMBER.
014390     READ CUSTOMER-MASTER
014400         INVALID KEY
014410             DISPLAY "Customer " JW-CUSTNO-RAW " not on file;"
014420                 " signing up as new."
014430         NOT INVALID KEY
014440             PERFORM 1590-TAKE-CUSTOMER-RECORD
014450                 THRU 1590-EXIT
014460             DISPLAY "Jello again, "
014470                 CM-CUSTOMER-NAME "!"
014480     END-READ.
014490 1560-EXIT.
014500     EXIT.
014510
014520****************************************************************
014530*  1570-FIND-CUSTOMER-BY-NAME
014540*
014550*  STANDARDIZES THE KEYED NAME TO UPPER CASE AND SCANS THE
014560*  INDEXED MASTER IN KEY ORDER FOR IT, SIGNING THE CUSTOMER UP
014570*  FRESH WHEN NO RECORD MATCHES.
014580****************************************************************
014590 1570-FIND-CUSTOMER-BY-NAME.
014600     MOVE YourName TO JW-UPPER-NAME.
014610     INSPECT JW-UPPER-NAME
014620         CONVERTING "abcdefghijklmnopqrstuvwxyz"
014630                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
014640     MOVE 'N' TO JW-CUSTOMER-EOF.
014650     MOVE 0 TO CM-CUSTOMER-NUMBER.
014660     START CUSTOMER-MASTER
014670         KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
014680         INVALID KEY MOVE 'Y' TO JW-CUSTOMER-EOF
014690     END-START.
014700     IF NOT JW-END-OF-CUSTOMERS
014710         PERFORM 1410-READ-NEXT-CUSTOMER
014720             THRU 1410-EXIT
014730         PERFORM 1575-TEST-ONE-NAME
014740             THRU 1575-EXIT
014750             UNTIL JW-END-OF-CUSTOMERS
014760                 OR JW-TRACKED-CUSTOMER
014770     END-IF.
014780     IF NOT JW-TRACKED-CUSTOMER
014790         PERFORM 1580-SIGN-UP-CUSTOMER
014800             THRU 1580-EXIT
014810     END-IF.
014820 1570-EXIT.
014830     EXIT.
014840
014850****************************************************************
014860*  1575-TEST-ONE-NAME
014870*
014880*  TESTS THE RECORD JUST READ AGAINST THE STANDARDIZED NAME AND
014890*  TAKES IT WHEN IT MATCHES, ELSE PRIMES THE NEXT READ.
014900****************************************************************
014910 1575-TEST-ONE-NAME.
014920     IF CM-CUSTOMER-NAME = JW-UPPER-NAME
014930         PERFORM 1590-TAKE-CUSTOMER-RECORD
014940             THRU 1590-EXIT
014950     ELSE
014960         PERFORM 1410-READ-NEXT-CUSTOMER
014970             THRU 1410-EXIT
014980     END-IF.
014990 1575-EXIT.
015000     EXIT.
015010
015020****************************************************************
015030*  1580-SIGN-UP-CUSTOMER
015040*
015050*  WRITES A FRESH CUSTOMER-MASTER RECORD FOR THE STANDARDIZED
015060*  NAME.  NO MORE 100-CUSTOMER CAP: EVERY SIGN-UP STICKS.
015070****************************************************************
015080 1580-SIGN-UP-CUSTOMER.
015090     MOVE JW-NEXT-CUST-NUMBER TO CM-CUSTOMER-NUMBER.
015100     MOVE JW-UPPER-NAME TO CM-CUSTOMER-NAME.
015110     MOVE 0 TO CM-TOTAL-PURCHASES.
015120     MOVE JW-NEW-CUST-PCT TO CM-LOYALTY-PCT.
015130     WRITE CUSTOMER-MASTER-RECORD
015140         INVALID KEY
015150             DISPLAY "Could not sign the customer up;"
015160                 " this session runs untracked."
015170         NOT INVALID KEY
015180             PERFORM 1590-TAKE-CUSTOMER-RECORD
015190                 THRU 1590-EXIT
015200             DISPLAY "Welcome aboard - your customer number is "
015210                 JW-NEXT-CUST-NUMBER "."
015220             ADD 1 TO JW-NEXT-CUST-NUMBER
015230     END-WRITE.
015240 1580-EXIT.
015250     EXIT.
015260
015270****************************************************************
015280*  1590-TAKE-CUSTOMER-RECORD
015290*
015300*  STARTS THE SESSION ON THE CUSTOMER-MASTER RECORD IN THE
015310*  BUFFER: REMEMBERS THE NUMBER AND NAME AND SETS THE LOYALTY
015320*  DISCOUNT WHEN THE ACCUMULATED PURCHASES HAVE PASSED THE
015330*  THRESHOLD.
015340****************************************************************
015350 1590-TAKE-CUSTOMER-RECORD.
015360     MOVE 'Y' TO JW-CUST-ON-FILE.
015370     MOVE CM-CUSTOMER-NUMBER TO JW-CUR-CUST-NUMBER.
015380     MOVE CM-CUSTOMER-NAME TO YourName.
015390     IF CM-TOTAL-PURCHASES >= JW-LOYALTY-THRESHOLD
015400         AND CM-LOYALTY-PCT > 0
015410         MOVE 'Y' TO JW-LOYALTY-ACTIVE
015420         MOVE CM-LOYALTY-PCT TO JW-CUR-DISCOUNT-PCT
015430         DISPLAY "Loyalty discount of "
015440             JW-CUR-DISCOUNT-PCT "% applies today."
015450     END-IF.
015460 1590-EXIT.
015470     EXIT.
015480
015490****************************************************************
015500*  1600-GET-CUSTOMER-NAME
015510*
015520*  PROMPTS FOR AND ACCEPTS THE CURRENT CUSTOMER'S NAME.
015530****************************************************************
015540 1600-GET-CUSTOMER-NAME.
015550     DISPLAY "What is your name? "
015560     ACCEPT YourName
015570     DISPLAY " "
015580     DISPLAY "Jello, " YourName.
015590 1600-EXIT.
015600     EXIT.
015610
015620****************************************************************
015630*  1650-POST-SESSION-PURCHASES
015640*
015650*  POSTS THE SESSION'S NET PURCHASES BACK TO THE CUSTOMER'S
015660*  RECORD WITH ONE FRESH READ AND REWRITE, SO AN ADJUSTMENT
015670*  ANOTHER PROGRAM MADE WHILE THE SESSION RAN IS NOT
015680*  OVERWRITTEN.  A SESSION THAT NETTED TO NOTHING LEAVES THE
015690*  RECORD ALONE.
015700****************************************************************
015710 1650-POST-SESSION-PURCHASES.
015720     IF NOT JW-TRACKED-CUSTOMER
015730         OR JW-SESSION-PURCHASES = 0
015740         GO TO 1650-EXIT.
015750     MOVE JW-CUR-CUST-NUMBER TO CM-CUSTOMER-NUMBER.
015760     READ CUSTOMER-MASTER
015770         INVALID KEY
015780             DISPLAY "Customer " JW-CUR-CUST-NUMBER
015790                 " vanished; purchases not posted."
015800         NOT INVALID KEY
015810             ADD CM-TOTAL-PURCHASES JW-SESSION-PURCHASES
015820                 GIVING JW-TOTAL-WORK
015830             IF JW-TOTAL-WORK < 0
015840                 MOVE 0 TO JW-TOTAL-WORK
015850             END-IF
015860             MOVE JW-TOTAL-WORK TO CM-TOTAL-PURCHASES
015870             REWRITE CUSTOMER-MASTER-RECORD
015880     END-READ.
015890 1650-EXIT.
015900     EXIT.
015910
015920****************************************************************
015930*  2000-PROCESS-ORDER
015940*
015950*  DISPLAYS THE FLAVOR MENU, ACCEPTS ONE CHOICE, AND LOGS THE
015960*  SALE.  CHOICE 0 ENDS THE LOOP.
015970****************************************************************
015980 2000-PROCESS-ORDER.
015990     PERFORM 2010-DISPLAY-MENU
016000         THRU 2010-EXIT.
016010     MOVE 'N' TO JW-CHOICE-VALID
016020     PERFORM 2050-ACCEPT-CHOICE
016030         THRU 2050-EXIT
016040         UNTIL JW-VALID-CHOICE
016050     EVALUATE Choice
016060         WHEN 0 MOVE 'N' TO Again
016070               PERFORM 2090-PRINT-RECEIPT
016080                   THRU 2090-EXIT
016090               PERFORM 2095-ACCEPT-TENDER
016100                   THRU 2095-EXIT
016110               PERFORM 2080-ASK-ANOTHER-CUSTOMER
016120                   THRU 2080-EXIT
016130         WHEN OTHER
016140               PERFORM 2040-GET-QUANTITY
016150                   THRU 2040-EXIT
016160               PERFORM 2060-RESOLVE-FLAVOR
016170                   THRU 2060-EXIT
016180     END-EVALUATE
016190     IF Choice NOT = 0
016200         DISPLAY "   "
016210         DISPLAY "   "
016220         DISPLAY "Here is your choice: " YourFlavor "."
016230         DISPLAY "   "
016240         DISPLAY "   "
016250         PERFORM 2100-WRITE-ORDER-RECORD
016260             THRU 2100-EXIT
016270     END-IF.
016280 2000-EXIT.
016290     EXIT.
016300
016310****************************************************************
016320*  2010-DISPLAY-MENU
016330*
016340*  DISPLAYS THE FLAVOR MENU STRAIGHT FROM JW-FLAVOR-TABLE SO A
016350*  DATA CHANGE IN FLAVOR-MASTER IS ALL IT TAKES TO CHANGE WHAT
016360*  SHOWS UP ON THE SCREEN.
016370****************************************************************
016380 2010-DISPLAY-MENU.
016390     DISPLAY "Choose one " WITH NO ADVANCING
016400     DISPLAY "of our delicious flavors. "
016410     DISPLAY "   "
016420     PERFORM 2011-DISPLAY-ONE-FLAVOR
016430         VARYING JW-FLAVOR-IDX FROM 1 BY 1
016440         UNTIL JW-FLAVOR-IDX > JW-FLAVOR-COUNT
016450     DISPLAY " 0: Quit"
016460     DISPLAY " V: Void last item"
016470     DISPLAY " ".
016480 2010-EXIT.
016490     EXIT.
016500
016510****************************************************************
016520*  2011-DISPLAY-ONE-FLAVOR
016530*
016540*  DISPLAYS ONE LINE OF THE FLAVOR MENU, THE CODE RIGHT-ALIGNED
016550*  WITHOUT ITS LEADING ZERO.
016560****************************************************************
016570 2011-DISPLAY-ONE-FLAVOR.
016580     MOVE JW-FLAVOR-CODE(JW-FLAVOR-IDX) TO JW-MENU-CODE.
016590     DISPLAY JW-MENU-CODE ": "
016600             JW-FLAVOR-NAME(JW-FLAVOR-IDX).
016610 2011-EXIT.
016620     EXIT.
016630
016640****************************************************************
016650*  2060-RESOLVE-FLAVOR
016660*
016670*  LOOKS Choice UP IN JW-FLAVOR-TABLE, SETS YourFlavor, COUNTS
016680*  THE SALE, AND DECREMENTS THE MATCHING INVENTORY-FILE ENTRY
016690*  AND ITS LOTS, OLDEST LOT FIRST.
016700*  2055-CHECK-STOCK HAS ALREADY CONFIRMED STOCK IS ON HAND
016710*  BEFORE THIS PARAGRAPH IS REACHED.  A Choice THAT MATCHES NO
016720*  TABLE ENTRY SHOULD NOT HAPPEN SINCE 2050-ACCEPT-CHOICE ALREADY
016730*  LIMITS IT TO A FLAVOR-MASTER CODE, BUT IS GUARDED ANYWAY.
016740****************************************************************
016750 2060-RESOLVE-FLAVOR.
016760     SET JW-FLAVOR-IDX TO 1.
016770     SEARCH JW-FLAVOR-ENTRY
016780         AT END MOVE 'ERROR' TO YourFlavor
016790         WHEN JW-FLAVOR-CODE(JW-FLAVOR-IDX) = Choice
016800             MOVE JW-FLAVOR-NAME(JW-FLAVOR-IDX) TO YourFlavor
016810             ADD Quantity TO JW-FLAVOR-SOLD(JW-FLAVOR-IDX)
016820     END-SEARCH.
016830     SET JW-INVENTORY-IDX TO 1.
016840     SEARCH JW-INVENTORY-ENTRY
016850         AT END CONTINUE
016860         WHEN JW-INVENTORY-CODE(JW-INVENTORY-IDX) = Choice
016870             SUBTRACT Quantity FROM
016880                 JW-INVENTORY-ON-HAND(JW-INVENTORY-IDX)
016890     END-SEARCH.
016900     MOVE Choice TO JW-DRAW-FLAVOR.
016910     MOVE Quantity TO JW-DRAW-QTY.
016920     PERFORM 6100-DRAW-LOTS
016930         THRU 6100-EXIT.
016940     MOVE 0 TO JW-UNIT-PRICE.
016950     SET JW-PRICE-IDX TO 1.
016960     SEARCH JW-PRICE-ENTRY
016970         AT END CONTINUE
016980         WHEN JW-PRICE-CODE(JW-PRICE-IDX) = Choice
016990             MOVE JW-PRICE-AMOUNT(JW-PRICE-IDX) TO JW-UNIT-PRICE
017000     END-SEARCH.
017010     MOVE SPACES TO JW-CUR-PROMO-ID.
017020     PERFORM 2062-FIND-PROMO
017030         THRU 2062-EXIT.
017040     IF JW-LOYAL-CUSTOMER
017050         SUBTRACT JW-CUR-DISCOUNT-PCT FROM 100
017060             GIVING JW-PRICE-FACTOR
017070         COMPUTE JW-UNIT-PRICE ROUNDED =
017080             JW-UNIT-PRICE * JW-PRICE-FACTOR / 100
017090     END-IF.
017100     IF JW-HAVE-PROMO = 'Y'
017110         AND JW-PROMO-PRICE < JW-UNIT-PRICE
017120         MOVE JW-PROMO-PRICE TO JW-UNIT-PRICE
017130     ELSE
017140         MOVE SPACES TO JW-CUR-PROMO-ID
017150     END-IF.
017160     MULTIPLY JW-UNIT-PRICE BY Quantity GIVING JW-LINE-TOTAL.
017170     ADD JW-LINE-TOTAL TO JW-ORDER-TOTAL.
017180     COMPUTE JW-LINE-TAX ROUNDED =
017190         JW-LINE-TOTAL * JW-TAX-RATE.
017200     ADD JW-LINE-TAX TO JW-ORDER-TAX.
017210     IF JW-TRACKED-CUSTOMER
017220         ADD JW-LINE-TOTAL TO JW-SESSION-PURCHASES
017230     END-IF.
017240     PERFORM 2065-ADD-RECEIPT-LINE
017250         THRU 2065-EXIT.
017260 2060-EXIT.
017270     EXIT.
017280
017290****************************************************************
017300*  2062-FIND-PROMO
017310*
017320*  SCANS JW-PROMO-TABLE FOR PROMOTIONS ON Choice ACTIVE ON THE
017330*  BUSINESS DATE AND KEEPS THE CHEAPEST CANDIDATE UNIT PRICE
017340*  (FIXED PROMO PRICE, OR PERCENT OFF THE LIST PRICE SITTING IN
017350*  JW-UNIT-PRICE).  SETS JW-HAVE-PROMO AND JW-CUR-PROMO-ID.
017360****************************************************************
017370 2062-FIND-PROMO.
017380     MOVE 'N' TO JW-HAVE-PROMO.
017390     MOVE 0 TO JW-PROMO-PRICE.
017400     PERFORM 2063-TEST-ONE-PROMO
017410         THRU 2063-EXIT
017420         VARYING JW-PROMO-SUB FROM 1 BY 1
017430         UNTIL JW-PROMO-SUB > JW-PROMO-COUNT.
017440 2062-EXIT.
017450     EXIT.
017460
017470****************************************************************
017480*  2063-TEST-ONE-PROMO
017490*
017500*  TESTS ONE PROMOTION AND KEEPS IT WHEN IT IS ACTIVE, COVERS
017510*  Choice, AND BEATS ANY CANDIDATE ALREADY FOUND.
017520****************************************************************
017530 2063-TEST-ONE-PROMO.
017540     SET JW-PROMO-IDX TO JW-PROMO-SUB.
017550     IF JW-PR-CODE(JW-PROMO-IDX) NOT = Choice
017560         GO TO 2063-EXIT.
017570     IF JW-BUSINESS-DATE < JW-PR-START(JW-PROMO-IDX)
017580         OR JW-BUSINESS-DATE > JW-PR-END(JW-PROMO-IDX)
017590         GO TO 2063-EXIT.
017600     IF JW-PR-PRICE(JW-PROMO-IDX) > 0
017610         MOVE JW-PR-PRICE(JW-PROMO-IDX) TO JW-PROMO-WORK
017620     ELSE
017630         SUBTRACT JW-PR-PCT(JW-PROMO-IDX) FROM 100
017640             GIVING JW-PRICE-FACTOR
017650         COMPUTE JW-PROMO-WORK ROUNDED =
017660             JW-UNIT-PRICE * JW-PRICE-FACTOR / 100
017670     END-IF.
017680     IF JW-HAVE-PROMO = 'N'
017690         OR JW-PROMO-WORK < JW-PROMO-PRICE
017700         MOVE 'Y' TO JW-HAVE-PROMO
017710         MOVE JW-PROMO-WORK TO JW-PROMO-PRICE
017720         MOVE JW-PR-ID(JW-PROMO-IDX) TO JW-CUR-PROMO-ID
017730     END-IF.
017740 2063-EXIT.
017750     EXIT.
017760
017770
017780****************************************************************
017790*  2065-ADD-RECEIPT-LINE
017800*
017810*  APPENDS THE FLAVOR JUST RESOLVED TO JW-RECEIPT-TABLE SO IT
017820*  SHOWS UP ON THE RECEIPT 2090-PRINT-RECEIPT PRINTS WHEN THE
017830*  CUSTOMER ANSWERS 0/QUIT.
017840****************************************************************
017850 2065-ADD-RECEIPT-LINE.
017860     ADD 1 TO JW-RECEIPT-COUNT.
017870     SET JW-RECEIPT-IDX TO JW-RECEIPT-COUNT.
017880     MOVE YourFlavor TO JW-RECEIPT-FLAVOR(JW-RECEIPT-IDX).
017890     MOVE Quantity TO JW-RECEIPT-QTY(JW-RECEIPT-IDX).
017900     MOVE JW-UNIT-PRICE TO JW-RECEIPT-PRICE(JW-RECEIPT-IDX).
017910     MOVE JW-LINE-TOTAL TO JW-RECEIPT-TOTAL(JW-RECEIPT-IDX).
017920     MOVE JW-LINE-TAX TO JW-RECEIPT-TAX(JW-RECEIPT-IDX).
017930     MOVE JW-CUR-PROMO-ID TO JW-RECEIPT-PROMO(JW-RECEIPT-IDX).
017940 2065-EXIT.
017950     EXIT.
017960
017970****************************************************************
017980*  2050-ACCEPT-CHOICE
017990*
018000*  ACCEPTS ONE RAW ENTRY OF ONE OR TWO KEYSTROKES AND ONLY TRUSTS
018010*  IT AS Choice WHEN IT IS 0 OR A CODE ON THE MENU.  A SINGLE
018020*  DIGIT IS ZERO-FILLED ("5" IS 05) BEFORE IT IS TESTED.  ANYTHING
018030*  ELSE RE-PROMPTS THE SAME CUSTOMER INSTEAD OF RECORDING AN
018040*  'ERROR' FLAVOR OR LETTING A BAD ACCEPT TAKE THE JOB DOWN.
018050****************************************************************
018060 2050-ACCEPT-CHOICE.
018070     DISPLAY "   "
018080     MOVE SPACES TO JW-CHOICE-RAW
018090     ACCEPT JW-CHOICE-RAW
018100     DISPLAY " "
018110     IF JW-CHOICE-RAW = 'V' OR JW-CHOICE-RAW = 'v'
018120         PERFORM 2070-VOID-LAST-LINE
018130             THRU 2070-EXIT
018140         GO TO 2050-EXIT
018150     END-IF.
018160     IF JW-CHOICE-RAW(2:1) = SPACE
018170         MOVE JW-CHOICE-RAW(1:1) TO JW-CHOICE-RAW(2:1)
018180         MOVE '0' TO JW-CHOICE-RAW(1:1)
018190     END-IF.
018200     IF JW-CHOICE-RAW IS NUMERIC
018210         MOVE JW-CHOICE-RAW TO Choice
018220         IF Choice = 0
018230             MOVE 'Y' TO JW-CHOICE-VALID
018240         ELSE
018250             SET JW-FLAVOR-IDX TO 1
018260             SEARCH JW-FLAVOR-ENTRY
018270                 AT END
018280                     DISPLAY "Please enter a number from 0 to "
018290                         JW-FLAVOR-COUNT "."
018300                 WHEN JW-FLAVOR-CODE(JW-FLAVOR-IDX) = Choice
018310                     MOVE 'Y' TO JW-CHOICE-VALID
018320                     PERFORM 2055-CHECK-STOCK
018330                         THRU 2055-EXIT
018340             END-SEARCH
018350         END-IF
018360     ELSE
018370         DISPLAY "Please enter a number from 0 to "
018380             JW-FLAVOR-COUNT "."
018390     END-IF.
018400     PERFORM 2052-WRITE-AUDIT-ENTRY
018410         THRU 2052-EXIT.
018420 2050-EXIT.
018430     EXIT.
018440
018450****************************************************************
018460*  2052-WRITE-AUDIT-ENTRY
018470*
018480*  APPENDS ONE AUDIT-LOG RECORD FOR THE KEYSTROKE JUST ACCEPTED,
018490*  WHETHER OR NOT IT TURNED OUT TO BE A VALID Choice, SO A BAD
018500*  RUN CAN BE RECONSTRUCTED KEYSTROKE BY KEYSTROKE.  A KEYSTROKE
018510*  WHOSE FLAVOR RESOLVED BUT WAS REFUSED (OUT OF STOCK, RECEIPT
018520*  FULL) CARRIES REASON 03 SO IT DOES NOT READ AS A POSTED SALE.
018530****************************************************************
018540 2052-WRITE-AUDIT-ENTRY.
018550     MOVE JW-BUSINESS-DATE TO JW-ORDER-DATE.
018560     ACCEPT JW-ORDER-TIME FROM TIME.
018570     MOVE SPACES TO JW-AUDIT-FLAVOR.
018580     IF JW-CHOICE-RAW IS NUMERIC
018590         MOVE JW-CHOICE-RAW TO JW-AUDIT-CHOICE
018600         SET JW-FLAVOR-IDX TO 1
018610         SEARCH JW-FLAVOR-ENTRY
018620             AT END CONTINUE
018630             WHEN JW-FLAVOR-CODE(JW-FLAVOR-IDX) = JW-AUDIT-CHOICE
018640                 MOVE JW-FLAVOR-NAME(JW-FLAVOR-IDX)
018650                     TO JW-AUDIT-FLAVOR
018660         END-SEARCH
018670     END-IF.
018680     MOVE JW-ORDER-DATE TO AL-LOG-DATE
018690     MOVE JW-ORDER-TIME TO AL-LOG-TIME
018700     MOVE YourName TO AL-CUSTOMER-NAME
018710     MOVE JW-CHOICE-RAW TO AL-RAW-CHOICE
018720     MOVE JW-AUDIT-FLAVOR TO AL-FLAVOR-NAME
018730     MOVE JW-CUR-OPERATOR-ID TO AL-OPERATOR-ID
018740     IF JW-AUDIT-FLAVOR NOT = SPACES
018750         AND JW-CHOICE-VALID = 'N'
018760         MOVE '03' TO AL-REASON-CODE
018770     ELSE
018780         MOVE SPACES TO AL-REASON-CODE
018790     END-IF
018800     WRITE AUDIT-LOG-RECORD.
018810 2052-EXIT.
018820     EXIT.
018830
018840****************************************************************
018850*  2055-CHECK-STOCK
018860*
018870*  REFUSES A CHOICE WHOSE INVENTORY-FILE ON-HAND COUNT HAS
018880*  REACHED ZERO, SENDING THE CUSTOMER BACK TO 2050-ACCEPT-CHOICE
018890*  FOR A DIFFERENT FLAVOR INSTEAD OF SELLING SOMETHING THAT IS
018900*  NOT LEFT TO SELL.  ALSO REFUSES A CHOICE THAT WOULD OVERRUN
018910*  JW-RECEIPT-TABLE, WHICH HOLDS AT MOST 20 LINES.
018920****************************************************************
018930 2055-CHECK-STOCK.
018940     SET JW-INVENTORY-IDX TO 1.
018950     SET JW-FLAVOR-IDX TO 1.
018960     SEARCH JW-FLAVOR-ENTRY
018970         AT END CONTINUE
018980         WHEN JW-FLAVOR-CODE(JW-FLAVOR-IDX) = Choice CONTINUE
018990     END-SEARCH.
019000     SEARCH JW-INVENTORY-ENTRY
019010         AT END CONTINUE
019020         WHEN JW-INVENTORY-CODE(JW-INVENTORY-IDX) = Choice
019030             IF JW-INVENTORY-ON-HAND(JW-INVENTORY-IDX) = 0
019040                 DISPLAY "Sorry, we are out of "
019050                     JW-FLAVOR-NAME(JW-FLAVOR-IDX)
019060                     " today."
019070                 MOVE 'N' TO JW-CHOICE-VALID
019080             END-IF
019090     END-SEARCH.
019100     IF JW-CHOICE-VALID = 'Y' AND JW-RECEIPT-COUNT >= 20
019110         DISPLAY "Sorry, one order can only hold 20 items. "
019120             "Please quit and start a new order."
019130         MOVE 'N' TO JW-CHOICE-VALID
019140     END-IF.
019150 2055-EXIT.
019160     EXIT.
019170
019180****************************************************************
019190*  2040-GET-QUANTITY
019200*
019210*  PROMPTS FOR HOW MANY OF THE CHOSEN FLAVOR THE CUSTOMER WANTS
019220*  SO 2060-RESOLVE-FLAVOR CAN PRICE THE LINE.
019230****************************************************************
019240 2040-GET-QUANTITY.
019250     MOVE 'N' TO JW-QUANTITY-VALID
019260     PERFORM 2045-ACCEPT-QUANTITY
019270         THRU 2045-EXIT
019280         UNTIL JW-VALID-QUANTITY.
019290 2040-EXIT.
019300     EXIT.
019310
019320****************************************************************
019330*  2045-ACCEPT-QUANTITY
019340*
019350*  ACCEPTS ONE RAW KEYSTROKE AND ONLY TRUSTS IT AS Quantity WHEN
019360*  IT IS A DIGIT FROM 1 TO 9, THE SAME PATTERN 2050-ACCEPT-CHOICE
019370*  USES FOR Choice.
019380****************************************************************
019390 2045-ACCEPT-QUANTITY.
019400     DISPLAY "How many (1-9)? " WITH NO ADVANCING
019410     ACCEPT JW-QUANTITY-RAW
019420     IF JW-QUANTITY-RAW IS NUMERIC
019430         MOVE JW-QUANTITY-RAW TO Quantity
019440         IF Quantity > 0
019450             MOVE 'Y' TO JW-QUANTITY-VALID
019460         ELSE
019470             DISPLAY "Please enter a quantity from 1 to 9."
019480         END-IF
019490     ELSE
019500         DISPLAY "Please enter a quantity from 1 to 9."
019510     END-IF.
019520 2045-EXIT.
019530     EXIT.
019540
019550****************************************************************
019560*  2070-VOID-LAST-LINE
019570*
019580*  BACKS OUT THE LAST FLAVOR RUNG UP FOR THIS CUSTOMER, BEFORE
019590*  THEY PAY: RESTORES THE INVENTORY COUNT AND THE TALLY, TAKES
019600*  THE LINE OFF THE RECEIPT AND THE TOTALS, AND WRITES THE
019610*  REVERSAL TO ORDER-FILE AND AUDIT-LOG WITH REASON 01.
019620****************************************************************
019630 2070-VOID-LAST-LINE.
019640     IF JW-RECEIPT-COUNT = 0
019650         DISPLAY "Nothing rung up yet to void."
019660         GO TO 2070-EXIT
019670     END-IF.
019680     SET JW-RECEIPT-IDX TO JW-RECEIPT-COUNT.
019690     MOVE JW-RECEIPT-FLAVOR(JW-RECEIPT-IDX) TO JW-VOID-FLAVOR.
019700     MOVE JW-RECEIPT-QTY(JW-RECEIPT-IDX) TO JW-VOID-QTY.
019710     MOVE JW-RECEIPT-PRICE(JW-RECEIPT-IDX) TO JW-VOID-PRICE.
019720     MOVE JW-RECEIPT-TOTAL(JW-RECEIPT-IDX) TO JW-VOID-TOTAL.
019730     MOVE JW-RECEIPT-TAX(JW-RECEIPT-IDX) TO JW-VOID-TAX.
019740     MOVE JW-RECEIPT-PROMO(JW-RECEIPT-IDX) TO JW-VOID-PROMO.
019750     MOVE JW-RECEIPT-TIME(JW-RECEIPT-IDX) TO JW-VOID-ORIG-TIME.
019760     SET JW-FLAVOR-IDX TO 1.
019770     SEARCH JW-FLAVOR-ENTRY
019780         AT END CONTINUE
019790         WHEN JW-FLAVOR-NAME(JW-FLAVOR-IDX) = JW-VOID-FLAVOR
019800             SUBTRACT JW-VOID-QTY
019810                 FROM JW-FLAVOR-SOLD(JW-FLAVOR-IDX)
019820             PERFORM 2071-RESTORE-INVENTORY
019830                 THRU 2071-EXIT
019840     END-SEARCH.
019850     SUBTRACT JW-VOID-TOTAL FROM JW-ORDER-TOTAL.
019860     SUBTRACT JW-VOID-TAX FROM JW-ORDER-TAX.
019870     IF JW-TRACKED-CUSTOMER
019880         SUBTRACT JW-VOID-TOTAL FROM JW-SESSION-PURCHASES
019890     END-IF.
019900     PERFORM 2072-WRITE-VOID-RECORD
019910         THRU 2072-EXIT.
019920     PERFORM 2075-WRITE-VOID-AUDIT
019930         THRU 2075-EXIT.
019940     SUBTRACT 1 FROM JW-RECEIPT-COUNT.
019950     DISPLAY "Voided " JW-VOID-FLAVOR ".".
019960 2070-EXIT.
019970     EXIT.
019980
019990****************************************************************
020000*  2071-RESTORE-INVENTORY
020010*
020020*  PUTS THE VOIDED QUANTITY BACK ON THE SHELF AND ON THE LOT IT
020030*  WAS DRAWN FROM.  RUNS WITH JW-FLAVOR-IDX SITTING ON THE
020040*  VOIDED FLAVOR'S TABLE ENTRY.
020050****************************************************************
020060 2071-RESTORE-INVENTORY.
020070     SET JW-INVENTORY-IDX TO 1.
020080     SEARCH JW-INVENTORY-ENTRY
020090         AT END CONTINUE
020100         WHEN JW-INVENTORY-CODE(JW-INVENTORY-IDX) =
020110                 JW-FLAVOR-CODE(JW-FLAVOR-IDX)
020120             ADD JW-VOID-QTY
020130                 TO JW-INVENTORY-ON-HAND(JW-INVENTORY-IDX)
020140     END-SEARCH.
020150     MOVE JW-FLAVOR-CODE(JW-FLAVOR-IDX) TO JW-DRAW-FLAVOR.
020160     MOVE JW-VOID-QTY TO JW-DRAW-QTY.
020170     MOVE JW-BUSINESS-DATE TO JW-LOT-DATE.
020180     PERFORM 6200-RETURN-TO-LOT
020190         THRU 6200-EXIT.
020200 2071-EXIT.
020210     EXIT.
020220
020230****************************************************************
020240*  2072-WRITE-VOID-RECORD
020250*
020260*  WRITES THE ORDER-FILE REVERSAL RECORD TIED TO THE ORIGINAL
020270*  SALE BY ITS TIME STAMP.
020280****************************************************************
020290 2072-WRITE-VOID-RECORD.
020300     MOVE JW-BUSINESS-DATE TO JW-ORDER-DATE.
020310     ACCEPT JW-ORDER-TIME FROM TIME.
020320     MOVE JW-ORDER-DATE TO OR-ORDER-DATE.
020330     MOVE JW-ORDER-TIME TO OR-ORDER-TIME.
020340     MOVE YourName TO OR-CUSTOMER-NAME.
020350     MOVE JW-VOID-FLAVOR TO OR-FLAVOR-NAME.
020360     MOVE JW-VOID-QTY TO OR-QUANTITY.
020370     MOVE JW-VOID-PRICE TO OR-UNIT-PRICE.
020380     MOVE JW-VOID-TOTAL TO OR-LINE-TOTAL.
020390     MOVE JW-CUR-CUST-NUMBER TO OR-CUSTOMER-NUMBER.
020400     MOVE 'V' TO OR-RECORD-TYPE.
020410     MOVE '01' TO OR-REASON-CODE.
020420     MOVE JW-VOID-ORIG-TIME TO OR-ORIG-TIME.
020430     MOVE SPACE TO OR-TENDER-TYPE.
020440     MOVE 0 TO OR-TENDER-AMOUNT.
020450     MOVE 0 TO OR-CHANGE-DUE.
020460     MOVE JW-VOID-TAX TO OR-TAX-AMOUNT.
020470     MOVE JW-CUR-OPERATOR-ID TO OR-OPERATOR-ID.
020480     MOVE JW-STATION-ID TO OR-STATION-ID.
020490     MOVE JW-VOID-PROMO TO OR-PROMO-ID.
020500     WRITE ORDER-RECORD.
020510 2072-EXIT.
020520     EXIT.
020530
020540****************************************************************
020550*  2075-WRITE-VOID-AUDIT
020560*
020570*  LOGS THE VOID KEYSTROKE WITH REASON 01 SO THE NIGHT'S
020580*  RECONSTRUCTION SHOWS WHO TOOK WHAT BACK OFF THE RECEIPT.
020590****************************************************************
020600 2075-WRITE-VOID-AUDIT.
020610     MOVE JW-ORDER-DATE TO AL-LOG-DATE.
020620     MOVE JW-ORDER-TIME TO AL-LOG-TIME.
020630     MOVE YourName TO AL-CUSTOMER-NAME.
020640     MOVE 'V' TO AL-RAW-CHOICE.
020650     MOVE JW-VOID-FLAVOR TO AL-FLAVOR-NAME.
020660     MOVE '01' TO AL-REASON-CODE.
020670     MOVE JW-CUR-OPERATOR-ID TO AL-OPERATOR-ID.
020680     WRITE AUDIT-LOG-RECORD.
020690 2075-EXIT.
020700     EXIT.
020710
020720****************************************************************
020730*  2080-ASK-ANOTHER-CUSTOMER
020740*
020750*  OFFERS THE 0/QUIT CUSTOMER A CHANCE TO HAND THE KIOSK TO A
020760*  NEW CUSTOMER INSTEAD OF ALWAYS ENDING THE JOB.
020770****************************************************************
020780 2080-ASK-ANOTHER-CUSTOMER.
020790     DISPLAY "   "
020800     DISPLAY "Another customer? (Y/N) "
020810     ACCEPT JW-ANOTHER-RAW
020820     DISPLAY " "
020830     IF JW-ANOTHER-RAW = 'Y' OR JW-ANOTHER-RAW = 'y'
020840         MOVE 'Y' TO JW-MORE-CUSTOMERS
020850     ELSE
020860         MOVE 'N' TO JW-MORE-CUSTOMERS
020870     END-IF.
020880 2080-EXIT.
020890     EXIT.
020900
020910****************************************************************
020920*  2090-PRINT-RECEIPT
020930*
020940*  PRINTS THE ITEMIZED RECEIPT FOR THE CUSTOMER JUST FINISHING UP
020950*  SO THE COUNTER CAN CLOSE OUT THE CASH DRAWER AGAINST IT.
020960****************************************************************
020970 2090-PRINT-RECEIPT.
020980     DISPLAY "   "
020990     DISPLAY "Receipt for " YourName ":"
021000     PERFORM 2091-PRINT-RECEIPT-LINE
021010         VARYING JW-RECEIPT-IDX FROM 1 BY 1
021020         UNTIL JW-RECEIPT-IDX > JW-RECEIPT-COUNT
021030     IF JW-LOYAL-CUSTOMER
021040         DISPLAY "  Loyalty discount of " JW-CUR-DISCOUNT-PCT
021050             "% applied."
021060     END-IF
021070     MOVE JW-ORDER-TOTAL TO JW-DISP-ORDER-TOTAL
021080     DISPLAY "  Subtotal:  " JW-DISP-ORDER-TOTAL
021090     MOVE JW-ORDER-TAX TO JW-DISP-TAX
021100     DISPLAY "  Sales tax:   " JW-DISP-TAX
021110     ADD JW-ORDER-TOTAL JW-ORDER-TAX GIVING JW-TOTAL-DUE
021120     MOVE JW-TOTAL-DUE TO JW-DISP-ORDER-TOTAL
021130     DISPLAY "  Total due: " JW-DISP-ORDER-TOTAL
021140     DISPLAY "   ".
021150 2090-EXIT.
021160     EXIT.
021170
021180****************************************************************
021190*  2091-PRINT-RECEIPT-LINE
021200*
021210*  PRINTS ONE FLAVOR, QUANTITY, PRICE, AND LINE TOTAL ON THE
021220*  RECEIPT.
021230****************************************************************
021240 2091-PRINT-RECEIPT-LINE.
021250     MOVE JW-RECEIPT-PRICE(JW-RECEIPT-IDX) TO JW-DISP-PRICE
021260     MOVE JW-RECEIPT-TOTAL(JW-RECEIPT-IDX) TO JW-DISP-LINE-TOTAL
021270     DISPLAY "  " JW-RECEIPT-FLAVOR(JW-RECEIPT-IDX)
021280             " x" JW-RECEIPT-QTY(JW-RECEIPT-IDX)
021290             " @ " JW-DISP-PRICE
021300             " = " JW-DISP-LINE-TOTAL.
021310 2091-EXIT.
021320     EXIT.
021330
021340****************************************************************
021350*  2095-ACCEPT-TENDER
021360*
021370*  TAKES PAYMENT FOR THE ORDER JUST RECEIPTED: CASH, CARD, OR
021380*  STORE CREDIT (OFFERED WHEN THE CUSTOMER HOLDS A BALANCE),
021390*  THEN WRITES THE TYPE-T TENDER RECORD(S) THAT SPLIT THE DAY
021400*  INTO CASH, CARD, AND CREDIT.  A CREDIT BALANCE SHORT OF THE
021410*  TOTAL DRAWS TO ZERO AND THE REMAINDER COLLECTS IN CASH ON A
021420*  SECOND TENDER RECORD.  AN ORDER THAT NETTED TO NOTHING TAKES
021430*  NO PAYMENT.
021440****************************************************************
021450 2095-ACCEPT-TENDER.
021460     IF JW-ORDER-TOTAL = 0
021470         GO TO 2095-EXIT
021480     END-IF.
021490     ADD JW-ORDER-TOTAL JW-ORDER-TAX GIVING JW-TOTAL-DUE.
021500     PERFORM 2094-FIND-CREDIT-BALANCE
021510         THRU 2094-EXIT.
021520     MOVE 'N' TO JW-TENDER-VALID.
021530     PERFORM 2096-ACCEPT-TENDER-TYPE
021540         THRU 2096-EXIT
021550         UNTIL JW-VALID-TENDER.
021560     EVALUATE JW-TENDER-TYPE
021570         WHEN 'C'
021580             MOVE JW-TOTAL-DUE TO JW-AMOUNT-DUE
021590             MOVE 'N' TO JW-TENDER-VALID
021600             PERFORM 2097-ACCEPT-CASH-AMOUNT
021610                 THRU 2097-EXIT
021620                 UNTIL JW-VALID-TENDER
021630             SUBTRACT JW-AMOUNT-DUE FROM JW-TENDER-AMOUNT
021640                 GIVING JW-CHANGE-DUE
021650             MOVE JW-CHANGE-DUE TO JW-DISP-CHANGE
021660             DISPLAY "  Change due: " JW-DISP-CHANGE
021670             ADD JW-TOTAL-DUE TO JW-CASH-SALES
021680             MOVE JW-TOTAL-DUE TO JW-T-LINE-AMOUNT
021690             MOVE JW-ORDER-TAX TO JW-T-TAX
021700             PERFORM 2098-WRITE-TENDER-RECORD
021710                 THRU 2098-EXIT
021720         WHEN 'D'
021730             MOVE JW-TOTAL-DUE TO JW-TENDER-AMOUNT
021740             MOVE 0 TO JW-CHANGE-DUE
021750             ADD JW-TOTAL-DUE TO JW-CARD-SALES
021760             MOVE JW-TOTAL-DUE TO JW-T-LINE-AMOUNT
021770             MOVE JW-ORDER-TAX TO JW-T-TAX
021780             PERFORM 2098-WRITE-TENDER-RECORD
021790                 THRU 2098-EXIT
021800         WHEN 'R'
021810             PERFORM 2099-APPLY-STORE-CREDIT
021820                 THRU 2099-EXIT
021830     END-EVALUATE.
021840     ADD JW-ORDER-TAX TO JW-TAX-COLLECTED.
021850 2095-EXIT.
021860     EXIT.
021870
021880****************************************************************
021890*  2094-FIND-CREDIT-BALANCE
021900*
021910*  SETS JW-CUR-CREDIT-SUB TO THE CURRENT CUSTOMER'S CREDIT
021920*  ENTRY, OR ZERO FOR A WALK-IN OR A CUSTOMER WITH NO LEDGER
021930*  HISTORY.
021940****************************************************************
021950 2094-FIND-CREDIT-BALANCE.
021960     MOVE 0 TO JW-CUR-CREDIT-SUB.
021970     IF JW-CUR-CUST-NUMBER = 0
021980         GO TO 2094-EXIT.
021990     SET JW-CREDIT-IDX TO 1.
022000     SEARCH JW-CREDIT-ENTRY
022010         AT END CONTINUE
022020         WHEN JW-CR-CUST-NUMBER(JW-CREDIT-IDX) =
022030                 JW-CUR-CUST-NUMBER
022040             SET JW-CUR-CREDIT-SUB TO JW-CREDIT-IDX
022050     END-SEARCH.
022060     IF JW-CUR-CREDIT-SUB > 0
022070         AND JW-CR-BALANCE(JW-CUR-CREDIT-SUB) > 0
022080         MOVE JW-CR-BALANCE(JW-CUR-CREDIT-SUB) TO JW-DISP-CREDIT
022090         DISPLAY "  Store credit on file: " JW-DISP-CREDIT
022100     END-IF.
022110 2094-EXIT.
022120     EXIT.
022130
022140****************************************************************
022150*  2096-ACCEPT-TENDER-TYPE
022160*
022170*  ACCEPTS C FOR CASH, D FOR CARD, OR R FOR STORE CREDIT WHEN
022180*  THE CUSTOMER HOLDS A BALANCE, RE-PROMPTING ON ANYTHING ELSE
022190*  THE SAME WAY THE OTHER PROMPTS DO.
022200****************************************************************
022210 2096-ACCEPT-TENDER-TYPE.
022220     IF JW-CUR-CREDIT-SUB > 0
022230         AND JW-CR-BALANCE(JW-CUR-CREDIT-SUB) > 0
022240         DISPLAY "Cash, card, or credit (C/D/R)? "
022250             WITH NO ADVANCING
022260     ELSE
022270         DISPLAY "Cash or card (C/D)? " WITH NO ADVANCING
022280     END-IF.
022290     ACCEPT JW-TENDER-RAW
022300     EVALUATE JW-TENDER-RAW
022310         WHEN 'C' WHEN 'c'
022320             MOVE 'C' TO JW-TENDER-TYPE
022330             MOVE 'Y' TO JW-TENDER-VALID
022340         WHEN 'D' WHEN 'd'
022350             MOVE 'D' TO JW-TENDER-TYPE
022360             MOVE 'Y' TO JW-TENDER-VALID
022370         WHEN 'R' WHEN 'r'
022380             IF JW-CUR-CREDIT-SUB > 0
022390                 AND JW-CR-BALANCE(JW-CUR-CREDIT-SUB) > 0
022400                 MOVE 'R' TO JW-TENDER-TYPE
022410                 MOVE 'Y' TO JW-TENDER-VALID
022420             ELSE
022430                 DISPLAY "No store credit on file."
022440             END-IF
022450         WHEN OTHER
022460             IF JW-CUR-CREDIT-SUB > 0
022470                 AND JW-CR-BALANCE(JW-CUR-CREDIT-SUB) > 0
022480                 DISPLAY "Please enter C, D, or R."
022490             ELSE
022500                 DISPLAY "Please enter C or D."
022510             END-IF
022520     END-EVALUATE.
022530 2096-EXIT.
022540     EXIT.
022550
022560****************************************************************
022570*  2097-ACCEPT-CASH-AMOUNT
022580*
022590*  ACCEPTS THE CASH TENDERED AS DIGITS WITH CENTS AND NO
022600*  DECIMAL POINT AND REFUSES AN AMOUNT SHORT OF WHAT IS OWED
022610*  (THE WHOLE TOTAL, OR THE REMAINDER AFTER STORE CREDIT).
022620****************************************************************
022630 2097-ACCEPT-CASH-AMOUNT.
022640     DISPLAY "Cash tendered (digits, cents, e.g. 0000500): "
022650         WITH NO ADVANCING
022660     ACCEPT JW-AMOUNT-RAW
022670     IF JW-AMOUNT-RAW IS NUMERIC
022680         MOVE JW-AMOUNT-RAW TO JW-AMOUNT-CENTS
022690         DIVIDE JW-AMOUNT-CENTS BY 100 GIVING JW-TENDER-AMOUNT
022700         IF JW-TENDER-AMOUNT >= JW-AMOUNT-DUE
022710             MOVE 'Y' TO JW-TENDER-VALID
022720         ELSE
022730             DISPLAY "That is short of the total."
022740         END-IF
022750     ELSE
022760         DISPLAY "Please enter digits only."
022770     END-IF.
022780 2097-EXIT.
022790     EXIT.
022800
022810****************************************************************
022820*  2099-APPLY-STORE-CREDIT
022830*
022840*  DRAWS THE CUSTOMER'S CREDIT BALANCE DOWN AGAINST THE TOTAL
022850*  DUE, APPENDS THE TYPE 'R' LEDGER RECORD, AND WRITES THE
022860*  CREDIT TENDER RECORD.  A BALANCE SHORT OF THE TOTAL DRAWS TO
022870*  ZERO AND THE REMAINDER COLLECTS IN CASH ON A SECOND TENDER
022880*  RECORD CARRYING NO TAX (THE ORDER'S TAX RODE ON THE FIRST).
022890****************************************************************
022900 2099-APPLY-STORE-CREDIT.
022910     IF JW-CR-BALANCE(JW-CUR-CREDIT-SUB) >= JW-TOTAL-DUE
022920         MOVE JW-TOTAL-DUE TO JW-CREDIT-APPLIED
022930     ELSE
022940         MOVE JW-CR-BALANCE(JW-CUR-CREDIT-SUB)
022950             TO JW-CREDIT-APPLIED
022960     END-IF.
022970     SUBTRACT JW-CREDIT-APPLIED FROM JW-TOTAL-DUE
022980         GIVING JW-CASH-PORTION.
022990     SUBTRACT JW-CREDIT-APPLIED
023000         FROM JW-CR-BALANCE(JW-CUR-CREDIT-SUB).
023010     ADD JW-CREDIT-APPLIED TO JW-CREDIT-SALES.
023020     MOVE JW-CREDIT-APPLIED TO JW-DISP-CREDIT.
023030     DISPLAY "  Store credit applied: " JW-DISP-CREDIT.
023040     PERFORM 2093-WRITE-CREDIT-REDEEM
023050         THRU 2093-EXIT.
023060     MOVE 'R' TO JW-TENDER-TYPE.
023070     MOVE JW-CREDIT-APPLIED TO JW-TENDER-AMOUNT.
023080     MOVE 0 TO JW-CHANGE-DUE.
023090     MOVE JW-CREDIT-APPLIED TO JW-T-LINE-AMOUNT.
023100     MOVE JW-ORDER-TAX TO JW-T-TAX.
023110     PERFORM 2098-WRITE-TENDER-RECORD
023120         THRU 2098-EXIT.
023130     IF JW-CASH-PORTION > 0
023140         MOVE JW-CASH-PORTION TO JW-DISP-CHANGE
023150         DISPLAY "  Cash still due: " JW-DISP-CHANGE
023160         MOVE JW-CASH-PORTION TO JW-AMOUNT-DUE
023170         MOVE 'N' TO JW-TENDER-VALID
023180         PERFORM 2097-ACCEPT-CASH-AMOUNT
023190             THRU 2097-EXIT
023200             UNTIL JW-VALID-TENDER
023210         SUBTRACT JW-AMOUNT-DUE FROM JW-TENDER-AMOUNT
023220             GIVING JW-CHANGE-DUE
023230         MOVE JW-CHANGE-DUE TO JW-DISP-CHANGE
023240         DISPLAY "  Change due: " JW-DISP-CHANGE
023250         ADD JW-CASH-PORTION TO JW-CASH-SALES
023260         MOVE 'C' TO JW-TENDER-TYPE
023270         MOVE JW-CASH-PORTION TO JW-T-LINE-AMOUNT
023280         MOVE 0 TO JW-T-TAX
023290         PERFORM 2098-WRITE-TENDER-RECORD
023300             THRU 2098-EXIT
023310     END-IF.
023320 2099-EXIT.
023330     EXIT.
023340
023350****************************************************************
023360*  2093-WRITE-CREDIT-REDEEM
023370*
023380*  APPENDS THE TYPE 'R' CREDIT-LEDGER RECORD FOR THE CREDIT
023390*  JUST DRAWN DOWN.
023400****************************************************************
023410 2093-WRITE-CREDIT-REDEEM.
023420     OPEN EXTEND CREDIT-LEDGER.
023430     IF JW-CREDIT-STATUS = '35'
023440         OPEN OUTPUT CREDIT-LEDGER
023450     END-IF.
023460     MOVE JW-CUR-CUST-NUMBER TO CR-CUSTOMER-NUMBER.
023470     MOVE JW-BUSINESS-DATE TO CR-TRANS-DATE.
023480     ACCEPT CR-TRANS-TIME FROM TIME.
023490     MOVE 'R' TO CR-TRANS-TYPE.
023500     MOVE JW-CREDIT-APPLIED TO CR-AMOUNT.
023510     MOVE JW-STATION-ID TO CR-STATION-ID.
023520     MOVE JW-CUR-OPERATOR-ID TO CR-OPERATOR-ID.
023530     WRITE CREDIT-LEDGER-RECORD.
023540     CLOSE CREDIT-LEDGER.
023550 2093-EXIT.
023560     EXIT.
023570
023580****************************************************************
023590*  2098-WRITE-TENDER-RECORD
023600*
023610*  WRITES ONE TYPE-T ORDER-FILE RECORD FOR THE PAYMENT PIECE
023620*  JUST TAKEN.  FLAVOR FIELDS ARE EMPTY; OR-LINE-TOTAL CARRIES
023630*  THE TAX-INCLUSIVE AMOUNT THIS TENDER COVERED AND
023640*  OR-TAX-AMOUNT ITS TAX PORTION.
023650****************************************************************
023660 2098-WRITE-TENDER-RECORD.
023670     MOVE JW-BUSINESS-DATE TO JW-ORDER-DATE.
023680     ACCEPT JW-ORDER-TIME FROM TIME.
023690     MOVE JW-ORDER-DATE TO OR-ORDER-DATE.
023700     MOVE JW-ORDER-TIME TO OR-ORDER-TIME.
023710     MOVE YourName TO OR-CUSTOMER-NAME.
023720     MOVE SPACES TO OR-FLAVOR-NAME.
023730     MOVE 0 TO OR-QUANTITY.
023740     MOVE 0 TO OR-UNIT-PRICE.
023750     MOVE JW-T-LINE-AMOUNT TO OR-LINE-TOTAL.
023760     MOVE JW-CUR-CUST-NUMBER TO OR-CUSTOMER-NUMBER.
023770     MOVE 'T' TO OR-RECORD-TYPE.
023780     MOVE SPACES TO OR-REASON-CODE.
023790     MOVE SPACES TO OR-ORIG-TIME.
023800     MOVE JW-TENDER-TYPE TO OR-TENDER-TYPE.
023810     MOVE JW-TENDER-AMOUNT TO OR-TENDER-AMOUNT.
023820     MOVE JW-CHANGE-DUE TO OR-CHANGE-DUE.
023830     MOVE JW-T-TAX TO OR-TAX-AMOUNT.
023840     MOVE JW-CUR-OPERATOR-ID TO OR-OPERATOR-ID.
023850     MOVE JW-STATION-ID TO OR-STATION-ID.
023860     MOVE SPACES TO OR-PROMO-ID.
023870     WRITE ORDER-RECORD.
023880 2098-EXIT.
023890     EXIT.
023900
023910****************************************************************
023920*  2100-WRITE-ORDER-RECORD
023930*
023940*  WRITES ONE ORDER-FILE RECORD FOR THE FLAVOR JUST CHOSEN SO
023950*  TODAY'S SALES SURVIVE PAST STOP RUN.
023960****************************************************************
023970 2100-WRITE-ORDER-RECORD.
023980     MOVE JW-BUSINESS-DATE TO JW-ORDER-DATE.
023990     ACCEPT JW-ORDER-TIME FROM TIME.
024000     MOVE JW-ORDER-DATE TO OR-ORDER-DATE
024010     MOVE JW-ORDER-TIME TO OR-ORDER-TIME
024020     MOVE YourName TO OR-CUSTOMER-NAME
024030     MOVE YourFlavor TO OR-FLAVOR-NAME
024040     MOVE Quantity TO OR-QUANTITY
024050     MOVE JW-UNIT-PRICE TO OR-UNIT-PRICE
024060     MOVE JW-LINE-TOTAL TO OR-LINE-TOTAL
024070     MOVE JW-CUR-CUST-NUMBER TO OR-CUSTOMER-NUMBER
024080     MOVE 'S' TO OR-RECORD-TYPE
024090     MOVE SPACES TO OR-REASON-CODE
024100     MOVE SPACES TO OR-ORIG-TIME
024110     MOVE SPACE TO OR-TENDER-TYPE
024120     MOVE 0 TO OR-TENDER-AMOUNT
024130     MOVE 0 TO OR-CHANGE-DUE
024140     MOVE JW-LINE-TAX TO OR-TAX-AMOUNT
024150     MOVE JW-CUR-OPERATOR-ID TO OR-OPERATOR-ID
024160     MOVE JW-STATION-ID TO OR-STATION-ID
024170     MOVE JW-CUR-PROMO-ID TO OR-PROMO-ID
024180     WRITE ORDER-RECORD.
024190     MOVE JW-ORDER-TIME TO JW-RECEIPT-TIME(JW-RECEIPT-COUNT).
024200 2100-EXIT.
024210     EXIT.
024220
024230****************************************************************
024240*  6000-LOAD-LOTS
024250*
024260*  READS STOCK-LOTS INTO JW-LOT-TABLE AND SETS THE NEXT LOT
024270*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
024280*  LOT HAS BEEN RECEIVED YET.
024290****************************************************************
024300 6000-LOAD-LOTS.
024310     MOVE 0 TO JW-LOT-COUNT.
024320     MOVE 1 TO JW-NEXT-LOT.
024330     MOVE 'N' TO JW-LOT-OVERFLOW.
024340     OPEN INPUT STOCK-LOTS.
024350     IF JW-LOT-STATUS = '35'
024360         GO TO 6000-EXIT.
024370     MOVE 'N' TO JW-LOT-EOF.
024380     PERFORM 6010-READ-LOT-RECORD
024390         THRU 6010-EXIT.
024400     PERFORM 6020-STORE-LOT-RECORD
024410         THRU 6020-EXIT
024420         UNTIL JW-END-OF-LOTS.
024430     CLOSE STOCK-LOTS.
024440 6000-EXIT.
024450     EXIT.
024460
024470****************************************************************
024480*  6010-READ-LOT-RECORD
024490*
024500*  READS ONE STOCK-LOTS RECORD AHEAD.
024510****************************************************************
024520 6010-READ-LOT-RECORD.
024530     READ STOCK-LOTS
024540         AT END MOVE 'Y' TO JW-LOT-EOF
024550     END-READ.
024560 6010-EXIT.
024570     EXIT.
024580
024590****************************************************************
024600*  6020-STORE-LOT-RECORD
024610*
024620*  ADDS THE LOT JUST READ TO JW-LOT-TABLE, KEEPS THE NEXT LOT
024630*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
024640****************************************************************
024650 6020-STORE-LOT-RECORD.
024660     IF JW-LOT-COUNT < 500
024670         ADD 1 TO JW-LOT-COUNT
024680         MOVE LT-LOT-NUMBER TO JW-LOT-NUMBER(JW-LOT-COUNT)
024690         MOVE LT-FLAVOR-CODE TO JW-LOT-FLAVOR(JW-LOT-COUNT)
024700         MOVE LT-RECEIVED-DATE TO JW-LOT-RECEIVED(JW-LOT-COUNT)
024710         MOVE LT-EXPIRY-DATE TO JW-LOT-EXPIRY(JW-LOT-COUNT)
024720         MOVE LT-QTY-RECEIVED TO JW-LOT-QTY-RECEIVED(JW-LOT-COUNT)
024730         MOVE LT-QTY-ON-HAND TO JW-LOT-ON-HAND(JW-LOT-COUNT)
024740         IF LT-LOT-NUMBER NOT < JW-NEXT-LOT
024750             COMPUTE JW-NEXT-LOT = LT-LOT-NUMBER + 1
024760         END-IF
024770     ELSE
024780         MOVE 'Y' TO JW-LOT-OVERFLOW
024790     END-IF.
024800     PERFORM 6010-READ-LOT-RECORD
024810         THRU 6010-EXIT.
024820 6020-EXIT.
024830     EXIT.
024840
024850****************************************************************
024860*  6100-DRAW-LOTS
024870*
024880*  TAKES JW-DRAW-QTY TRAYS OF JW-DRAW-FLAVOR OFF ITS LOTS,
024890*  OLDEST LOT FIRST, THE SAME QUANTITY JUST TAKEN OFF
024900*  IV-ON-HAND.
024910****************************************************************
024920 6100-DRAW-LOTS.
024930     IF JW-LOT-OVERFLOW = 'Y'
024940         GO TO 6100-EXIT.
024950     PERFORM 6110-DRAW-ONE-LOT
024960         THRU 6110-EXIT
024970         VARYING JW-LOT-SUB FROM 1 BY 1
024980         UNTIL JW-LOT-SUB > JW-LOT-COUNT
024990            OR JW-DRAW-QTY = 0.
025000 6100-EXIT.
025010     EXIT.
025020
025030****************************************************************
025040*  6110-DRAW-ONE-LOT
025050*
025060*  TAKES WHAT IS STILL TO BE DRAWN, OR ALL THAT IS LEFT, OFF ONE
025070*  LOT OF THE FLAVOR.
025080****************************************************************
025090 6110-DRAW-ONE-LOT.
025100     IF JW-LOT-FLAVOR(JW-LOT-SUB) NOT = JW-DRAW-FLAVOR
025110        OR JW-LOT-ON-HAND(JW-LOT-SUB) = 0
025120         GO TO 6110-EXIT.
025130     IF JW-LOT-ON-HAND(JW-LOT-SUB) < JW-DRAW-QTY
025140         MOVE JW-LOT-ON-HAND(JW-LOT-SUB) TO JW-DRAW-TAKE
025150     ELSE
025160         MOVE JW-DRAW-QTY TO JW-DRAW-TAKE
025170     END-IF.
025180     SUBTRACT JW-DRAW-TAKE FROM JW-LOT-ON-HAND(JW-LOT-SUB).
025190     SUBTRACT JW-DRAW-TAKE FROM JW-DRAW-QTY.
025200 6110-EXIT.
025210     EXIT.
025220
025230****************************************************************
025240*  6200-RETURN-TO-LOT
025250*
025260*  PUTS JW-DRAW-QTY TRAYS OF JW-DRAW-FLAVOR BACK ON A LOT: THE
025270*  NEWEST LOT THAT HAS BEEN DRAWN DOWN (THE ONE A SALE JUST TOOK
025280*  THEM FROM), ELSE THE NEWEST LOT FOR THE FLAVOR.  A FLAVOR WITH
025290*  NO LOT ON FILE GETS A NEW ONE RECEIVED ON JW-LOT-DATE, WITH
025300*  THE EXPIRY LEFT FOR THE MORNING EXPIRY REPORT TO DATE.
025310****************************************************************
025320 6200-RETURN-TO-LOT.
025330     IF JW-LOT-OVERFLOW = 'Y' OR JW-DRAW-QTY = 0
025340         GO TO 6200-EXIT.
025350     MOVE 0 TO JW-LOT-FOUND.
025360     PERFORM 6210-TEST-DRAWN-LOT
025370         THRU 6210-EXIT
025380         VARYING JW-LOT-SUB FROM 1 BY 1
025390         UNTIL JW-LOT-SUB > JW-LOT-COUNT.
025400     IF JW-LOT-FOUND = 0
025410         PERFORM 6220-TEST-ANY-LOT
025420             THRU 6220-EXIT
025430             VARYING JW-LOT-SUB FROM 1 BY 1
025440             UNTIL JW-LOT-SUB > JW-LOT-COUNT
025450     END-IF.
025460     IF JW-LOT-FOUND > 0
025470         ADD JW-DRAW-QTY TO JW-LOT-ON-HAND(JW-LOT-FOUND)
025480         GO TO 6200-EXIT.
025490     IF JW-LOT-COUNT >= 500
025500         MOVE 'Y' TO JW-LOT-OVERFLOW
025510         GO TO 6200-EXIT.
025520     ADD 1 TO JW-LOT-COUNT.
025530     MOVE JW-NEXT-LOT TO JW-LOT-NUMBER(JW-LOT-COUNT).
025540     ADD 1 TO JW-NEXT-LOT.
025550     MOVE JW-DRAW-FLAVOR TO JW-LOT-FLAVOR(JW-LOT-COUNT).
025560     MOVE JW-LOT-DATE TO JW-LOT-RECEIVED(JW-LOT-COUNT).
025570     MOVE SPACES TO JW-LOT-EXPIRY(JW-LOT-COUNT).
025580     MOVE JW-DRAW-QTY TO JW-LOT-QTY-RECEIVED(JW-LOT-COUNT).
025590     MOVE JW-DRAW-QTY TO JW-LOT-ON-HAND(JW-LOT-COUNT).
025600 6200-EXIT.
025610     EXIT.
025620
025630****************************************************************
025640*  6210-TEST-DRAWN-LOT
025650*
025660*  REMEMBERS THE LOT WHEN IT IS THE FLAVOR'S AND HAS BEEN DRAWN
025670*  BELOW WHAT WAS RECEIVED.  THE LAST ONE FOUND IS THE NEWEST.
025680****************************************************************
025690 6210-TEST-DRAWN-LOT.
025700     IF JW-LOT-FLAVOR(JW-LOT-SUB) = JW-DRAW-FLAVOR
025710        AND JW-LOT-ON-HAND(JW-LOT-SUB) <
025720            JW-LOT-QTY-RECEIVED(JW-LOT-SUB)
025730         MOVE JW-LOT-SUB TO JW-LOT-FOUND
025740     END-IF.
025750 6210-EXIT.
025760     EXIT.
025770
025780****************************************************************
025790*  6220-TEST-ANY-LOT
025800*
025810*  REMEMBERS THE LOT WHEN IT IS THE FLAVOR'S.  THE LAST ONE
025820*  FOUND IS THE NEWEST.
025830****************************************************************
025840 6220-TEST-ANY-LOT.
025850     IF JW-LOT-FLAVOR(JW-LOT-SUB) = JW-DRAW-FLAVOR
025860         MOVE JW-LOT-SUB TO JW-LOT-FOUND
025870     END-IF.
025880 6220-EXIT.
025890     EXIT.
025900
025910****************************************************************
025920*  6400-SAVE-LOTS
025930*
025940*  WRITES JW-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
025950*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
025960****************************************************************
025970 6400-SAVE-LOTS.
025980     IF JW-LOT-OVERFLOW = 'Y'
025990         GO TO 6400-EXIT.
026000     OPEN OUTPUT STOCK-LOTS.
026010     PERFORM 6410-WRITE-LOT-RECORD
026020         THRU 6410-EXIT
026030         VARYING JW-LOT-SUB FROM 1 BY 1
026040         UNTIL JW-LOT-SUB > JW-LOT-COUNT.
026050     CLOSE STOCK-LOTS.
026060 6400-EXIT.
026070     EXIT.
026080
026090****************************************************************
026100*  6410-WRITE-LOT-RECORD
026110*
026120*  WRITES ONE STOCK-LOTS RECORD FROM JW-LOT-TABLE.
026130****************************************************************
026140 6410-WRITE-LOT-RECORD.
026150     MOVE JW-LOT-NUMBER(JW-LOT-SUB) TO LT-LOT-NUMBER.
026160     MOVE JW-LOT-FLAVOR(JW-LOT-SUB) TO LT-FLAVOR-CODE.
026170     MOVE JW-LOT-RECEIVED(JW-LOT-SUB) TO LT-RECEIVED-DATE.
026180     MOVE JW-LOT-EXPIRY(JW-LOT-SUB) TO LT-EXPIRY-DATE.
026190     MOVE JW-LOT-QTY-RECEIVED(JW-LOT-SUB) TO LT-QTY-RECEIVED.
026200     MOVE JW-LOT-ON-HAND(JW-LOT-SUB) TO LT-QTY-ON-HAND.
026210     WRITE STOCK-LOTS-RECORD.
026220 6410-EXIT.
026230     EXIT.
026240
026250****************************************************************
026260*  8000-TALLY-REPORT
026270*
026280*  PRINTS HOW MANY OF EACH FLAVOR WERE CHOSEN THIS RUN SO THE
026290*  COUNTER CAN SEE WHAT'S MOVING BEFORE PLACING TOMORROW'S
026300*  RESTOCK ORDER.
026310****************************************************************
026320 8000-TALLY-REPORT.
026330     DISPLAY "   "
026340     DISPLAY "Today's flavor tally:"
026350     PERFORM 8010-DISPLAY-ONE-TALLY
026360         VARYING JW-FLAVOR-IDX FROM 1 BY 1
026370         UNTIL JW-FLAVOR-IDX > JW-FLAVOR-COUNT
026380     DISPLAY "   ".
026390 8000-EXIT.
026400     EXIT.
026410
026420****************************************************************
026430*  8010-DISPLAY-ONE-TALLY
026440*
026450*  DISPLAYS HOW MANY OF ONE FLAVOR WERE SOLD THIS RUN.
026460****************************************************************
026470 8010-DISPLAY-ONE-TALLY.
026480     DISPLAY "  " JW-FLAVOR-NAME(JW-FLAVOR-IDX) ": "
026490             JW-FLAVOR-SOLD(JW-FLAVOR-IDX).
026500 8010-EXIT.
026510     EXIT.
026520
026530****************************************************************
026540*  8020-SAVE-INVENTORY
026550*
026560*  WRITES JW-INVENTORY-TABLE BACK OUT TO INVENTORY-FILE SO TODAY'S
026570*  SALES ARE REFLECTED IN TOMORROW'S ON-HAND COUNTS INSTEAD OF
026580*  RELOADING FULL STOCK EVERY RUN.
026590****************************************************************
026600 8020-SAVE-INVENTORY.
026610     OPEN OUTPUT INVENTORY-FILE.
026620     PERFORM 8030-WRITE-INVENTORY-RECORD
026630         VARYING JW-INVENTORY-IDX FROM 1 BY 1
026640         UNTIL JW-INVENTORY-IDX > JW-INVENTORY-COUNT.
026650     CLOSE INVENTORY-FILE.
026660 8020-EXIT.
026670     EXIT.
026680
026690****************************************************************
026700*  8030-WRITE-INVENTORY-RECORD
026710*
026720*  WRITES ONE INVENTORY-FILE RECORD FROM JW-INVENTORY-TABLE.
026730****************************************************************
026740 8030-WRITE-INVENTORY-RECORD.
026750     MOVE JW-INVENTORY-CODE(JW-INVENTORY-IDX) TO IV-FLAVOR-CODE.
026760     MOVE JW-INVENTORY-ON-HAND(JW-INVENTORY-IDX) TO IV-ON-HAND.
026770     MOVE JW-REORDER-POINT(JW-INVENTORY-IDX)
026780         TO IV-REORDER-POINT.
026790     WRITE INVENTORY-RECORD.
026800 8030-EXIT.
026810     EXIT.
026820
026830****************************************************************
026840*  8500-DRAWER-CLOSEOUT
026850*
026860*  CLOSES THE DRAWER OUT: ASKS FOR THE OPENING FLOAT AND THE
026870*  COUNTED DRAWER, FIGURES EXPECTED CASH (FLOAT PLUS THE RUN'S
026880*  CASH SALES LESS CASH REFUNDS), AND APPENDS THE OVER/SHORT
026890*  RECORD TO CLOSEOUT-FILE SO DISPUTES HAVE A PAPER TRAIL.
026900*  SUPERVISOR REFUNDS HAPPEN IN JELLO-VOID OUTSIDE THIS RUN, SO
026910*  THE KIOSK'S CASH-REFUNDS FIGURE HERE IS ZERO.
026920****************************************************************
026930 8500-DRAWER-CLOSEOUT.
026940     DISPLAY "   ".
026950     DISPLAY "Drawer close-out.".
026960     MOVE 'N' TO JW-TENDER-VALID.
026970     PERFORM 8510-ACCEPT-OPENING-FLOAT
026980         THRU 8510-EXIT
026990         UNTIL JW-VALID-TENDER.
027000     MOVE 'N' TO JW-TENDER-VALID.
027010     PERFORM 8520-ACCEPT-COUNTED-CASH
027020         THRU 8520-EXIT
027030         UNTIL JW-VALID-TENDER.
027040     ADD JW-OPENING-FLOAT JW-CASH-SALES
027050         GIVING JW-EXPECTED-CASH.
027060     SUBTRACT JW-EXPECTED-CASH FROM JW-COUNTED-CASH
027070         GIVING JW-OVER-SHORT.
027080     MOVE JW-OVER-SHORT TO JW-DISP-OVER-SHORT.
027090     DISPLAY "  Over/short: " JW-DISP-OVER-SHORT.
027100     OPEN EXTEND CLOSEOUT-FILE.
027110     IF JW-CLOSEOUT-STATUS = '35'
027120         OPEN OUTPUT CLOSEOUT-FILE
027130     END-IF.
027140     MOVE JW-BUSINESS-DATE TO JW-ORDER-DATE.
027150     ACCEPT JW-ORDER-TIME FROM TIME.
027160     MOVE JW-ORDER-DATE TO CL-CLOSE-DATE.
027170     MOVE JW-ORDER-TIME TO CL-CLOSE-TIME.
027180     MOVE JW-OPENING-FLOAT TO CL-OPENING-FLOAT.
027190     MOVE JW-CASH-SALES TO CL-CASH-SALES.
027200     MOVE JW-CARD-SALES TO CL-CARD-SALES.
027210     MOVE 0 TO CL-CASH-REFUNDS.
027220     MOVE JW-EXPECTED-CASH TO CL-EXPECTED-CASH.
027230     MOVE JW-COUNTED-CASH TO CL-COUNTED-CASH.
027240     MOVE JW-OVER-SHORT TO CL-OVER-SHORT.
027250     MOVE JW-TAX-COLLECTED TO CL-TAX-COLLECTED.
027260     MOVE JW-STATION-ID TO CL-STATION-ID.
027270     MOVE JW-CREDIT-SALES TO CL-CREDIT-REDEEMED.
027280     WRITE CLOSEOUT-RECORD.
027290     CLOSE CLOSEOUT-FILE.
027300 8500-EXIT.
027310     EXIT.
027320
027330****************************************************************
027340*  8510-ACCEPT-OPENING-FLOAT
027350*
027360*  ACCEPTS THE OPENING FLOAT AS DIGITS WITH CENTS.
027370****************************************************************
027380 8510-ACCEPT-OPENING-FLOAT.
027390     DISPLAY "Opening float (digits, cents): "
027400         WITH NO ADVANCING
027410     ACCEPT JW-AMOUNT-RAW
027420     IF JW-AMOUNT-RAW IS NUMERIC
027430         MOVE JW-AMOUNT-RAW TO JW-AMOUNT-CENTS
027440         DIVIDE JW-AMOUNT-CENTS BY 100 GIVING JW-OPENING-FLOAT
027450         MOVE 'Y' TO JW-TENDER-VALID
027460     ELSE
027470         DISPLAY "Please enter digits only."
027480     END-IF.
027490 8510-EXIT.
027500     EXIT.
027510
027520****************************************************************
027530*  8520-ACCEPT-COUNTED-CASH
027540*
027550*  ACCEPTS THE COUNTED DRAWER AS DIGITS WITH CENTS.
027560****************************************************************
027570 8520-ACCEPT-COUNTED-CASH.
027580     DISPLAY "Counted drawer (digits, cents): "
027590         WITH NO ADVANCING
027600     ACCEPT JW-AMOUNT-RAW
027610     IF JW-AMOUNT-RAW IS NUMERIC
027620         MOVE JW-AMOUNT-RAW TO JW-AMOUNT-CENTS
027630         DIVIDE JW-AMOUNT-CENTS BY 100 GIVING JW-COUNTED-CASH
027640         MOVE 'Y' TO JW-TENDER-VALID
027650     ELSE
027660         DISPLAY "Please enter digits only."
027670     END-IF.
027680 8520-EXIT.
027690     EXIT.
027700
027710****************************************************************
027720*  9000-TERMINATE
027730*
027740*  SAVES THE UPDATED INVENTORY FIRST (SO AN ABANDONED CLOSE-OUT
027750*  PROMPT CANNOT LOSE THE DAY - CUSTOMER TOTALS ALREADY POSTED
027760*  AS EACH SESSION ENDED), THEN CLOSES THE DRAWER OUT, CLOSES
027770*  THE FILES, AND SIGNS OFF.
027780****************************************************************
027790 9000-TERMINATE.
027800     PERFORM 8020-SAVE-INVENTORY
027810         THRU 8020-EXIT.
027820     PERFORM 6400-SAVE-LOTS
027830         THRU 6400-EXIT.
027840     PERFORM 8500-DRAWER-CLOSEOUT
027850         THRU 8500-EXIT.
027860     CLOSE CUSTOMER-MASTER.
027870     CLOSE ORDER-FILE.
027880     CLOSE AUDIT-LOG.
027890     PERFORM 9100-MARK-STEP-DONE
027900         THRU 9100-EXIT.
027910     PERFORM 9050-OFFER-CLOCK-OUT
027920         THRU 9050-EXIT.
027930     DISPLAY "   "
027940     DISPLAY "Next time you are at the " WITH NO ADVANCING
027950     DISPLAY "the store, be sure to look " WITH NO ADVANCING
027960     DISPLAY "for the box with the Big Red " WITH NO ADVANCING
027970     DISPLAY "Letters."
027980     DISPLAY "J-E-L-L--O!".
027990 9000-EXIT.
028000     EXIT.
028010
028020****************************************************************
028030*  9050-OFFER-CLOCK-OUT
028040*
028050*  OFFERS THE OPERATOR STILL SIGNED ON AT CLOSE A CLOCK-OUT, SO
028060*  CLOSING THE REGISTER DOES NOT LEAVE THEM ON THE CLOCK.
028070****************************************************************
028080 9050-OFFER-CLOCK-OUT.
028090     IF JW-CUR-OPERATOR-ID = SPACES
028100         GO TO 9050-EXIT.
028110     MOVE JW-CUR-OPERATOR-ID TO JW-CLOCK-ID.
028120     PERFORM 1466-FIND-LAST-PUNCH
028130         THRU 1466-EXIT.
028140     IF NOT JW-CLOCKED-IN
028150         GO TO 9050-EXIT.
028160     DISPLAY "Clock " JW-CUR-OPER-NAME " out? (Y/N) "
028170         WITH NO ADVANCING.
028180     MOVE SPACES TO JW-CLOCK-RAW.
028190     ACCEPT JW-CLOCK-RAW.
028200     IF JW-CLOCK-RAW NOT = 'Y' AND JW-CLOCK-RAW NOT = 'y'
028210         GO TO 9050-EXIT.
028220     MOVE 'O' TO JW-PUNCH-TYPE.
028230     PERFORM 1469-WRITE-PUNCH
028240         THRU 1469-EXIT.
028250     DISPLAY "Clocked out at " JW-DISP-CLOCK ".".
028260 9050-EXIT.
028270     EXIT.
028280
028290****************************************************************
028300*  9100-MARK-STEP-DONE
028310*
028320*  REREADS CONTROL-FILE AND REWRITES IT WITH CT-COUNTER-DONE
028330*  SET, PRESERVING EVERYTHING ELSE ON THE RECORD.
028340****************************************************************
028350 9100-MARK-STEP-DONE.
028360     OPEN INPUT CONTROL-FILE.
028370     READ CONTROL-FILE
028380         AT END
028390             CLOSE CONTROL-FILE
028400             GO TO 9100-EXIT
028410     END-READ.
028420     MOVE CONTROL-RECORD TO JW-CONTROL-SAVE.
028430     CLOSE CONTROL-FILE.
028440     OPEN OUTPUT CONTROL-FILE.
028450     MOVE JW-CONTROL-SAVE TO CONTROL-RECORD.
028460     MOVE 'Y' TO CT-COUNTER-DONE.
028470     WRITE CONTROL-RECORD.
028480     CLOSE CONTROL-FILE.
028490 9100-EXIT.
028500     EXIT.
028510
028520 END PROGRAM JELLO-WORLD.
