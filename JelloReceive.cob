000190*  OPENING STOCK AND A ROUTINE DELIVERY DAY DOES NOT FLAG THE
000200*  NIGHT'S MOVEMENT RECONCILIATION.
000210*
000220*  EACH DELIVERY LINE IS MATCHED TO AN APPROVED PURCHASE-ORDER
000230*  LINE FOR THE FLAVOR (THE PO NUMBER OFF THE PACKING SLIP WHEN
000240*  ONE WAS KEYED, ELSE THE OLDEST OPEN LINE), AND THE REPORT SHOWS
000250*  THE QUANTITY AND UNIT-COST VARIANCE AGAINST THE PO.  A LINE THE
000260*  DELIVERY FILLS IS CLOSED; A SHORT ONE STAYS PARTIAL.  EVERY
000270*  LOW-STOCK FLAVOR WITH NOTHING ALREADY ON ORDER GETS A DRAFT PO
000280*  LINE TO ITS VENDOR FOR THE SUGGESTED QUANTITY, ONE DRAFT PO PER
000290*  VENDOR PER RUN, WAITING FOR A SUPERVISOR TO APPROVE IT IN
000300*  JELLO-MAINT.
000310*
000320*  MODIFICATION HISTORY
000330*      2026-08-22  AB  ORIGINAL VERSION.
000340*      2026-08-22  AB  APPLY POSTED RECEIPTS TO INVENTORY-OPENING
000350*                      TOO, SO JELLO-RECON'S MOVEMENT CHECK STAYS
000360*                      CLEAN ON DELIVERY DAYS.
000370*      2026-09-02  AB  CAPTURE THE UNIT COST OFF EACH RECEIPT
000380*                      AND CARRY THE LAST COST PER FLAVOR ON THE
000390*                      NEW FLAVOR-COST FILE, SO THE MARGIN
000400*                      REPORT HAS A COST OF GOODS TO PRICE FROM.
000410*      2026-10-15  AB  MATCH EACH RECEIPT TO AN OPEN PURCHASE-ORDER
000420*                      LINE, PRINT THE QUANTITY AND COST VARIANCE,
000430*                      AND CLOSE OR PARTIALLY CLOSE THE LINE.  THE
000440*                      LOW-STOCK SUGGESTIONS NOW RAISE DRAFT POS
000450*                      FOR EACH FLAVOR'S VENDOR.  POS ARE DATED
000460*                      FROM CONTROL-FILE.
000470*      2026-10-15  AB  OPEN A STOCK-LOTS LOT FOR EACH RECEIPT
000480*                      POSTED, DATED TO EXPIRE THE FLAVOR'S SHELF
000490*                      LIFE AFTER THE RECEIPT DATE.
000500*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000510****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. JELLO-RECEIVE.
000540 AUTHOR. Amanda Boutwell.
000550 INSTALLATION. COUNTER SALES.
000560 DATE-WRITTEN. August 22, 2026.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. GNUCOBOL.
000620 OBJECT-COMPUTER. GNUCOBOL.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT RECEIPT-TRANS ASSIGN TO "RECEIPT-TRANS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS JG-RECEIPT-STATUS.
000680     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT INVENTORY-OPENING ASSIGN TO "INVENTORY-OPENING"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS JG-OPENING-STATUS.
000750     SELECT FLAVOR-COST ASSIGN TO "FLAVOR-COST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS JG-COST-STATUS.
000780     SELECT RECEIVING-REPORT ASSIGN TO "RECEIVING-REPORT"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS JG-CONTROL-STATUS.
000830     SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS JG-VENDOR-STATUS.
000860     SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS JG-PO-FILE-STATUS.
000890     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS JG-LOT-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  RECEIPT-TRANS
000960     LABEL RECORDS ARE STANDARD.
000970 01  RECEIPT-TRANS-RECORD.
000980     COPY "rcptrec.cpy".
000990
001000 FD  FLAVOR-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020 01  FLAVOR-MASTER-RECORD.
001030     COPY "flvmast.cpy".
001040
001050 FD  INVENTORY-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  INVENTORY-RECORD.
001080     COPY "invmast.cpy".
001090
001100 FD  INVENTORY-OPENING
001110     LABEL RECORDS ARE STANDARD.
001120 01  INVENTORY-OPENING-RECORD.
001130     05  IO-FLAVOR-CODE          PIC 9(02).
001140     05  IO-ON-HAND              PIC 9(05).
001150     05  IO-REORDER-POINT        PIC X(05).
001160
001170
001180 FD  FLAVOR-COST
001190     LABEL RECORDS ARE STANDARD.
001200 01  FLAVOR-COST-RECORD.
001210     COPY "cstmast.cpy".
001220
001230 FD  RECEIVING-REPORT
001240     LABEL RECORDS ARE STANDARD.
001250 01  RECEIVING-REPORT-RECORD     PIC X(80).
001260
001270 FD  CONTROL-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  CONTROL-RECORD.
001300     COPY "ctlrec.cpy".
001310
001320 FD  VENDOR-MASTER
001330     LABEL RECORDS ARE STANDARD.
001340 01  VENDOR-MASTER-RECORD.
001350     COPY "vndmast.cpy".
001360
001370 FD  PURCHASE-ORDER
001380     LABEL RECORDS ARE STANDARD.
001390 01  PURCHASE-ORDER-RECORD.
001400     COPY "porec.cpy".
001410
001420 FD  STOCK-LOTS
001430     LABEL RECORDS ARE STANDARD.
001440 01  STOCK-LOTS-RECORD.
001450     COPY "lotrec.cpy".
001460
001470 WORKING-STORAGE SECTION.
001480     01 JG-RECEIPT-STATUS PIC X(02).
001490     01 JG-RECEIPT-EOF PIC X VALUE 'N'.
001500         88 JG-END-OF-RECEIPTS VALUE 'Y'.
001510     01 JG-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001520         88 JG-END-OF-FLAVOR-MASTER VALUE 'Y'.
001530     01 JG-INVENTORY-EOF PIC X VALUE 'N'.
001540         88 JG-END-OF-INVENTORY VALUE 'Y'.
001550
001560*---------------------------------------------------------------
001570*    FLAVOR-MASTER IS READ INTO THIS TABLE AT START-UP SO THE
001580*    REPORT CAN PRINT NAMES INSTEAD OF BARE CODES, THE SAME AS
001590*    THE OTHER PROGRAMS.
001600*---------------------------------------------------------------
001610     01 JG-FLAVOR-TABLE.
001620         05 JG-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
001630                 DEPENDING ON JG-FLAVOR-COUNT
001640                 INDEXED BY JG-FLAVOR-IDX.
001650             10 JG-FLAVOR-CODE      PIC 9(02).
001660             10 JG-FLAVOR-NAME      PIC X(15).
001670             10 JG-FLAVOR-VENDOR    PIC X(04).
001680             10 JG-FLAVOR-SHELF     PIC 9(03).
001690     01 JG-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001700
001710*---------------------------------------------------------------
001720*    INVENTORY-FILE IS READ INTO THIS TABLE, RECEIPTS ARE POSTED
001730*    AGAINST IT, AND IT IS WRITTEN BACK OUT AT END OF JOB, THE
001740*    SAME LOAD/SAVE SHAPE JELLO-WORLD AND JELLO-BATCH USE.
001750*---------------------------------------------------------------
001760     01 JG-INVENTORY-TABLE.
001770         05 JG-INVENTORY-ENTRY OCCURS 1 TO 20 TIMES
001780                 DEPENDING ON JG-INVENTORY-COUNT
001790                 INDEXED BY JG-INVENTORY-IDX.
001800             10 JG-INVENTORY-CODE    PIC 9(02).
001810             10 JG-INVENTORY-ON-HAND PIC 9(05) COMP.
001820             10 JG-REORDER-POINT     PIC 9(05).
001830             10 JG-RECEIVED-QTY      PIC S9(06) COMP.
001840             10 JG-UNIT-COST         PIC 9(03)V99.
001850     01 JG-INVENTORY-COUNT PIC 9(02) COMP VALUE 0.
001860     01 JG-COST-STATUS PIC X(02).
001870     01 JG-COST-EOF PIC X VALUE 'N'.
001880         88 JG-END-OF-COSTS VALUE 'Y'.
001890
001900*---------------------------------------------------------------
001910*    RUN TOTALS FOR THE END-OF-JOB SUMMARY.
001920*---------------------------------------------------------------
001930     01 JG-RECEIPTS-READ PIC 9(05) VALUE 0.
001940     01 JG-RECEIPTS-POSTED PIC 9(05) VALUE 0.
001950     01 JG-RECEIPTS-REJECTED PIC 9(05) VALUE 0.
001960     01 JG-LOW-STOCK-COUNT PIC 9(05) VALUE 0.
001970     01 JG-SUGGESTED-QTY PIC S9(06) COMP VALUE 0.
001980     01 JG-NO-RECEIPTS PIC X VALUE 'N'.
001990         88 JG-RECEIPTS-MISSING VALUE 'Y'.
002000
002010*---------------------------------------------------------------
002020*    THE OPENING SNAPSHOT IS BUFFERED HERE WHILE THE POSTED
002030*    RECEIPT QUANTITIES ARE APPLIED TO IT.
002040*---------------------------------------------------------------
002050     01 JG-OPENING-STATUS PIC X(02).
002060     01 JG-OPENING-EOF PIC X VALUE 'N'.
002070         88 JG-END-OF-OPENING VALUE 'Y'.
002080     01 JG-OPEN-TABLE.
002090         05 JG-OPEN-ENTRY OCCURS 20 TIMES.
002100             10 JG-OP-CODE          PIC 9(02).
002110             10 JG-OP-ON-HAND       PIC 9(05).
002120             10 JG-OP-REORDER       PIC X(05).
002130     01 JG-OPEN-COUNT PIC 9(02) COMP VALUE 0.
002140     01 JG-OPEN-SUB PIC 9(02) COMP VALUE 0.
002150
002160*---------------------------------------------------------------
002170*    BUSINESS DATE FOR THE DRAFT PO ORDER DATE.
002180*---------------------------------------------------------------
002190     01 JG-CONTROL-STATUS PIC X(02).
002200     01 JG-BUSINESS-DATE PIC X(08).
002210
002220*---------------------------------------------------------------
002230*    VENDOR-MASTER IS READ INTO THIS TABLE SO A DRAFT PO IS ONLY
002240*    RAISED TO A VENDOR WE ACTUALLY HAVE ON FILE.
002250*---------------------------------------------------------------
002260     01 JG-VENDOR-STATUS PIC X(02).
002270     01 JG-VENDOR-EOF PIC X VALUE 'N'.
002280         88 JG-END-OF-VENDORS VALUE 'Y'.
002290     01 JG-VENDOR-TABLE.
002300         05 JG-VENDOR-ENTRY OCCURS 1 TO 50 TIMES
002310                 DEPENDING ON JG-VENDOR-COUNT
002320                 INDEXED BY JG-VENDOR-IDX.
002330             10 JG-VENDOR-ID        PIC X(04).
002340     01 JG-VENDOR-COUNT PIC 9(02) COMP VALUE 0.
002350
002360*---------------------------------------------------------------
002370*    PURCHASE-ORDER IS READ INTO THIS TABLE, RECEIPTS ARE MATCHED
002380*    AGAINST ITS OPEN LINES, THE NEW DRAFTS ARE ADDED TO THE END,
002390*    AND IT IS WRITTEN BACK OUT AT END OF JOB.  THE FILE IS IN
002400*    THE ORDER THE LINES WERE RAISED, SO THE FIRST OPEN LINE
002410*    FOUND FOR A FLAVOR IS THE OLDEST.
002420*---------------------------------------------------------------
002430     01 JG-PO-FILE-STATUS PIC X(02).
002440     01 JG-PO-EOF PIC X VALUE 'N'.
002450         88 JG-END-OF-POS VALUE 'Y'.
002460     01 JG-PL-TABLE.
002470         05 JG-PL-ENTRY OCCURS 1 TO 500 TIMES
002480                 DEPENDING ON JG-PL-COUNT.
002490             10 JG-PL-NUMBER        PIC 9(05).
002500             10 JG-PL-LINE          PIC 9(02).
002510             10 JG-PL-VENDOR        PIC X(04).
002520             10 JG-PL-FLAVOR        PIC 9(02).
002530             10 JG-PL-DATE          PIC X(08).
002540             10 JG-PL-ORDERED       PIC 9(05).
002550             10 JG-PL-RECEIVED      PIC 9(05).
002560             10 JG-PL-COST          PIC 9(03)V99.
002570             10 JG-PL-STATUS        PIC X(01).
002580             10 JG-PL-APPR-BY       PIC X(03).
002590             10 JG-PL-APPR-DATE     PIC X(08).
002600             10 JG-PL-RCPT-DATE     PIC X(08).
002610     01 JG-PL-COUNT PIC 9(03) COMP VALUE 0.
002620     01 JG-PL-SUB PIC 9(03) COMP VALUE 0.
002630     01 JG-PL-FOUND PIC 9(03) COMP VALUE 0.
002640     01 JG-PO-OVERFLOW PIC X VALUE 'N'.
002650     01 JG-PO-CHANGED PIC X VALUE 'N'.
002660     01 JG-NEXT-PO PIC 9(05) VALUE 1.
002670     01 JG-WANT-PO PIC 9(05) VALUE 0.
002680     01 JG-OPEN-QTY PIC S9(06) COMP VALUE 0.
002690     01 JG-QTY-VARIANCE PIC S9(06) VALUE 0.
002700     01 JG-COST-VARIANCE PIC S9(03)V99 VALUE 0.
002710
002720*---------------------------------------------------------------
002730*    THE DRAFT PO RAISED FOR EACH VENDOR THIS RUN, SO EVERY
002740*    LOW-STOCK FLAVOR FROM ONE VENDOR LANDS ON ONE PO.
002750*---------------------------------------------------------------
002760     01 JG-DRAFT-TABLE.
002770         05 JG-DRAFT-ENTRY OCCURS 1 TO 50 TIMES
002780                 DEPENDING ON JG-DRAFT-COUNT
002790                 INDEXED BY JG-DRAFT-IDX.
002800             10 JG-DR-VENDOR        PIC X(04).
002810             10 JG-DR-NUMBER        PIC 9(05).
002820             10 JG-DR-LAST-LINE     PIC 9(02).
002830     01 JG-DRAFT-COUNT PIC 9(02) COMP VALUE 0.
002840     01 JG-CUR-VENDOR PIC X(04).
002850     01 JG-VENDOR-FOUND PIC X VALUE 'N'.
002860     01 JG-CUR-DRAFT-PO PIC 9(05) VALUE 0.
002870     01 JG-CUR-DRAFT-LINE PIC 9(02) VALUE 0.
002880
002890*---------------------------------------------------------------
002900*    PURCHASE-ORDER RUN TOTALS.
002910*---------------------------------------------------------------
002920     01 JG-MATCHED-COUNT PIC 9(05) VALUE 0.
002930     01 JG-UNMATCHED-COUNT PIC 9(05) VALUE 0.
002940     01 JG-PO-CLOSED-COUNT PIC 9(05) VALUE 0.
002950     01 JG-DRAFTS-RAISED PIC 9(05) VALUE 0.
002960
002970*---------------------------------------------------------------
002980*    STOCK-LOTS IS READ INTO THIS TABLE SO STOCK MOVES LOT BY
002990*    LOT ALONGSIDE IV-ON-HAND: OLDEST LOT FIRST ON THE WAY OUT,
003000*    NEWEST LOT DRAWN FROM ON THE WAY BACK.  PAST 500 LOTS THE
003010*    LOTS ARE LEFT AS THEY WERE AND THE MORNING EXPIRY REPORT
003020*    PROVES THEM BACK TO ON-HAND.
003030*---------------------------------------------------------------
003040     01 JG-LOT-STATUS PIC X(02).
003050     01 JG-LOT-EOF PIC X VALUE 'N'.
003060         88 JG-END-OF-LOTS VALUE 'Y'.
003070     01 JG-LOT-TABLE.
003080         05 JG-LOT-ENTRY OCCURS 1 TO 500 TIMES
003090                 DEPENDING ON JG-LOT-COUNT.
003100             10 JG-LOT-NUMBER       PIC 9(05).
003110             10 JG-LOT-FLAVOR       PIC 9(02).
003120             10 JG-LOT-RECEIVED     PIC X(08).
003130             10 JG-LOT-EXPIRY       PIC X(08).
003140             10 JG-LOT-QTY-RECEIVED PIC 9(05).
003150             10 JG-LOT-ON-HAND      PIC 9(05).
003160     01 JG-LOT-COUNT PIC 9(03) COMP VALUE 0.
003170     01 JG-LOT-SUB PIC 9(03) COMP VALUE 0.
003180     01 JG-LOT-FOUND PIC 9(03) COMP VALUE 0.
003190     01 JG-LOT-OVERFLOW PIC X VALUE 'N'.
003200     01 JG-NEXT-LOT PIC 9(05) VALUE 1.
003210     01 JG-DRAW-FLAVOR PIC 9(02) VALUE 0.
003220     01 JG-DRAW-QTY PIC 9(05) VALUE 0.
003230     01 JG-DRAW-TAKE PIC 9(05) VALUE 0.
003240     01 JG-LOT-DATE PIC X(08) VALUE SPACES.
003250
003260*---------------------------------------------------------------
003270*    FIELDS FOR DATING A LOT'S EXPIRY: THE RECEIVED DATE IS
003280*    ROLLED FORWARD ONE CALENDAR DAY PER DAY OF SHELF LIFE,
003290*    MONTH LENGTHS AND LEAP YEARS INCLUDED.
003300*---------------------------------------------------------------
003310     01 JG-DATE-SPLIT.
003320         05 JG-DS-YEAR PIC 9(04).
003330         05 JG-DS-MONTH PIC 9(02).
003340         05 JG-DS-DAY PIC 9(02).
003350     01 JG-MONTH-LENGTH-LIST.
003360         05 FILLER PIC X(24) VALUE "312831303130313130313031".
003370     01 JG-MONTH-LENGTH-TABLE REDEFINES JG-MONTH-LENGTH-LIST.
003380         05 JG-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
003390     01 JG-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
003400     01 JG-LEAP-WORK PIC 9(04) VALUE 0.
003410     01 JG-LEAP-REM PIC 9(04) VALUE 0.
003420     01 JG-LEAP-YEAR PIC X VALUE 'N'.
003430     01 JG-SHELF-DAYS PIC 9(03) VALUE 0.
003440     01 JG-DAY-SUB PIC 9(03) COMP VALUE 0.
003450     01 JG-EXPIRY-DATE PIC X(08) VALUE SPACES.
003460
003470*---------------------------------------------------------------
003480*    REPORT LINES.
003490*---------------------------------------------------------------
003500     01 JG-HEADING-1.
003510         05 FILLER PIC X(38)
003520             VALUE "JELLO-RECEIVE   RECEIVING AND RESTOCK ".
003530         05 FILLER PIC X(42) VALUE SPACES.
003540     01 JG-POSTED-LINE.
003550         05 FILLER PIC X(02) VALUE SPACES.
003560         05 FILLER PIC X(09) VALUE "RECEIVED ".
003570         05 JG-PO-DATE PIC X(08).
003580         05 FILLER PIC X(01) VALUE SPACES.
003590         05 JG-PO-FLAVOR PIC X(15).
003600         05 FILLER PIC X(05) VALUE " QTY=".
003610         05 JG-PO-QTY PIC ZZZZ9.
003620         05 FILLER PIC X(09) VALUE " ON HAND=".
003630         05 JG-PO-ON-HAND PIC ZZZZ9.
003640         05 FILLER PIC X(21) VALUE SPACES.
003650     01 JG-REJECT-LINE.
003660         05 FILLER PIC X(02) VALUE SPACES.
003670         05 FILLER PIC X(09) VALUE "REJECTED ".
003680         05 JG-RJ-DATE PIC X(08).
003690         05 FILLER PIC X(20) VALUE " NO SUCH FLAVOR CODE".
003700         05 FILLER PIC X(01) VALUE SPACES.
003710         05 JG-RJ-CODE PIC 9(02).
003720         05 FILLER PIC X(05) VALUE " QTY=".
003730         05 JG-RJ-QTY PIC ZZZZ9.
003740         05 FILLER PIC X(28) VALUE SPACES.
003750     01 JG-LOW-TITLE.
003760         05 FILLER PIC X(37)
003770             VALUE "LOW STOCK - AT OR BELOW REORDER POINT".
003780         05 FILLER PIC X(43) VALUE SPACES.
003790     01 JG-LOW-HEAD.
003800         05 FILLER PIC X(02) VALUE SPACES.
003810         05 FILLER PIC X(17) VALUE "FLAVOR           ".
003820         05 FILLER PIC X(08) VALUE " ON HAND".
003830         05 FILLER PIC X(08) VALUE " REORDER".
003840         05 FILLER PIC X(10) VALUE " SUGGESTED".
003850         05 FILLER PIC X(35) VALUE SPACES.
003860     01 JG-LOW-LINE.
003870         05 FILLER PIC X(02) VALUE SPACES.
003880         05 JG-LO-FLAVOR PIC X(15).
003890         05 FILLER PIC X(02) VALUE SPACES.
003900         05 JG-LO-ON-HAND PIC ZZZZZZZ9.
003910         05 JG-LO-REORDER PIC ZZZZZZZ9.
003920         05 JG-LO-SUGGESTED PIC ZZZZZZZZZ9.
003930         05 FILLER PIC X(35) VALUE SPACES.
003940     01 JG-MATCH-LINE.
003950         05 FILLER PIC X(04) VALUE SPACES.
003960         05 FILLER PIC X(03) VALUE "PO ".
003970         05 JG-MA-PO PIC 9(05).
003980         05 FILLER PIC X(01) VALUE "-".
003990         05 JG-MA-LINE PIC 9(02).
004000         05 FILLER PIC X(06) VALUE " OPEN=".
004010         05 JG-MA-OPEN PIC ZZZZ9.
004020         05 FILLER PIC X(09) VALUE " QTY VAR=".
004030         05 JG-MA-QTY-VAR PIC -----9.
004040         05 FILLER PIC X(10) VALUE " COST VAR=".
004050         05 JG-MA-COST-VAR PIC ---9.99.
004060         05 FILLER PIC X(01) VALUE SPACES.
004070         05 JG-MA-STATUS PIC X(07).
004080         05 FILLER PIC X(14) VALUE SPACES.
004090     01 JG-DRAFT-LINE.
004100         05 FILLER PIC X(04) VALUE SPACES.
004110         05 FILLER PIC X(09) VALUE "DRAFT PO ".
004120         05 JG-DF-PO PIC 9(05).
004130         05 FILLER PIC X(01) VALUE "-".
004140         05 JG-DF-LINE PIC 9(02).
004150         05 FILLER PIC X(11) VALUE " TO VENDOR ".
004160         05 JG-DF-VENDOR PIC X(04).
004170         05 FILLER PIC X(44) VALUE SPACES.
004180     01 JG-LOT-LINE.
004190         05 FILLER PIC X(04) VALUE SPACES.
004200         05 FILLER PIC X(04) VALUE "LOT ".
004210         05 JG-LN-LOT PIC 9(05).
004220         05 FILLER PIC X(09) VALUE " EXPIRES ".
004230         05 JG-LN-EXPIRY PIC X(08).
004240         05 FILLER PIC X(50) VALUE SPACES.
004250     01 JG-ON-ORDER-LINE.
004260         05 FILLER PIC X(04) VALUE SPACES.
004270         05 FILLER PIC X(15) VALUE "ALREADY ON PO ".
004280         05 JG-OO-PO PIC 9(05).
004290         05 FILLER PIC X(01) VALUE "-".
004300         05 JG-OO-LINE PIC 9(02).
004310         05 FILLER PIC X(06) VALUE " OPEN=".
004320         05 JG-OO-OPEN PIC ZZZZ9.
004330         05 FILLER PIC X(01) VALUE SPACES.
004340         05 JG-OO-STATUS PIC X(07).
004350         05 FILLER PIC X(34) VALUE SPACES.
004360     01 JG-SUMMARY-LINE.
004370         05 FILLER PIC X(02) VALUE SPACES.
004380         05 JG-SUM-LABEL PIC X(26).
004390         05 JG-SUM-COUNT PIC ZZZZ9.
004400         05 FILLER PIC X(47) VALUE SPACES.
004410     01 JG-NOTE-LINE.
004420         05 FILLER PIC X(02) VALUE SPACES.
004430         05 JG-NOTE-TEXT PIC X(78).
004440     01 JG-BLANK-LINE PIC X(80) VALUE SPACES.
004450
004460 PROCEDURE DIVISION.
004470
004480****************************************************************
004490*  0000-MAINLINE
004500*
004510*  POSTS THE QUEUED RECEIPTS AGAINST THEIR PURCHASE ORDERS, SAVES
004520*  THE UPDATED INVENTORY, PRINTS THE LOW-STOCK REPORT WITH ITS
004530*  DRAFT POS, SAVES THE POS, AND CLEARS THE RECEIPTS FILE.
004540****************************************************************
004550 0000-MAINLINE.
004560     PERFORM 1000-INITIALIZE
004570         THRU 1000-EXIT.
004580     PERFORM 2000-POST-ONE-RECEIPT
004590         THRU 2000-EXIT
004600         UNTIL JG-END-OF-RECEIPTS.
004610     PERFORM 8000-SAVE-INVENTORY
004620         THRU 8000-EXIT.
004630     PERFORM 6400-SAVE-LOTS
004640         THRU 6400-EXIT.
004650     PERFORM 8040-SAVE-COSTS
004660         THRU 8040-EXIT.
004670     PERFORM 8050-UPDATE-OPENING-SNAPSHOT
004680         THRU 8050-EXIT.
004690     PERFORM 8100-CLEAR-RECEIPTS
004700         THRU 8100-EXIT.
004710     PERFORM 8200-LOW-STOCK-REPORT
004720         THRU 8200-EXIT.
004730     PERFORM 8250-SAVE-PURCHASE-ORDERS
004740         THRU 8250-EXIT.
004750     PERFORM 9000-TERMINATE
004760         THRU 9000-EXIT.
004770     STOP RUN.
004780
004790****************************************************************
004800*  1000-INITIALIZE
004810*
004820*  OPENS THE REPORT, LOADS THE FLAVOR AND INVENTORY TABLES, AND
004830*  PRIMES THE FIRST RECEIPT READ.  A MISSING RECEIPT-TRANS JUST
004840*  MEANS NO DELIVERIES TODAY; THE LOW-STOCK REPORT STILL RUNS.
004850****************************************************************
004860 1000-INITIALIZE.
004870     OPEN OUTPUT RECEIVING-REPORT.
004880     WRITE RECEIVING-REPORT-RECORD FROM JG-HEADING-1.
004890     WRITE RECEIVING-REPORT-RECORD FROM JG-BLANK-LINE.
004900     PERFORM 1050-READ-CONTROL-FILE
004910         THRU 1050-EXIT.
004920     PERFORM 1100-LOAD-FLAVOR-MASTER
004930         THRU 1100-EXIT.
004940     PERFORM 1200-LOAD-INVENTORY
004950         THRU 1200-EXIT.
004960     PERFORM 1300-LOAD-COSTS
004970         THRU 1300-EXIT.
004980     PERFORM 1400-LOAD-VENDORS
004990         THRU 1400-EXIT.
005000     PERFORM 1500-LOAD-PURCHASE-ORDERS
005010         THRU 1500-EXIT.
005020     PERFORM 6000-LOAD-LOTS
005030         THRU 6000-EXIT.
005040     OPEN INPUT RECEIPT-TRANS.
005050     IF JG-RECEIPT-STATUS = '35'
005060         MOVE 'Y' TO JG-RECEIPT-EOF
005070         MOVE 'Y' TO JG-NO-RECEIPTS
005080         MOVE "NO RECEIPT-TRANS QUEUED - NOTHING TO POST"
005090             TO JG-NOTE-TEXT
005100         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
005110     ELSE
005120         MOVE 'N' TO JG-RECEIPT-EOF
005130         PERFORM 2010-READ-RECEIPT-RECORD
005140             THRU 2010-EXIT
005150     END-IF.
005160 1000-EXIT.
005170     EXIT.
005180
005190****************************************************************
005200*  1050-READ-CONTROL-FILE
005210*
005220*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
005230*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
005240****************************************************************
005250 1050-READ-CONTROL-FILE.
005260     OPEN INPUT CONTROL-FILE.
005270     IF JG-CONTROL-STATUS = '35'
005280         ACCEPT JG-BUSINESS-DATE FROM DATE YYYYMMDD
005290     ELSE
005300         READ CONTROL-FILE
005310             AT END
005320                 ACCEPT JG-BUSINESS-DATE FROM DATE YYYYMMDD
005330             NOT AT END
005340                 MOVE CT-BUSINESS-DATE TO JG-BUSINESS-DATE
005350         END-READ
005360         CLOSE CONTROL-FILE
005370     END-IF.
005380 1050-EXIT.
005390     EXIT.
005400
005410****************************************************************
005420*  1100-LOAD-FLAVOR-MASTER
005430*
005440*  READS FLAVOR-MASTER INTO JG-FLAVOR-TABLE.
005450****************************************************************
005460 1100-LOAD-FLAVOR-MASTER.
005470     OPEN INPUT FLAVOR-MASTER.
005480     MOVE 0 TO JG-FLAVOR-COUNT.
005490     MOVE 'N' TO JG-FLAVOR-MASTER-EOF.
005500     PERFORM 1110-READ-FLAVOR-RECORD
005510         THRU 1110-EXIT.
005520     PERFORM 1120-STORE-FLAVOR-RECORD
005530         THRU 1120-EXIT
005540         UNTIL JG-END-OF-FLAVOR-MASTER.
005550     CLOSE FLAVOR-MASTER.
005560 1100-EXIT.
005570     EXIT.
005580
005590****************************************************************
005600*  1110-READ-FLAVOR-RECORD
005610*
005620*  READS ONE FLAVOR-MASTER RECORD AHEAD.
005630****************************************************************
005640 1110-READ-FLAVOR-RECORD.
005650     READ FLAVOR-MASTER
005660         AT END MOVE 'Y' TO JG-FLAVOR-MASTER-EOF
005670     END-READ.
005680 1110-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720*  1120-STORE-FLAVOR-RECORD
005730*
005740*  ADDS THE FLAVOR JUST READ TO JG-FLAVOR-TABLE AND PRIMES THE
005750*  NEXT READ.
005760****************************************************************
005770 1120-STORE-FLAVOR-RECORD.
005780     ADD 1 TO JG-FLAVOR-COUNT.
005790     SET JG-FLAVOR-IDX TO JG-FLAVOR-COUNT.
005800     MOVE FM-FLAVOR-CODE TO JG-FLAVOR-CODE(JG-FLAVOR-IDX).
005810     MOVE FM-FLAVOR-NAME TO JG-FLAVOR-NAME(JG-FLAVOR-IDX).
005820     MOVE FM-VENDOR-ID TO JG-FLAVOR-VENDOR(JG-FLAVOR-IDX).
005830     IF FM-SHELF-LIFE-DAYS IS NUMERIC
005840         MOVE FM-SHELF-LIFE-DAYS TO JG-FLAVOR-SHELF(JG-FLAVOR-IDX)
005850     ELSE
005860         MOVE 0 TO JG-FLAVOR-SHELF(JG-FLAVOR-IDX)
005870     END-IF.
005880     PERFORM 1110-READ-FLAVOR-RECORD
005890         THRU 1110-EXIT.
005900 1120-EXIT.
005910     EXIT.
005920
005930****************************************************************
005940*  1200-LOAD-INVENTORY
005950*
005960*  READS INVENTORY-FILE INTO JG-INVENTORY-TABLE, REORDER POINT
005970*  INCLUDED.
005980****************************************************************
005990 1200-LOAD-INVENTORY.
006000     OPEN INPUT INVENTORY-FILE.
006010     MOVE 0 TO JG-INVENTORY-COUNT.
006020     MOVE 'N' TO JG-INVENTORY-EOF.
006030     PERFORM 1210-READ-INVENTORY-RECORD
006040         THRU 1210-EXIT.
006050     PERFORM 1220-STORE-INVENTORY-RECORD
006060         THRU 1220-EXIT
006070         UNTIL JG-END-OF-INVENTORY.
006080     CLOSE INVENTORY-FILE.
006090 1200-EXIT.
006100     EXIT.
006110
006120****************************************************************
006130*  1210-READ-INVENTORY-RECORD
006140*
006150*  READS ONE INVENTORY-FILE RECORD AHEAD.
006160****************************************************************
006170 1210-READ-INVENTORY-RECORD.
006180     READ INVENTORY-FILE
006190         AT END MOVE 'Y' TO JG-INVENTORY-EOF
006200     END-READ.
006210 1210-EXIT.
006220     EXIT.
006230
006240****************************************************************
006250*  1220-STORE-INVENTORY-RECORD
006260*
006270*  ADDS THE INVENTORY RECORD JUST READ TO JG-INVENTORY-TABLE AND
006280*  PRIMES THE NEXT READ.
006290****************************************************************
006300 1220-STORE-INVENTORY-RECORD.
006310     ADD 1 TO JG-INVENTORY-COUNT.
006320     SET JG-INVENTORY-IDX TO JG-INVENTORY-COUNT.
006330     MOVE IV-FLAVOR-CODE TO JG-INVENTORY-CODE(JG-INVENTORY-IDX).
006340     MOVE IV-ON-HAND TO JG-INVENTORY-ON-HAND(JG-INVENTORY-IDX).
006350     MOVE IV-REORDER-POINT TO JG-REORDER-POINT(JG-INVENTORY-IDX).
006360     MOVE 0 TO JG-RECEIVED-QTY(JG-INVENTORY-IDX).
006370     MOVE 0 TO JG-UNIT-COST(JG-INVENTORY-IDX).
006380     PERFORM 1210-READ-INVENTORY-RECORD
006390         THRU 1210-EXIT.
006400 1220-EXIT.
006410     EXIT.
006420
006430****************************************************************
006440*  1300-LOAD-COSTS
006450*
006460*  POSTS EACH FLAVOR-COST LAST COST INTO ITS INVENTORY TABLE
006470*  ENTRY.  A MISSING FILE JUST MEANS NO COSTS CAPTURED YET.
006480****************************************************************
006490 1300-LOAD-COSTS.
006500     OPEN INPUT FLAVOR-COST.
006510     IF JG-COST-STATUS = '35'
006520         MOVE 'Y' TO JG-COST-EOF
006530     ELSE
006540         MOVE 'N' TO JG-COST-EOF
006550         PERFORM 1310-READ-COST-RECORD
006560             THRU 1310-EXIT
006570         PERFORM 1320-STORE-COST-RECORD
006580             THRU 1320-EXIT
006590             UNTIL JG-END-OF-COSTS
006600         CLOSE FLAVOR-COST
006610     END-IF.
006620 1300-EXIT.
006630     EXIT.
006640
006650****************************************************************
006660*  1310-READ-COST-RECORD
006670*
006680*  READS ONE FLAVOR-COST RECORD AHEAD.
006690****************************************************************
006700 1310-READ-COST-RECORD.
006710     READ FLAVOR-COST
006720         AT END MOVE 'Y' TO JG-COST-EOF
006730     END-READ.
006740 1310-EXIT.
006750     EXIT.
006760
006770****************************************************************
006780*  1320-STORE-COST-RECORD
006790*
006800*  POSTS THE LAST COST JUST READ TO ITS INVENTORY TABLE ENTRY
006810*  AND PRIMES THE NEXT READ.
006820****************************************************************
006830 1320-STORE-COST-RECORD.
006840     SET JG-INVENTORY-IDX TO 1.
006850     SEARCH JG-INVENTORY-ENTRY
006860         AT END CONTINUE
006870         WHEN JG-INVENTORY-CODE(JG-INVENTORY-IDX) =
006880                 CS-FLAVOR-CODE
006890             MOVE CS-UNIT-COST
006900                 TO JG-UNIT-COST(JG-INVENTORY-IDX)
006910     END-SEARCH.
006920     PERFORM 1310-READ-COST-RECORD
006930         THRU 1310-EXIT.
006940 1320-EXIT.
006950     EXIT.
006960
006970****************************************************************
006980*  1400-LOAD-VENDORS
006990*
007000*  READS VENDOR-MASTER INTO JG-VENDOR-TABLE.  A MISSING FILE
007010*  MEANS NO DRAFT PO CAN BE RAISED; THE LOW-STOCK REPORT STILL
007020*  PRINTS ITS SUGGESTIONS.
007030****************************************************************
007040 1400-LOAD-VENDORS.
007050     MOVE 0 TO JG-VENDOR-COUNT.
007060     OPEN INPUT VENDOR-MASTER.
007070     IF JG-VENDOR-STATUS = '35'
007080         GO TO 1400-EXIT.
007090     MOVE 'N' TO JG-VENDOR-EOF.
007100     PERFORM 1410-READ-VENDOR-RECORD
007110         THRU 1410-EXIT.
007120     PERFORM 1420-STORE-VENDOR-RECORD
007130         THRU 1420-EXIT
007140         UNTIL JG-END-OF-VENDORS.
007150     CLOSE VENDOR-MASTER.
007160 1400-EXIT.
007170     EXIT.
007180
007190****************************************************************
007200*  1410-READ-VENDOR-RECORD
007210*
007220*  READS ONE VENDOR-MASTER RECORD AHEAD.
007230****************************************************************
007240 1410-READ-VENDOR-RECORD.
007250     READ VENDOR-MASTER
007260         AT END MOVE 'Y' TO JG-VENDOR-EOF
007270     END-READ.
007280 1410-EXIT.
007290     EXIT.
007300
007310****************************************************************
007320*  1420-STORE-VENDOR-RECORD
007330*
007340*  ADDS THE VENDOR JUST READ TO JG-VENDOR-TABLE AND PRIMES THE
007350*  NEXT READ.
007360****************************************************************
007370 1420-STORE-VENDOR-RECORD.
007380     IF JG-VENDOR-COUNT < 50
007390         ADD 1 TO JG-VENDOR-COUNT
007400         SET JG-VENDOR-IDX TO JG-VENDOR-COUNT
007410         MOVE VN-VENDOR-ID TO JG-VENDOR-ID(JG-VENDOR-IDX)
007420     END-IF.
007430     PERFORM 1410-READ-VENDOR-RECORD
007440         THRU 1410-EXIT.
007450 1420-EXIT.
007460     EXIT.
007470
007480****************************************************************
007490*  1500-LOAD-PURCHASE-ORDERS
007500*
007510*  READS PURCHASE-ORDER INTO JG-PL-TABLE AND SETS THE NEXT PO
007520*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
007530*  PO HAS BEEN RAISED YET.
007540****************************************************************
007550 1500-LOAD-PURCHASE-ORDERS.
007560     MOVE 0 TO JG-PL-COUNT.
007570     MOVE 1 TO JG-NEXT-PO.
007580     OPEN INPUT PURCHASE-ORDER.
007590     IF JG-PO-FILE-STATUS = '35'
007600         GO TO 1500-EXIT.
007610     MOVE 'N' TO JG-PO-EOF.
007620     PERFORM 1510-READ-PO-RECORD
007630         THRU 1510-EXIT.
007640     PERFORM 1520-STORE-PO-RECORD
007650         THRU 1520-EXIT
007660         UNTIL JG-END-OF-POS.
007670     CLOSE PURCHASE-ORDER.
007680     IF JG-PO-OVERFLOW = 'Y'
007690         MOVE "PURCHASE-ORDER PAST 500 LINES - PO MATCHING AND"
007700             TO JG-NOTE-TEXT
007710         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
007720         MOVE "  DRAFTS SKIPPED AND THE FILE LEFT AS IT WAS"
007730             TO JG-NOTE-TEXT
007740         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
007750     END-IF.
007760 1500-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*  1510-READ-PO-RECORD
007810*
007820*  READS ONE PURCHASE-ORDER RECORD AHEAD.
007830****************************************************************
007840 1510-READ-PO-RECORD.
007850     READ PURCHASE-ORDER
007860         AT END MOVE 'Y' TO JG-PO-EOF
007870     END-READ.
007880 1510-EXIT.
007890     EXIT.
007900
007910****************************************************************
007920*  1520-STORE-PO-RECORD
007930*
007940*  ADDS THE PO LINE JUST READ TO JG-PL-TABLE, KEEPS THE NEXT PO
007950*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
007960****************************************************************
007970 1520-STORE-PO-RECORD.
007980     IF JG-PL-COUNT < 500
007990         ADD 1 TO JG-PL-COUNT
008000         MOVE PO-NUMBER TO JG-PL-NUMBER(JG-PL-COUNT)
008010         MOVE PO-LINE-NUMBER TO JG-PL-LINE(JG-PL-COUNT)
008020         MOVE PO-VENDOR-ID TO JG-PL-VENDOR(JG-PL-COUNT)
008030         MOVE PO-FLAVOR-CODE TO JG-PL-FLAVOR(JG-PL-COUNT)
008040         MOVE PO-ORDER-DATE TO JG-PL-DATE(JG-PL-COUNT)
008050         MOVE PO-QTY-ORDERED TO JG-PL-ORDERED(JG-PL-COUNT)
008060         MOVE PO-QTY-RECEIVED TO JG-PL-RECEIVED(JG-PL-COUNT)
008070         MOVE PO-UNIT-COST TO JG-PL-COST(JG-PL-COUNT)
008080         MOVE PO-STATUS TO JG-PL-STATUS(JG-PL-COUNT)
008090         MOVE PO-APPROVED-BY TO JG-PL-APPR-BY(JG-PL-COUNT)
008100         MOVE PO-APPROVED-DATE TO JG-PL-APPR-DATE(JG-PL-COUNT)
008110         MOVE PO-LAST-RECEIPT-DATE TO JG-PL-RCPT-DATE(JG-PL-COUNT)
008120         IF PO-NUMBER NOT < JG-NEXT-PO
008130             COMPUTE JG-NEXT-PO = PO-NUMBER + 1
008140         END-IF
008150     ELSE
008160         MOVE 'Y' TO JG-PO-OVERFLOW
008170     END-IF.
008180     PERFORM 1510-READ-PO-RECORD
008190         THRU 1510-EXIT.
008200 1520-EXIT.
008210     EXIT.
008220
008230****************************************************************
008240*  2000-POST-ONE-RECEIPT
008250*
008260*  POSTS THE RECEIPT JUST READ TO ITS INVENTORY TABLE ENTRY AND
008270*  READS THE NEXT ONE.  A CODE NOT ON INVENTORY-FILE PRINTS AS A
008280*  REJECT TO BE RE-KEYED.
008290****************************************************************
008300 2000-POST-ONE-RECEIPT.
008310     ADD 1 TO JG-RECEIPTS-READ.
008320     SET JG-INVENTORY-IDX TO 1.
008330     SEARCH JG-INVENTORY-ENTRY
008340         AT END
008350             ADD 1 TO JG-RECEIPTS-REJECTED
008360             MOVE RC-RECEIPT-DATE TO JG-RJ-DATE
008370             MOVE RC-FLAVOR-CODE TO JG-RJ-CODE
008380             MOVE RC-QUANTITY TO JG-RJ-QTY
008390             WRITE RECEIVING-REPORT-RECORD FROM JG-REJECT-LINE
008400         WHEN JG-INVENTORY-CODE(JG-INVENTORY-IDX) = RC-FLAVOR-CODE
008410             ADD RC-QUANTITY
008420                 TO JG-INVENTORY-ON-HAND(JG-INVENTORY-IDX)
008430             ADD RC-QUANTITY
008440                 TO JG-RECEIVED-QTY(JG-INVENTORY-IDX)
008450             IF RC-UNIT-COST IS NUMERIC AND RC-UNIT-COST > 0
008460                 MOVE RC-UNIT-COST
008470                     TO JG-UNIT-COST(JG-INVENTORY-IDX)
008480             END-IF
008490             ADD 1 TO JG-RECEIPTS-POSTED
008500             MOVE RC-RECEIPT-DATE TO JG-PO-DATE
008510             MOVE RC-QUANTITY TO JG-PO-QTY
008520             MOVE JG-INVENTORY-ON-HAND(JG-INVENTORY-IDX)
008530                 TO JG-PO-ON-HAND
008540             PERFORM 2020-NAME-ONE-FLAVOR
008550                 THRU 2020-EXIT
008560             WRITE RECEIVING-REPORT-RECORD FROM JG-POSTED-LINE
008570             PERFORM 2030-OPEN-LOT
008580                 THRU 2030-EXIT
008590             PERFORM 2100-MATCH-PURCHASE-ORDER
008600                 THRU 2100-EXIT
008610     END-SEARCH.
008620     PERFORM 2010-READ-RECEIPT-RECORD
008630         THRU 2010-EXIT.
008640 2000-EXIT.
008650     EXIT.
008660
008670****************************************************************
008680*  2010-READ-RECEIPT-RECORD
008690*
008700*  READS ONE RECEIPT-TRANS RECORD AHEAD.
008710****************************************************************
008720 2010-READ-RECEIPT-RECORD.
008730     READ RECEIPT-TRANS
008740         AT END MOVE 'Y' TO JG-RECEIPT-EOF
008750     END-READ.
008760 2010-EXIT.
008770     EXIT.
008780
008790****************************************************************
008800*  2020-NAME-ONE-FLAVOR
008810*
008820*  SETS JG-PO-FLAVOR TO THE NAME FOR RC-FLAVOR-CODE, OR TO THE
008830*  BARE CODE WHEN FLAVOR-MASTER DOES NOT CARRY IT.
008840****************************************************************
008850 2020-NAME-ONE-FLAVOR.
008860     MOVE SPACES TO JG-PO-FLAVOR.
008870     MOVE RC-FLAVOR-CODE TO JG-PO-FLAVOR.
008880     SET JG-FLAVOR-IDX TO 1.
008890     SEARCH JG-FLAVOR-ENTRY
008900         AT END CONTINUE
008910         WHEN JG-FLAVOR-CODE(JG-FLAVOR-IDX) = RC-FLAVOR-CODE
008920             MOVE JG-FLAVOR-NAME(JG-FLAVOR-IDX) TO JG-PO-FLAVOR
008930     END-SEARCH.
008940 2020-EXIT.
008950     EXIT.
008960
008970****************************************************************
008980*  2030-OPEN-LOT
008990*
009000*  OPENS A STOCK-LOTS LOT FOR THE RECEIPT JUST POSTED, RECEIVED
009010*  ON THE RECEIPT DATE AND EXPIRING THE FLAVOR'S SHELF LIFE
009020*  LATER, AND PRINTS ITS NUMBER AND EXPIRY UNDER THE RECEIPT.
009030****************************************************************
009040 2030-OPEN-LOT.
009050     IF JG-LOT-OVERFLOW = 'Y'
009060         GO TO 2030-EXIT.
009070     IF JG-LOT-COUNT >= 500
009080         MOVE 'Y' TO JG-LOT-OVERFLOW
009090         MOVE "STOCK-LOTS PAST 500 LOTS - LOTS LEFT AS THEY WERE"
009100             TO JG-NOTE-TEXT
009110         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
009120         GO TO 2030-EXIT.
009130     MOVE 0 TO JG-SHELF-DAYS.
009140     SET JG-FLAVOR-IDX TO 1.
009150     SEARCH JG-FLAVOR-ENTRY
009160         AT END CONTINUE
009170         WHEN JG-FLAVOR-CODE(JG-FLAVOR-IDX) = RC-FLAVOR-CODE
009180             MOVE JG-FLAVOR-SHELF(JG-FLAVOR-IDX) TO JG-SHELF-DAYS
009190     END-SEARCH.
009200     MOVE RC-RECEIPT-DATE TO JG-LOT-DATE.
009210     PERFORM 6300-FIGURE-EXPIRY
009220         THRU 6300-EXIT.
009230     ADD 1 TO JG-LOT-COUNT.
009240     MOVE JG-NEXT-LOT TO JG-LOT-NUMBER(JG-LOT-COUNT).
009250     ADD 1 TO JG-NEXT-LOT.
009260     MOVE RC-FLAVOR-CODE TO JG-LOT-FLAVOR(JG-LOT-COUNT).
009270     MOVE RC-RECEIPT-DATE TO JG-LOT-RECEIVED(JG-LOT-COUNT).
009280     MOVE JG-EXPIRY-DATE TO JG-LOT-EXPIRY(JG-LOT-COUNT).
009290     MOVE RC-QUANTITY TO JG-LOT-QTY-RECEIVED(JG-LOT-COUNT).
009300     MOVE RC-QUANTITY TO JG-LOT-ON-HAND(JG-LOT-COUNT).
009310     MOVE JG-LOT-NUMBER(JG-LOT-COUNT) TO JG-LN-LOT.
009320     IF JG-EXPIRY-DATE = ALL '9'
009330         MOVE "NEVER" TO JG-LN-EXPIRY
009340     ELSE
009350         MOVE JG-EXPIRY-DATE TO JG-LN-EXPIRY
009360     END-IF.
009370     WRITE RECEIVING-REPORT-RECORD FROM JG-LOT-LINE.
009380 2030-EXIT.
009390     EXIT.
009400
009410****************************************************************
009420*  2100-MATCH-PURCHASE-ORDER
009430*
009440*  MATCHES THE RECEIPT JUST POSTED TO AN OPEN OR PARTIAL PO LINE
009450*  FOR ITS FLAVOR: THE PO ON THE PACKING SLIP WHEN ONE WAS KEYED,
009460*  ELSE THE OLDEST.  PRINTS THE QUANTITY VARIANCE (WHAT CAME LESS
009470*  WHAT WAS STILL DUE - NEGATIVE IS SHORT) AND THE UNIT-COST
009480*  VARIANCE (WHAT WE WERE BILLED LESS THE PO COST), AND CLOSES
009490*  THE LINE ONCE IT IS FILLED.  A DELIVERY WITH NO APPROVED PO
009500*  STILL POSTS; IT IS FLAGGED AS NOT ORDERED.
009510****************************************************************
009520 2100-MATCH-PURCHASE-ORDER.
009530     IF JG-PO-OVERFLOW = 'Y'
009540         GO TO 2100-EXIT.
009550     MOVE 0 TO JG-PL-FOUND.
009560     MOVE 0 TO JG-WANT-PO.
009570     IF RC-PO-NUMBER IS NUMERIC
009580         MOVE RC-PO-NUMBER TO JG-WANT-PO
009590     END-IF.
009600     IF JG-WANT-PO > 0
009610         PERFORM 2110-TEST-ONE-PO-LINE
009620             THRU 2110-EXIT
009630             VARYING JG-PL-SUB FROM 1 BY 1
009640             UNTIL JG-PL-SUB > JG-PL-COUNT
009650                 OR JG-PL-FOUND > 0
009660         IF JG-PL-FOUND = 0
009670             MOVE "  PO ON PACKING SLIP NOT OPEN FOR THIS FLAVOR"
009680                 TO JG-NOTE-TEXT
009690             WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
009700             MOVE 0 TO JG-WANT-PO
009710         END-IF
009720     END-IF.
009730     IF JG-PL-FOUND = 0
009740         PERFORM 2110-TEST-ONE-PO-LINE
009750             THRU 2110-EXIT
009760             VARYING JG-PL-SUB FROM 1 BY 1
009770             UNTIL JG-PL-SUB > JG-PL-COUNT
009780                 OR JG-PL-FOUND > 0
009790     END-IF.
009800     IF JG-PL-FOUND = 0
009810         ADD 1 TO JG-UNMATCHED-COUNT
009820         MOVE "  NO APPROVED PO OPEN FOR FLAVOR - NOT ORDERED"
009830             TO JG-NOTE-TEXT
009840         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
009850         GO TO 2100-EXIT.
009860     ADD 1 TO JG-MATCHED-COUNT.
009870     MOVE 'Y' TO JG-PO-CHANGED.
009880     COMPUTE JG-OPEN-QTY = JG-PL-ORDERED(JG-PL-FOUND)
009890         - JG-PL-RECEIVED(JG-PL-FOUND).
009900     IF JG-OPEN-QTY < 0
009910         MOVE 0 TO JG-OPEN-QTY
009920     END-IF.
009930     COMPUTE JG-QTY-VARIANCE = RC-QUANTITY - JG-OPEN-QTY.
009940     MOVE 0 TO JG-COST-VARIANCE.
009950     IF RC-UNIT-COST IS NUMERIC AND RC-UNIT-COST > 0
009960         COMPUTE JG-COST-VARIANCE =
009970             RC-UNIT-COST - JG-PL-COST(JG-PL-FOUND)
009980     END-IF.
009990     ADD RC-QUANTITY TO JG-PL-RECEIVED(JG-PL-FOUND).
010000     MOVE RC-RECEIPT-DATE TO JG-PL-RCPT-DATE(JG-PL-FOUND).
010010     IF JG-PL-RECEIVED(JG-PL-FOUND)
010020             NOT < JG-PL-ORDERED(JG-PL-FOUND)
010030         MOVE 'C' TO JG-PL-STATUS(JG-PL-FOUND)
010040         ADD 1 TO JG-PO-CLOSED-COUNT
010050         MOVE "CLOSED " TO JG-MA-STATUS
010060     ELSE
010070         MOVE 'P' TO JG-PL-STATUS(JG-PL-FOUND)
010080         MOVE "PARTIAL" TO JG-MA-STATUS
010090     END-IF.
010100     MOVE JG-PL-NUMBER(JG-PL-FOUND) TO JG-MA-PO.
010110     MOVE JG-PL-LINE(JG-PL-FOUND) TO JG-MA-LINE.
010120     MOVE JG-OPEN-QTY TO JG-MA-OPEN.
010130     MOVE JG-QTY-VARIANCE TO JG-MA-QTY-VAR.
010140     MOVE JG-COST-VARIANCE TO JG-MA-COST-VAR.
010150     WRITE RECEIVING-REPORT-RECORD FROM JG-MATCH-LINE.
010160 2100-EXIT.
010170     EXIT.
010180
010190****************************************************************
010200*  2110-TEST-ONE-PO-LINE
010210*
010220*  KEEPS THE PO LINE AT JG-PL-SUB WHEN IT IS OPEN OR PARTIAL FOR
010230*  THE RECEIPT'S FLAVOR (AND ON THE WANTED PO, WHEN ONE IS SET).
010240****************************************************************
010250 2110-TEST-ONE-PO-LINE.
010260     IF JG-PL-FLAVOR(JG-PL-SUB) = RC-FLAVOR-CODE
010270         AND (JG-PL-STATUS(JG-PL-SUB) = 'O'
010280             OR JG-PL-STATUS(JG-PL-SUB) = 'P')
010290         AND (JG-WANT-PO = 0
010300             OR JG-PL-NUMBER(JG-PL-SUB) = JG-WANT-PO)
010310         MOVE JG-PL-SUB TO JG-PL-FOUND
010320     END-IF.
010330 2110-EXIT.
010340     EXIT.
010350
010360****************************************************************
010370*  6000-LOAD-LOTS
010380*
010390*  READS STOCK-LOTS INTO JG-LOT-TABLE AND SETS THE NEXT LOT
010400*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
010410*  LOT HAS BEEN RECEIVED YET.
010420****************************************************************
010430 6000-LOAD-LOTS.
010440     MOVE 0 TO JG-LOT-COUNT.
010450     MOVE 1 TO JG-NEXT-LOT.
010460     MOVE 'N' TO JG-LOT-OVERFLOW.
010470     OPEN INPUT STOCK-LOTS.
010480     IF JG-LOT-STATUS = '35'
010490         GO TO 6000-EXIT.
010500     MOVE 'N' TO JG-LOT-EOF.
010510     PERFORM 6010-READ-LOT-RECORD
010520         THRU 6010-EXIT.
010530     PERFORM 6020-STORE-LOT-RECORD
010540         THRU 6020-EXIT
010550         UNTIL JG-END-OF-LOTS.
010560     CLOSE STOCK-LOTS.
010570 6000-EXIT.
010580     EXIT.
010590
010600****************************************************************
010610*  6010-READ-LOT-RECORD
010620*
010630*  READS ONE STOCK-LOTS RECORD AHEAD.
010640****************************************************************
010650 6010-READ-LOT-RECORD.
010660     READ STOCK-LOTS
010670         AT END MOVE 'Y' TO JG-LOT-EOF
010680     END-READ.
010690 6010-EXIT.
010700     EXIT.
010710
010720****************************************************************
010730*  6020-STORE-LOT-RECORD
010740*
010750*  ADDS THE LOT JUST READ TO JG-LOT-TABLE, KEEPS THE NEXT LOT
010760*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
010770****************************************************************
010780 6020-STORE-LOT-RECORD.
010790     IF JG-LOT-COUNT < 500
010800         ADD 1 TO JG-LOT-COUNT
010810         MOVE LT-LOT-NUMBER TO JG-LOT-NUMBER(JG-LOT-COUNT)
010820         MOVE LT-FLAVOR-CODE TO JG-LOT-FLAVOR(JG-LOT-COUNT)
010830         MOVE LT-RECEIVED-DATE TO JG-LOT-RECEIVED(JG-LOT-COUNT)
010840         MOVE LT-EXPIRY-DATE TO JG-LOT-EXPIRY(JG-LOT-COUNT)
010850         MOVE LT-QTY-RECEIVED TO JG-LOT-QTY-RECEIVED(JG-LOT-COUNT)
010860         MOVE LT-QTY-ON-HAND TO JG-LOT-ON-HAND(JG-LOT-COUNT)
010870         IF LT-LOT-NUMBER NOT < JG-NEXT-LOT
010880             COMPUTE JG-NEXT-LOT = LT-LOT-NUMBER + 1
010890         END-IF
010900     ELSE
010910         MOVE 'Y' TO JG-LOT-OVERFLOW
010920     END-IF.
010930     PERFORM 6010-READ-LOT-RECORD
010940         THRU 6010-EXIT.
010950 6020-EXIT.
010960     EXIT.
010970
010980****************************************************************
010990*  6300-FIGURE-EXPIRY
011000*
011010*  SETS JG-EXPIRY-DATE TO JG-LOT-DATE PLUS JG-SHELF-DAYS.  A
011020*  FLAVOR WITH NO SHELF LIFE ON FILE NEVER EXPIRES (ALL NINES).
011030****************************************************************
011040 6300-FIGURE-EXPIRY.
011050     IF JG-SHELF-DAYS IS NOT NUMERIC OR JG-SHELF-DAYS = 0
011060        OR JG-LOT-DATE IS NOT NUMERIC
011070         MOVE ALL '9' TO JG-EXPIRY-DATE
011080         GO TO 6300-EXIT.
011090     MOVE JG-LOT-DATE TO JG-DATE-SPLIT.
011100     PERFORM 6310-ADVANCE-ONE-DAY
011110         THRU 6310-EXIT
011120         VARYING JG-DAY-SUB FROM 1 BY 1
011130         UNTIL JG-DAY-SUB > JG-SHELF-DAYS.
011140     MOVE JG-DATE-SPLIT TO JG-EXPIRY-DATE.
011150 6300-EXIT.
011160     EXIT.
011170
011180****************************************************************
011190*  6310-ADVANCE-ONE-DAY
011200*
011210*  ROLLS JG-DATE-SPLIT FORWARD ONE CALENDAR DAY.
011220****************************************************************
011230 6310-ADVANCE-ONE-DAY.
011240     PERFORM 6320-SET-DAYS-THIS-MONTH
011250         THRU 6320-EXIT.
011260     IF JG-DS-DAY < JG-DAYS-THIS-MONTH
011270         ADD 1 TO JG-DS-DAY
011280     ELSE
011290         MOVE 1 TO JG-DS-DAY
011300         IF JG-DS-MONTH < 12
011310             ADD 1 TO JG-DS-MONTH
011320         ELSE
011330             MOVE 1 TO JG-DS-MONTH
011340             ADD 1 TO JG-DS-YEAR
011350         END-IF
011360     END-IF.
011370 6310-EXIT.
011380     EXIT.
011390
011400****************************************************************
011410*  6320-SET-DAYS-THIS-MONTH
011420*
011430*  SETS JG-DAYS-THIS-MONTH FOR THE MONTH IN JG-DATE-SPLIT,
011440*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
011450*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
011460****************************************************************
011470 6320-SET-DAYS-THIS-MONTH.
011480     MOVE JG-MONTH-DAYS(JG-DS-MONTH) TO JG-DAYS-THIS-MONTH.
011490     IF JG-DS-MONTH = 2
011500         MOVE 'N' TO JG-LEAP-YEAR
011510         DIVIDE JG-DS-YEAR BY 4 GIVING JG-LEAP-WORK
011520             REMAINDER JG-LEAP-REM
011530         IF JG-LEAP-REM = 0
011540             MOVE 'Y' TO JG-LEAP-YEAR
011550             DIVIDE JG-DS-YEAR BY 100 GIVING JG-LEAP-WORK
011560                 REMAINDER JG-LEAP-REM
011570             IF JG-LEAP-REM = 0
011580                 MOVE 'N' TO JG-LEAP-YEAR
011590                 DIVIDE JG-DS-YEAR BY 400 GIVING JG-LEAP-WORK
011600                     REMAINDER JG-LEAP-REM
011610                 IF JG-LEAP-REM = 0
011620                     MOVE 'Y' TO JG-LEAP-YEAR
011630                 END-IF
011640             END-IF
011650         END-IF
011660         IF JG-LEAP-YEAR = 'Y'
011670             MOVE 29 TO JG-DAYS-THIS-MONTH
011680         END-IF
011690     END-IF.
011700 6320-EXIT.
011710     EXIT.
011720
011730****************************************************************
011740*  6400-SAVE-LOTS
011750*
011760*  WRITES JG-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
011770*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
011780****************************************************************
011790 6400-SAVE-LOTS.
011800     IF JG-LOT-OVERFLOW = 'Y'
011810         GO TO 6400-EXIT.
011820     OPEN OUTPUT STOCK-LOTS.
011830     PERFORM 6410-WRITE-LOT-RECORD
011840         THRU 6410-EXIT
011850         VARYING JG-LOT-SUB FROM 1 BY 1
011860         UNTIL JG-LOT-SUB > JG-LOT-COUNT.
011870     CLOSE STOCK-LOTS.
011880 6400-EXIT.
011890     EXIT.
011900
011910****************************************************************
011920*  6410-WRITE-LOT-RECORD
011930*
011940*  WRITES ONE STOCK-LOTS RECORD FROM JG-LOT-TABLE.
011950****************************************************************
011960 6410-WRITE-LOT-RECORD.
011970     MOVE JG-LOT-NUMBER(JG-LOT-SUB) TO LT-LOT-NUMBER.
011980     MOVE JG-LOT-FLAVOR(JG-LOT-SUB) TO LT-FLAVOR-CODE.
011990     MOVE JG-LOT-RECEIVED(JG-LOT-SUB) TO LT-RECEIVED-DATE.
012000     MOVE JG-LOT-EXPIRY(JG-LOT-SUB) TO LT-EXPIRY-DATE.
012010     MOVE JG-LOT-QTY-RECEIVED(JG-LOT-SUB) TO LT-QTY-RECEIVED.
012020     MOVE JG-LOT-ON-HAND(JG-LOT-SUB) TO LT-QTY-ON-HAND.
012030     WRITE STOCK-LOTS-RECORD.
012040 6410-EXIT.
012050     EXIT.
012060
012070****************************************************************
012080*  8000-SAVE-INVENTORY
012090*
012100*  WRITES JG-INVENTORY-TABLE BACK OUT TO INVENTORY-FILE SO THE
012110*  POSTED RECEIPTS STICK, THE SAME SAVE SHAPE THE SELLING
012120*  PROGRAMS USE.
012130****************************************************************
012140 8000-SAVE-INVENTORY.
012150     OPEN OUTPUT INVENTORY-FILE.
012160     PERFORM 8030-WRITE-INVENTORY-RECORD
012170         THRU 8030-EXIT
012180         VARYING JG-INVENTORY-IDX FROM 1 BY 1
012190         UNTIL JG-INVENTORY-IDX > JG-INVENTORY-COUNT.
012200     CLOSE INVENTORY-FILE.
012210 8000-EXIT.
012220     EXIT.
012230
012240****************************************************************
012250*  8030-WRITE-INVENTORY-RECORD
012260*
012270*  WRITES ONE INVENTORY-FILE RECORD FROM JG-INVENTORY-TABLE.
012280****************************************************************
012290 8030-WRITE-INVENTORY-RECORD.
012300     MOVE JG-INVENTORY-CODE(JG-INVENTORY-IDX) TO IV-FLAVOR-CODE.
012310     MOVE JG-INVENTORY-ON-HAND(JG-INVENTORY-IDX) TO IV-ON-HAND.
012320     MOVE JG-REORDER-POINT(JG-INVENTORY-IDX) TO IV-REORDER-POINT.
012330     WRITE INVENTORY-RECORD.
012340 8030-EXIT.
012350     EXIT.
012360
012370****************************************************************
012380*  8040-SAVE-COSTS
012390*
012400*  WRITES THE LAST COST PER FLAVOR BACK OUT TO FLAVOR-COST SO
012410*  TODAY'S CAPTURED COSTS STICK FOR THE MARGIN REPORT.
012420****************************************************************
012430 8040-SAVE-COSTS.
012440     OPEN OUTPUT FLAVOR-COST.
012450     PERFORM 8045-WRITE-COST-RECORD
012460         THRU 8045-EXIT
012470         VARYING JG-INVENTORY-IDX FROM 1 BY 1
012480         UNTIL JG-INVENTORY-IDX > JG-INVENTORY-COUNT.
012490     CLOSE FLAVOR-COST.
012500 8040-EXIT.
012510     EXIT.
012520
012530****************************************************************
012540*  8045-WRITE-COST-RECORD
012550*
012560*  WRITES ONE FLAVOR-COST RECORD FROM THE INVENTORY TABLE.
012570****************************************************************
012580 8045-WRITE-COST-RECORD.
012590     MOVE JG-INVENTORY-CODE(JG-INVENTORY-IDX) TO CS-FLAVOR-CODE.
012600     MOVE JG-UNIT-COST(JG-INVENTORY-IDX) TO CS-UNIT-COST.
012610     WRITE FLAVOR-COST-RECORD.
012620 8045-EXIT.
012630     EXIT.
012640
012650****************************************************************
012660*  8050-UPDATE-OPENING-SNAPSHOT
012670*
012680*  APPLIES THE POSTED RECEIPT QUANTITIES TO INVENTORY-OPENING AS
012690*  WELL, SO RECEIVED STOCK COUNTS AS OPENING STOCK AND THE
012700*  NIGHT'S MOVEMENT RECONCILIATION STAYS CLEAN.  NO SNAPSHOT ON
012710*  FILE MEANS RECON SKIPS THE MOVEMENT CHECK ANYWAY, SO THERE IS
012720*  NOTHING TO ADJUST.
012730****************************************************************
012740 8050-UPDATE-OPENING-SNAPSHOT.
012750     IF JG-RECEIPTS-POSTED = 0
012760         GO TO 8050-EXIT.
012770     MOVE 0 TO JG-OPEN-COUNT.
012780     OPEN INPUT INVENTORY-OPENING.
012790     IF JG-OPENING-STATUS = '35'
012800         GO TO 8050-EXIT.
012810     MOVE 'N' TO JG-OPENING-EOF.
012820     PERFORM 8060-READ-OPENING-RECORD
012830         THRU 8060-EXIT.
012840     PERFORM 8070-STORE-OPENING-RECORD
012850         THRU 8070-EXIT
012860         UNTIL JG-END-OF-OPENING.
012870     CLOSE INVENTORY-OPENING.
012880     OPEN OUTPUT INVENTORY-OPENING.
012890     PERFORM 8080-WRITE-OPENING-RECORD
012900         THRU 8080-EXIT
012910         VARYING JG-OPEN-SUB FROM 1 BY 1
012920         UNTIL JG-OPEN-SUB > JG-OPEN-COUNT.
012930     CLOSE INVENTORY-OPENING.
012940 8050-EXIT.
012950     EXIT.
012960
012970****************************************************************
012980*  8060-READ-OPENING-RECORD
012990*
013000*  READS ONE INVENTORY-OPENING RECORD AHEAD.
013010****************************************************************
013020 8060-READ-OPENING-RECORD.
013030     READ INVENTORY-OPENING
013040         AT END MOVE 'Y' TO JG-OPENING-EOF
013050     END-READ.
013060 8060-EXIT.
013070     EXIT.
013080
013090****************************************************************
013100*  8070-STORE-OPENING-RECORD
013110*
013120*  BUFFERS ONE SNAPSHOT RECORD, ADDING THE QUANTITY RECEIVED
013130*  FOR ITS FLAVOR, AND PRIMES THE NEXT READ.
013140****************************************************************
013150 8070-STORE-OPENING-RECORD.
013160     IF JG-OPEN-COUNT < 20
013170         ADD 1 TO JG-OPEN-COUNT
013180         MOVE IO-FLAVOR-CODE TO JG-OP-CODE(JG-OPEN-COUNT)
013190         MOVE IO-ON-HAND TO JG-OP-ON-HAND(JG-OPEN-COUNT)
013200         MOVE IO-REORDER-POINT TO JG-OP-REORDER(JG-OPEN-COUNT)
013210         SET JG-INVENTORY-IDX TO 1
013220         SEARCH JG-INVENTORY-ENTRY
013230             AT END CONTINUE
013240             WHEN JG-INVENTORY-CODE(JG-INVENTORY-IDX) =
013250                     IO-FLAVOR-CODE
013260                 ADD JG-RECEIVED-QTY(JG-INVENTORY-IDX)
013270                     TO JG-OP-ON-HAND(JG-OPEN-COUNT)
013280         END-SEARCH
013290     END-IF.
013300     PERFORM 8060-READ-OPENING-RECORD
013310         THRU 8060-EXIT.
013320 8070-EXIT.
013330     EXIT.
013340
013350****************************************************************
013360*  8080-WRITE-OPENING-RECORD
013370*
013380*  WRITES ONE ADJUSTED SNAPSHOT RECORD BACK OUT.
013390****************************************************************
013400 8080-WRITE-OPENING-RECORD.
013410     MOVE JG-OP-CODE(JG-OPEN-SUB) TO IO-FLAVOR-CODE.
013420     MOVE JG-OP-ON-HAND(JG-OPEN-SUB) TO IO-ON-HAND.
013430     MOVE JG-OP-REORDER(JG-OPEN-SUB) TO IO-REORDER-POINT.
013440     WRITE INVENTORY-OPENING-RECORD.
013450 8080-EXIT.
013460     EXIT.
013470
013480****************************************************************
013490*  8100-CLEAR-RECEIPTS
013500*
013510*  CLOSES AND EMPTIES RECEIPT-TRANS NOW THAT ITS TRANSACTIONS
013520*  ARE POSTED, SO A RERUN OF THE JOB CANNOT DOUBLE-POST A
013530*  DELIVERY.  REJECTED LINES ARE ON THE REPORT TO BE RE-KEYED.
013540****************************************************************
013550 8100-CLEAR-RECEIPTS.
013560     IF NOT JG-RECEIPTS-MISSING
013570         CLOSE RECEIPT-TRANS
013580         OPEN OUTPUT RECEIPT-TRANS
013590         CLOSE RECEIPT-TRANS
013600     END-IF.
013610 8100-EXIT.
013620     EXIT.
013630
013640****************************************************************
013650*  8200-LOW-STOCK-REPORT
013660*
013670*  PRINTS EVERY FLAVOR AT OR BELOW ITS REORDER POINT WITH A
013680*  SUGGESTED ORDER QUANTITY THAT RESTOCKS TO TWICE THE REORDER
013690*  POINT, SO THE RESTOCK ORDER STOPS DEPENDING ON ANYONE
013700*  REMEMBERING TO READ THE TALLY.  EACH SUGGESTION BECOMES A
013710*  DRAFT PO LINE UNLESS THE FLAVOR IS ALREADY ON ORDER.
013720****************************************************************
013730 8200-LOW-STOCK-REPORT.
013740     WRITE RECEIVING-REPORT-RECORD FROM JG-BLANK-LINE.
013750     WRITE RECEIVING-REPORT-RECORD FROM JG-LOW-TITLE.
013760     WRITE RECEIVING-REPORT-RECORD FROM JG-LOW-HEAD.
013770     PERFORM 8210-CHECK-ONE-FLAVOR
013780         THRU 8210-EXIT
013790         VARYING JG-INVENTORY-IDX FROM 1 BY 1
013800         UNTIL JG-INVENTORY-IDX > JG-INVENTORY-COUNT.
013810     IF JG-LOW-STOCK-COUNT = 0
013820         MOVE "NOTHING AT OR BELOW ITS REORDER POINT"
013830             TO JG-NOTE-TEXT
013840         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
013850     END-IF.
013860 8200-EXIT.
013870     EXIT.
013880
013890****************************************************************
013900*  8210-CHECK-ONE-FLAVOR
013910*
013920*  PRINTS ONE LOW-STOCK LINE WHEN THE FLAVOR IS AT OR BELOW ITS
013930*  REORDER POINT.
013940****************************************************************
013950 8210-CHECK-ONE-FLAVOR.
013960     IF JG-INVENTORY-ON-HAND(JG-INVENTORY-IDX) NOT >
013970             JG-REORDER-POINT(JG-INVENTORY-IDX)
013980         ADD 1 TO JG-LOW-STOCK-COUNT
013990         COMPUTE JG-SUGGESTED-QTY =
014000             (2 * JG-REORDER-POINT(JG-INVENTORY-IDX)) -
014010             JG-INVENTORY-ON-HAND(JG-INVENTORY-IDX)
014020         MOVE SPACES TO JG-LO-FLAVOR
014030         MOVE JG-INVENTORY-CODE(JG-INVENTORY-IDX) TO JG-LO-FLAVOR
014040         SET JG-FLAVOR-IDX TO 1
014050         SEARCH JG-FLAVOR-ENTRY
014060             AT END CONTINUE
014070             WHEN JG-FLAVOR-CODE(JG-FLAVOR-IDX) =
014080                     JG-INVENTORY-CODE(JG-INVENTORY-IDX)
014090                 MOVE JG-FLAVOR-NAME(JG-FLAVOR-IDX)
014100                     TO JG-LO-FLAVOR
014110         END-SEARCH
014120         MOVE JG-INVENTORY-ON-HAND(JG-INVENTORY-IDX)
014130             TO JG-LO-ON-HAND
014140         MOVE JG-REORDER-POINT(JG-INVENTORY-IDX) TO JG-LO-REORDER
014150         MOVE JG-SUGGESTED-QTY TO JG-LO-SUGGESTED
014160         WRITE RECEIVING-REPORT-RECORD FROM JG-LOW-LINE
014170         PERFORM 8220-DRAFT-PURCHASE-ORDER
014180             THRU 8220-EXIT
014190     END-IF.
014200 8210-EXIT.
014210     EXIT.
014220
014230****************************************************************
014240*  8220-DRAFT-PURCHASE-ORDER
014250*
014260*  RAISES A DRAFT PO LINE FOR THE LOW FLAVOR JUST PRINTED, TO
014270*  ITS FLAVOR-MASTER VENDOR, FOR THE SUGGESTED QUANTITY AT THE
014280*  LAST COST.  A FLAVOR ALREADY ON A DRAFT, OPEN, OR PARTIAL PO
014290*  IS NOT ORDERED TWICE; THE EXISTING LINE IS SHOWN INSTEAD.
014300****************************************************************
014310 8220-DRAFT-PURCHASE-ORDER.
014320     IF JG-PO-OVERFLOW = 'Y' OR JG-SUGGESTED-QTY NOT > 0
014330         GO TO 8220-EXIT.
014340     MOVE 0 TO JG-PL-FOUND.
014350     PERFORM 8230-TEST-ON-ORDER
014360         THRU 8230-EXIT
014370         VARYING JG-PL-SUB FROM 1 BY 1
014380         UNTIL JG-PL-SUB > JG-PL-COUNT
014390             OR JG-PL-FOUND > 0.
014400     IF JG-PL-FOUND > 0
014410         MOVE JG-PL-NUMBER(JG-PL-FOUND) TO JG-OO-PO
014420         MOVE JG-PL-LINE(JG-PL-FOUND) TO JG-OO-LINE
014430         COMPUTE JG-OPEN-QTY = JG-PL-ORDERED(JG-PL-FOUND)
014440             - JG-PL-RECEIVED(JG-PL-FOUND)
014450         IF JG-OPEN-QTY < 0
014460             MOVE 0 TO JG-OPEN-QTY
014470         END-IF
014480         MOVE JG-OPEN-QTY TO JG-OO-OPEN
014490         EVALUATE JG-PL-STATUS(JG-PL-FOUND)
014500             WHEN 'D' MOVE "DRAFT  " TO JG-OO-STATUS
014510             WHEN 'O' MOVE "OPEN   " TO JG-OO-STATUS
014520             WHEN OTHER MOVE "PARTIAL" TO JG-OO-STATUS
014530         END-EVALUATE
014540         WRITE RECEIVING-REPORT-RECORD FROM JG-ON-ORDER-LINE
014550         GO TO 8220-EXIT.
014560     MOVE SPACES TO JG-CUR-VENDOR.
014570     SET JG-FLAVOR-IDX TO 1.
014580     SEARCH JG-FLAVOR-ENTRY
014590         AT END CONTINUE
014600         WHEN JG-FLAVOR-CODE(JG-FLAVOR-IDX) =
014610                 JG-INVENTORY-CODE(JG-INVENTORY-IDX)
014620             MOVE JG-FLAVOR-VENDOR(JG-FLAVOR-IDX) TO JG-CUR-VENDOR
014630     END-SEARCH.
014640     IF JG-CUR-VENDOR = SPACES
014650         MOVE "  NO VENDOR ON FLAVOR-MASTER - NO DRAFT PO RAISED"
014660             TO JG-NOTE-TEXT
014670         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
014680         GO TO 8220-EXIT.
014690     MOVE 'N' TO JG-VENDOR-FOUND.
014700     SET JG-VENDOR-IDX TO 1.
014710     SEARCH JG-VENDOR-ENTRY
014720         AT END CONTINUE
014730         WHEN JG-VENDOR-ID(JG-VENDOR-IDX) = JG-CUR-VENDOR
014740             MOVE 'Y' TO JG-VENDOR-FOUND
014750     END-SEARCH.
014760     IF JG-VENDOR-FOUND = 'N'
014770         MOVE "  VENDOR NOT ON VENDOR-MASTER - NO DRAFT PO RAISED"
014780             TO JG-NOTE-TEXT
014790         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
014800         GO TO 8220-EXIT.
014810     IF JG-PL-COUNT NOT < 500
014820         MOVE "  PURCHASE-ORDER FULL - NO DRAFT PO RAISED"
014830             TO JG-NOTE-TEXT
014840         WRITE RECEIVING-REPORT-RECORD FROM JG-NOTE-LINE
014850         GO TO 8220-EXIT.
014860     PERFORM 8240-FIND-DRAFT-PO
014870         THRU 8240-EXIT.
014880     ADD 1 TO JG-PL-COUNT.
014890     MOVE JG-CUR-DRAFT-PO TO JG-PL-NUMBER(JG-PL-COUNT).
014900     MOVE JG-CUR-DRAFT-LINE TO JG-PL-LINE(JG-PL-COUNT).
014910     MOVE JG-CUR-VENDOR TO JG-PL-VENDOR(JG-PL-COUNT).
014920     MOVE JG-INVENTORY-CODE(JG-INVENTORY-IDX)
014930         TO JG-PL-FLAVOR(JG-PL-COUNT).
014940     MOVE JG-BUSINESS-DATE TO JG-PL-DATE(JG-PL-COUNT).
014950     MOVE JG-SUGGESTED-QTY TO JG-PL-ORDERED(JG-PL-COUNT).
014960     MOVE 0 TO JG-PL-RECEIVED(JG-PL-COUNT).
014970     MOVE JG-UNIT-COST(JG-INVENTORY-IDX)
014980         TO JG-PL-COST(JG-PL-COUNT).
014990     MOVE 'D' TO JG-PL-STATUS(JG-PL-COUNT).
015000     MOVE SPACES TO JG-PL-APPR-BY(JG-PL-COUNT).
015010     MOVE SPACES TO JG-PL-APPR-DATE(JG-PL-COUNT).
015020     MOVE SPACES TO JG-PL-RCPT-DATE(JG-PL-COUNT).
015030     MOVE 'Y' TO JG-PO-CHANGED.
015040     ADD 1 TO JG-DRAFTS-RAISED.
015050     MOVE JG-CUR-DRAFT-PO TO JG-DF-PO.
015060     MOVE JG-CUR-DRAFT-LINE TO JG-DF-LINE.
015070     MOVE JG-CUR-VENDOR TO JG-DF-VENDOR.
015080     WRITE RECEIVING-REPORT-RECORD FROM JG-DRAFT-LINE.
015090 8220-EXIT.
015100     EXIT.
015110
015120****************************************************************
015130*  8230-TEST-ON-ORDER
015140*
015150*  KEEPS THE PO LINE AT JG-PL-SUB WHEN IT STILL HAS THE LOW
015160*  FLAVOR ON ORDER (DRAFT, OPEN, OR PARTIAL).
015170****************************************************************
015180 8230-TEST-ON-ORDER.
015190     IF JG-PL-FLAVOR(JG-PL-SUB)
015200             = JG-INVENTORY-CODE(JG-INVENTORY-IDX)
015210         AND (JG-PL-STATUS(JG-PL-SUB) = 'D'
015220             OR JG-PL-STATUS(JG-PL-SUB) = 'O'
015230             OR JG-PL-STATUS(JG-PL-SUB) = 'P')
015240         MOVE JG-PL-SUB TO JG-PL-FOUND
015250     END-IF.
015260 8230-EXIT.
015270     EXIT.
015280
015290****************************************************************
015300*  8240-FIND-DRAFT-PO
015310*
015320*  SETS JG-CUR-DRAFT-PO AND JG-CUR-DRAFT-LINE TO THE NEXT LINE OF
015330*  THIS RUN'S DRAFT PO FOR JG-CUR-VENDOR, TAKING A NEW PO NUMBER
015340*  THE FIRST TIME THE VENDOR COMES UP.
015350****************************************************************
015360 8240-FIND-DRAFT-PO.
015370     SET JG-DRAFT-IDX TO 1.
015380     SEARCH JG-DRAFT-ENTRY
015390         AT END
015400             ADD 1 TO JG-DRAFT-COUNT
015410             SET JG-DRAFT-IDX TO JG-DRAFT-COUNT
015420             MOVE JG-CUR-VENDOR TO JG-DR-VENDOR(JG-DRAFT-IDX)
015430             MOVE JG-NEXT-PO TO JG-DR-NUMBER(JG-DRAFT-IDX)
015440             MOVE 0 TO JG-DR-LAST-LINE(JG-DRAFT-IDX)
015450             ADD 1 TO JG-NEXT-PO
015460         WHEN JG-DR-VENDOR(JG-DRAFT-IDX) = JG-CUR-VENDOR
015470             CONTINUE
015480     END-SEARCH.
015490     ADD 1 TO JG-DR-LAST-LINE(JG-DRAFT-IDX).
015500     MOVE JG-DR-NUMBER(JG-DRAFT-IDX) TO JG-CUR-DRAFT-PO.
015510     MOVE JG-DR-LAST-LINE(JG-DRAFT-IDX) TO JG-CUR-DRAFT-LINE.
015520 8240-EXIT.
015530     EXIT.
015540
015550****************************************************************
015560*  8250-SAVE-PURCHASE-ORDERS
015570*
015580*  WRITES JG-PL-TABLE BACK OUT TO PURCHASE-ORDER WHEN A RECEIPT
015590*  WAS MATCHED OR A DRAFT RAISED.  A FILE TOO BIG FOR THE TABLE
015600*  IS NEVER WRITTEN BACK, SO NO LINE IS LOST.
015610****************************************************************
015620 8250-SAVE-PURCHASE-ORDERS.
015630     IF JG-PO-CHANGED NOT = 'Y' OR JG-PO-OVERFLOW = 'Y'
015640         GO TO 8250-EXIT.
015650     OPEN OUTPUT PURCHASE-ORDER.
015660     PERFORM 8260-WRITE-PO-RECORD
015670         THRU 8260-EXIT
015680         VARYING JG-PL-SUB FROM 1 BY 1
015690         UNTIL JG-PL-SUB > JG-PL-COUNT.
015700     CLOSE PURCHASE-ORDER.
015710 8250-EXIT.
015720     EXIT.
015730
015740****************************************************************
015750*  8260-WRITE-PO-RECORD
015760*
015770*  WRITES ONE PURCHASE-ORDER RECORD FROM JG-PL-TABLE.
015780****************************************************************
015790 8260-WRITE-PO-RECORD.
015800     MOVE JG-PL-NUMBER(JG-PL-SUB) TO PO-NUMBER.
015810     MOVE JG-PL-LINE(JG-PL-SUB) TO PO-LINE-NUMBER.
015820     MOVE JG-PL-VENDOR(JG-PL-SUB) TO PO-VENDOR-ID.
015830     MOVE JG-PL-FLAVOR(JG-PL-SUB) TO PO-FLAVOR-CODE.
015840     MOVE JG-PL-DATE(JG-PL-SUB) TO PO-ORDER-DATE.
015850     MOVE JG-PL-ORDERED(JG-PL-SUB) TO PO-QTY-ORDERED.
015860     MOVE JG-PL-RECEIVED(JG-PL-SUB) TO PO-QTY-RECEIVED.
015870     MOVE JG-PL-COST(JG-PL-SUB) TO PO-UNIT-COST.
015880     MOVE JG-PL-STATUS(JG-PL-SUB) TO PO-STATUS.
015890     MOVE JG-PL-APPR-BY(JG-PL-SUB) TO PO-APPROVED-BY.
015900     MOVE JG-PL-APPR-DATE(JG-PL-SUB) TO PO-APPROVED-DATE.
015910     MOVE JG-PL-RCPT-DATE(JG-PL-SUB) TO PO-LAST-RECEIPT-DATE.
015920     WRITE PURCHASE-ORDER-RECORD.
015930 8260-EXIT.
015940     EXIT.
015950
015960****************************************************************
015970*  9000-TERMINATE
015980*
015990*  PRINTS THE RUN COUNTS, CLOSES THE REPORT, AND SETS THE
016000*  RETURN CODE THE SCHEDULER WATCHES: 8 WHEN ANY RECEIPT WAS
016010*  REJECTED AND NEEDS RE-KEYING.
016020****************************************************************
016030 9000-TERMINATE.
016040     WRITE RECEIVING-REPORT-RECORD FROM JG-BLANK-LINE.
016050     MOVE "RECEIPTS READ             " TO JG-SUM-LABEL.
016060     MOVE JG-RECEIPTS-READ TO JG-SUM-COUNT.
016070     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016080     MOVE "RECEIPTS POSTED           " TO JG-SUM-LABEL.
016090     MOVE JG-RECEIPTS-POSTED TO JG-SUM-COUNT.
016100     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016110     MOVE "RECEIPTS REJECTED         " TO JG-SUM-LABEL.
016120     MOVE JG-RECEIPTS-REJECTED TO JG-SUM-COUNT.
016130     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016140     MOVE "FLAVORS AT/BELOW REORDER  " TO JG-SUM-LABEL.
016150     MOVE JG-LOW-STOCK-COUNT TO JG-SUM-COUNT.
016160     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016170     MOVE "RECEIPTS MATCHED TO A PO  " TO JG-SUM-LABEL.
016180     MOVE JG-MATCHED-COUNT TO JG-SUM-COUNT.
016190     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016200     MOVE "RECEIPTS WITH NO OPEN PO  " TO JG-SUM-LABEL.
016210     MOVE JG-UNMATCHED-COUNT TO JG-SUM-COUNT.
016220     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016230     MOVE "PO LINES CLOSED           " TO JG-SUM-LABEL.
016240     MOVE JG-PO-CLOSED-COUNT TO JG-SUM-COUNT.
016250     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016260     MOVE "DRAFT PO LINES RAISED     " TO JG-SUM-LABEL.
016270     MOVE JG-DRAFTS-RAISED TO JG-SUM-COUNT.
016280     WRITE RECEIVING-REPORT-RECORD FROM JG-SUMMARY-LINE.
016290     CLOSE RECEIVING-REPORT.
016300     DISPLAY "JELLO-RECEIVE: " JG-RECEIPTS-POSTED " posted, "
016310         JG-RECEIPTS-REJECTED " rejected.".
016320     IF JG-RECEIPTS-REJECTED > 0
016330         MOVE 8 TO RETURN-CODE
016340     END-IF.
016350 9000-EXIT.
016360     EXIT.
016370
016380 END PROGRAM JELLO-RECEIVE.
