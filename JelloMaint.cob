000080*  PROGRAM UPDATES ALL THREE MASTERS TOGETHER:
000090*    A - ADD A FLAVOR; REQUIRES A PRICE, AN OPENING ON-HAND,
000100*        AND A REORDER POINT, SO NO MASTER IS LEFT BEHIND.
000110*        THE OPENING ON-HAND BECOMES THE FLAVOR'S FIRST LOT.
000120*    C - CHANGE A FLAVOR'S NAME, PRICE, REORDER POINT, VENDOR,
000130*        OR SHELF LIFE.
000140*    D - DELETE A FLAVOR; REFUSED WHEN TODAY'S ORDER-FILE
000150*        ALREADY HAS SALES FOR IT.
000160*    K - CONSISTENCY CHECK; REPORTS ANY CODE PRESENT IN ONE
000170*        MASTER AND MISSING FROM ANOTHER.  RUN IT BEFORE OPEN.
000180*    P - APPROVE OR CANCEL THE DRAFT PURCHASE ORDERS THAT
000190*        JELLO-RECEIVE RAISED OFF THE LOW-STOCK REPORT.
000200*    T - CORRECT ONE EMPLOYEE'S TIME-CLOCK PUNCHES FOR ONE DAY:
000210*        ADD A MISSED PUNCH, OR CHANGE OR DELETE A WRONG ONE.
000220*        EACH CORRECTION IS LOGGED TO CLOCK-AUDIT.
000230*    Q - QUIT AND SAVE.
000240*  EVERY ADD, CHANGE, AND DELETE IS STAMPED TO ITS OWN
000250*  MAINT-AUDIT TRAIL WITH BEFORE AND AFTER VALUES.
000260*
000270*  MODIFICATION HISTORY
000280*      2026-08-22  AB  ORIGINAL VERSION.
000290*      2026-08-22  AB  STAMP THE BUSINESS DATE FROM CONTROL-FILE
000300*                      WHEN IT EXISTS (MAINTENANCE IS ALLOWED WHILE
000310*                      THE DAY IS FLAGGED CLOSED - THAT IS WHEN
000320*                      SEASONAL SWAPS HAPPEN).
000330*      2026-08-22  AB  AN ADDED FLAVOR'S OPENING ON-HAND IS ALSO
000340*                      APPENDED TO THE INVENTORY-OPENING SNAPSHOT
000350*                      (WHEN ONE EXISTS) SO THE NIGHT'S MOVEMENT
000360*                      RECONCILIATION DOES NOT FLAG THE NEW CODE.
000370*      2026-09-02  AB  OPERATOR SIGN-ON AGAINST OPERATOR-MASTER:
000380*                      A, C, AND D NOW NEED A SUPERVISOR-LEVEL
000390*                      OPERATOR (K AND Q DO NOT), AND THE ID IS
000400*                      STAMPED ON EVERY MAINT-AUDIT RECORD.
000410*      2026-09-02  AB  NEW R ACTION (SUPERVISOR): SETS THE
000420*                      SALES TAX RATE ON CONTROL-FILE, SO THE
000430*                      RATE IS MAINTAINED HERE LIKE EVERY OTHER
000440*                      PIECE OF MASTER DATA INSTEAD OF BY HAND.
000450*      2026-10-15  AB  CARRY THE NEW FM-VENDOR-ID THROUGH THE
000460*                      FLAVOR LOAD AND SAVE, ASK FOR IT ON A AND
000470*                      C (CHECKED AGAINST VENDOR-MASTER), AND
000480*                      STAMP IT ON MAINT-AUDIT.
000490*      2026-10-15  AB  NEW P ACTION (SUPERVISOR): WALKS THE DRAFT
000500*                      PURCHASE ORDERS AND APPROVES OR CANCELS
000510*                      EACH PO, STAMPING WHO AND WHEN ON THE LINES.
000520*      2026-10-15  AB  CARRY THE NEW FM-SHELF-LIFE-DAYS THROUGH THE
000530*                      FLAVOR LOAD AND SAVE AND ASK FOR IT ON A AND
000540*                      C.  AN ADDED FLAVOR'S OPENING ON-HAND OPENS
000550*                      ITS FIRST STOCK-LOTS LOT, AND A DELETED
000560*                      FLAVOR'S LOTS ARE DROPPED WITH IT.
000570*      2026-10-15  AB  FLAVOR CODE IS TWO DIGITS (1-99); A ONE-DIGIT
000580*                      ENTRY IS ZERO-FILLED.
000590*      2026-10-15  AB  NEW T ACTION (SUPERVISOR): ADDS A MISSED
000600*                      TIME-CLOCK PUNCH, OR CHANGES OR DELETES A
000610*                      WRONG ONE, FOR ONE EMPLOYEE AND DAY, AND
000620*                      LOGS EACH CORRECTION TO CLOCK-AUDIT.
000630****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. JELLO-MAINT.
000660 AUTHOR. Amanda Boutwell.
000670 INSTALLATION. COUNTER SALES.
000680 DATE-WRITTEN. August 22, 2026.
000690 DATE-COMPILED.
000700
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. GNUCOBOL.
000740 OBJECT-COMPUTER. GNUCOBOL.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT PRICE-MASTER ASSIGN TO "PRICE-MASTER"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS JM-ORDER-FILE-STATUS.
000860     SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS JM-MAINT-AUDIT-STATUS.
000890     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS JM-CONTROL-STATUS.
000920     SELECT INVENTORY-OPENING ASSIGN TO "INVENTORY-OPENING"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS JM-OPENING-STATUS.
000950     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS JM-OPERATOR-STATUS.
000980     SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS JM-VENDOR-STATUS.
001010     SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS JM-PO-FILE-STATUS.
001040     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS JM-LOT-STATUS.
001070     SELECT TIME-CLOCK ASSIGN TO "TIME-CLOCK"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS JM-CLOCK-STATUS.
001100     SELECT TIME-CLOCK-WORK ASSIGN TO "TIME-CLOCK-WORK"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS JM-CLOCK-WORK-STATUS.
001130     SELECT CLOCK-AUDIT ASSIGN TO "CLOCK-AUDIT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS JM-CLOCK-AUDIT-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  FLAVOR-MASTER
001200     LABEL RECORDS ARE STANDARD.
001210 01  FLAVOR-MASTER-RECORD.
001220     COPY "flvmast.cpy".
001230
001240 FD  PRICE-MASTER
001250     LABEL RECORDS ARE STANDARD.
001260 01  PRICE-MASTER-RECORD.
001270     COPY "prcmast.cpy".
001280
001290 FD  INVENTORY-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  INVENTORY-RECORD.
001320     COPY "invmast.cpy".
001330
001340 FD  ORDER-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  ORDER-RECORD.
001370     COPY "ordfrec.cpy".
001380
001390 FD  MAINT-AUDIT
001400     LABEL RECORDS ARE STANDARD.
001410 01  MAINT-AUDIT-RECORD.
001420     COPY "mntarec.cpy".
001430
001440 FD  CONTROL-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  CONTROL-RECORD.
001470     COPY "ctlrec.cpy".
001480
001490 FD  INVENTORY-OPENING
001500     LABEL RECORDS ARE STANDARD.
001510 01  INVENTORY-OPENING-RECORD.
001520     05  IO-FLAVOR-CODE          PIC 9(02).
001530     05  IO-ON-HAND              PIC 9(05).
001540     05  IO-REORDER-POINT        PIC 9(05).
001550
001560 FD  OPERATOR-MASTER
001570     LABEL RECORDS ARE STANDARD.
001580 01  OPERATOR-MASTER-RECORD.
001590     COPY "oprmast.cpy".
001600
001610 FD  VENDOR-MASTER
001620     LABEL RECORDS ARE STANDARD.
001630 01  VENDOR-MASTER-RECORD.
001640     COPY "vndmast.cpy".
001650
001660 FD  PURCHASE-ORDER
001670     LABEL RECORDS ARE STANDARD.
001680 01  PURCHASE-ORDER-RECORD.
001690     COPY "porec.cpy".
001700
001710 FD  STOCK-LOTS
001720     LABEL RECORDS ARE STANDARD.
001730 01  STOCK-LOTS-RECORD.
001740     COPY "lotrec.cpy".
001750
001760 FD  TIME-CLOCK
001770     LABEL RECORDS ARE STANDARD.
001780 01  TIME-CLOCK-RECORD.
001790     COPY "tclkrec.cpy".
001800
001810 FD  TIME-CLOCK-WORK
001820     LABEL RECORDS ARE STANDARD.
001830 01  TIME-CLOCK-WORK-RECORD PIC X(25).
001840
001850 FD  CLOCK-AUDIT
001860     LABEL RECORDS ARE STANDARD.
001870 01  CLOCK-AUDIT-RECORD.
001880     COPY "tclkaud.cpy".
001890
001900 WORKING-STORAGE SECTION.
001910     01 JM-ORDER-FILE-STATUS PIC X(02).
001920     01 JM-MAINT-AUDIT-STATUS PIC X(02).
001930     01 JM-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001940         88 JM-END-OF-FLAVOR-MASTER VALUE 'Y'.
001950     01 JM-PRICE-EOF PIC X VALUE 'N'.
001960         88 JM-END-OF-PRICES VALUE 'Y'.
001970     01 JM-INVENTORY-EOF PIC X VALUE 'N'.
001980         88 JM-END-OF-INVENTORY VALUE 'Y'.
001990     01 JM-ORDER-EOF PIC X VALUE 'N'.
002000         88 JM-END-OF-ORDERS VALUE 'Y'.
002010
002020*---------------------------------------------------------------
002030*    THE THREE MASTERS, LOADED INTO TABLES AT START-UP, EDITED
002040*    IN PLACE, AND WRITTEN BACK OUT TOGETHER AT QUIT.
002050*---------------------------------------------------------------
002060     01 JM-FLAVOR-TABLE.
002070         05 JM-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
002080                 DEPENDING ON JM-FLAVOR-COUNT
002090                 INDEXED BY JM-FLAVOR-IDX.
002100             10 JM-FLAVOR-CODE      PIC 9(02).
002110             10 JM-FLAVOR-NAME      PIC X(15).
002120             10 JM-FLAVOR-VENDOR    PIC X(04).
002130             10 JM-FLAVOR-SHELF     PIC 9(03).
002140     01 JM-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
002150     01 JM-PRICE-TABLE.
002160         05 JM-PRICE-ENTRY OCCURS 1 TO 20 TIMES
002170                 DEPENDING ON JM-PRICE-COUNT
002180                 INDEXED BY JM-PRICE-IDX.
002190             10 JM-PRICE-CODE      PIC 9(02).
002200             10 JM-PRICE-AMOUNT    PIC 9(03)V99.
002210     01 JM-PRICE-COUNT PIC 9(02) COMP VALUE 0.
002220     01 JM-INVENTORY-TABLE.
002230         05 JM-INVENTORY-ENTRY OCCURS 1 TO 20 TIMES
002240                 DEPENDING ON JM-INVENTORY-COUNT
002250                 INDEXED BY JM-INVENTORY-IDX.
002260             10 JM-INVENTORY-CODE    PIC 9(02).
002270             10 JM-INVENTORY-ON-HAND PIC 9(05).
002280             10 JM-REORDER-POINT     PIC 9(05).
002290     01 JM-INVENTORY-COUNT PIC 9(02) COMP VALUE 0.
002300
002310*---------------------------------------------------------------
002320*    OPERATOR INPUT, ACCEPTED RAW AND VALIDATED BEFORE IT IS
002330*    TRUSTED, THE SAME PATTERN THE KIOSK USES.
002340*---------------------------------------------------------------
002350     01 JM-ACTION-RAW PIC X(01).
002360     01 JM-DONE PIC X VALUE 'N'.
002370         88 JM-ALL-DONE VALUE 'Y'.
002380     01 JM-CODE-RAW PIC X(02).
002390     01 JM-WORK-CODE PIC 9(02).
002400     01 JM-NAME-RAW PIC X(15).
002410     01 JM-AMOUNT-RAW PIC X(05).
002420     01 JM-AMOUNT-CENTS PIC 9(05).
002430     01 JM-WORK-PRICE PIC 9(03)V99.
002440     01 JM-WORK-ON-HAND PIC 9(05).
002450     01 JM-WORK-REORDER PIC 9(05).
002460     01 JM-SHELF-RAW PIC X(03).
002470     01 JM-WORK-SHELF PIC 9(03).
002480     01 JM-INPUT-OK PIC X VALUE 'N'.
002490         88 JM-GOOD-INPUT VALUE 'Y'.
002500
002510*---------------------------------------------------------------
002520*    SUBSCRIPTS FOR THE TABLE EDITS AND THE CONSISTENCY CHECK.
002530*---------------------------------------------------------------
002540     01 JM-F-SUB PIC 9(02) COMP VALUE 0.
002550     01 JM-P-SUB PIC 9(02) COMP VALUE 0.
002560     01 JM-I-SUB PIC 9(02) COMP VALUE 0.
002570     01 JM-SHIFT-SUB PIC 9(02) COMP VALUE 0.
002580     01 JM-CHECK-SUB PIC 9(02) COMP VALUE 0.
002590     01 JM-THIS-CHANGED PIC X VALUE 'N'.
002600     01 JM-FOUND-F PIC 9(02) COMP VALUE 0.
002610     01 JM-FOUND-P PIC 9(02) COMP VALUE 0.
002620     01 JM-FOUND-I PIC 9(02) COMP VALUE 0.
002630     01 JM-MISMATCH-COUNT PIC 9(03) VALUE 0.
002640     01 JM-CHANGES-MADE PIC X VALUE 'N'.
002650     01 JM-SALES-TODAY PIC X VALUE 'N'.
002660
002670*---------------------------------------------------------------
002680*    STAMP AND EDITED-DISPLAY FIELDS.
002690*---------------------------------------------------------------
002700     01 JM-STAMP-DATE PIC X(08).
002710     01 JM-CONTROL-STATUS PIC X(02).
002720     01 JM-OPENING-STATUS PIC X(02).
002730     01 JM-BUSINESS-DATE PIC X(08) VALUE SPACES.
002740     01 JM-STAMP-TIME PIC X(08).
002750     01 JM-DISP-PRICE PIC ZZ9.99.
002760
002770*---------------------------------------------------------------
002780*    OPERATOR SIGN-ON.  ADD, CHANGE, AND DELETE REWRITE THE
002790*    MASTERS, SO THEY NEED A SUPERVISOR-LEVEL OPERATOR; THE
002800*    CONSISTENCY CHECK AND QUIT DO NOT.
002810*---------------------------------------------------------------
002820     01 JM-OPERATOR-STATUS PIC X(02).
002830     01 JM-OPERATOR-EOF PIC X VALUE 'N'.
002840         88 JM-END-OF-OPERATORS VALUE 'Y'.
002850     01 JM-OPER-RAW PIC X(03).
002860     01 JM-CUR-OPERATOR-ID PIC X(03) VALUE SPACES.
002870     01 JM-CUR-OPER-LEVEL PIC 9(01) VALUE 0.
002880         88 JM-SUPERVISOR-ON VALUE 9.
002890
002900*---------------------------------------------------------------
002910*    FIELDS FOR THE R (TAX RATE) ACTION, WHICH REWRITES THE ONE
002920*    CONTROL-FILE RECORD IN PLACE.
002930*---------------------------------------------------------------
002940     01 JM-CONTROL-SAVE PIC X(50).
002950     01 JM-RATE-RAW PIC X(05).
002960     01 JM-RATE-NUM REDEFINES JM-RATE-RAW
002970                     PIC 9(01)V9(04).
002980     01 JM-DISP-RATE PIC 9.9999.
002990
003000*---------------------------------------------------------------
003010*    VENDOR-MASTER, LOADED AT START-UP SO A VENDOR ID KEYED ON
003020*    A OR C IS CHECKED BEFORE IT LANDS ON FLAVOR-MASTER.  A
003030*    MISSING FILE MEANS NO VENDOR CAN BE ASSIGNED YET.
003040*---------------------------------------------------------------
003050     01 JM-VENDOR-STATUS PIC X(02).
003060     01 JM-VENDOR-EOF PIC X VALUE 'N'.
003070         88 JM-END-OF-VENDORS VALUE 'Y'.
003080     01 JM-VENDOR-TABLE.
003090         05 JM-VENDOR-ENTRY OCCURS 1 TO 50 TIMES
003100                 DEPENDING ON JM-VENDOR-COUNT
003110                 INDEXED BY JM-VENDOR-IDX.
003120             10 JM-VENDOR-ID        PIC X(04).
003130             10 JM-VENDOR-NAME      PIC X(15).
003140     01 JM-VENDOR-COUNT PIC 9(02) COMP VALUE 0.
003150     01 JM-VENDOR-RAW PIC X(04).
003160     01 JM-WORK-VENDOR PIC X(04).
003170     01 JM-VENDOR-OK PIC X VALUE 'N'.
003180
003190*---------------------------------------------------------------
003200*    FIELDS FOR THE P (APPROVE PURCHASE ORDERS) ACTION.  THE
003210*    WHOLE PURCHASE-ORDER FILE IS BUFFERED HERE, THE DRAFTS ARE
003220*    OFFERED ONE PO AT A TIME, AND THE FILE IS WRITTEN BACK OUT
003230*    WHEN ANY PO WAS APPROVED OR CANCELLED.
003240*---------------------------------------------------------------
003250     01 JM-PO-FILE-STATUS PIC X(02).
003260     01 JM-NO-PO-FILE PIC X VALUE 'N'.
003270     01 JM-PO-EOF PIC X VALUE 'N'.
003280         88 JM-END-OF-POS VALUE 'Y'.
003290     01 JM-PO-TABLE.
003300         05 JM-PO-ENTRY OCCURS 1 TO 500 TIMES
003310                 DEPENDING ON JM-PO-COUNT.
003320             10 JM-PO-NUMBER        PIC 9(05).
003330             10 JM-PO-LINE          PIC 9(02).
003340             10 JM-PO-VENDOR        PIC X(04).
003350             10 JM-PO-FLAVOR        PIC 9(02).
003360             10 JM-PO-DATE          PIC X(08).
003370             10 JM-PO-ORDERED       PIC 9(05).
003380             10 JM-PO-RECEIVED      PIC 9(05).
003390             10 JM-PO-COST          PIC 9(03)V99.
003400             10 JM-PO-STATUS        PIC X(01).
003410             10 JM-PO-APPR-BY       PIC X(03).
003420             10 JM-PO-APPR-DATE     PIC X(08).
003430             10 JM-PO-RCPT-DATE     PIC X(08).
003440             10 JM-PO-SEEN          PIC X(01).
003450     01 JM-PO-COUNT PIC 9(03) COMP VALUE 0.
003460     01 JM-PO-SUB PIC 9(03) COMP VALUE 0.
003470     01 JM-PO-LINE-SUB PIC 9(03) COMP VALUE 0.
003480     01 JM-PO-OVERFLOW PIC X VALUE 'N'.
003490     01 JM-CUR-PO PIC 9(05) VALUE 0.
003500     01 JM-NEW-PO-STATUS PIC X(01).
003510     01 JM-APPROVE-RAW PIC X(01).
003520     01 JM-DRAFTS-OFFERED PIC 9(03) VALUE 0.
003530     01 JM-POS-DECIDED PIC 9(03) VALUE 0.
003540     01 JM-DISP-QTY PIC ZZZZ9.
003550     01 JM-PO-FLAVOR-NAME PIC X(15).
003560     01 JM-PO-VENDOR-NAME PIC X(15).
003570
003580
003590*---------------------------------------------------------------
003600*    STOCK-LOTS IS READ INTO THIS TABLE SO STOCK MOVES LOT BY
003610*    LOT ALONGSIDE IV-ON-HAND: OLDEST LOT FIRST ON THE WAY OUT,
003620*    NEWEST LOT DRAWN FROM ON THE WAY BACK.  PAST 500 LOTS THE
003630*    LOTS ARE LEFT AS THEY WERE AND THE MORNING EXPIRY REPORT
003640*    PROVES THEM BACK TO ON-HAND.
003650*---------------------------------------------------------------
003660     01 JM-LOT-STATUS PIC X(02).
003670     01 JM-LOT-EOF PIC X VALUE 'N'.
003680         88 JM-END-OF-LOTS VALUE 'Y'.
003690     01 JM-LOT-TABLE.
003700         05 JM-LOT-ENTRY OCCURS 1 TO 500 TIMES
003710                 DEPENDING ON JM-LOT-COUNT.
003720             10 JM-LOT-NUMBER       PIC 9(05).
003730             10 JM-LOT-FLAVOR       PIC 9(02).
003740             10 JM-LOT-RECEIVED     PIC X(08).
003750             10 JM-LOT-EXPIRY       PIC X(08).
003760             10 JM-LOT-QTY-RECEIVED PIC 9(05).
003770             10 JM-LOT-ON-HAND      PIC 9(05).
003780     01 JM-LOT-COUNT PIC 9(03) COMP VALUE 0.
003790     01 JM-LOT-SUB PIC 9(03) COMP VALUE 0.
003800     01 JM-LOT-FOUND PIC 9(03) COMP VALUE 0.
003810     01 JM-LOT-OVERFLOW PIC X VALUE 'N'.
003820     01 JM-NEXT-LOT PIC 9(05) VALUE 1.
003830     01 JM-DRAW-FLAVOR PIC 9(02) VALUE 0.
003840     01 JM-DRAW-QTY PIC 9(05) VALUE 0.
003850     01 JM-DRAW-TAKE PIC 9(05) VALUE 0.
003860     01 JM-LOT-DATE PIC X(08) VALUE SPACES.
003870
003880
003890*---------------------------------------------------------------
003900*    FIELDS FOR DATING A LOT'S EXPIRY: THE RECEIVED DATE IS
003910*    ROLLED FORWARD ONE CALENDAR DAY PER DAY OF SHELF LIFE,
003920*    MONTH LENGTHS AND LEAP YEARS INCLUDED.
003930*---------------------------------------------------------------
003940     01 JM-DATE-SPLIT.
003950         05 JM-DS-YEAR PIC 9(04).
003960         05 JM-DS-MONTH PIC 9(02).
003970         05 JM-DS-DAY PIC 9(02).
003980     01 JM-MONTH-LENGTH-LIST.
003990         05 FILLER PIC X(24) VALUE "312831303130313130313031".
004000     01 JM-MONTH-LENGTH-TABLE REDEFINES JM-MONTH-LENGTH-LIST.
004010         05 JM-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
004020     01 JM-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
004030     01 JM-LEAP-WORK PIC 9(04) VALUE 0.
004040     01 JM-LEAP-REM PIC 9(04) VALUE 0.
004050     01 JM-LEAP-YEAR PIC X VALUE 'N'.
004060     01 JM-SHELF-DAYS PIC 9(03) VALUE 0.
004070     01 JM-DAY-SUB PIC 9(03) COMP VALUE 0.
004080     01 JM-EXPIRY-DATE PIC X(08) VALUE SPACES.
004090
004100*---------------------------------------------------------------
004110*    FIELDS FOR THE T (TIME CLOCK) ACTION.  ONE EMPLOYEE'S PUNCHES
004120*    FOR ONE DAY ARE LISTED AND NUMBERED IN FILE ORDER.  A MISSED
004130*    PUNCH IS APPENDED; A CHANGE OR DELETE COPIES TIME-CLOCK TO
004140*    TIME-CLOCK-WORK AND WRITES IT BACK FROM THAT COPY WITH THE
004150*    ONE NUMBERED PUNCH CORRECTED OR LEFT OUT.
004160*---------------------------------------------------------------
004170     01 JM-CLOCK-STATUS PIC X(02).
004180     01 JM-CLOCK-WORK-STATUS PIC X(02).
004190     01 JM-CLOCK-AUDIT-STATUS PIC X(02).
004200     01 JM-CLOCK-EOF PIC X VALUE 'N'.
004210         88 JM-END-OF-CLOCK VALUE 'Y'.
004220     01 JM-CLOCK-WORK-EOF PIC X VALUE 'N'.
004230         88 JM-END-OF-CLOCK-WORK VALUE 'Y'.
004240     01 JM-CLOCK-EMP PIC X(03).
004250     01 JM-CLOCK-NAME PIC X(15).
004260     01 JM-CLOCK-DATE PIC X(08).
004270     01 JM-CLOCK-ACTION PIC X(01).
004280     01 JM-CORRECTION PIC X(01).
004290     01 JM-PUNCH-TABLE.
004300         05 JM-PUNCH-ENTRY OCCURS 20 TIMES.
004310             10 JM-PUNCH-TIME PIC X(08).
004320             10 JM-PUNCH-TYPE PIC X(01).
004330     01 JM-PUNCH-COUNT PIC 9(03) COMP VALUE 0.
004340     01 JM-PUNCH-SUB PIC 9(03) COMP VALUE 0.
004350     01 JM-MATCH-SEEN PIC 9(03) COMP VALUE 0.
004360     01 JM-PUNCH-RAW PIC X(02).
004370     01 JM-PUNCH-NUM PIC 9(02).
004380     01 JM-CLOCK-TIME-RAW PIC X(04).
004390     01 JM-CLOCK-TIME-NUM REDEFINES JM-CLOCK-TIME-RAW.
004400         05 JM-CT-HH PIC 9(02).
004410         05 JM-CT-MM PIC 9(02).
004420     01 JM-TYPE-RAW PIC X(01).
004430     01 JM-NEW-PUNCH-TIME PIC X(08).
004440     01 JM-NEW-PUNCH-TYPE PIC X(01).
004450     01 JM-KEEP-PUNCH PIC X VALUE 'Y'.
004460     01 JM-DISP-PUNCH-NUM PIC Z9.
004470     01 JM-DISP-IN-OUT PIC X(03).
004480     01 JM-DISP-CLOCK.
004490         05 JM-DC-HH PIC X(02).
004500         05 FILLER PIC X(01) VALUE ':'.
004510         05 JM-DC-MM PIC X(02).
004520
004530 PROCEDURE DIVISION.
004540
004550****************************************************************
004560*  0000-MAINLINE
004570*
004580*  LOADS THE THREE MASTERS, RUNS THE COMMAND LOOP, AND SAVES
004590*  EVERYTHING BACK OUT TOGETHER.
004600****************************************************************
004610 0000-MAINLINE.
004620     PERFORM 1000-INITIALIZE
004630         THRU 1000-EXIT.
004640     PERFORM 2000-PROCESS-ONE-COMMAND
004650         THRU 2000-EXIT
004660         UNTIL JM-ALL-DONE.
004670     PERFORM 9000-TERMINATE
004680         THRU 9000-EXIT.
004690     STOP RUN.
004700
004710****************************************************************
004720*  1000-INITIALIZE
004730*
004740*  LOADS THE THREE MASTERS INTO THEIR TABLES AND OPENS THE
004750*  MAINT-AUDIT TRAIL FOR APPEND.
004760****************************************************************
004770 1000-INITIALIZE.
004780     PERFORM 1100-LOAD-FLAVOR-MASTER
004790         THRU 1100-EXIT.
004800     PERFORM 1200-LOAD-PRICES
004810         THRU 1200-EXIT.
004820     PERFORM 1300-LOAD-INVENTORY
004830         THRU 1300-EXIT.
004840     PERFORM 1350-LOAD-VENDORS
004850         THRU 1350-EXIT.
004860     PERFORM 6000-LOAD-LOTS
004870         THRU 6000-EXIT.
004880     OPEN EXTEND MAINT-AUDIT.
004890     IF JM-MAINT-AUDIT-STATUS = '35'
004900         OPEN OUTPUT MAINT-AUDIT
004910     END-IF.
004920     PERFORM 1400-READ-CONTROL-FILE
004930         THRU 1400-EXIT.
004940     PERFORM 1500-OPERATOR-SIGN-ON
004950         THRU 1500-EXIT.
004960     DISPLAY "JELLO-MAINT - master file maintenance.".
004970 1000-EXIT.
004980     EXIT.
004990
005000****************************************************************
005010*  1100-LOAD-FLAVOR-MASTER
005020*
005030*  READS FLAVOR-MASTER INTO JM-FLAVOR-TABLE.
005040****************************************************************
005050 1100-LOAD-FLAVOR-MASTER.
005060     OPEN INPUT FLAVOR-MASTER.
005070     MOVE 0 TO JM-FLAVOR-COUNT.
005080     MOVE 'N' TO JM-FLAVOR-MASTER-EOF.
005090     PERFORM 1110-READ-FLAVOR-RECORD
005100         THRU 1110-EXIT.
005110     PERFORM 1120-STORE-FLAVOR-RECORD
005120         THRU 1120-EXIT
005130         UNTIL JM-END-OF-FLAVOR-MASTER.
005140     CLOSE FLAVOR-MASTER.
005150 1100-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190*  1110-READ-FLAVOR-RECORD
005200*
005210*  READS ONE FLAVOR-MASTER RECORD AHEAD.
005220****************************************************************
005230 1110-READ-FLAVOR-RECORD.
005240     READ FLAVOR-MASTER
005250         AT END MOVE 'Y' TO JM-FLAVOR-MASTER-EOF
005260     END-READ.
005270 1110-EXIT.
005280     EXIT.
005290
005300****************************************************************
005310*  1120-STORE-FLAVOR-RECORD
005320*
005330*  ADDS THE FLAVOR JUST READ TO JM-FLAVOR-TABLE AND PRIMES THE
005340*  NEXT READ.
005350****************************************************************
005360 1120-STORE-FLAVOR-RECORD.
005370     ADD 1 TO JM-FLAVOR-COUNT.
005380     SET JM-FLAVOR-IDX TO JM-FLAVOR-COUNT.
005390     MOVE FM-FLAVOR-CODE TO JM-FLAVOR-CODE(JM-FLAVOR-IDX).
005400     MOVE FM-FLAVOR-NAME TO JM-FLAVOR-NAME(JM-FLAVOR-IDX).
005410     MOVE FM-VENDOR-ID TO JM-FLAVOR-VENDOR(JM-FLAVOR-IDX).
005420     IF FM-SHELF-LIFE-DAYS IS NUMERIC
005430         MOVE FM-SHELF-LIFE-DAYS TO JM-FLAVOR-SHELF(JM-FLAVOR-IDX)
005440     ELSE
005450         MOVE 0 TO JM-FLAVOR-SHELF(JM-FLAVOR-IDX)
005460     END-IF.
005470     PERFORM 1110-READ-FLAVOR-RECORD
005480         THRU 1110-EXIT.
005490 1120-EXIT.
005500     EXIT.
005510
005520****************************************************************
005530*  1200-LOAD-PRICES
005540*
005550*  READS PRICE-MASTER INTO JM-PRICE-TABLE.
005560****************************************************************
005570 1200-LOAD-PRICES.
005580     OPEN INPUT PRICE-MASTER.
005590     MOVE 0 TO JM-PRICE-COUNT.
005600     MOVE 'N' TO JM-PRICE-EOF.
005610     PERFORM 1210-READ-PRICE-RECORD
005620         THRU 1210-EXIT.
005630     PERFORM 1220-STORE-PRICE-RECORD
005640         THRU 1220-EXIT
005650         UNTIL JM-END-OF-PRICES.
005660     CLOSE PRICE-MASTER.
005670 1200-EXIT.
005680     EXIT.
005690
005700****************************************************************
005710*  1210-READ-PRICE-RECORD
005720*
005730*  READS ONE PRICE-MASTER RECORD AHEAD.
005740****************************************************************
005750 1210-READ-PRICE-RECORD.
005760     READ PRICE-MASTER
005770         AT END MOVE 'Y' TO JM-PRICE-EOF
005780     END-READ.
005790 1210-EXIT.
005800     EXIT.
005810
005820****************************************************************
005830*  1220-STORE-PRICE-RECORD
005840*
005850*  ADDS THE PRICE JUST READ TO JM-PRICE-TABLE AND PRIMES THE
005860*  NEXT READ.
005870****************************************************************
005880 1220-STORE-PRICE-RECORD.
005890     ADD 1 TO JM-PRICE-COUNT.
005900     SET JM-PRICE-IDX TO JM-PRICE-COUNT.
005910     MOVE PM-FLAVOR-CODE TO JM-PRICE-CODE(JM-PRICE-IDX).
005920     MOVE PM-PRICE TO JM-PRICE-AMOUNT(JM-PRICE-IDX).
005930     PERFORM 1210-READ-PRICE-RECORD
005940         THRU 1210-EXIT.
005950 1220-EXIT.
005960     EXIT.
005970
005980****************************************************************
005990*  1300-LOAD-INVENTORY
006000*
006010*  READS INVENTORY-FILE INTO JM-INVENTORY-TABLE, REORDER POINT
006020*  INCLUDED.
006030****************************************************************
006040 1300-LOAD-INVENTORY.
006050     OPEN INPUT INVENTORY-FILE.
006060     MOVE 0 TO JM-INVENTORY-COUNT.
006070     MOVE 'N' TO JM-INVENTORY-EOF.
006080     PERFORM 1310-READ-INVENTORY-RECORD
006090         THRU 1310-EXIT.
006100     PERFORM 1320-STORE-INVENTORY-RECORD
006110         THRU 1320-EXIT
006120         UNTIL JM-END-OF-INVENTORY.
006130     CLOSE INVENTORY-FILE.
006140 1300-EXIT.
006150     EXIT.
006160
006170****************************************************************
006180*  1310-READ-INVENTORY-RECORD
006190*
006200*  READS ONE INVENTORY-FILE RECORD AHEAD.
006210****************************************************************
006220 1310-READ-INVENTORY-RECORD.
006230     READ INVENTORY-FILE
006240         AT END MOVE 'Y' TO JM-INVENTORY-EOF
006250     END-READ.
006260 1310-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300*  1320-STORE-INVENTORY-RECORD
006310*
006320*  ADDS THE INVENTORY RECORD JUST READ TO JM-INVENTORY-TABLE AND
006330*  PRIMES THE NEXT READ.
006340****************************************************************
006350 1320-STORE-INVENTORY-RECORD.
006360     ADD 1 TO JM-INVENTORY-COUNT.
006370     SET JM-INVENTORY-IDX TO JM-INVENTORY-COUNT.
006380     MOVE IV-FLAVOR-CODE TO JM-INVENTORY-CODE(JM-INVENTORY-IDX).
006390     MOVE IV-ON-HAND TO JM-INVENTORY-ON-HAND(JM-INVENTORY-IDX).
006400     MOVE IV-REORDER-POINT TO JM-REORDER-POINT(JM-INVENTORY-IDX).
006410     PERFORM 1310-READ-INVENTORY-RECORD
006420         THRU 1310-EXIT.
006430 1320-EXIT.
006440     EXIT.
006450
006460****************************************************************
006470*  1350-LOAD-VENDORS
006480*
006490*  READS VENDOR-MASTER INTO JM-VENDOR-TABLE.  A MISSING FILE
006500*  JUST LEAVES THE TABLE EMPTY.
006510****************************************************************
006520 1350-LOAD-VENDORS.
006530     MOVE 0 TO JM-VENDOR-COUNT.
006540     OPEN INPUT VENDOR-MASTER.
006550     IF JM-VENDOR-STATUS = '35'
006560         GO TO 1350-EXIT.
006570     MOVE 'N' TO JM-VENDOR-EOF.
006580     PERFORM 1360-READ-VENDOR-RECORD
006590         THRU 1360-EXIT.
006600     PERFORM 1370-STORE-VENDOR-RECORD
006610         THRU 1370-EXIT
006620         UNTIL JM-END-OF-VENDORS.
006630     CLOSE VENDOR-MASTER.
006640 1350-EXIT.
006650     EXIT.
006660
006670****************************************************************
006680*  1360-READ-VENDOR-RECORD
006690*
006700*  READS ONE VENDOR-MASTER RECORD AHEAD.
006710****************************************************************
006720 1360-READ-VENDOR-RECORD.
006730     READ VENDOR-MASTER
006740         AT END MOVE 'Y' TO JM-VENDOR-EOF
006750     END-READ.
006760 1360-EXIT.
006770     EXIT.
006780
006790****************************************************************
006800*  1370-STORE-VENDOR-RECORD
006810*
006820*  ADDS THE VENDOR JUST READ TO JM-VENDOR-TABLE AND PRIMES THE
006830*  NEXT READ.
006840****************************************************************
006850 1370-STORE-VENDOR-RECORD.
006860     IF JM-VENDOR-COUNT < 50
006870         ADD 1 TO JM-VENDOR-COUNT
006880         SET JM-VENDOR-IDX TO JM-VENDOR-COUNT
006890         MOVE VN-VENDOR-ID TO JM-VENDOR-ID(JM-VENDOR-IDX)
006900         MOVE VN-VENDOR-NAME TO JM-VENDOR-NAME(JM-VENDOR-IDX)
006910     END-IF.
006920     PERFORM 1360-READ-VENDOR-RECORD
006930         THRU 1360-EXIT.
006940 1370-EXIT.
006950     EXIT.
006960
006970****************************************************************
006980*  1400-READ-CONTROL-FILE
006990*
007000*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
007010*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT, SO THE
007020*  PROGRAM STILL RUNS ON A BOX THAT HAS NEVER CUT A DAY OVER.
007030****************************************************************
007040 1400-READ-CONTROL-FILE.
007050     OPEN INPUT CONTROL-FILE.
007060     IF JM-CONTROL-STATUS = '35'
007070         ACCEPT JM-BUSINESS-DATE FROM DATE YYYYMMDD
007080     ELSE
007090         READ CONTROL-FILE
007100             AT END
007110                 ACCEPT JM-BUSINESS-DATE FROM DATE YYYYMMDD
007120             NOT AT END
007130                 MOVE CT-BUSINESS-DATE TO JM-BUSINESS-DATE
007140         END-READ
007150         CLOSE CONTROL-FILE
007160     END-IF.
007170 1400-EXIT.
007180     EXIT.
007190
007200****************************************************************
007210*  1500-OPERATOR-SIGN-ON
007220*
007230*  READS OPERATOR-MASTER FOR THE KEYED OPERATOR ID AND KEEPS
007240*  THE AUTHORITY LEVEL.  AN UNKNOWN ID (OR NO MASTER AT ALL)
007250*  SIGNS ON AT LEVEL ZERO: THE CONSISTENCY CHECK STILL RUNS,
007260*  BUT NOTHING CAN BE ADDED, CHANGED, OR DELETED.
007270****************************************************************
007280 1500-OPERATOR-SIGN-ON.
007290     DISPLAY "Operator ID: " WITH NO ADVANCING.
007300     ACCEPT JM-OPER-RAW.
007310     OPEN INPUT OPERATOR-MASTER.
007320     IF JM-OPERATOR-STATUS = '35'
007330         DISPLAY "OPERATOR-MASTER missing - sign-on at level 0."
007340         GO TO 1500-EXIT.
007350     MOVE 'N' TO JM-OPERATOR-EOF.
007360     PERFORM 1510-READ-OPERATOR-RECORD
007370         THRU 1510-EXIT.
007380     PERFORM 1520-TEST-ONE-OPERATOR
007390         THRU 1520-EXIT
007400         UNTIL JM-END-OF-OPERATORS.
007410     CLOSE OPERATOR-MASTER.
007420     IF JM-CUR-OPERATOR-ID = SPACES
007430         DISPLAY "Operator " JM-OPER-RAW " is not on"
007440             " OPERATOR-MASTER - sign-on at level 0."
007450     END-IF.
007460 1500-EXIT.
007470     EXIT.
007480
007490****************************************************************
007500*  1510-READ-OPERATOR-RECORD
007510*
007520*  READS ONE OPERATOR-MASTER RECORD AHEAD.
007530****************************************************************
007540 1510-READ-OPERATOR-RECORD.
007550     READ OPERATOR-MASTER
007560         AT END MOVE 'Y' TO JM-OPERATOR-EOF
007570     END-READ.
007580 1510-EXIT.
007590     EXIT.
007600
007610****************************************************************
007620*  1520-TEST-ONE-OPERATOR
007630*
007640*  KEEPS THE OPERATOR RECORD MATCHING THE KEYED ID AND PRIMES
007650*  THE NEXT READ.
007660****************************************************************
007670 1520-TEST-ONE-OPERATOR.
007680     IF OP-OPERATOR-ID = JM-OPER-RAW
007690         MOVE OP-OPERATOR-ID TO JM-CUR-OPERATOR-ID
007700         MOVE OP-AUTH-LEVEL TO JM-CUR-OPER-LEVEL
007710     END-IF.
007720     PERFORM 1510-READ-OPERATOR-RECORD
007730         THRU 1510-EXIT.
007740 1520-EXIT.
007750     EXIT.
007760
007770****************************************************************
007780*  2000-PROCESS-ONE-COMMAND
007790*
007800*  DISPLAYS THE MENU, ACCEPTS ONE ACTION, AND DISPATCHES IT.
007810****************************************************************
007820 2000-PROCESS-ONE-COMMAND.
007830     DISPLAY " ".
007840     DISPLAY "A=Add C=Change D=Delete R=Tax rate P=Approve POs"
007850         " T=Time clock K=Check Q=Quit: "
007860         WITH NO ADVANCING.
007870     ACCEPT JM-ACTION-RAW.
007880     EVALUATE JM-ACTION-RAW
007890         WHEN 'A' WHEN 'a'
007900             IF NOT JM-SUPERVISOR-ON
007910                 DISPLAY "Adds need a supervisor sign-on."
007920             ELSE
007930             PERFORM 3000-ADD-FLAVOR
007940                 THRU 3000-EXIT
007950             END-IF
007960         WHEN 'C' WHEN 'c'
007970             IF NOT JM-SUPERVISOR-ON
007980                 DISPLAY "Changes need a supervisor sign-on."
007990             ELSE
008000             PERFORM 3100-CHANGE-FLAVOR
008010                 THRU 3100-EXIT
008020             END-IF
008030         WHEN 'D' WHEN 'd'
008040             IF NOT JM-SUPERVISOR-ON
008050                 DISPLAY "Deletes need a supervisor sign-on."
008060             ELSE
008070             PERFORM 3200-DELETE-FLAVOR
008080                 THRU 3200-EXIT
008090             END-IF
008100         WHEN 'R' WHEN 'r'
008110             IF NOT JM-SUPERVISOR-ON
008120                 DISPLAY "The tax rate needs a supervisor"
008130                     " sign-on."
008140             ELSE
008150             PERFORM 3500-CHANGE-TAX-RATE
008160                 THRU 3500-EXIT
008170             END-IF
008180         WHEN 'P' WHEN 'p'
008190             IF NOT JM-SUPERVISOR-ON
008200                 DISPLAY "PO approval needs a supervisor"
008210                     " sign-on."
008220             ELSE
008230             PERFORM 3600-APPROVE-PURCHASE-ORDERS
008240                 THRU 3600-EXIT
008250             END-IF
008260         WHEN 'T' WHEN 't'
008270             IF NOT JM-SUPERVISOR-ON
008280                 DISPLAY "Time-clock corrections need a"
008290                     " supervisor sign-on."
008300             ELSE
008310             PERFORM 3700-CORRECT-TIME-CLOCK
008320                 THRU 3700-EXIT
008330             END-IF
008340         WHEN 'K' WHEN 'k'
008350             PERFORM 4000-CONSISTENCY-CHECK
008360                 THRU 4000-EXIT
008370         WHEN 'Q' WHEN 'q'
008380             MOVE 'Y' TO JM-DONE
008390         WHEN OTHER
008400             DISPLAY "Please enter A, C, D, R, P, T, K, or Q."
008410     END-EVALUATE.
008420 2000-EXIT.
008430     EXIT.
008440
008450****************************************************************
008460*  2100-ACCEPT-CODE
008470*
008480*  ACCEPTS A FLAVOR CODE AND SETS JM-WORK-CODE AND THE FOUND
008490*  SUBSCRIPTS (ZERO WHEN THE CODE IS NOT ON THAT MASTER).
008500****************************************************************
008510 2100-ACCEPT-CODE.
008520     MOVE 'N' TO JM-INPUT-OK.
008530     DISPLAY "Flavor code (1-99): " WITH NO ADVANCING.
008540     MOVE SPACES TO JM-CODE-RAW.
008550     ACCEPT JM-CODE-RAW.
008560     IF JM-CODE-RAW(2:1) = SPACE
008570         MOVE JM-CODE-RAW(1:1) TO JM-CODE-RAW(2:1)
008580         MOVE '0' TO JM-CODE-RAW(1:1)
008590     END-IF.
008600     IF JM-CODE-RAW IS NUMERIC AND JM-CODE-RAW NOT = '00'
008610         MOVE JM-CODE-RAW TO JM-WORK-CODE
008620         MOVE 'Y' TO JM-INPUT-OK
008630         PERFORM 2110-FIND-CODE-EVERYWHERE
008640             THRU 2110-EXIT
008650     ELSE
008660         DISPLAY "Not a flavor code; nothing done."
008670     END-IF.
008680 2100-EXIT.
008690     EXIT.
008700
008710****************************************************************
008720*  2110-FIND-CODE-EVERYWHERE
008730*
008740*  SETS JM-FOUND-F/P/I TO THE SUBSCRIPT OF JM-WORK-CODE IN EACH
008750*  MASTER TABLE, OR ZERO WHERE IT IS MISSING.
008760****************************************************************
008770 2110-FIND-CODE-EVERYWHERE.
008780     MOVE 0 TO JM-FOUND-F JM-FOUND-P JM-FOUND-I.
008790     PERFORM 2120-TEST-ONE-FLAVOR
008800         THRU 2120-EXIT
008810         VARYING JM-F-SUB FROM 1 BY 1
008820         UNTIL JM-F-SUB > JM-FLAVOR-COUNT.
008830     PERFORM 2130-TEST-ONE-PRICE
008840         THRU 2130-EXIT
008850         VARYING JM-P-SUB FROM 1 BY 1
008860         UNTIL JM-P-SUB > JM-PRICE-COUNT.
008870     PERFORM 2140-TEST-ONE-INVENTORY
008880         THRU 2140-EXIT
008890         VARYING JM-I-SUB FROM 1 BY 1
008900         UNTIL JM-I-SUB > JM-INVENTORY-COUNT.
008910 2110-EXIT.
008920     EXIT.
008930
008940****************************************************************
008950*  2120-TEST-ONE-FLAVOR
008960*
008970*  REMEMBERS THE FLAVOR-TABLE SUBSCRIPT HOLDING JM-WORK-CODE.
008980****************************************************************
008990 2120-TEST-ONE-FLAVOR.
009000     IF JM-FLAVOR-CODE(JM-F-SUB) = JM-WORK-CODE
009010         MOVE JM-F-SUB TO JM-FOUND-F
009020     END-IF.
009030 2120-EXIT.
009040     EXIT.
009050
009060****************************************************************
009070*  2130-TEST-ONE-PRICE
009080*
009090*  REMEMBERS THE PRICE-TABLE SUBSCRIPT HOLDING JM-WORK-CODE.
009100****************************************************************
009110 2130-TEST-ONE-PRICE.
009120     IF JM-PRICE-CODE(JM-P-SUB) = JM-WORK-CODE
009130         MOVE JM-P-SUB TO JM-FOUND-P
009140     END-IF.
009150 2130-EXIT.
009160     EXIT.
009170
009180****************************************************************
009190*  2140-TEST-ONE-INVENTORY
009200*
009210*  REMEMBERS THE INVENTORY-TABLE SUBSCRIPT HOLDING JM-WORK-CODE.
009220****************************************************************
009230 2140-TEST-ONE-INVENTORY.
009240     IF JM-INVENTORY-CODE(JM-I-SUB) = JM-WORK-CODE
009250         MOVE JM-I-SUB TO JM-FOUND-I
009260     END-IF.
009270 2140-EXIT.
009280     EXIT.
009290
009300****************************************************************
009310*  3000-ADD-FLAVOR
009320*
009330*  ADDS A FLAVOR TO ALL THREE MASTERS TOGETHER.  REQUIRES A
009340*  NAME, A PRICE, AN OPENING ON-HAND, AND A REORDER POINT, SO
009350*  THE NEW CODE CANNOT DRIFT IN ON ONE MASTER ONLY.  THE VENDOR
009360*  IS OPTIONAL BUT MUST BE ON VENDOR-MASTER WHEN GIVEN.  A SHELF
009370*  LIFE OF 000 MEANS THE FLAVOR NEVER EXPIRES.
009380****************************************************************
009390 3000-ADD-FLAVOR.
009400     PERFORM 2100-ACCEPT-CODE
009410         THRU 2100-EXIT.
009420     IF NOT JM-GOOD-INPUT
009430         GO TO 3000-EXIT.
009440     IF JM-FOUND-F > 0 OR JM-FOUND-P > 0 OR JM-FOUND-I > 0
009450         DISPLAY "Code " JM-WORK-CODE
009460             " is already on a master; use C to change it."
009470         GO TO 3000-EXIT.
009480     IF JM-FLAVOR-COUNT >= 20 OR JM-PRICE-COUNT >= 20
009490             OR JM-INVENTORY-COUNT >= 20
009500         DISPLAY "The masters are full; delete a flavor first."
009510         GO TO 3000-EXIT.
009520     DISPLAY "Flavor name: " WITH NO ADVANCING.
009530     ACCEPT JM-NAME-RAW.
009540     IF JM-NAME-RAW = SPACES
009550         DISPLAY "A name is required; nothing done."
009560         GO TO 3000-EXIT.
009570     PERFORM 3010-ACCEPT-PRICE
009580         THRU 3010-EXIT.
009590     IF NOT JM-GOOD-INPUT
009600         GO TO 3000-EXIT.
009610     DISPLAY "Opening on-hand (5 digits): " WITH NO ADVANCING.
009620     ACCEPT JM-AMOUNT-RAW.
009630     IF JM-AMOUNT-RAW IS NOT NUMERIC
009640         DISPLAY "Not a count; nothing done."
009650         GO TO 3000-EXIT.
009660     MOVE JM-AMOUNT-RAW TO JM-WORK-ON-HAND.
009670     DISPLAY "Reorder point (5 digits): " WITH NO ADVANCING.
009680     ACCEPT JM-AMOUNT-RAW.
009690     IF JM-AMOUNT-RAW IS NOT NUMERIC
009700         DISPLAY "Not a count; nothing done."
009710         GO TO 3000-EXIT.
009720     MOVE JM-AMOUNT-RAW TO JM-WORK-REORDER.
009730     DISPLAY "Shelf life in days, 3 digits (000 = never): "
009740         WITH NO ADVANCING.
009750     ACCEPT JM-SHELF-RAW.
009760     IF JM-SHELF-RAW IS NOT NUMERIC
009770         DISPLAY "Not a count of days; nothing done."
009780         GO TO 3000-EXIT.
009790     MOVE JM-SHELF-RAW TO JM-WORK-SHELF.
009800     DISPLAY "Vendor ID (Enter for none): " WITH NO ADVANCING.
009810     ACCEPT JM-VENDOR-RAW.
009820     PERFORM 3020-CHECK-VENDOR
009830         THRU 3020-EXIT.
009840     IF JM-VENDOR-OK NOT = 'Y'
009850         DISPLAY "Vendor " JM-VENDOR-RAW " is not on"
009860             " VENDOR-MASTER; nothing done."
009870         GO TO 3000-EXIT.
009880     ADD 1 TO JM-FLAVOR-COUNT.
009890     MOVE JM-WORK-CODE TO JM-FLAVOR-CODE(JM-FLAVOR-COUNT).
009900     MOVE JM-NAME-RAW TO JM-FLAVOR-NAME(JM-FLAVOR-COUNT).
009910     MOVE JM-WORK-VENDOR TO JM-FLAVOR-VENDOR(JM-FLAVOR-COUNT).
009920     MOVE JM-WORK-SHELF TO JM-FLAVOR-SHELF(JM-FLAVOR-COUNT).
009930     ADD 1 TO JM-PRICE-COUNT.
009940     MOVE JM-WORK-CODE TO JM-PRICE-CODE(JM-PRICE-COUNT).
009950     MOVE JM-WORK-PRICE TO JM-PRICE-AMOUNT(JM-PRICE-COUNT).
009960     ADD 1 TO JM-INVENTORY-COUNT.
009970     MOVE JM-WORK-CODE TO JM-INVENTORY-CODE(JM-INVENTORY-COUNT).
009980     MOVE JM-WORK-ON-HAND
009990         TO JM-INVENTORY-ON-HAND(JM-INVENTORY-COUNT).
010000     MOVE JM-WORK-REORDER TO JM-REORDER-POINT(JM-INVENTORY-COUNT).
010010     MOVE 'Y' TO JM-CHANGES-MADE.
010020     PERFORM 3050-APPEND-TO-OPENING
010030         THRU 3050-EXIT.
010040     PERFORM 3060-OPEN-FIRST-LOT
010050         THRU 3060-EXIT.
010060     PERFORM 7000-WRITE-AUDIT-ADD
010070         THRU 7000-EXIT.
010080     DISPLAY "Added " JM-NAME-RAW " as code " JM-WORK-CODE ".".
010090 3000-EXIT.
010100     EXIT.
010110
010120****************************************************************
010130*  3050-APPEND-TO-OPENING
010140*
010150*  APPENDS THE FLAVOR JUST ADDED TO THE INVENTORY-OPENING
010160*  SNAPSHOT (WHEN ONE EXISTS) SO ITS OPENING ON-HAND COUNTS AS
010170*  OPENING STOCK IN THE NIGHT'S MOVEMENT RECONCILIATION.
010180****************************************************************
010190 3050-APPEND-TO-OPENING.
010200     OPEN EXTEND INVENTORY-OPENING.
010210     IF JM-OPENING-STATUS = '35'
010220         GO TO 3050-EXIT.
010230     MOVE JM-WORK-CODE TO IO-FLAVOR-CODE.
010240     MOVE JM-WORK-ON-HAND TO IO-ON-HAND.
010250     MOVE JM-WORK-REORDER TO IO-REORDER-POINT.
010260     WRITE INVENTORY-OPENING-RECORD.
010270     CLOSE INVENTORY-OPENING.
010280 3050-EXIT.
010290     EXIT.
010300
010310****************************************************************
010320*  3060-OPEN-FIRST-LOT
010330*
010340*  OPENS A STOCK-LOTS LOT FOR THE OPENING ON-HAND OF THE FLAVOR
010350*  JUST ADDED, RECEIVED TODAY AND DATED TO EXPIRE ITS SHELF
010360*  LIFE FROM NOW, SO THE LOTS STILL ADD UP TO IV-ON-HAND.
010370****************************************************************
010380 3060-OPEN-FIRST-LOT.
010390     IF JM-WORK-ON-HAND = 0 OR JM-LOT-OVERFLOW = 'Y'
010400         GO TO 3060-EXIT.
010410     IF JM-LOT-COUNT >= 500
010420         MOVE 'Y' TO JM-LOT-OVERFLOW
010430         DISPLAY "STOCK-LOTS is full; no lot opened for the"
010440             " opening on-hand."
010450         GO TO 3060-EXIT.
010460     MOVE JM-WORK-SHELF TO JM-SHELF-DAYS.
010470     MOVE JM-BUSINESS-DATE TO JM-LOT-DATE.
010480     PERFORM 6300-FIGURE-EXPIRY
010490         THRU 6300-EXIT.
010500     ADD 1 TO JM-LOT-COUNT.
010510     MOVE JM-NEXT-LOT TO JM-LOT-NUMBER(JM-LOT-COUNT).
010520     ADD 1 TO JM-NEXT-LOT.
010530     MOVE JM-WORK-CODE TO JM-LOT-FLAVOR(JM-LOT-COUNT).
010540     MOVE JM-BUSINESS-DATE TO JM-LOT-RECEIVED(JM-LOT-COUNT).
010550     MOVE JM-EXPIRY-DATE TO JM-LOT-EXPIRY(JM-LOT-COUNT).
010560     MOVE JM-WORK-ON-HAND TO JM-LOT-QTY-RECEIVED(JM-LOT-COUNT).
010570     MOVE JM-WORK-ON-HAND TO JM-LOT-ON-HAND(JM-LOT-COUNT).
010580 3060-EXIT.
010590     EXIT.
010600
010610****************************************************************
010620*  3010-ACCEPT-PRICE
010630*
010640*  ACCEPTS A PRICE AS FIVE DIGITS WITH CENTS AND NO DECIMAL
010650*  POINT (00150 = 1.50) AND SETS JM-WORK-PRICE.
010660****************************************************************
010670 3010-ACCEPT-PRICE.
010680     MOVE 'N' TO JM-INPUT-OK.
010690     DISPLAY "Price (5 digits, cents, e.g. 00150): "
010700         WITH NO ADVANCING.
010710     ACCEPT JM-AMOUNT-RAW.
010720     IF JM-AMOUNT-RAW IS NUMERIC
010730         MOVE JM-AMOUNT-RAW TO JM-AMOUNT-CENTS
010740         DIVIDE JM-AMOUNT-CENTS BY 100 GIVING JM-WORK-PRICE
010750         MOVE 'Y' TO JM-INPUT-OK
010760     ELSE
010770         DISPLAY "Not a price; nothing done."
010780     END-IF.
010790 3010-EXIT.
010800     EXIT.
010810
010820****************************************************************
010830*  3020-CHECK-VENDOR
010840*
010850*  CHECKS THE VENDOR ID KEYED INTO JM-VENDOR-RAW AGAINST
010860*  VENDOR-MASTER AND SETS JM-WORK-VENDOR.  SPACES IS ALLOWED AND
010870*  MEANS THE FLAVOR HAS NO REGULAR SUPPLIER.
010880****************************************************************
010890 3020-CHECK-VENDOR.
010900     MOVE 'N' TO JM-VENDOR-OK.
010910     MOVE JM-VENDOR-RAW TO JM-WORK-VENDOR.
010920     IF JM-VENDOR-RAW = SPACES
010930         MOVE 'Y' TO JM-VENDOR-OK
010940         GO TO 3020-EXIT.
010950     SET JM-VENDOR-IDX TO 1.
010960     SEARCH JM-VENDOR-ENTRY
010970         AT END CONTINUE
010980         WHEN JM-VENDOR-ID(JM-VENDOR-IDX) = JM-VENDOR-RAW
010990             MOVE 'Y' TO JM-VENDOR-OK
011000     END-SEARCH.
011010 3020-EXIT.
011020     EXIT.
011030
011040****************************************************************
011050*  3100-CHANGE-FLAVOR
011060*
011070*  CHANGES A FLAVOR'S NAME, PRICE, REORDER POINT, VENDOR, OR
011080*  SHELF LIFE.  AN ASTERISK IN THE FIRST POSITION OF A PROMPT
011090*  KEEPS THE CURRENT VALUE.  A NEW SHELF LIFE DATES THE LOTS
011100*  RECEIVED FROM NOW ON; LOTS ALREADY ON HAND KEEP THEIR DATES.
011110*  ON-HAND IS NOT CHANGED HERE: SALES AND RECEIVING OWN IT.
011120****************************************************************
011130 3100-CHANGE-FLAVOR.
011140     PERFORM 2100-ACCEPT-CODE
011150         THRU 2100-EXIT.
011160     IF NOT JM-GOOD-INPUT
011170         GO TO 3100-EXIT.
011180     IF JM-FOUND-F = 0
011190         DISPLAY "Code " JM-WORK-CODE " is not on FLAVOR-MASTER;"
011200             " run K to see where it lives."
011210         GO TO 3100-EXIT.
011220     MOVE 'N' TO JM-THIS-CHANGED.
011230     PERFORM 7100-STAMP-OLD-VALUES
011240         THRU 7100-EXIT.
011250     IF JM-FOUND-P > 0
011260         MOVE JM-PRICE-AMOUNT(JM-FOUND-P) TO JM-DISP-PRICE
011270         DISPLAY "Changing " JM-FLAVOR-NAME(JM-FOUND-F)
011280             " price " JM-DISP-PRICE
011290     ELSE
011300         DISPLAY "Changing " JM-FLAVOR-NAME(JM-FOUND-F)
011310             " (no PRICE-MASTER entry - run K)"
011320     END-IF.
011330     DISPLAY "New name (* keeps current): " WITH NO ADVANCING.
011340     ACCEPT JM-NAME-RAW.
011350     IF JM-NAME-RAW(1:1) NOT = '*' AND JM-NAME-RAW NOT = SPACES
011360         PERFORM 3210-SCAN-TODAYS-ORDERS
011370             THRU 3210-EXIT
011380         IF JM-SALES-TODAY = 'Y'
011390             DISPLAY "Name kept: today's ORDER-FILE already"
011400                 " has sales under it."
011410         ELSE
011420             MOVE JM-NAME-RAW TO JM-FLAVOR-NAME(JM-FOUND-F)
011430             MOVE 'Y' TO JM-CHANGES-MADE
011440             MOVE 'Y' TO JM-THIS-CHANGED
011450         END-IF
011460     END-IF.
011470     DISPLAY "New price, 5 digits (* keeps current): "
011480         WITH NO ADVANCING.
011490     ACCEPT JM-AMOUNT-RAW.
011500     IF JM-AMOUNT-RAW(1:1) NOT = '*'
011510         IF JM-AMOUNT-RAW IS NUMERIC AND JM-FOUND-P > 0
011520             MOVE JM-AMOUNT-RAW TO JM-AMOUNT-CENTS
011530             DIVIDE JM-AMOUNT-CENTS BY 100
011540                 GIVING JM-PRICE-AMOUNT(JM-FOUND-P)
011550             MOVE 'Y' TO JM-CHANGES-MADE
011560             MOVE 'Y' TO JM-THIS-CHANGED
011570         ELSE
011580             DISPLAY "Price unchanged."
011590         END-IF
011600     END-IF.
011610     DISPLAY "New reorder point, 5 digits (* keeps current): "
011620         WITH NO ADVANCING.
011630     ACCEPT JM-AMOUNT-RAW.
011640     IF JM-AMOUNT-RAW(1:1) NOT = '*'
011650         IF JM-AMOUNT-RAW IS NUMERIC AND JM-FOUND-I > 0
011660             MOVE JM-AMOUNT-RAW TO JM-REORDER-POINT(JM-FOUND-I)
011670             MOVE 'Y' TO JM-CHANGES-MADE
011680             MOVE 'Y' TO JM-THIS-CHANGED
011690         ELSE
011700             DISPLAY "Reorder point unchanged."
011710         END-IF
011720     END-IF.
011730     DISPLAY "New vendor ID (* keeps "
011740         JM-FLAVOR-VENDOR(JM-FOUND-F) "): " WITH NO ADVANCING.
011750     ACCEPT JM-VENDOR-RAW.
011760     IF JM-VENDOR-RAW(1:1) NOT = '*'
011770         AND JM-VENDOR-RAW NOT = SPACES
011780         PERFORM 3020-CHECK-VENDOR
011790             THRU 3020-EXIT
011800         IF JM-VENDOR-OK = 'Y'
011810             MOVE JM-WORK-VENDOR TO JM-FLAVOR-VENDOR(JM-FOUND-F)
011820             MOVE 'Y' TO JM-CHANGES-MADE
011830             MOVE 'Y' TO JM-THIS-CHANGED
011840         ELSE
011850             DISPLAY "Vendor unchanged: " JM-VENDOR-RAW
011860                 " is not on VENDOR-MASTER."
011870         END-IF
011880     END-IF.
011890     DISPLAY "New shelf life, 3 digits (* keeps "
011900         JM-FLAVOR-SHELF(JM-FOUND-F) "): " WITH NO ADVANCING.
011910     ACCEPT JM-SHELF-RAW.
011920     IF JM-SHELF-RAW(1:1) NOT = '*'
011930         IF JM-SHELF-RAW IS NUMERIC
011940             MOVE JM-SHELF-RAW TO JM-FLAVOR-SHELF(JM-FOUND-F)
011950             MOVE 'Y' TO JM-CHANGES-MADE
011960             MOVE 'Y' TO JM-THIS-CHANGED
011970         ELSE
011980             DISPLAY "Shelf life unchanged."
011990         END-IF
012000     END-IF.
012010     IF JM-THIS-CHANGED = 'Y'
012020         PERFORM 7200-WRITE-AUDIT-CHANGE
012030             THRU 7200-EXIT
012040         DISPLAY "Change recorded."
012050     ELSE
012060         DISPLAY "Nothing changed; no audit entry written."
012070     END-IF.
012080 3100-EXIT.
012090     EXIT.
012100
012110****************************************************************
012120*  3200-DELETE-FLAVOR
012130*
012140*  DELETES A FLAVOR FROM ALL THREE MASTERS TOGETHER, BUT ONLY
012150*  WHEN TODAY'S ORDER-FILE HAS NO SALES FOR IT YET.
012160****************************************************************
012170 3200-DELETE-FLAVOR.
012180     PERFORM 2100-ACCEPT-CODE
012190         THRU 2100-EXIT.
012200     IF NOT JM-GOOD-INPUT
012210         GO TO 3200-EXIT.
012220     IF JM-FOUND-F = 0 AND JM-FOUND-P = 0 AND JM-FOUND-I = 0
012230         DISPLAY "Code " JM-WORK-CODE " is not on any master."
012240         GO TO 3200-EXIT.
012250     PERFORM 3210-SCAN-TODAYS-ORDERS
012260         THRU 3210-EXIT.
012270     IF JM-SALES-TODAY = 'Y'
012280         DISPLAY "Refused: today's ORDER-FILE already has sales"
012290             " for that flavor."
012300         GO TO 3200-EXIT.
012310     PERFORM 7100-STAMP-OLD-VALUES
012320         THRU 7100-EXIT.
012330     IF JM-FOUND-F > 0
012340         PERFORM 3220-REMOVE-FLAVOR-ENTRY
012350             THRU 3220-EXIT
012360     END-IF.
012370     IF JM-FOUND-P > 0
012380         PERFORM 3230-REMOVE-PRICE-ENTRY
012390             THRU 3230-EXIT
012400     END-IF.
012410     IF JM-FOUND-I > 0
012420         PERFORM 3240-REMOVE-INVENTORY-ENTRY
012430             THRU 3240-EXIT
012440     END-IF.
012450     PERFORM 3250-REMOVE-FLAVOR-LOTS
012460         THRU 3250-EXIT.
012470     MOVE 'Y' TO JM-CHANGES-MADE.
012480     PERFORM 7300-WRITE-AUDIT-DELETE
012490         THRU 7300-EXIT.
012500     DISPLAY "Deleted code " JM-WORK-CODE " from all masters.".
012510 3200-EXIT.
012520     EXIT.
012530
012540****************************************************************
012550*  3210-SCAN-TODAYS-ORDERS
012560*
012570*  SETS JM-SALES-TODAY WHEN ORDER-FILE HOLDS A SALE STAMPED
012580*  TODAY FOR THE FLAVOR BEING DELETED.
012590****************************************************************
012600 3210-SCAN-TODAYS-ORDERS.
012610     MOVE 'N' TO JM-SALES-TODAY.
012620     IF JM-FOUND-F = 0
012630         GO TO 3210-EXIT.
012640     MOVE JM-BUSINESS-DATE TO JM-STAMP-DATE.
012650     OPEN INPUT ORDER-FILE.
012660     IF JM-ORDER-FILE-STATUS = '35'
012670         GO TO 3210-EXIT.
012680     MOVE 'N' TO JM-ORDER-EOF.
012690     PERFORM 3211-READ-ORDER-RECORD
012700         THRU 3211-EXIT.
012710     PERFORM 3212-TEST-ONE-ORDER
012720         THRU 3212-EXIT
012730         UNTIL JM-END-OF-ORDERS.
012740     CLOSE ORDER-FILE.
012750 3210-EXIT.
012760     EXIT.
012770
012780****************************************************************
012790*  3211-READ-ORDER-RECORD
012800*
012810*  READS ONE ORDER-FILE RECORD AHEAD.
012820****************************************************************
012830 3211-READ-ORDER-RECORD.
012840     READ ORDER-FILE
012850         AT END MOVE 'Y' TO JM-ORDER-EOF
012860     END-READ.
012870 3211-EXIT.
012880     EXIT.
012890
012900****************************************************************
012910*  3212-TEST-ONE-ORDER
012920*
012930*  TESTS ONE ORDER-FILE RECORD FOR A SALE OF THE FLAVOR BEING
012940*  DELETED STAMPED WITH TODAY'S DATE.
012950****************************************************************
012960 3212-TEST-ONE-ORDER.
012970     IF OR-ORDER-DATE = JM-STAMP-DATE
012980         AND OR-FLAVOR-NAME = JM-FLAVOR-NAME(JM-FOUND-F)
012990         MOVE 'Y' TO JM-SALES-TODAY
013000     END-IF.
013010     PERFORM 3211-READ-ORDER-RECORD
013020         THRU 3211-EXIT.
013030 3212-EXIT.
013040     EXIT.
013050
013060****************************************************************
013070*  3220-REMOVE-FLAVOR-ENTRY
013080*
013090*  CLOSES THE GAP IN JM-FLAVOR-TABLE OVER THE DELETED ENTRY.
013100****************************************************************
013110 3220-REMOVE-FLAVOR-ENTRY.
013120     PERFORM 3221-SHIFT-ONE-FLAVOR
013130         THRU 3221-EXIT
013140         VARYING JM-SHIFT-SUB FROM JM-FOUND-F BY 1
013150         UNTIL JM-SHIFT-SUB >= JM-FLAVOR-COUNT.
013160     SUBTRACT 1 FROM JM-FLAVOR-COUNT.
013170 3220-EXIT.
013180     EXIT.
013190
013200****************************************************************
013210*  3221-SHIFT-ONE-FLAVOR
013220*
013230*  MOVES ONE FLAVOR-TABLE ENTRY DOWN OVER THE GAP.
013240****************************************************************
013250 3221-SHIFT-ONE-FLAVOR.
013260     MOVE JM-FLAVOR-ENTRY(JM-SHIFT-SUB + 1)
013270         TO JM-FLAVOR-ENTRY(JM-SHIFT-SUB).
013280 3221-EXIT.
013290     EXIT.
013300
013310****************************************************************
013320*  3230-REMOVE-PRICE-ENTRY
013330*
013340*  CLOSES THE GAP IN JM-PRICE-TABLE OVER THE DELETED ENTRY.
013350****************************************************************
013360 3230-REMOVE-PRICE-ENTRY.
013370     PERFORM 3231-SHIFT-ONE-PRICE
013380         THRU 3231-EXIT
013390         VARYING JM-SHIFT-SUB FROM JM-FOUND-P BY 1
013400         UNTIL JM-SHIFT-SUB >= JM-PRICE-COUNT.
013410     SUBTRACT 1 FROM JM-PRICE-COUNT.
013420 3230-EXIT.
013430     EXIT.
013440
013450****************************************************************
013460*  3231-SHIFT-ONE-PRICE
013470*
013480*  MOVES ONE PRICE-TABLE ENTRY DOWN OVER THE GAP.
013490****************************************************************
013500 3231-SHIFT-ONE-PRICE.
013510     MOVE JM-PRICE-ENTRY(JM-SHIFT-SUB + 1)
013520         TO JM-PRICE-ENTRY(JM-SHIFT-SUB).
013530 3231-EXIT.
013540     EXIT.
013550
013560****************************************************************
013570*  3240-REMOVE-INVENTORY-ENTRY
013580*
013590*  CLOSES THE GAP IN JM-INVENTORY-TABLE OVER THE DELETED ENTRY.
013600****************************************************************
013610 3240-REMOVE-INVENTORY-ENTRY.
013620     PERFORM 3241-SHIFT-ONE-INVENTORY
013630         THRU 3241-EXIT
013640         VARYING JM-SHIFT-SUB FROM JM-FOUND-I BY 1
013650         UNTIL JM-SHIFT-SUB >= JM-INVENTORY-COUNT.
013660     SUBTRACT 1 FROM JM-INVENTORY-COUNT.
013670 3240-EXIT.
013680     EXIT.
013690
013700****************************************************************
013710*  3241-SHIFT-ONE-INVENTORY
013720*
013730*  MOVES ONE INVENTORY-TABLE ENTRY DOWN OVER THE GAP.
013740****************************************************************
013750 3241-SHIFT-ONE-INVENTORY.
013760     MOVE JM-INVENTORY-ENTRY(JM-SHIFT-SUB + 1)
013770         TO JM-INVENTORY-ENTRY(JM-SHIFT-SUB).
013780 3241-EXIT.
013790     EXIT.
013800
013810****************************************************************
013820*  3250-REMOVE-FLAVOR-LOTS
013830*
013840*  DROPS EVERY STOCK-LOTS LOT OF THE DELETED FLAVOR, CLOSING UP
013850*  THE TABLE OVER THEM IN FILE ORDER.
013860****************************************************************
013870 3250-REMOVE-FLAVOR-LOTS.
013880     IF JM-LOT-OVERFLOW = 'Y'
013890         GO TO 3250-EXIT.
013900     MOVE 0 TO JM-LOT-FOUND.
013910     PERFORM 3251-KEEP-ONE-LOT
013920         THRU 3251-EXIT
013930         VARYING JM-LOT-SUB FROM 1 BY 1
013940         UNTIL JM-LOT-SUB > JM-LOT-COUNT.
013950     MOVE JM-LOT-FOUND TO JM-LOT-COUNT.
013960 3250-EXIT.
013970     EXIT.
013980
013990****************************************************************
014000*  3251-KEEP-ONE-LOT
014010*
014020*  MOVES ONE LOT DOWN OVER THE GAP UNLESS IT BELONGS TO THE
014030*  DELETED FLAVOR.
014040****************************************************************
014050 3251-KEEP-ONE-LOT.
014060     IF JM-LOT-FLAVOR(JM-LOT-SUB) NOT = JM-WORK-CODE
014070         ADD 1 TO JM-LOT-FOUND
014080         MOVE JM-LOT-ENTRY(JM-LOT-SUB)
014090             TO JM-LOT-ENTRY(JM-LOT-FOUND)
014100     END-IF.
014110 3251-EXIT.
014120     EXIT.
014130
014140****************************************************************
014150*  3500-CHANGE-TAX-RATE
014160*
014170*  SETS THE SALES TAX RATE ON THE ONE CONTROL-FILE RECORD,
014180*  KEYED AS FIVE DIGITS WITH FOUR DECIMALS AND NO POINT
014190*  (00450 = 4.5%), PRESERVING EVERYTHING ELSE ON THE RECORD.
014200*  THE NEW RATE TAKES EFFECT THE NEXT TIME A SELLING PROGRAM
014210*  STARTS AND READS THE CONTROL TABLE.
014220****************************************************************
014230 3500-CHANGE-TAX-RATE.
014240     IF CT-TAX-RATE IS NUMERIC
014250         MOVE CT-TAX-RATE TO JM-DISP-RATE
014260         DISPLAY "Current tax rate: " JM-DISP-RATE
014270     ELSE
014280         DISPLAY "No tax rate on CONTROL-FILE yet."
014290     END-IF.
014300     DISPLAY "New rate (5 digits, e.g. 00450 = 4.5%): "
014310         WITH NO ADVANCING.
014320     ACCEPT JM-RATE-RAW.
014330     IF JM-RATE-RAW IS NOT NUMERIC
014340         DISPLAY "Not a rate; nothing changed."
014350         GO TO 3500-EXIT.
014360     OPEN INPUT CONTROL-FILE.
014370     IF JM-CONTROL-STATUS = '35'
014380         DISPLAY "CONTROL-FILE missing; nothing changed."
014390         GO TO 3500-EXIT.
014400     READ CONTROL-FILE
014410         AT END
014420             DISPLAY "CONTROL-FILE empty; nothing changed."
014430             CLOSE CONTROL-FILE
014440             GO TO 3500-EXIT
014450     END-READ.
014460     MOVE CONTROL-RECORD TO JM-CONTROL-SAVE.
014470     CLOSE CONTROL-FILE.
014480     OPEN OUTPUT CONTROL-FILE.
014490     MOVE JM-CONTROL-SAVE TO CONTROL-RECORD.
014500     MOVE JM-RATE-NUM TO CT-TAX-RATE.
014510     WRITE CONTROL-RECORD.
014520     CLOSE CONTROL-FILE.
014530     MOVE CT-TAX-RATE TO JM-DISP-RATE.
014540     DISPLAY "Tax rate set to " JM-DISP-RATE ".".
014550 3500-EXIT.
014560     EXIT.
014570
014580****************************************************************
014590*  3600-APPROVE-PURCHASE-ORDERS
014600*
014610*  OFFERS EACH DRAFT PO THE LOW-STOCK REPORT RAISED, ONE PO AT A
014620*  TIME WITH ITS LINES, FOR THE SUPERVISOR TO APPROVE (THE LINES
014630*  GO OPEN AND JELLO-RECEIVE WILL MATCH DELIVERIES TO THEM) OR
014640*  CANCEL.  ENTER LEAVES A PO A DRAFT FOR ANOTHER DAY.  THE FILE
014650*  IS REWRITTEN HERE, NOT AT QUIT, THE SAME AS THE TAX RATE.
014660****************************************************************
014670 3600-APPROVE-PURCHASE-ORDERS.
014680     PERFORM 3610-LOAD-PURCHASE-ORDERS
014690         THRU 3610-EXIT.
014700     IF JM-NO-PO-FILE = 'Y'
014710         DISPLAY "No PURCHASE-ORDER file yet; nothing to approve."
014720         GO TO 3600-EXIT.
014730     IF JM-PO-OVERFLOW = 'Y'
014740         DISPLAY "PURCHASE-ORDER is past 500 lines; approval"
014750             " refused so no line is lost."
014760         GO TO 3600-EXIT.
014770     MOVE 0 TO JM-DRAFTS-OFFERED.
014780     MOVE 0 TO JM-POS-DECIDED.
014790     PERFORM 3630-OFFER-ONE-DRAFT
014800         THRU 3630-EXIT
014810         VARYING JM-PO-SUB FROM 1 BY 1
014820         UNTIL JM-PO-SUB > JM-PO-COUNT.
014830     IF JM-DRAFTS-OFFERED = 0
014840         DISPLAY "No draft POs waiting for approval."
014850         GO TO 3600-EXIT.
014860     IF JM-POS-DECIDED > 0
014870         PERFORM 3680-SAVE-PURCHASE-ORDERS
014880             THRU 3680-EXIT
014890     END-IF.
014900     DISPLAY JM-POS-DECIDED " PO(s) approved or cancelled.".
014910 3600-EXIT.
014920     EXIT.
014930
014940****************************************************************
014950*  3610-LOAD-PURCHASE-ORDERS
014960*
014970*  READS PURCHASE-ORDER INTO JM-PO-TABLE.
014980****************************************************************
014990 3610-LOAD-PURCHASE-ORDERS.
015000     MOVE 0 TO JM-PO-COUNT.
015010     MOVE 'N' TO JM-PO-OVERFLOW.
015020     MOVE 'N' TO JM-NO-PO-FILE.
015030     OPEN INPUT PURCHASE-ORDER.
015040     IF JM-PO-FILE-STATUS = '35'
015050         MOVE 'Y' TO JM-NO-PO-FILE
015060         GO TO 3610-EXIT.
015070     MOVE 'N' TO JM-PO-EOF.
015080     PERFORM 3615-READ-PO-RECORD
015090         THRU 3615-EXIT.
015100     PERFORM 3620-STORE-PO-RECORD
015110         THRU 3620-EXIT
015120         UNTIL JM-END-OF-POS.
015130     CLOSE PURCHASE-ORDER.
015140 3610-EXIT.
015150     EXIT.
015160
015170****************************************************************
015180*  3615-READ-PO-RECORD
015190*
015200*  READS ONE PURCHASE-ORDER RECORD AHEAD.
015210****************************************************************
015220 3615-READ-PO-RECORD.
015230     READ PURCHASE-ORDER
015240         AT END MOVE 'Y' TO JM-PO-EOF
015250     END-READ.
015260 3615-EXIT.
015270     EXIT.
015280
015290****************************************************************
015300*  3620-STORE-PO-RECORD
015310*
015320*  ADDS THE PO LINE JUST READ TO JM-PO-TABLE AND PRIMES THE NEXT
015330*  READ.  A FILE PAST THE TABLE IS FLAGGED SO IT IS NOT WRITTEN
015340*  BACK SHORT.
015350****************************************************************
015360 3620-STORE-PO-RECORD.
015370     IF JM-PO-COUNT < 500
015380         ADD 1 TO JM-PO-COUNT
015390         MOVE PO-NUMBER TO JM-PO-NUMBER(JM-PO-COUNT)
015400         MOVE PO-LINE-NUMBER TO JM-PO-LINE(JM-PO-COUNT)
015410         MOVE PO-VENDOR-ID TO JM-PO-VENDOR(JM-PO-COUNT)
015420         MOVE PO-FLAVOR-CODE TO JM-PO-FLAVOR(JM-PO-COUNT)
015430         MOVE PO-ORDER-DATE TO JM-PO-DATE(JM-PO-COUNT)
015440         MOVE PO-QTY-ORDERED TO JM-PO-ORDERED(JM-PO-COUNT)
015450         MOVE PO-QTY-RECEIVED TO JM-PO-RECEIVED(JM-PO-COUNT)
015460         MOVE PO-UNIT-COST TO JM-PO-COST(JM-PO-COUNT)
015470         MOVE PO-STATUS TO JM-PO-STATUS(JM-PO-COUNT)
015480         MOVE PO-APPROVED-BY TO JM-PO-APPR-BY(JM-PO-COUNT)
015490         MOVE PO-APPROVED-DATE TO JM-PO-APPR-DATE(JM-PO-COUNT)
015500         MOVE PO-LAST-RECEIPT-DATE TO JM-PO-RCPT-DATE(JM-PO-COUNT)
015510         MOVE 'N' TO JM-PO-SEEN(JM-PO-COUNT)
015520     ELSE
015530         MOVE 'Y' TO JM-PO-OVERFLOW
015540     END-IF.
015550     PERFORM 3615-READ-PO-RECORD
015560         THRU 3615-EXIT.
015570 3620-EXIT.
015580     EXIT.
015590
015600****************************************************************
015610*  3630-OFFER-ONE-DRAFT
015620*
015630*  WHEN THE LINE AT JM-PO-SUB STARTS A DRAFT PO NOT YET SHOWN,
015640*  SHOWS THAT PO'S DRAFT LINES AND TAKES THE SUPERVISOR'S
015650*  DECISION FOR THE WHOLE PO.
015660****************************************************************
015670 3630-OFFER-ONE-DRAFT.
015680     IF JM-PO-STATUS(JM-PO-SUB) NOT = 'D'
015690         OR JM-PO-SEEN(JM-PO-SUB) = 'Y'
015700         GO TO 3630-EXIT.
015710     ADD 1 TO JM-DRAFTS-OFFERED.
015720     MOVE JM-PO-NUMBER(JM-PO-SUB) TO JM-CUR-PO.
015730     MOVE "NOT ON FILE" TO JM-PO-VENDOR-NAME.
015740     SET JM-VENDOR-IDX TO 1.
015750     SEARCH JM-VENDOR-ENTRY
015760         AT END CONTINUE
015770         WHEN JM-VENDOR-ID(JM-VENDOR-IDX) =
015780                 JM-PO-VENDOR(JM-PO-SUB)
015790             MOVE JM-VENDOR-NAME(JM-VENDOR-IDX)
015800                 TO JM-PO-VENDOR-NAME
015810     END-SEARCH.
015820     DISPLAY " ".
015830     DISPLAY "Draft PO " JM-CUR-PO " to vendor "
015840         JM-PO-VENDOR(JM-PO-SUB) " " JM-PO-VENDOR-NAME
015850         " raised " JM-PO-DATE(JM-PO-SUB).
015860     PERFORM 3640-SHOW-ONE-LINE
015870         THRU 3640-EXIT
015880         VARYING JM-PO-LINE-SUB FROM JM-PO-SUB BY 1
015890         UNTIL JM-PO-LINE-SUB > JM-PO-COUNT.
015900     DISPLAY "A=Approve X=Cancel (Enter leaves it a draft): "
015910         WITH NO ADVANCING.
015920     ACCEPT JM-APPROVE-RAW.
015930     EVALUATE JM-APPROVE-RAW
015940         WHEN 'A' WHEN 'a'
015950             MOVE 'O' TO JM-NEW-PO-STATUS
015960             PERFORM 3650-SET-ONE-LINE
015970                 THRU 3650-EXIT
015980                 VARYING JM-PO-LINE-SUB FROM JM-PO-SUB BY 1
015990                 UNTIL JM-PO-LINE-SUB > JM-PO-COUNT
016000             ADD 1 TO JM-POS-DECIDED
016010             DISPLAY "PO " JM-CUR-PO " approved."
016020         WHEN 'X' WHEN 'x'
016030             MOVE 'X' TO JM-NEW-PO-STATUS
016040             PERFORM 3650-SET-ONE-LINE
016050                 THRU 3650-EXIT
016060                 VARYING JM-PO-LINE-SUB FROM JM-PO-SUB BY 1
016070                 UNTIL JM-PO-LINE-SUB > JM-PO-COUNT
016080             ADD 1 TO JM-POS-DECIDED
016090             DISPLAY "PO " JM-CUR-PO " cancelled."
016100         WHEN OTHER
016110             DISPLAY "PO " JM-CUR-PO " left as a draft."
016120     END-EVALUATE.
016130 3630-EXIT.
016140     EXIT.
016150
016160****************************************************************
016170*  3640-SHOW-ONE-LINE
016180*
016190*  SHOWS ONE DRAFT LINE OF THE PO BEING OFFERED AND MARKS IT
016200*  SEEN SO THE PO IS NOT OFFERED TWICE.
016210****************************************************************
016220 3640-SHOW-ONE-LINE.
016230     IF JM-PO-NUMBER(JM-PO-LINE-SUB) NOT = JM-CUR-PO
016240         OR JM-PO-STATUS(JM-PO-LINE-SUB) NOT = 'D'
016250         GO TO 3640-EXIT.
016260     MOVE 'Y' TO JM-PO-SEEN(JM-PO-LINE-SUB).
016270     MOVE SPACES TO JM-PO-FLAVOR-NAME.
016280     MOVE JM-PO-FLAVOR(JM-PO-LINE-SUB) TO JM-PO-FLAVOR-NAME.
016290     SET JM-FLAVOR-IDX TO 1.
016300     SEARCH JM-FLAVOR-ENTRY
016310         AT END CONTINUE
016320         WHEN JM-FLAVOR-CODE(JM-FLAVOR-IDX) =
016330                 JM-PO-FLAVOR(JM-PO-LINE-SUB)
016340             MOVE JM-FLAVOR-NAME(JM-FLAVOR-IDX)
016350                 TO JM-PO-FLAVOR-NAME
016360     END-SEARCH.
016370     MOVE JM-PO-ORDERED(JM-PO-LINE-SUB) TO JM-DISP-QTY.
016380     MOVE JM-PO-COST(JM-PO-LINE-SUB) TO JM-DISP-PRICE.
016390     DISPLAY "  Line " JM-PO-LINE(JM-PO-LINE-SUB) "  "
016400         JM-PO-FLAVOR-NAME " qty " JM-DISP-QTY
016410         " at " JM-DISP-PRICE.
016420 3640-EXIT.
016430     EXIT.
016440
016450****************************************************************
016460*  3650-SET-ONE-LINE
016470*
016480*  APPROVES OR CANCELS ONE DRAFT LINE OF THE PO JUST DECIDED,
016490*  STAMPING THE SUPERVISOR AND THE BUSINESS DATE.
016500****************************************************************
016510 3650-SET-ONE-LINE.
016520     IF JM-PO-NUMBER(JM-PO-LINE-SUB) = JM-CUR-PO
016530         AND JM-PO-STATUS(JM-PO-LINE-SUB) = 'D'
016540         MOVE JM-NEW-PO-STATUS TO JM-PO-STATUS(JM-PO-LINE-SUB)
016550         MOVE JM-CUR-OPERATOR-ID TO JM-PO-APPR-BY(JM-PO-LINE-SUB)
016560         MOVE JM-BUSINESS-DATE TO JM-PO-APPR-DATE(JM-PO-LINE-SUB)
016570     END-IF.
016580 3650-EXIT.
016590     EXIT.
016600
016610****************************************************************
016620*  3680-SAVE-PURCHASE-ORDERS
016630*
016640*  WRITES JM-PO-TABLE BACK OUT TO PURCHASE-ORDER.
016650****************************************************************
016660 3680-SAVE-PURCHASE-ORDERS.
016670     OPEN OUTPUT PURCHASE-ORDER.
016680     PERFORM 3690-WRITE-PO-RECORD
016690         THRU 3690-EXIT
016700         VARYING JM-PO-SUB FROM 1 BY 1
016710         UNTIL JM-PO-SUB > JM-PO-COUNT.
016720     CLOSE PURCHASE-ORDER.
016730 3680-EXIT.
016740     EXIT.
016750
016760****************************************************************
016770*  3690-WRITE-PO-RECORD
016780*
016790*  WRITES ONE PURCHASE-ORDER RECORD FROM JM-PO-TABLE.
016800****************************************************************
016810 3690-WRITE-PO-RECORD.
016820     MOVE JM-PO-NUMBER(JM-PO-SUB) TO PO-NUMBER.
016830     MOVE JM-PO-LINE(JM-PO-SUB) TO PO-LINE-NUMBER.
016840     MOVE JM-PO-VENDOR(JM-PO-SUB) TO PO-VENDOR-ID.
016850     MOVE JM-PO-FLAVOR(JM-PO-SUB) TO PO-FLAVOR-CODE.
016860     MOVE JM-PO-DATE(JM-PO-SUB) TO PO-ORDER-DATE.
016870     MOVE JM-PO-ORDERED(JM-PO-SUB) TO PO-QTY-ORDERED.
016880     MOVE JM-PO-RECEIVED(JM-PO-SUB) TO PO-QTY-RECEIVED.
016890     MOVE JM-PO-COST(JM-PO-SUB) TO PO-UNIT-COST.
016900     MOVE JM-PO-STATUS(JM-PO-SUB) TO PO-STATUS.
016910     MOVE JM-PO-APPR-BY(JM-PO-SUB) TO PO-APPROVED-BY.
016920     MOVE JM-PO-APPR-DATE(JM-PO-SUB) TO PO-APPROVED-DATE.
016930     MOVE JM-PO-RCPT-DATE(JM-PO-SUB) TO PO-LAST-RECEIPT-DATE.
016940     WRITE PURCHASE-ORDER-RECORD.
016950 3690-EXIT.
016960     EXIT.
016970
016980****************************************************************
016990*  3700-CORRECT-TIME-CLOCK
017000*
017010*  LISTS ONE EMPLOYEE'S TIME-CLOCK PUNCHES FOR ONE DAY (ENTER =
017020*  THE BUSINESS DATE), NUMBERED IN FILE ORDER, AND TAKES ONE
017030*  CORRECTION: ADD A MISSED PUNCH, OR CHANGE OR DELETE ONE OF
017040*  THE NUMBERED PUNCHES.  LIKE THE TAX RATE AND THE POS, THE
017050*  FILE IS WRITTEN HERE, NOT AT QUIT.
017060****************************************************************
017070 3700-CORRECT-TIME-CLOCK.
017080     DISPLAY "Employee ID: " WITH NO ADVANCING.
017090     MOVE SPACES TO JM-CLOCK-EMP.
017100     ACCEPT JM-CLOCK-EMP.
017110     PERFORM 3705-FIND-EMPLOYEE
017120         THRU 3705-EXIT.
017130     IF JM-CLOCK-NAME = SPACES
017140         DISPLAY "Employee " JM-CLOCK-EMP " is not on"
017150             " OPERATOR-MASTER; nothing changed."
017160         GO TO 3700-EXIT.
017170     DISPLAY "Date (YYYYMMDD, Enter = " JM-BUSINESS-DATE "): "
017180         WITH NO ADVANCING.
017190     MOVE SPACES TO JM-CLOCK-DATE.
017200     ACCEPT JM-CLOCK-DATE.
017210     IF JM-CLOCK-DATE = SPACES
017220         MOVE JM-BUSINESS-DATE TO JM-CLOCK-DATE
017230     END-IF.
017240     IF JM-CLOCK-DATE IS NOT NUMERIC
017250         DISPLAY "Not a date; nothing changed."
017260         GO TO 3700-EXIT.
017270     PERFORM 3710-LIST-PUNCHES
017280         THRU 3710-EXIT.
017290     DISPLAY "A=Add a missed punch C=Change D=Delete"
017300         " (Enter = none): " WITH NO ADVANCING.
017310     MOVE SPACES TO JM-CLOCK-ACTION.
017320     ACCEPT JM-CLOCK-ACTION.
017330     EVALUATE JM-CLOCK-ACTION
017340         WHEN 'A' WHEN 'a'
017350             PERFORM 3720-ADD-PUNCH
017360                 THRU 3720-EXIT
017370         WHEN 'C' WHEN 'c'
017380             PERFORM 3730-CHANGE-PUNCH
017390                 THRU 3730-EXIT
017400         WHEN 'D' WHEN 'd'
017410             PERFORM 3740-DELETE-PUNCH
017420                 THRU 3740-EXIT
017430         WHEN OTHER
017440             DISPLAY "No punch changed."
017450     END-EVALUATE.
017460 3700-EXIT.
017470     EXIT.
017480
017490****************************************************************
017500*  3705-FIND-EMPLOYEE
017510*
017520*  READS OPERATOR-MASTER FOR THE KEYED EMPLOYEE ID AND KEEPS THE
017530*  NAME; SPACES WHEN THE ID IS NOT ON FILE.
017540****************************************************************
017550 3705-FIND-EMPLOYEE.
017560     MOVE SPACES TO JM-CLOCK-NAME.
017570     OPEN INPUT OPERATOR-MASTER.
017580     IF JM-OPERATOR-STATUS = '35'
017590         GO TO 3705-EXIT.
017600     MOVE 'N' TO JM-OPERATOR-EOF.
017610     PERFORM 1510-READ-OPERATOR-RECORD
017620         THRU 1510-EXIT.
017630     PERFORM 3706-TEST-ONE-EMPLOYEE
017640         THRU 3706-EXIT
017650         UNTIL JM-END-OF-OPERATORS.
017660     CLOSE OPERATOR-MASTER.
017670 3705-EXIT.
017680     EXIT.
017690
017700****************************************************************
017710*  3706-TEST-ONE-EMPLOYEE
017720*
017730*  KEEPS THE NAME ON THE OPERATOR RECORD MATCHING THE KEYED
017740*  EMPLOYEE ID AND PRIMES THE NEXT READ.
017750****************************************************************
017760 3706-TEST-ONE-EMPLOYEE.
017770     IF OP-OPERATOR-ID = JM-CLOCK-EMP
017780         MOVE OP-OPERATOR-NAME TO JM-CLOCK-NAME
017790     END-IF.
017800     PERFORM 1510-READ-OPERATOR-RECORD
017810         THRU 1510-EXIT.
017820 3706-EXIT.
017830     EXIT.
017840
017850****************************************************************
017860*  3710-LIST-PUNCHES
017870*
017880*  DISPLAYS THE EMPLOYEE'S PUNCHES FOR THE DAY, NUMBERED IN FILE
017890*  ORDER, AND KEEPS THE FIRST 20 SO A CHANGE OR DELETE CAN SHOW
017900*  AND LOG WHAT IT REPLACES.
017910****************************************************************
017920 3710-LIST-PUNCHES.
017930     MOVE 0 TO JM-PUNCH-COUNT.
017940     OPEN INPUT TIME-CLOCK.
017950     IF JM-CLOCK-STATUS = '35'
017960         DISPLAY "No TIME-CLOCK file yet."
017970         GO TO 3710-EXIT.
017980     MOVE 'N' TO JM-CLOCK-EOF.
017990     PERFORM 3711-READ-CLOCK-RECORD
018000         THRU 3711-EXIT.
018010     PERFORM 3712-LIST-ONE-PUNCH
018020         THRU 3712-EXIT
018030         UNTIL JM-END-OF-CLOCK.
018040     CLOSE TIME-CLOCK.
018050     IF JM-PUNCH-COUNT = 0
018060         DISPLAY "No punches for " JM-CLOCK-NAME " on "
018070             JM-CLOCK-DATE "."
018080     END-IF.
018090 3710-EXIT.
018100     EXIT.
018110
018120****************************************************************
018130*  3711-READ-CLOCK-RECORD
018140*
018150*  READS ONE TIME-CLOCK RECORD AHEAD.
018160****************************************************************
018170 3711-READ-CLOCK-RECORD.
018180     READ TIME-CLOCK
018190         AT END MOVE 'Y' TO JM-CLOCK-EOF
018200     END-READ.
018210 3711-EXIT.
018220     EXIT.
018230
018240****************************************************************
018250*  3712-LIST-ONE-PUNCH
018260*
018270*  SHOWS ONE PUNCH WHEN IT IS THE EMPLOYEE'S FOR THE DAY AND
018280*  PRIMES THE NEXT READ.
018290****************************************************************
018300 3712-LIST-ONE-PUNCH.
018310     IF TC-OPERATOR-ID = JM-CLOCK-EMP
018320         AND TC-PUNCH-DATE = JM-CLOCK-DATE
018330         ADD 1 TO JM-PUNCH-COUNT
018340         IF JM-PUNCH-COUNT NOT > 20
018350             MOVE TC-PUNCH-TIME TO JM-PUNCH-TIME(JM-PUNCH-COUNT)
018360             MOVE TC-PUNCH-TYPE TO JM-PUNCH-TYPE(JM-PUNCH-COUNT)
018370         END-IF
018380         MOVE JM-PUNCH-COUNT TO JM-DISP-PUNCH-NUM
018390         MOVE TC-PUNCH-TIME(1:2) TO JM-DC-HH
018400         MOVE TC-PUNCH-TIME(3:2) TO JM-DC-MM
018410         MOVE TC-PUNCH-TYPE TO JM-TYPE-RAW
018420         PERFORM 3715-NAME-IN-OUT
018430             THRU 3715-EXIT
018440         DISPLAY "  " JM-DISP-PUNCH-NUM "  " JM-DISP-CLOCK "  "
018450             JM-DISP-IN-OUT "  station " TC-STATION-ID
018460             "  keyed by " TC-ENTERED-BY
018470     END-IF.
018480     PERFORM 3711-READ-CLOCK-RECORD
018490         THRU 3711-EXIT.
018500 3712-EXIT.
018510     EXIT.
018520
018530****************************************************************
018540*  3715-NAME-IN-OUT
018550*
018560*  SPELLS THE PUNCH TYPE IN JM-TYPE-RAW FOR DISPLAY.
018570****************************************************************
018580 3715-NAME-IN-OUT.
018590     IF JM-TYPE-RAW = 'I'
018600         MOVE "IN " TO JM-DISP-IN-OUT
018610     ELSE
018620         MOVE "OUT" TO JM-DISP-IN-OUT
018630     END-IF.
018640 3715-EXIT.
018650     EXIT.
018660
018670****************************************************************
018680*  3720-ADD-PUNCH
018690*
018700*  APPENDS A MISSED PUNCH AT THE KEYED TIME.  IT CARRIES
018710*  STATION 00 AND THE SUPERVISOR AS THE ONE WHO KEYED IT.
018720****************************************************************
018730 3720-ADD-PUNCH.
018740     DISPLAY "Time of the missed punch (HHMM): "
018750         WITH NO ADVANCING.
018760     PERFORM 3750-ACCEPT-PUNCH-TIME
018770         THRU 3750-EXIT.
018780     IF NOT JM-GOOD-INPUT
018790         GO TO 3720-EXIT.
018800     DISPLAY "In or out (I/O): " WITH NO ADVANCING.
018810     PERFORM 3755-ACCEPT-PUNCH-TYPE
018820         THRU 3755-EXIT.
018830     IF NOT JM-GOOD-INPUT
018840         GO TO 3720-EXIT.
018850     OPEN EXTEND TIME-CLOCK.
018860     IF JM-CLOCK-STATUS = '35'
018870         OPEN OUTPUT TIME-CLOCK
018880     END-IF.
018890     MOVE JM-CLOCK-DATE TO TC-PUNCH-DATE.
018900     MOVE JM-NEW-PUNCH-TIME TO TC-PUNCH-TIME.
018910     MOVE JM-CLOCK-EMP TO TC-OPERATOR-ID.
018920     MOVE JM-NEW-PUNCH-TYPE TO TC-PUNCH-TYPE.
018930     MOVE '00' TO TC-STATION-ID.
018940     MOVE JM-CUR-OPERATOR-ID TO TC-ENTERED-BY.
018950     WRITE TIME-CLOCK-RECORD.
018960     CLOSE TIME-CLOCK.
018970     MOVE SPACES TO CLOCK-AUDIT-RECORD.
018980     MOVE 'A' TO TA-ACTION.
018990     MOVE JM-CLOCK-DATE TO TA-NEW-DATE.
019000     MOVE JM-NEW-PUNCH-TIME TO TA-NEW-TIME.
019010     MOVE JM-NEW-PUNCH-TYPE TO TA-NEW-TYPE.
019020     PERFORM 3790-WRITE-CLOCK-AUDIT
019030         THRU 3790-EXIT.
019040     DISPLAY "Punch added for " JM-CLOCK-NAME ".".
019050 3720-EXIT.
019060     EXIT.
019070
019080****************************************************************
019090*  3730-CHANGE-PUNCH
019100*
019110*  CHANGES THE TIME, THE IN/OUT, OR BOTH ON ONE NUMBERED PUNCH.
019120*  ENTER KEEPS WHAT THE PUNCH ALREADY HAS.  THE CHANGED PUNCH
019130*  KEEPS ITS STATION AND IS MARKED KEYED BY THE SUPERVISOR.
019140****************************************************************
019150 3730-CHANGE-PUNCH.
019160     PERFORM 3760-ACCEPT-PUNCH-NUMBER
019170         THRU 3760-EXIT.
019180     IF NOT JM-GOOD-INPUT
019190         GO TO 3730-EXIT.
019200     MOVE JM-PUNCH-TIME(JM-PUNCH-SUB) TO JM-NEW-PUNCH-TIME.
019210     MOVE JM-PUNCH-TYPE(JM-PUNCH-SUB) TO JM-NEW-PUNCH-TYPE.
019220     MOVE JM-NEW-PUNCH-TIME(1:2) TO JM-DC-HH.
019230     MOVE JM-NEW-PUNCH-TIME(3:2) TO JM-DC-MM.
019240     DISPLAY "New time HHMM (Enter keeps " JM-DISP-CLOCK "): "
019250         WITH NO ADVANCING.
019260     PERFORM 3750-ACCEPT-PUNCH-TIME
019270         THRU 3750-EXIT.
019280     IF NOT JM-GOOD-INPUT
019290         GO TO 3730-EXIT.
019300     MOVE JM-NEW-PUNCH-TYPE TO JM-TYPE-RAW.
019310     PERFORM 3715-NAME-IN-OUT
019320         THRU 3715-EXIT.
019330     DISPLAY "In or out, I/O (Enter keeps " JM-DISP-IN-OUT "): "
019340         WITH NO ADVANCING.
019350     PERFORM 3755-ACCEPT-PUNCH-TYPE
019360         THRU 3755-EXIT.
019370     IF NOT JM-GOOD-INPUT
019380         GO TO 3730-EXIT.
019390     IF JM-NEW-PUNCH-TIME = JM-PUNCH-TIME(JM-PUNCH-SUB)
019400         AND JM-NEW-PUNCH-TYPE = JM-PUNCH-TYPE(JM-PUNCH-SUB)
019410         DISPLAY "Nothing changed."
019420         GO TO 3730-EXIT.
019430     MOVE 'C' TO JM-CORRECTION.
019440     PERFORM 3770-REWRITE-TIME-CLOCK
019450         THRU 3770-EXIT.
019460     IF NOT JM-GOOD-INPUT
019470         GO TO 3730-EXIT.
019480     MOVE SPACES TO CLOCK-AUDIT-RECORD.
019490     MOVE 'C' TO TA-ACTION.
019500     MOVE JM-CLOCK-DATE TO TA-OLD-DATE.
019510     MOVE JM-PUNCH-TIME(JM-PUNCH-SUB) TO TA-OLD-TIME.
019520     MOVE JM-PUNCH-TYPE(JM-PUNCH-SUB) TO TA-OLD-TYPE.
019530     MOVE JM-CLOCK-DATE TO TA-NEW-DATE.
019540     MOVE JM-NEW-PUNCH-TIME TO TA-NEW-TIME.
019550     MOVE JM-NEW-PUNCH-TYPE TO TA-NEW-TYPE.
019560     PERFORM 3790-WRITE-CLOCK-AUDIT
019570         THRU 3790-EXIT.
019580     DISPLAY "Punch " JM-DISP-PUNCH-NUM " changed.".
019590 3730-EXIT.
019600     EXIT.
019610
019620****************************************************************
019630*  3740-DELETE-PUNCH
019640*
019650*  DROPS ONE NUMBERED PUNCH (A DOUBLE PUNCH, OR ONE KEYED UNDER
019660*  THE WRONG ID) AFTER A Y/N CONFIRMATION.
019670****************************************************************
019680 3740-DELETE-PUNCH.
019690     PERFORM 3760-ACCEPT-PUNCH-NUMBER
019700         THRU 3760-EXIT.
019710     IF NOT JM-GOOD-INPUT
019720         GO TO 3740-EXIT.
019730     MOVE JM-PUNCH-TIME(JM-PUNCH-SUB)(1:2) TO JM-DC-HH.
019740     MOVE JM-PUNCH-TIME(JM-PUNCH-SUB)(3:2) TO JM-DC-MM.
019750     MOVE JM-PUNCH-TYPE(JM-PUNCH-SUB) TO JM-TYPE-RAW.
019760     PERFORM 3715-NAME-IN-OUT
019770         THRU 3715-EXIT.
019780     DISPLAY "Delete punch " JM-DISP-PUNCH-NUM ", " JM-DISP-CLOCK
019790         " " JM-DISP-IN-OUT "? " "(Y/N) " WITH NO ADVANCING.
019800     MOVE SPACES TO JM-APPROVE-RAW.
019810     ACCEPT JM-APPROVE-RAW.
019820     IF JM-APPROVE-RAW NOT = 'Y' AND JM-APPROVE-RAW NOT = 'y'
019830         DISPLAY "Nothing changed."
019840         GO TO 3740-EXIT.
019850     MOVE 'D' TO JM-CORRECTION.
019860     PERFORM 3770-REWRITE-TIME-CLOCK
019870         THRU 3770-EXIT.
019880     IF NOT JM-GOOD-INPUT
019890         GO TO 3740-EXIT.
019900     MOVE SPACES TO CLOCK-AUDIT-RECORD.
019910     MOVE 'D' TO TA-ACTION.
019920     MOVE JM-CLOCK-DATE TO TA-OLD-DATE.
019930     MOVE JM-PUNCH-TIME(JM-PUNCH-SUB) TO TA-OLD-TIME.
019940     MOVE JM-PUNCH-TYPE(JM-PUNCH-SUB) TO TA-OLD-TYPE.
019950     PERFORM 3790-WRITE-CLOCK-AUDIT
019960         THRU 3790-EXIT.
019970     DISPLAY "Punch " JM-DISP-PUNCH-NUM " deleted.".
019980 3740-EXIT.
019990     EXIT.
020000
020010****************************************************************
020020*  3750-ACCEPT-PUNCH-TIME
020030*
020040*  ACCEPTS A TIME OF DAY AS HHMM INTO JM-NEW-PUNCH-TIME.  ENTER
020050*  LEAVES JM-NEW-PUNCH-TIME AS IT WAS, WHICH IS ONLY GOOD INPUT
020060*  WHEN THERE IS ALREADY A TIME THERE TO KEEP.
020070****************************************************************
020080 3750-ACCEPT-PUNCH-TIME.
020090     MOVE 'N' TO JM-INPUT-OK.
020100     MOVE SPACES TO JM-CLOCK-TIME-RAW.
020110     ACCEPT JM-CLOCK-TIME-RAW.
020120     IF JM-CLOCK-TIME-RAW = SPACES
020130         AND JM-CLOCK-ACTION NOT = 'A'
020140         AND JM-CLOCK-ACTION NOT = 'a'
020150         MOVE 'Y' TO JM-INPUT-OK
020160         GO TO 3750-EXIT.
020170     IF JM-CLOCK-TIME-RAW IS NOT NUMERIC
020180         DISPLAY "Not a time; nothing changed."
020190         GO TO 3750-EXIT.
020200     IF JM-CT-HH > 23 OR JM-CT-MM > 59
020210         DISPLAY "Not a time; nothing changed."
020220         GO TO 3750-EXIT.
020230     MOVE JM-CLOCK-TIME-RAW TO JM-NEW-PUNCH-TIME(1:4).
020240     MOVE '0000' TO JM-NEW-PUNCH-TIME(5:4).
020250     MOVE 'Y' TO JM-INPUT-OK.
020260 3750-EXIT.
020270     EXIT.
020280
020290****************************************************************
020300*  3755-ACCEPT-PUNCH-TYPE
020310*
020320*  ACCEPTS I OR O INTO JM-NEW-PUNCH-TYPE.  ENTER KEEPS THE TYPE
020330*  ALREADY THERE ON A CHANGE.
020340****************************************************************
020350 3755-ACCEPT-PUNCH-TYPE.
020360     MOVE 'N' TO JM-INPUT-OK.
020370     MOVE SPACES TO JM-TYPE-RAW.
020380     ACCEPT JM-TYPE-RAW.
020390     EVALUATE JM-TYPE-RAW
020400         WHEN 'I' WHEN 'i'
020410             MOVE 'I' TO JM-NEW-PUNCH-TYPE
020420             MOVE 'Y' TO JM-INPUT-OK
020430         WHEN 'O' WHEN 'o'
020440             MOVE 'O' TO JM-NEW-PUNCH-TYPE
020450             MOVE 'Y' TO JM-INPUT-OK
020460         WHEN SPACE
020470             IF JM-CLOCK-ACTION NOT = 'A'
020480                 AND JM-CLOCK-ACTION NOT = 'a'
020490                 MOVE 'Y' TO JM-INPUT-OK
020500             END-IF
020510     END-EVALUATE.
020520     IF NOT JM-GOOD-INPUT
020530         DISPLAY "Please enter I or O; nothing changed."
020540     END-IF.
020550 3755-EXIT.
020560     EXIT.
020570
020580****************************************************************
020590*  3760-ACCEPT-PUNCH-NUMBER
020600*
020610*  ACCEPTS THE NUMBER OF ONE OF THE LISTED PUNCHES INTO
020620*  JM-PUNCH-SUB.  A ONE-DIGIT ENTRY IS ZERO-FILLED.
020630****************************************************************
020640 3760-ACCEPT-PUNCH-NUMBER.
020650     MOVE 'N' TO JM-INPUT-OK.
020660     IF JM-PUNCH-COUNT = 0
020670         DISPLAY "No punches to correct."
020680         GO TO 3760-EXIT.
020690     DISPLAY "Punch number: " WITH NO ADVANCING.
020700     MOVE SPACES TO JM-PUNCH-RAW.
020710     ACCEPT JM-PUNCH-RAW.
020720     IF JM-PUNCH-RAW(2:1) = SPACE
020730         MOVE JM-PUNCH-RAW(1:1) TO JM-PUNCH-RAW(2:1)
020740         MOVE '0' TO JM-PUNCH-RAW(1:1)
020750     END-IF.
020760     IF JM-PUNCH-RAW IS NOT NUMERIC
020770         DISPLAY "Not a punch number; nothing changed."
020780         GO TO 3760-EXIT.
020790     MOVE JM-PUNCH-RAW TO JM-PUNCH-NUM.
020800     IF JM-PUNCH-NUM = 0 OR JM-PUNCH-NUM > JM-PUNCH-COUNT
020810         DISPLAY "No such punch; nothing changed."
020820         GO TO 3760-EXIT.
020830     IF JM-PUNCH-NUM > 20
020840         DISPLAY "Only the first 20 punches of a day can be"
020850             " corrected here; nothing changed."
020860         GO TO 3760-EXIT.
020870     MOVE JM-PUNCH-NUM TO JM-PUNCH-SUB.
020880     MOVE JM-PUNCH-NUM TO JM-DISP-PUNCH-NUM.
020890     MOVE 'Y' TO JM-INPUT-OK.
020900 3760-EXIT.
020910     EXIT.
020920
020930****************************************************************
020940*  3770-REWRITE-TIME-CLOCK
020950*
020960*  COPIES TIME-CLOCK AS IT IS TO TIME-CLOCK-WORK, THEN WRITES IT
020970*  BACK FROM THAT COPY WITH THE NUMBERED PUNCH CHANGED (C) OR
020980*  LEFT OUT (D).  A COPY THAT CANNOT BE MADE LEAVES TIME-CLOCK
020990*  AS IT WAS.
021000****************************************************************
021010 3770-REWRITE-TIME-CLOCK.
021020     MOVE 'N' TO JM-INPUT-OK.
021030     OPEN INPUT TIME-CLOCK.
021040     IF JM-CLOCK-STATUS NOT = '00'
021050         DISPLAY "TIME-CLOCK cannot be read; nothing changed."
021060         GO TO 3770-EXIT.
021070     OPEN OUTPUT TIME-CLOCK-WORK.
021080     IF JM-CLOCK-WORK-STATUS NOT = '00'
021090         CLOSE TIME-CLOCK
021100         DISPLAY "TIME-CLOCK-WORK cannot be written; nothing"
021110             " changed."
021120         GO TO 3770-EXIT.
021130     MOVE 'N' TO JM-CLOCK-EOF.
021140     PERFORM 3711-READ-CLOCK-RECORD
021150         THRU 3711-EXIT.
021160     PERFORM 3772-SAVE-ONE-PUNCH
021170         THRU 3772-EXIT
021180         UNTIL JM-END-OF-CLOCK.
021190     CLOSE TIME-CLOCK.
021200     CLOSE TIME-CLOCK-WORK.
021210     OPEN INPUT TIME-CLOCK-WORK.
021220     OPEN OUTPUT TIME-CLOCK.
021230     MOVE 0 TO JM-MATCH-SEEN.
021240     MOVE 'N' TO JM-CLOCK-WORK-EOF.
021250     PERFORM 3773-READ-WORK-RECORD
021260         THRU 3773-EXIT.
021270     PERFORM 3774-PUT-BACK-ONE-PUNCH
021280         THRU 3774-EXIT
021290         UNTIL JM-END-OF-CLOCK-WORK.
021300     CLOSE TIME-CLOCK-WORK.
021310     CLOSE TIME-CLOCK.
021320     MOVE 'Y' TO JM-INPUT-OK.
021330 3770-EXIT.
021340     EXIT.
021350
021360****************************************************************
021370*  3772-SAVE-ONE-PUNCH
021380*
021390*  COPIES ONE PUNCH AS IT IS TO TIME-CLOCK-WORK AND PRIMES THE
021400*  NEXT READ.
021410****************************************************************
021420 3772-SAVE-ONE-PUNCH.
021430     WRITE TIME-CLOCK-WORK-RECORD FROM TIME-CLOCK-RECORD.
021440     PERFORM 3711-READ-CLOCK-RECORD
021450         THRU 3711-EXIT.
021460 3772-EXIT.
021470     EXIT.
021480
021490****************************************************************
021500*  3773-READ-WORK-RECORD
021510*
021520*  READS ONE RECORD OF THE TIME-CLOCK-WORK COPY AHEAD.
021530****************************************************************
021540 3773-READ-WORK-RECORD.
021550     READ TIME-CLOCK-WORK
021560         AT END MOVE 'Y' TO JM-CLOCK-WORK-EOF
021570     END-READ.
021580 3773-EXIT.
021590     EXIT.
021600
021610****************************************************************
021620*  3774-PUT-BACK-ONE-PUNCH
021630*
021640*  WRITES ONE PUNCH BACK TO TIME-CLOCK, COUNTING THE EMPLOYEE'S
021650*  PUNCHES FOR THE DAY THE SAME WAY THEY WERE LISTED SO THE
021660*  NUMBERED ONE IS THE ONE CORRECTED, AND PRIMES THE NEXT READ.
021670****************************************************************
021680 3774-PUT-BACK-ONE-PUNCH.
021690     MOVE TIME-CLOCK-WORK-RECORD TO TIME-CLOCK-RECORD.
021700     MOVE 'Y' TO JM-KEEP-PUNCH.
021710     IF TC-OPERATOR-ID = JM-CLOCK-EMP
021720         AND TC-PUNCH-DATE = JM-CLOCK-DATE
021730         ADD 1 TO JM-MATCH-SEEN
021740         IF JM-MATCH-SEEN = JM-PUNCH-SUB
021750             IF JM-CORRECTION = 'D'
021760                 MOVE 'N' TO JM-KEEP-PUNCH
021770             ELSE
021780                 MOVE JM-NEW-PUNCH-TIME TO TC-PUNCH-TIME
021790                 MOVE JM-NEW-PUNCH-TYPE TO TC-PUNCH-TYPE
021800                 MOVE JM-CUR-OPERATOR-ID TO TC-ENTERED-BY
021810             END-IF
021820         END-IF
021830     END-IF.
021840     IF JM-KEEP-PUNCH = 'Y'
021850         WRITE TIME-CLOCK-RECORD
021860     END-IF.
021870     PERFORM 3773-READ-WORK-RECORD
021880         THRU 3773-EXIT.
021890 3774-EXIT.
021900     EXIT.
021910
021920****************************************************************
021930*  3790-WRITE-CLOCK-AUDIT
021940*
021950*  STAMPS AND APPENDS ONE CLOCK-AUDIT RECORD; THE CALLER HAS
021960*  ALREADY SET THE ACTION AND THE BEFORE AND AFTER PUNCH.
021970****************************************************************
021980 3790-WRITE-CLOCK-AUDIT.
021990     MOVE JM-BUSINESS-DATE TO TA-STAMP-DATE.
022000     ACCEPT JM-STAMP-TIME FROM TIME.
022010     MOVE JM-STAMP-TIME TO TA-STAMP-TIME.
022020     MOVE JM-CLOCK-EMP TO TA-EMPLOYEE-ID.
022030     MOVE JM-CUR-OPERATOR-ID TO TA-OPERATOR-ID.
022040     OPEN EXTEND CLOCK-AUDIT.
022050     IF JM-CLOCK-AUDIT-STATUS = '35'
022060         OPEN OUTPUT CLOCK-AUDIT
022070     END-IF.
022080     WRITE CLOCK-AUDIT-RECORD.
022090     CLOSE CLOCK-AUDIT.
022100 3790-EXIT.
022110     EXIT.
022120
022130****************************************************************
022140*  4000-CONSISTENCY-CHECK
022150*
022160*  REPORTS EVERY CODE PRESENT IN ONE MASTER AND MISSING FROM
022170*  ANOTHER, THE DRIFT THAT USED TO SELL FLAVORS AT $0.00.
022180****************************************************************
022190 4000-CONSISTENCY-CHECK.
022200     MOVE 0 TO JM-MISMATCH-COUNT.
022210     PERFORM 4010-CHECK-ONE-FLAVOR-CODE
022220         THRU 4010-EXIT
022230         VARYING JM-CHECK-SUB FROM 1 BY 1
022240         UNTIL JM-CHECK-SUB > JM-FLAVOR-COUNT.
022250     PERFORM 4020-CHECK-ONE-PRICE-CODE
022260         THRU 4020-EXIT
022270         VARYING JM-CHECK-SUB FROM 1 BY 1
022280         UNTIL JM-CHECK-SUB > JM-PRICE-COUNT.
022290     PERFORM 4030-CHECK-ONE-INVENTORY-CODE
022300         THRU 4030-EXIT
022310         VARYING JM-CHECK-SUB FROM 1 BY 1
022320         UNTIL JM-CHECK-SUB > JM-INVENTORY-COUNT.
022330     IF JM-MISMATCH-COUNT = 0
022340         DISPLAY "All three masters are consistent."
022350     ELSE
022360         DISPLAY JM-MISMATCH-COUNT " mismatch(es) found."
022370     END-IF.
022380 4000-EXIT.
022390     EXIT.
022400
022410****************************************************************
022420*  4010-CHECK-ONE-FLAVOR-CODE
022430*
022440*  CHECKS ONE FLAVOR-MASTER CODE AGAINST THE OTHER TWO MASTERS.
022450****************************************************************
022460 4010-CHECK-ONE-FLAVOR-CODE.
022470     MOVE JM-FLAVOR-CODE(JM-CHECK-SUB) TO JM-WORK-CODE.
022480     PERFORM 2110-FIND-CODE-EVERYWHERE
022490         THRU 2110-EXIT.
022500     IF JM-FOUND-P = 0
022510         ADD 1 TO JM-MISMATCH-COUNT
022520         DISPLAY "Code " JM-WORK-CODE " ("
022530             JM-FLAVOR-NAME(JM-CHECK-SUB)
022540             ") missing from PRICE-MASTER - sells at 0.00."
022550     END-IF.
022560     IF JM-FOUND-I = 0
022570         ADD 1 TO JM-MISMATCH-COUNT
022580         DISPLAY "Code " JM-WORK-CODE " ("
022590             JM-FLAVOR-NAME(JM-CHECK-SUB)
022600             ") missing from INVENTORY-FILE."
022610     END-IF.
022620 4010-EXIT.
022630     EXIT.
022640
022650****************************************************************
022660*  4020-CHECK-ONE-PRICE-CODE
022670*
022680*  CHECKS ONE PRICE-MASTER CODE FOR A BACKING FLAVOR.
022690****************************************************************
022700 4020-CHECK-ONE-PRICE-CODE.
022710     MOVE JM-PRICE-CODE(JM-CHECK-SUB) TO JM-WORK-CODE.
022720     PERFORM 2110-FIND-CODE-EVERYWHERE
022730         THRU 2110-EXIT.
022740     IF JM-FOUND-F = 0
022750         ADD 1 TO JM-MISMATCH-COUNT
022760         DISPLAY "Code " JM-WORK-CODE
022770             " priced but missing from FLAVOR-MASTER."
022780     END-IF.
022790 4020-EXIT.
022800     EXIT.
022810
022820****************************************************************
022830*  4030-CHECK-ONE-INVENTORY-CODE
022840*
022850*  CHECKS ONE INVENTORY-FILE CODE FOR A BACKING FLAVOR.
022860****************************************************************
022870 4030-CHECK-ONE-INVENTORY-CODE.
022880     MOVE JM-INVENTORY-CODE(JM-CHECK-SUB) TO JM-WORK-CODE.
022890     PERFORM 2110-FIND-CODE-EVERYWHERE
022900         THRU 2110-EXIT.
022910     IF JM-FOUND-F = 0
022920         ADD 1 TO JM-MISMATCH-COUNT
022930         DISPLAY "Code " JM-WORK-CODE
022940             " stocked but missing from FLAVOR-MASTER."
022950     END-IF.
022960 4030-EXIT.
022970     EXIT.
022980
022990****************************************************************
023000*  6000-LOAD-LOTS
023010*
023020*  READS STOCK-LOTS INTO JM-LOT-TABLE AND SETS THE NEXT LOT
023030*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
023040*  LOT HAS BEEN RECEIVED YET.
023050****************************************************************
023060 6000-LOAD-LOTS.
023070     MOVE 0 TO JM-LOT-COUNT.
023080     MOVE 1 TO JM-NEXT-LOT.
023090     MOVE 'N' TO JM-LOT-OVERFLOW.
023100     OPEN INPUT STOCK-LOTS.
023110     IF JM-LOT-STATUS = '35'
023120         GO TO 6000-EXIT.
023130     MOVE 'N' TO JM-LOT-EOF.
023140     PERFORM 6010-READ-LOT-RECORD
023150         THRU 6010-EXIT.
023160     PERFORM 6020-STORE-LOT-RECORD
023170         THRU 6020-EXIT
023180         UNTIL JM-END-OF-LOTS.
023190     CLOSE STOCK-LOTS.
023200 6000-EXIT.
023210     EXIT.
023220
023230****************************************************************
023240*  6010-READ-LOT-RECORD
023250*
023260*  READS ONE STOCK-LOTS RECORD AHEAD.
023270****************************************************************
023280 6010-READ-LOT-RECORD.
023290     READ STOCK-LOTS
023300         AT END MOVE 'Y' TO JM-LOT-EOF
023310     END-READ.
023320 6010-EXIT.
023330     EXIT.
023340
023350****************************************************************
023360*  6020-STORE-LOT-RECORD
023370*
023380*  ADDS THE LOT JUST READ TO JM-LOT-TABLE, KEEPS THE NEXT LOT
023390*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
023400****************************************************************
023410 6020-STORE-LOT-RECORD.
023420     IF JM-LOT-COUNT < 500
023430         ADD 1 TO JM-LOT-COUNT
023440         MOVE LT-LOT-NUMBER TO JM-LOT-NUMBER(JM-LOT-COUNT)
023450         MOVE LT-FLAVOR-CODE TO JM-LOT-FLAVOR(JM-LOT-COUNT)
023460         MOVE LT-RECEIVED-DATE TO JM-LOT-RECEIVED(JM-LOT-COUNT)
023470         MOVE LT-EXPIRY-DATE TO JM-LOT-EXPIRY(JM-LOT-COUNT)
023480         MOVE LT-QTY-RECEIVED TO JM-LOT-QTY-RECEIVED(JM-LOT-COUNT)
023490         MOVE LT-QTY-ON-HAND TO JM-LOT-ON-HAND(JM-LOT-COUNT)
023500         IF LT-LOT-NUMBER NOT < JM-NEXT-LOT
023510             COMPUTE JM-NEXT-LOT = LT-LOT-NUMBER + 1
023520         END-IF
023530     ELSE
023540         MOVE 'Y' TO JM-LOT-OVERFLOW
023550     END-IF.
023560     PERFORM 6010-READ-LOT-RECORD
023570         THRU 6010-EXIT.
023580 6020-EXIT.
023590     EXIT.
023600
023610****************************************************************
023620*  6300-FIGURE-EXPIRY
023630*
023640*  SETS JM-EXPIRY-DATE TO JM-LOT-DATE PLUS JM-SHELF-DAYS.  A
023650*  FLAVOR WITH NO SHELF LIFE ON FILE NEVER EXPIRES (ALL NINES).
023660****************************************************************
023670 6300-FIGURE-EXPIRY.
023680     IF JM-SHELF-DAYS IS NOT NUMERIC OR JM-SHELF-DAYS = 0
023690        OR JM-LOT-DATE IS NOT NUMERIC
023700         MOVE ALL '9' TO JM-EXPIRY-DATE
023710         GO TO 6300-EXIT.
023720     MOVE JM-LOT-DATE TO JM-DATE-SPLIT.
023730     PERFORM 6310-ADVANCE-ONE-DAY
023740         THRU 6310-EXIT
023750         VARYING JM-DAY-SUB FROM 1 BY 1
023760         UNTIL JM-DAY-SUB > JM-SHELF-DAYS.
023770     MOVE JM-DATE-SPLIT TO JM-EXPIRY-DATE.
023780 6300-EXIT.
023790     EXIT.
023800
023810****************************************************************
023820*  6310-ADVANCE-ONE-DAY
023830*
023840*  ROLLS JM-DATE-SPLIT FORWARD ONE CALENDAR DAY.
023850****************************************************************
023860 6310-ADVANCE-ONE-DAY.
023870     PERFORM 6320-SET-DAYS-THIS-MONTH
023880         THRU 6320-EXIT.
023890     IF JM-DS-DAY < JM-DAYS-THIS-MONTH
023900         ADD 1 TO JM-DS-DAY
023910     ELSE
023920         MOVE 1 TO JM-DS-DAY
023930         IF JM-DS-MONTH < 12
023940             ADD 1 TO JM-DS-MONTH
023950         ELSE
023960             MOVE 1 TO JM-DS-MONTH
023970             ADD 1 TO JM-DS-YEAR
023980         END-IF
023990     END-IF.
024000 6310-EXIT.
024010     EXIT.
024020
024030****************************************************************
024040*  6320-SET-DAYS-THIS-MONTH
024050*
024060*  SETS JM-DAYS-THIS-MONTH FOR THE MONTH IN JM-DATE-SPLIT,
024070*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
024080*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
024090****************************************************************
024100 6320-SET-DAYS-THIS-MONTH.
024110     MOVE JM-MONTH-DAYS(JM-DS-MONTH) TO JM-DAYS-THIS-MONTH.
024120     IF JM-DS-MONTH = 2
024130         MOVE 'N' TO JM-LEAP-YEAR
024140         DIVIDE JM-DS-YEAR BY 4 GIVING JM-LEAP-WORK
024150             REMAINDER JM-LEAP-REM
024160         IF JM-LEAP-REM = 0
024170             MOVE 'Y' TO JM-LEAP-YEAR
024180             DIVIDE JM-DS-YEAR BY 100 GIVING JM-LEAP-WORK
024190                 REMAINDER JM-LEAP-REM
024200             IF JM-LEAP-REM = 0
024210                 MOVE 'N' TO JM-LEAP-YEAR
024220                 DIVIDE JM-DS-YEAR BY 400 GIVING JM-LEAP-WORK
024230                     REMAINDER JM-LEAP-REM
024240                 IF JM-LEAP-REM = 0
024250                     MOVE 'Y' TO JM-LEAP-YEAR
024260                 END-IF
024270             END-IF
024280         END-IF
024290         IF JM-LEAP-YEAR = 'Y'
024300             MOVE 29 TO JM-DAYS-THIS-MONTH
024310         END-IF
024320     END-IF.
024330 6320-EXIT.
024340     EXIT.
024350
024360****************************************************************
024370*  6400-SAVE-LOTS
024380*
024390*  WRITES JM-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
024400*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
024410****************************************************************
024420 6400-SAVE-LOTS.
024430     IF JM-LOT-OVERFLOW = 'Y'
024440         GO TO 6400-EXIT.
024450     OPEN OUTPUT STOCK-LOTS.
024460     PERFORM 6410-WRITE-LOT-RECORD
024470         THRU 6410-EXIT
024480         VARYING JM-LOT-SUB FROM 1 BY 1
024490         UNTIL JM-LOT-SUB > JM-LOT-COUNT.
024500     CLOSE STOCK-LOTS.
024510 6400-EXIT.
024520     EXIT.
024530
024540****************************************************************
024550*  6410-WRITE-LOT-RECORD
024560*
024570*  WRITES ONE STOCK-LOTS RECORD FROM JM-LOT-TABLE.
024580****************************************************************
024590 6410-WRITE-LOT-RECORD.
024600     MOVE JM-LOT-NUMBER(JM-LOT-SUB) TO LT-LOT-NUMBER.
024610     MOVE JM-LOT-FLAVOR(JM-LOT-SUB) TO LT-FLAVOR-CODE.
024620     MOVE JM-LOT-RECEIVED(JM-LOT-SUB) TO LT-RECEIVED-DATE.
024630     MOVE JM-LOT-EXPIRY(JM-LOT-SUB) TO LT-EXPIRY-DATE.
024640     MOVE JM-LOT-QTY-RECEIVED(JM-LOT-SUB) TO LT-QTY-RECEIVED.
024650     MOVE JM-LOT-ON-HAND(JM-LOT-SUB) TO LT-QTY-ON-HAND.
024660     WRITE STOCK-LOTS-RECORD.
024670 6410-EXIT.
024680     EXIT.
024690
024700****************************************************************
024710*  7000-WRITE-AUDIT-ADD
024720*
024730*  STAMPS ONE MAINT-AUDIT RECORD FOR AN ADD.
024740****************************************************************
024750 7000-WRITE-AUDIT-ADD.
024760     PERFORM 7900-STAMP-AUDIT-RECORD
024770         THRU 7900-EXIT.
024780     MOVE 'A' TO MA-ACTION.
024790     MOVE SPACES TO MA-OLD-NAME.
024800     MOVE 0 TO MA-OLD-PRICE MA-OLD-ON-HAND MA-OLD-REORDER.
024810     MOVE JM-NAME-RAW TO MA-NEW-NAME.
024820     MOVE JM-WORK-PRICE TO MA-NEW-PRICE.
024830     MOVE JM-WORK-ON-HAND TO MA-NEW-ON-HAND.
024840     MOVE JM-WORK-REORDER TO MA-NEW-REORDER.
024850     MOVE SPACES TO MA-OLD-VENDOR.
024860     MOVE JM-WORK-VENDOR TO MA-NEW-VENDOR.
024870     MOVE 0 TO MA-OLD-SHELF-DAYS.
024880     MOVE JM-WORK-SHELF TO MA-NEW-SHELF-DAYS.
024890     WRITE MAINT-AUDIT-RECORD.
024900 7000-EXIT.
024910     EXIT.
024920
024930****************************************************************
024940*  7100-STAMP-OLD-VALUES
024950*
024960*  CAPTURES THE CURRENT VALUES OF THE FLAVOR BEING CHANGED OR
024970*  DELETED INTO THE OLD- SIDE OF THE AUDIT RECORD.
024980****************************************************************
024990 7100-STAMP-OLD-VALUES.
025000     MOVE SPACES TO MA-OLD-NAME.
025010     MOVE 0 TO MA-OLD-PRICE MA-OLD-ON-HAND MA-OLD-REORDER.
025020     MOVE SPACES TO MA-OLD-VENDOR.
025030     MOVE 0 TO MA-OLD-SHELF-DAYS.
025040     IF JM-FOUND-F > 0
025050         MOVE JM-FLAVOR-NAME(JM-FOUND-F) TO MA-OLD-NAME
025060         MOVE JM-FLAVOR-VENDOR(JM-FOUND-F) TO MA-OLD-VENDOR
025070         MOVE JM-FLAVOR-SHELF(JM-FOUND-F) TO MA-OLD-SHELF-DAYS
025080     END-IF.
025090     IF JM-FOUND-P > 0
025100         MOVE JM-PRICE-AMOUNT(JM-FOUND-P) TO MA-OLD-PRICE
025110     END-IF.
025120     IF JM-FOUND-I > 0
025130         MOVE JM-INVENTORY-ON-HAND(JM-FOUND-I) TO MA-OLD-ON-HAND
025140         MOVE JM-REORDER-POINT(JM-FOUND-I) TO MA-OLD-REORDER
025150     END-IF.
025160 7100-EXIT.
025170     EXIT.
025180
025190****************************************************************
025200*  7200-WRITE-AUDIT-CHANGE
025210*
025220*  STAMPS ONE MAINT-AUDIT RECORD FOR A CHANGE, NEW VALUES TAKEN
025230*  FROM THE TABLES AS THEY NOW STAND.
025240****************************************************************
025250 7200-WRITE-AUDIT-CHANGE.
025260     PERFORM 7900-STAMP-AUDIT-RECORD
025270         THRU 7900-EXIT.
025280     MOVE 'C' TO MA-ACTION.
025290     MOVE JM-FLAVOR-NAME(JM-FOUND-F) TO MA-NEW-NAME.
025300     MOVE JM-FLAVOR-VENDOR(JM-FOUND-F) TO MA-NEW-VENDOR.
025310     MOVE JM-FLAVOR-SHELF(JM-FOUND-F) TO MA-NEW-SHELF-DAYS.
025320     IF JM-FOUND-P > 0
025330         MOVE JM-PRICE-AMOUNT(JM-FOUND-P) TO MA-NEW-PRICE
025340     ELSE
025350         MOVE 0 TO MA-NEW-PRICE
025360     END-IF.
025370     IF JM-FOUND-I > 0
025380         MOVE JM-INVENTORY-ON-HAND(JM-FOUND-I) TO MA-NEW-ON-HAND
025390         MOVE JM-REORDER-POINT(JM-FOUND-I) TO MA-NEW-REORDER
025400     ELSE
025410         MOVE 0 TO MA-NEW-ON-HAND MA-NEW-REORDER
025420     END-IF.
025430     WRITE MAINT-AUDIT-RECORD.
025440 7200-EXIT.
025450     EXIT.
025460
025470****************************************************************
025480*  7300-WRITE-AUDIT-DELETE
025490*
025500*  STAMPS ONE MAINT-AUDIT RECORD FOR A DELETE.
025510****************************************************************
025520 7300-WRITE-AUDIT-DELETE.
025530     PERFORM 7900-STAMP-AUDIT-RECORD
025540         THRU 7900-EXIT.
025550     MOVE 'D' TO MA-ACTION.
025560     MOVE SPACES TO MA-NEW-NAME.
025570     MOVE 0 TO MA-NEW-PRICE MA-NEW-ON-HAND MA-NEW-REORDER.
025580     MOVE SPACES TO MA-NEW-VENDOR.
025590     MOVE 0 TO MA-NEW-SHELF-DAYS.
025600     WRITE MAINT-AUDIT-RECORD.
025610 7300-EXIT.
025620     EXIT.
025630
025640****************************************************************
025650*  7900-STAMP-AUDIT-RECORD
025660*
025670*  STAMPS THE DATE, TIME, AND CODE COMMON TO EVERY AUDIT RECORD.
025680****************************************************************
025690 7900-STAMP-AUDIT-RECORD.
025700     MOVE JM-BUSINESS-DATE TO JM-STAMP-DATE.
025710     ACCEPT JM-STAMP-TIME FROM TIME.
025720     MOVE JM-STAMP-DATE TO MA-STAMP-DATE.
025730     MOVE JM-STAMP-TIME TO MA-STAMP-TIME.
025740     MOVE JM-WORK-CODE TO MA-FLAVOR-CODE.
025750     MOVE JM-CUR-OPERATOR-ID TO MA-OPERATOR-ID.
025760 7900-EXIT.
025770     EXIT.
025780
025790****************************************************************
025800*  9000-TERMINATE
025810*
025820*  WRITES THE THREE MASTERS AND THE STOCK LOTS BACK OUT TOGETHER
025830*  AND CLOSES THE AUDIT TRAIL.
025840****************************************************************
025850 9000-TERMINATE.
025860     IF JM-CHANGES-MADE = 'Y'
025870         PERFORM 9100-SAVE-FLAVOR-MASTER
025880             THRU 9100-EXIT
025890         PERFORM 9200-SAVE-PRICE-MASTER
025900             THRU 9200-EXIT
025910         PERFORM 9300-SAVE-INVENTORY
025920             THRU 9300-EXIT
025930         PERFORM 6400-SAVE-LOTS
025940             THRU 6400-EXIT
025950         DISPLAY "Masters saved."
025960     ELSE
025970         DISPLAY "No changes; masters left as they were."
025980     END-IF.
025990     CLOSE MAINT-AUDIT.
026000 9000-EXIT.
026010     EXIT.
026020
026030****************************************************************
026040*  9100-SAVE-FLAVOR-MASTER
026050*
026060*  WRITES JM-FLAVOR-TABLE BACK OUT TO FLAVOR-MASTER.
026070****************************************************************
026080 9100-SAVE-FLAVOR-MASTER.
026090     OPEN OUTPUT FLAVOR-MASTER.
026100     PERFORM 9110-WRITE-FLAVOR-RECORD
026110         THRU 9110-EXIT
026120         VARYING JM-F-SUB FROM 1 BY 1
026130         UNTIL JM-F-SUB > JM-FLAVOR-COUNT.
026140     CLOSE FLAVOR-MASTER.
026150 9100-EXIT.
026160     EXIT.
026170
026180****************************************************************
026190*  9110-WRITE-FLAVOR-RECORD
026200*
026210*  WRITES ONE FLAVOR-MASTER RECORD FROM JM-FLAVOR-TABLE.
026220****************************************************************
026230 9110-WRITE-FLAVOR-RECORD.
026240     MOVE JM-FLAVOR-CODE(JM-F-SUB) TO FM-FLAVOR-CODE.
026250     MOVE JM-FLAVOR-NAME(JM-F-SUB) TO FM-FLAVOR-NAME.
026260     MOVE JM-FLAVOR-VENDOR(JM-F-SUB) TO FM-VENDOR-ID.
026270     MOVE JM-FLAVOR-SHELF(JM-F-SUB) TO FM-SHELF-LIFE-DAYS.
026280     WRITE FLAVOR-MASTER-RECORD.
026290 9110-EXIT.
026300     EXIT.
026310
026320****************************************************************
026330*  9200-SAVE-PRICE-MASTER
026340*
026350*  WRITES JM-PRICE-TABLE BACK OUT TO PRICE-MASTER.
026360****************************************************************
026370 9200-SAVE-PRICE-MASTER.
026380     OPEN OUTPUT PRICE-MASTER.
026390     PERFORM 9210-WRITE-PRICE-RECORD
026400         THRU 9210-EXIT
026410         VARYING JM-P-SUB FROM 1 BY 1
026420         UNTIL JM-P-SUB > JM-PRICE-COUNT.
026430     CLOSE PRICE-MASTER.
026440 9200-EXIT.
026450     EXIT.
026460
026470****************************************************************
026480*  9210-WRITE-PRICE-RECORD
026490*
026500*  WRITES ONE PRICE-MASTER RECORD FROM JM-PRICE-TABLE.
026510****************************************************************
026520 9210-WRITE-PRICE-RECORD.
026530     MOVE JM-PRICE-CODE(JM-P-SUB) TO PM-FLAVOR-CODE.
026540     MOVE JM-PRICE-AMOUNT(JM-P-SUB) TO PM-PRICE.
026550     WRITE PRICE-MASTER-RECORD.
026560 9210-EXIT.
026570     EXIT.
026580
026590****************************************************************
026600*  9300-SAVE-INVENTORY
026610*
026620*  WRITES JM-INVENTORY-TABLE BACK OUT TO INVENTORY-FILE.
026630****************************************************************
026640 9300-SAVE-INVENTORY.
026650     OPEN OUTPUT INVENTORY-FILE.
026660     PERFORM 9310-WRITE-INVENTORY-RECORD
026670         THRU 9310-EXIT
026680         VARYING JM-I-SUB FROM 1 BY 1
026690         UNTIL JM-I-SUB > JM-INVENTORY-COUNT.
026700     CLOSE INVENTORY-FILE.
026710 9300-EXIT.
026720     EXIT.
026730
026740****************************************************************
026750*  9310-WRITE-INVENTORY-RECORD
026760*
026770*  WRITES ONE INVENTORY-FILE RECORD FROM JM-INVENTORY-TABLE.
026780****************************************************************
026790 9310-WRITE-INVENTORY-RECORD.
026800     MOVE JM-INVENTORY-CODE(JM-I-SUB) TO IV-FLAVOR-CODE.
026810     MOVE JM-INVENTORY-ON-HAND(JM-I-SUB) TO IV-ON-HAND.
026820     MOVE JM-REORDER-POINT(JM-I-SUB) TO IV-REORDER-POINT.
026830     WRITE INVENTORY-RECORD.
026840 9310-EXIT.
026850     EXIT.
026860
026870 END PROGRAM JELLO-MAINT.
