000010****************************************************************
000020*  PROGRAM-ID.  JELLO-RECOVER
000030*
000040*  FORWARD RECOVERY FOR INVENTORY-FILE AND THE CUSTOMER-MASTER
000050*  PURCHASE TOTALS.  WHEN ONE OF THEM IS DAMAGED - A REGISTER
000060*  KILLED HALFWAY THROUGH SAVING INVENTORY-FILE, SAY - THIS
000070*  REBUILDS IT FROM WHAT IS ALREADY JOURNALED INSTEAD OF A
000080*  HAND-EDIT OF THE COUNTS:
000090*    - IV-ON-HAND STARTS FROM THE DAY'S INVENTORY-OPENING
000100*      SNAPSHOT AND REPLAYS TODAY'S ORDER-FILE IN THE ORDER IT
000110*      WAS RUNG (THE FILE IS ONLY EVER APPENDED, SO FILE ORDER IS
000120*      TIME ORDER): A SALE TAKES ITS QUANTITY OFF, A VOID PUTS IT
000130*      BACK.  THE CATERING LINES JELLO-RELEASE QUEUES ARE ON
000140*      ORDER-FILE AS THE STATION 00 SALES JELLO-BATCH POSTED FOR
000150*      THEM, SO THEY REPLAY WITH EVERYTHING ELSE.  RECEIPTS,
000160*      STOCK ADJUSTMENTS, AND PRODUCTION BATCHES ARE APPLIED TO
000170*      THE SNAPSHOT BY THE JOBS THAT POST THEM, SO THEY ARE
000180*      ALREADY IN THE STARTING FIGURE: THE DAY'S ADJUST-LOG
000190*      ENTRIES ARE LISTED AS CARRIED IN, AND A RECEIPT STILL
000200*      QUEUED ON RECEIPT-TRANS IS LISTED AS NOT YET POSTED.  THIS
000210*      IS THE SAME ARITHMETIC JELLO-RECON PROVES EACH NIGHT.
000220*    - CM-TOTAL-PURCHASES STARTS FROM THE BALANCE JELLO-CUSTLOAD
000230*      CARRIED IN OFF CUSTOMER-MASTER.SEQ AND ADDS EVERY SALE
000240*      AND TAKES OFF EVERY VOID ON THE DATED ORDER-FILE ARCHIVES
000250*      FROM A KEYED FROM-DATE - THE FIRST BUSINESS DAY AFTER THE
000260*      CONVERSION - AND THEN TODAY'S ORDER-FILE, NEVER GOING
000270*      BELOW ZERO - THE SAME POSTING JELLO-WORLD, JELLO-BATCH,
000280*      AND JELLO-VOID DO.
000290*
000300*  R (THE DEFAULT) ONLY REPORTS: EVERY FLAVOR AND EVERY
000310*  CUSTOMER WHOSE LIVE FIGURE DIFFERS FROM THE REBUILT ONE IS
000320*  LISTED ON RECOVERY-REPORT AND NOTHING IS WRITTEN.  A
000330*  DIFFERENCE ENDS THE JOB WITH RETURN-CODE 8.  A SUPERVISOR-
000340*  LEVEL OPERATOR-MASTER SIGN-ON MAY CHOOSE A INSTEAD: THE SAME
000350*  REPORT IS PRINTED, AND ONCE THE SUPERVISOR CONFIRMS IT,
000360*  INVENTORY-FILE IS REWRITTEN, THE STOCK-LOTS OF EACH FLAVOR
000370*  CORRECTED ARE BROUGHT BACK IN LINE WITH ITS NEW IV-ON-HAND,
000380*  EACH CUSTOMER THAT DIFFERS IS REWRITTEN, EVERY CORRECTION IS
000390*  APPENDED TO RECOVERY-LOG, AND THE RUN IS STAMPED ON
000400*  CONTROL-FILE AGAINST THE BUSINESS DATE.  AN APPLY NEEDS THE
000410*  FROM-DATE KEYED, AND IS REFUSED WHILE JELLO-DAYEND HAS THE
000420*  DAY CLOSED.  WITHOUT CUSTOMER-MASTER.SEQ THE CARRIED-IN
000430*  BALANCES ARE UNKNOWN, SO NO CUSTOMER IS REWRITTEN.  RUN
000440*  IT WITH EVERY REGISTER SIGNED OFF: A REGISTER STILL UP WRITES
000450*  ITS OWN COPY OF INVENTORY-FILE BACK WHEN IT QUITS.
000460*
000470*  A FLAVOR WITH NO OPENING SNAPSHOT CANNOT BE REBUILT AND IS
000480*  LEFT AS IT IS ON FILE.  A REBUILT COUNT BELOW ZERO, A SALE
000490*  FOR A FLAVOR NOT ON FLAVOR-MASTER, AND A SALE FOR A CUSTOMER
000500*  NOT ON CUSTOMER-MASTER ARE LEFT FOR A HAND CHECK, AND THE JOB
000510*  ENDS WITH RETURN-CODE 8 EVEN AFTER AN APPLY.
000520*
000530*  MODIFICATION HISTORY
000540*      2026-10-15  AB  ORIGINAL VERSION.
000550****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. JELLO-RECOVER.
000580 AUTHOR. Amanda Boutwell.
000590 INSTALLATION. COUNTER SALES.
000600 DATE-WRITTEN. October 15, 2026.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. GNUCOBOL.
000660 OBJECT-COMPUTER. GNUCOBOL.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FR-CONTROL-STATUS.
000720     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FR-OPERATOR-STATUS.
000750     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FR-INVENTORY-STATUS.
000800     SELECT INVENTORY-OPENING ASSIGN TO "INVENTORY-OPENING"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FR-OPENING-STATUS.
000830     SELECT ORDER-FILE ASSIGN TO DYNAMIC FR-ORDER-NAME
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FR-ORDER-STATUS.
000860     SELECT ADJUST-LOG ASSIGN TO "ADJUST-LOG"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FR-ADJUST-STATUS.
000890     SELECT RECEIPT-TRANS ASSIGN TO "RECEIPT-TRANS"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FR-RECEIPT-STATUS.
000920     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS SEQUENTIAL
000950         RECORD KEY IS CM-CUSTOMER-NUMBER
000960         FILE STATUS IS FR-CUSTOMER-STATUS.
000970     SELECT CUSTOMER-SEQ ASSIGN TO "CUSTOMER-MASTER.SEQ"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FR-SEQ-STATUS.
001000     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FR-LOT-STATUS.
001030     SELECT RECOVERY-LOG ASSIGN TO "RECOVERY-LOG"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS FR-LOG-STATUS.
001060     SELECT RECOVERY-REPORT ASSIGN TO "RECOVERY-REPORT"
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  CONTROL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  CONTROL-RECORD.
001140     COPY "ctlrec.cpy".
001150
001160 FD  OPERATOR-MASTER
001170     LABEL RECORDS ARE STANDARD.
001180 01  OPERATOR-MASTER-RECORD.
001190     COPY "oprmast.cpy".
001200
001210 FD  FLAVOR-MASTER
001220     LABEL RECORDS ARE STANDARD.
001230 01  FLAVOR-MASTER-RECORD.
001240     COPY "flvmast.cpy".
001250
001260 FD  INVENTORY-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  INVENTORY-RECORD.
001290     COPY "invmast.cpy".
001300
001310 FD  INVENTORY-OPENING
001320     LABEL RECORDS ARE STANDARD.
001330 01  INVENTORY-OPENING-RECORD.
001340     05  IO-FLAVOR-CODE          PIC 9(02).
001350     05  IO-ON-HAND              PIC 9(05).
001360     05  IO-REORDER-POINT        PIC X(05).
001370
001380 FD  ORDER-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  ORDER-RECORD.
001410     COPY "ordfrec.cpy".
001420
001430 FD  ADJUST-LOG
001440     LABEL RECORDS ARE STANDARD.
001450 01  ADJUST-LOG-RECORD.
001460     COPY "adjrec.cpy"
001470         REPLACING LEADING ==AJ-== BY ==AL-==.
001480
001490 FD  RECEIPT-TRANS
001500     LABEL RECORDS ARE STANDARD.
001510 01  RECEIPT-TRANS-RECORD.
001520     COPY "rcptrec.cpy".
001530
001540 FD  CUSTOMER-MASTER
001550     LABEL RECORDS ARE STANDARD.
001560 01  CUSTOMER-MASTER-RECORD.
001570     COPY "custmast.cpy".
001580
001590 FD  CUSTOMER-SEQ
001600     LABEL RECORDS ARE STANDARD.
001610 01  CUSTOMER-SEQ-RECORD.
001620     COPY "custmast.cpy"
001630         REPLACING LEADING ==CM-== BY ==CQ-==.
001640
001650 FD  STOCK-LOTS
001660     LABEL RECORDS ARE STANDARD.
001670 01  STOCK-LOTS-RECORD.
001680     COPY "lotrec.cpy".
001690
001700 FD  RECOVERY-LOG
001710     LABEL RECORDS ARE STANDARD.
001720 01  RECOVERY-LOG-RECORD.
001730     COPY "rcvlog.cpy".
001740
001750 FD  RECOVERY-REPORT
001760     LABEL RECORDS ARE STANDARD.
001770 01  RECOVERY-REPORT-RECORD      PIC X(80).
001780
001790 WORKING-STORAGE SECTION.
001800*---------------------------------------------------------------
001810*    FILE STATUS FIELDS.  A MISSING FILE (STATUS 35) IS NOTED ON
001820*    THE REPORT RATHER THAN ABENDED ON - A DAMAGED DAY IS WHAT
001830*    THIS JOB IS FOR.
001840*---------------------------------------------------------------
001850     01 FR-CONTROL-STATUS PIC X(02).
001860     01 FR-OPERATOR-STATUS PIC X(02).
001870     01 FR-INVENTORY-STATUS PIC X(02).
001880     01 FR-OPENING-STATUS PIC X(02).
001890     01 FR-ORDER-STATUS PIC X(02).
001900     01 FR-ADJUST-STATUS PIC X(02).
001910     01 FR-RECEIPT-STATUS PIC X(02).
001920     01 FR-CUSTOMER-STATUS PIC X(02).
001930     01 FR-SEQ-STATUS PIC X(02).
001940     01 FR-LOT-STATUS PIC X(02).
001950     01 FR-LOG-STATUS PIC X(02).
001960
001970*---------------------------------------------------------------
001980*    END-OF-FILE SWITCHES, ONE PER INPUT FILE.
001990*---------------------------------------------------------------
002000     01 FR-OPERATOR-EOF PIC X VALUE 'N'.
002010         88 FR-END-OF-OPERATORS VALUE 'Y'.
002020     01 FR-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
002030         88 FR-END-OF-FLAVOR-MASTER VALUE 'Y'.
002040     01 FR-INVENTORY-EOF PIC X VALUE 'N'.
002050         88 FR-END-OF-INVENTORY VALUE 'Y'.
002060     01 FR-OPENING-EOF PIC X VALUE 'N'.
002070         88 FR-END-OF-OPENING VALUE 'Y'.
002080     01 FR-ORDER-EOF PIC X VALUE 'N'.
002090         88 FR-END-OF-ORDERS VALUE 'Y'.
002100     01 FR-ADJUST-EOF PIC X VALUE 'N'.
002110         88 FR-END-OF-ADJUSTS VALUE 'Y'.
002120     01 FR-RECEIPT-EOF PIC X VALUE 'N'.
002130         88 FR-END-OF-RECEIPTS VALUE 'Y'.
002140     01 FR-CUSTOMER-EOF PIC X VALUE 'N'.
002150         88 FR-END-OF-CUSTOMERS VALUE 'Y'.
002160     01 FR-SEQ-EOF PIC X VALUE 'N'.
002170         88 FR-END-OF-SEQ VALUE 'Y'.
002180     01 FR-LOT-EOF PIC X VALUE 'N'.
002190         88 FR-END-OF-LOTS VALUE 'Y'.
002200
002210*---------------------------------------------------------------
002220*    THE RUN: BUSINESS DATE, MODE, AND WHO SIGNED ON FOR AN
002230*    APPLY.
002240*---------------------------------------------------------------
002250     01 FR-BUSINESS-DATE PIC X(08) VALUE SPACES.
002260     01 FR-STORE-STATUS PIC X(01) VALUE SPACES.
002270     01 FR-COUNTER-DONE PIC X(01) VALUE SPACES.
002280     01 FR-HAVE-CONTROL PIC X VALUE 'N'.
002290     01 FR-MODE-RAW PIC X(01).
002300     01 FR-MODE PIC X(01) VALUE 'R'.
002310         88 FR-REPORT-ONLY VALUE 'R'.
002320         88 FR-APPLY-MODE VALUE 'A'.
002330     01 FR-CONFIRM-RAW PIC X(01).
002340     01 FR-APPLY-DONE PIC X VALUE 'N'.
002350     01 FR-OPER-RAW PIC X(03).
002360     01 FR-CUR-OPERATOR-ID PIC X(03) VALUE SPACES.
002370     01 FR-CUR-OPER-LEVEL PIC 9(01) VALUE 0.
002380         88 FR-SUPERVISOR-ON VALUE 9.
002390     01 FR-CONTROL-SAVE PIC X(50).
002400     01 FR-STAMP-TIME PIC X(08).
002410
002420*---------------------------------------------------------------
002430*    FLAVOR-MASTER IS READ INTO THIS TABLE, EXTENDED WITH THE
002440*    OPENING SNAPSHOT, THE LIVE INVENTORY-FILE RECORD, AND WHAT
002450*    TODAY'S ORDER-FILE SOLD AND VOIDED.  FR-INV-HAVE-LIVE IS 'Y'
002460*    FOR A READABLE LIVE RECORD, 'U' FOR AN UNREADABLE ONE, AND
002470*    'N' WHEN THE FLAVOR IS MISSING FROM INVENTORY-FILE.
002480*    FR-INV-RESULT: 'S' SAME, 'D' DIFFERS, 'B' REBUILT BELOW
002490*    ZERO, 'O' NO OPENING SNAPSHOT.
002500*---------------------------------------------------------------
002510     01 FR-FLAVOR-TABLE.
002520         05 FR-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
002530                 DEPENDING ON FR-FLAVOR-COUNT
002540                 INDEXED BY FR-FLAVOR-IDX.
002550             10 FR-FLAVOR-CODE      PIC 9(02).
002560             10 FR-FLAVOR-NAME      PIC X(15).
002570             10 FR-FLAVOR-SHELF     PIC 9(03).
002580             10 FR-INV-HAVE-OPEN    PIC X(01).
002590             10 FR-INV-OPEN         PIC S9(06) COMP.
002600             10 FR-INV-OPEN-REORDER PIC X(05).
002610             10 FR-INV-HAVE-LIVE    PIC X(01).
002620             10 FR-INV-LIVE         PIC 9(05).
002630             10 FR-INV-LIVE-REORDER PIC X(05).
002640             10 FR-INV-SOLD         PIC S9(06) COMP.
002650             10 FR-INV-VOIDED       PIC S9(06) COMP.
002660             10 FR-INV-REBUILT      PIC S9(06) COMP.
002670             10 FR-INV-RESULT       PIC X(01).
002680     01 FR-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
002690
002700*---------------------------------------------------------------
002710*    INVENTORY-FILE LINES THAT DO NOT BELONG TO A FLAVOR ON
002720*    FLAVOR-MASTER.  THEY ARE DROPPED ON AN APPLY.
002730*---------------------------------------------------------------
002740     01 FR-STRAY-TABLE.
002750         05 FR-STRAY-ENTRY OCCURS 20 TIMES.
002760             10 FR-STRAY-CODE       PIC 9(02).
002770             10 FR-STRAY-ON-HAND    PIC 9(05).
002780     01 FR-STRAY-COUNT PIC 9(02) COMP VALUE 0.
002790     01 FR-STRAY-SUB PIC 9(02) COMP VALUE 0.
002800     01 FR-UNREADABLE-LINES PIC 9(05) VALUE 0.
002810
002820*---------------------------------------------------------------
002830*    CUSTOMER-MASTER IS READ INTO THIS TABLE IN KEY ORDER WITH
002840*    THE LIVE TOTAL, THE CARRIED-IN BALANCE, AND THE NET OF THE
002850*    ORDER LINES REPLAYED.  PAST 2000 CUSTOMERS THE TOTALS ARE
002860*    STILL REPORTED FOR THOSE LOADED BUT NONE ARE REWRITTEN.
002870*---------------------------------------------------------------
002880     01 FR-CUSTOMER-TABLE.
002890         05 FR-CUSTOMER-ENTRY OCCURS 1 TO 2000 TIMES
002900                 DEPENDING ON FR-CUSTOMER-COUNT
002910                 INDEXED BY FR-CUST-IDX.
002920             10 FR-CU-NUMBER        PIC 9(05).
002930             10 FR-CU-NAME          PIC X(15).
002940             10 FR-CU-LIVE-OK       PIC X(01).
002950             10 FR-CU-LIVE          PIC 9(07)V99.
002960             10 FR-CU-CARRIED       PIC 9(07)V99.
002970             10 FR-CU-NET           PIC S9(08)V99.
002980             10 FR-CU-REBUILT       PIC 9(07)V99.
002990             10 FR-CU-DIFFERS       PIC X(01).
003000     01 FR-CUSTOMER-COUNT PIC 9(04) COMP VALUE 0.
003010     01 FR-CUSTOMER-OVERFLOW PIC X VALUE 'N'.
003020     01 FR-HAVE-CUSTOMERS PIC X VALUE 'N'.
003030     01 FR-HAVE-CARRIED PIC X VALUE 'N'.
003040     01 FR-CUST-SUB PIC 9(04) COMP VALUE 0.
003050     01 FR-CUST-WORK PIC S9(09)V99 VALUE 0.
003060
003070*---------------------------------------------------------------
003080*    THE ARCHIVE WALK: ORDER-FILE IS ASSIGNED DYNAMICALLY, TO
003090*    ORDER-FILE.YYYYMMDD FOR EACH CLOSED DAY FROM THE FROM-DATE
003100*    AND THEN TO TODAY'S LIVE ORDER-FILE.
003110*---------------------------------------------------------------
003120     01 FR-ORDER-NAME PIC X(19) VALUE SPACES.
003130     01 FR-ORDER-ARCH-NAME.
003140         05 FILLER PIC X(11) VALUE "ORDER-FILE.".
003150         05 FR-OA-DATE PIC X(08).
003160     01 FR-FROM-RAW PIC X(08).
003170     01 FR-FROM-DATE PIC X(08) VALUE SPACES.
003180     01 FR-REPLAYING-TODAY PIC X VALUE 'N'.
003190     01 FR-HAVE-OPENING PIC X VALUE 'N'.
003200
003210*---------------------------------------------------------------
003220*    FIELDS FOR WALKING THE CALENDAR ONE DAY AT A TIME, MONTH
003230*    LENGTHS AND LEAP YEARS INCLUDED.
003240*---------------------------------------------------------------
003250     01 FR-DATE-SPLIT.
003260         05 FR-DS-YEAR PIC 9(04).
003270         05 FR-DS-MONTH PIC 9(02).
003280         05 FR-DS-DAY PIC 9(02).
003290     01 FR-MONTH-LENGTH-LIST.
003300         05 FILLER PIC X(24) VALUE "312831303130313130313031".
003310     01 FR-MONTH-LENGTH-TABLE REDEFINES FR-MONTH-LENGTH-LIST.
003320         05 FR-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
003330     01 FR-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
003340     01 FR-LEAP-WORK PIC 9(04) VALUE 0.
003350     01 FR-LEAP-REM PIC 9(04) VALUE 0.
003360     01 FR-LEAP-YEAR PIC X VALUE 'N'.
003370
003380*---------------------------------------------------------------
003390*    STOCK-LOTS IS READ INTO THIS TABLE ON AN APPLY SO THE LOTS
003400*    OF EACH FLAVOR CORRECTED CAN BE BROUGHT BACK TO ITS NEW
003410*    IV-ON-HAND: DRAWN DOWN OLDEST LOT FIRST WHEN THEY HOLD MORE,
003420*    OR TOPPED UP WITH A NEW LOT WHEN THEY HOLD LESS.  PAST 500
003430*    LOTS THE LOTS ARE LEFT AS THEY WERE FOR THE MORNING EXPIRY
003440*    REPORT TO PROVE.
003450*---------------------------------------------------------------
003460     01 FR-LOT-TABLE.
003470         05 FR-LOT-ENTRY OCCURS 1 TO 500 TIMES
003480                 DEPENDING ON FR-LOT-COUNT.
003490             10 FR-LOT-NUMBER       PIC 9(05).
003500             10 FR-LOT-FLAVOR       PIC 9(02).
003510             10 FR-LOT-RECEIVED     PIC X(08).
003520             10 FR-LOT-EXPIRY       PIC X(08).
003530             10 FR-LOT-QTY-RECEIVED PIC 9(05).
003540             10 FR-LOT-ON-HAND      PIC 9(05).
003550     01 FR-LOT-COUNT PIC 9(03) COMP VALUE 0.
003560     01 FR-LOT-SUB PIC 9(03) COMP VALUE 0.
003570     01 FR-LOT-OVERFLOW PIC X VALUE 'N'.
003580     01 FR-NEXT-LOT PIC 9(05) VALUE 1.
003590     01 FR-LOT-TOTAL PIC 9(06) VALUE 0.
003600     01 FR-LOT-TARGET PIC 9(06) VALUE 0.
003610     01 FR-DRAW-FLAVOR PIC 9(02) VALUE 0.
003620     01 FR-DRAW-QTY PIC 9(06) VALUE 0.
003630     01 FR-DRAW-TAKE PIC 9(05) VALUE 0.
003640     01 FR-SHELF-DAYS PIC 9(03) VALUE 0.
003650     01 FR-DAY-SUB PIC 9(03) COMP VALUE 0.
003660     01 FR-EXPIRY-DATE PIC X(08) VALUE SPACES.
003670
003680*---------------------------------------------------------------
003690*    RUN TOTALS FOR THE SUMMARY.
003700*---------------------------------------------------------------
003710     01 FR-ORDERS-REPLAYED PIC 9(05) VALUE 0.
003720     01 FR-ARCHIVE-LINES PIC 9(07) VALUE 0.
003730     01 FR-DAYS-READ PIC 9(05) VALUE 0.
003740     01 FR-DAYS-MISSING PIC 9(05) VALUE 0.
003750     01 FR-ADJUSTS-CARRIED PIC 9(05) VALUE 0.
003760     01 FR-RECEIPTS-QUEUED PIC 9(05) VALUE 0.
003770     01 FR-FLAVORS-REBUILT PIC 9(05) VALUE 0.
003780     01 FR-INV-DIFFERENCES PIC 9(05) VALUE 0.
003790     01 FR-CUST-DIFFERENCES PIC 9(05) VALUE 0.
003800     01 FR-UNKNOWN-FLAVOR-LINES PIC 9(05) VALUE 0.
003810     01 FR-UNKNOWN-CUST-LINES PIC 9(07) VALUE 0.
003820     01 FR-HAND-CHECKS PIC 9(05) VALUE 0.
003830     01 FR-CORRECTIONS PIC 9(05) VALUE 0.
003840     01 FR-DIFFERENCES PIC 9(05) VALUE 0.
003850     01 FR-PRIOR-FIXES PIC 9(05) VALUE 0.
003860     01 FR-LOTS-CORRECTED PIC 9(05) VALUE 0.
003870
003880*---------------------------------------------------------------
003890*    REPORT LINES.
003900*---------------------------------------------------------------
003910     01 FR-HEADING-1.
003920         05 FILLER PIC X(40)
003930             VALUE "JELLO-RECOVER   FORWARD RECOVERY FOR BUS".
003940         05 FILLER PIC X(14) VALUE "INESS DATE    ".
003950         05 FR-H1-DATE PIC X(08).
003960         05 FILLER PIC X(18) VALUE SPACES.
003970     01 FR-INV-TITLE.
003980         05 FILLER PIC X(40)
003990             VALUE "INVENTORY-FILE REBUILT FROM INVENTORY-OP".
004000         05 FILLER PIC X(40)
004010             VALUE "ENING AND TODAY'S ORDER-FILE            ".
004020     01 FR-INV-HEAD.
004030         05 FILLER PIC X(40)
004040             VALUE "  FLAVOR         OPENING   SOLD VOIDED R".
004050         05 FILLER PIC X(40)
004060             VALUE "EBUILT  LIVE                            ".
004070     01 FR-INV-LINE.
004080         05 FILLER PIC X(02) VALUE SPACES.
004090         05 FR-IL-NAME PIC X(15).
004100         05 FILLER PIC X(01) VALUE SPACES.
004110         05 FR-IL-OPEN PIC ZZZZZ9.
004120         05 FILLER PIC X(01) VALUE SPACES.
004130         05 FR-IL-SOLD PIC ZZZZZ9.
004140         05 FILLER PIC X(01) VALUE SPACES.
004150         05 FR-IL-VOIDED PIC ZZZZZ9.
004160         05 FILLER PIC X(01) VALUE SPACES.
004170         05 FR-IL-REBUILT PIC ZZZZZ9-.
004180         05 FR-IL-LIVE PIC ZZZZZ9.
004190         05 FILLER PIC X(02) VALUE SPACES.
004200         05 FR-IL-NOTE PIC X(26).
004210     01 FR-ADJUST-LINE.
004220         05 FILLER PIC X(02) VALUE SPACES.
004230         05 FILLER PIC X(11) VALUE "ADJUSTMENT ".
004240         05 FR-AL-DATE PIC X(08).
004250         05 FILLER PIC X(01) VALUE SPACES.
004260         05 FR-AL-NAME PIC X(15).
004270         05 FILLER PIC X(01) VALUE SPACES.
004280         05 FR-AL-REASON PIC X(02).
004290         05 FILLER PIC X(01) VALUE SPACES.
004300         05 FR-AL-DIRECTION PIC X(01).
004310         05 FR-AL-QTY PIC ZZZZ9.
004320         05 FILLER PIC X(33)
004330             VALUE "  ALREADY IN THE OPENING SNAPSHOT".
004340     01 FR-RECEIPT-LINE.
004350         05 FILLER PIC X(02) VALUE SPACES.
004360         05 FILLER PIC X(11) VALUE "RECEIPT    ".
004370         05 FR-RL-DATE PIC X(08).
004380         05 FILLER PIC X(01) VALUE SPACES.
004390         05 FR-RL-NAME PIC X(15).
004400         05 FILLER PIC X(03) VALUE SPACES.
004410         05 FR-RL-QTY PIC ZZZZ9.
004420         05 FILLER PIC X(35)
004430             VALUE "  QUEUED, NOT POSTED - NOT REPLAYED".
004440     01 FR-UNKNOWN-LINE.
004450         05 FILLER PIC X(02) VALUE SPACES.
004460         05 FILLER PIC X(11) VALUE "ORDER LINE ".
004470         05 FR-UL-TIME PIC X(08).
004480         05 FILLER PIC X(01) VALUE SPACES.
004490         05 FR-UL-NAME PIC X(15).
004500         05 FILLER PIC X(43)
004510             VALUE "  NOT ON FLAVOR-MASTER - NOT REPLAYED".
004520     01 FR-STRAY-LINE.
004530         05 FILLER PIC X(02) VALUE SPACES.
004540         05 FILLER PIC X(25) VALUE "INVENTORY-FILE LINE CODE ".
004550         05 FR-SL-CODE PIC 9(02).
004560         05 FILLER PIC X(09) VALUE " ON HAND ".
004570         05 FR-SL-ON-HAND PIC ZZZZ9.
004580         05 FILLER PIC X(37)
004590             VALUE "  NOT ON FLAVOR-MASTER - DROPPED".
004600     01 FR-CUST-TITLE.
004610         05 FILLER PIC X(40)
004620             VALUE "CUSTOMER-MASTER PURCHASE TOTALS REBUILT ".
004630         05 FILLER PIC X(14) VALUE "FROM ORDER-FIL".
004640         05 FILLER PIC X(26) VALUE "E ARCHIVES                ".
004650     01 FR-CUST-HEAD.
004660         05 FILLER PIC X(40)
004670             VALUE "  NO.   CUSTOMER        CARRIED IN    RE".
004680         05 FILLER PIC X(40)
004690             VALUE "BUILT       LIVE                        ".
004700     01 FR-CUST-LINE.
004710         05 FILLER PIC X(02) VALUE SPACES.
004720         05 FR-CL-NUMBER PIC 9(05).
004730         05 FILLER PIC X(01) VALUE SPACES.
004740         05 FR-CL-NAME PIC X(15).
004750         05 FILLER PIC X(01) VALUE SPACES.
004760         05 FR-CL-CARRIED PIC ZZZZZZ9.99.
004770         05 FILLER PIC X(01) VALUE SPACES.
004780         05 FR-CL-REBUILT PIC ZZZZZZ9.99.
004790         05 FILLER PIC X(01) VALUE SPACES.
004800         05 FR-CL-LIVE PIC ZZZZZZ9.99.
004810         05 FILLER PIC X(02) VALUE SPACES.
004820         05 FR-CL-NOTE PIC X(22).
004830     01 FR-SUMMARY-LINE.
004840         05 FILLER PIC X(02) VALUE SPACES.
004850         05 FR-SUM-LABEL PIC X(26).
004860         05 FR-SUM-COUNT PIC ZZZZZZ9.
004870         05 FILLER PIC X(45) VALUE SPACES.
004880     01 FR-NOTE-LINE.
004890         05 FILLER PIC X(02) VALUE SPACES.
004900         05 FR-NOTE-TEXT PIC X(78).
004910     01 FR-BLANK-LINE PIC X(80) VALUE SPACES.
004920
004930 PROCEDURE DIVISION.
004940
004950****************************************************************
004960*  0000-MAINLINE
004970*
004980*  REBUILDS THE CUSTOMER TOTALS FROM THE ARCHIVES, REPLAYS
004990*  TODAY, LISTS EVERY DIFFERENCE, APPLIES THEM WHEN A
005000*  SUPERVISOR HAS ASKED TO AND CONFIRMS, AND PRINTS THE TOTALS.
005010****************************************************************
005020 0000-MAINLINE.
005030     PERFORM 1000-INITIALIZE
005040         THRU 1000-EXIT.
005050     PERFORM 3000-REPLAY-ARCHIVES
005060         THRU 3000-EXIT.
005070     PERFORM 2000-REPLAY-TODAY
005080         THRU 2000-EXIT.
005090     PERFORM 4000-LIST-INVENTORY
005100         THRU 4000-EXIT.
005110     PERFORM 5000-LIST-CUSTOMERS
005120         THRU 5000-EXIT.
005130     IF FR-APPLY-MODE
005140         PERFORM 7000-APPLY-CORRECTIONS
005150             THRU 7000-EXIT
005160     END-IF.
005170     PERFORM 9000-TERMINATE
005180         THRU 9000-EXIT.
005190     STOP RUN.
005200
005210****************************************************************
005220*  1000-INITIALIZE
005230*
005240*  READS THE BUSINESS DATE, TAKES THE MODE (SIGNING ON THE
005250*  SUPERVISOR FOR AN APPLY), TAKES THE ARCHIVE FROM-DATE, AND
005260*  LOADS THE FLAVOR, SNAPSHOT, LIVE INVENTORY, AND CUSTOMER
005270*  TABLES.
005280****************************************************************
005290 1000-INITIALIZE.
005300     PERFORM 1050-READ-CONTROL-FILE
005310         THRU 1050-EXIT.
005320     PERFORM 1060-TAKE-MODE
005330         THRU 1060-EXIT.
005340     PERFORM 1100-ACCEPT-FROM-DATE
005350         THRU 1100-EXIT.
005360     OPEN OUTPUT RECOVERY-REPORT.
005370     MOVE FR-BUSINESS-DATE TO FR-H1-DATE.
005380     WRITE RECOVERY-REPORT-RECORD FROM FR-HEADING-1.
005390     IF FR-APPLY-MODE
005400         MOVE "MODE A - APPLY, SIGNED ON BY SUPERVISOR"
005410             TO FR-NOTE-TEXT
005420         MOVE FR-CUR-OPERATOR-ID TO FR-NOTE-TEXT(41:3)
005430     ELSE
005440         MOVE "MODE R - REPORT ONLY, NOTHING IS REWRITTEN"
005450             TO FR-NOTE-TEXT
005460     END-IF.
005470     WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE.
005480     PERFORM 1200-LOAD-FLAVOR-MASTER
005490         THRU 1200-EXIT.
005500     PERFORM 1300-LOAD-OPENING
005510         THRU 1300-EXIT.
005520     PERFORM 1400-LOAD-LIVE-INVENTORY
005530         THRU 1400-EXIT.
005540     PERFORM 1500-LOAD-CUSTOMERS
005550         THRU 1500-EXIT.
005560     PERFORM 1600-LOAD-CARRIED-IN
005570         THRU 1600-EXIT.
005580 1000-EXIT.
005590     EXIT.
005600
005610****************************************************************
005620*  1050-READ-CONTROL-FILE
005630*
005640*  PICKS UP THE STORE'S BUSINESS DATE, STATUS, AND WHETHER THE
005650*  COUNTER HAS CLOSED WHEN CONTROL-FILE EXISTS; FALLS BACK TO
005660*  THE SYSTEM CLOCK WHEN IT DOES NOT (AN APPLY IS THEN REFUSED,
005670*  SINCE THERE IS NO DATE TO RECORD IT AGAINST).
005680****************************************************************
005690 1050-READ-CONTROL-FILE.
005700     OPEN INPUT CONTROL-FILE.
005710     IF FR-CONTROL-STATUS = '35'
005720         ACCEPT FR-BUSINESS-DATE FROM DATE YYYYMMDD
005730         GO TO 1050-EXIT.
005740     READ CONTROL-FILE
005750         AT END
005760             ACCEPT FR-BUSINESS-DATE FROM DATE YYYYMMDD
005770         NOT AT END
005780             MOVE 'Y' TO FR-HAVE-CONTROL
005790             MOVE CT-BUSINESS-DATE TO FR-BUSINESS-DATE
005800             MOVE CT-STORE-STATUS TO FR-STORE-STATUS
005810             MOVE CT-COUNTER-DONE TO FR-COUNTER-DONE
005820     END-READ.
005830     CLOSE CONTROL-FILE.
005840 1050-EXIT.
005850     EXIT.
005860
005870****************************************************************
005880*  1060-TAKE-MODE
005890*
005900*  ACCEPTS THE MODE.  ANYTHING BUT A IS A REPORT-ONLY RUN.  AN
005910*  APPLY NEEDS A SUPERVISOR SIGN-ON, A CONTROL-FILE TO RECORD
005920*  THE RUN ON, AND THE DAY OPEN; OTHERWISE THE RUN ENDS WITH
005930*  RETURN-CODE 8 AND NOTHING TOUCHED.
005940****************************************************************
005950 1060-TAKE-MODE.
005960     DISPLAY "JELLO-RECOVER for business date " FR-BUSINESS-DATE.
005970     DISPLAY "Mode - R report only, A apply corrections"
005980         " (Enter = R): " WITH NO ADVANCING.
005990     MOVE SPACES TO FR-MODE-RAW.
006000     ACCEPT FR-MODE-RAW.
006010     IF FR-MODE-RAW NOT = 'A' AND FR-MODE-RAW NOT = 'a'
006020         MOVE 'R' TO FR-MODE
006030         GO TO 1060-EXIT.
006040     MOVE 'A' TO FR-MODE.
006050     IF FR-HAVE-CONTROL NOT = 'Y'
006060         DISPLAY "CONTROL-FILE missing - an apply has no business"
006070             " date to be recorded against."
006080         MOVE 8 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110     IF FR-STORE-STATUS = 'C'
006120         DISPLAY "JELLO-DAYEND has " FR-BUSINESS-DATE
006130             " closed - finish the cutover before applying."
006140         MOVE 8 TO RETURN-CODE
006150         STOP RUN
006160     END-IF.
006170     PERFORM 1070-OPERATOR-SIGN-ON
006180         THRU 1070-EXIT.
006190     IF NOT FR-SUPERVISOR-ON
006200         MOVE 8 TO RETURN-CODE
006210         STOP RUN
006220     END-IF.
006230     IF FR-COUNTER-DONE NOT = 'Y'
006240         DISPLAY "The counter has not closed for "
006250             FR-BUSINESS-DATE "."
006260         DISPLAY "Sign every register off first - a register"
006270             " still up rewrites INVENTORY-FILE when it quits."
006280     END-IF.
006290 1060-EXIT.
006300     EXIT.
006310
006320****************************************************************
006330*  1070-OPERATOR-SIGN-ON
006340*
006350*  READS OPERATOR-MASTER FOR THE KEYED OPERATOR ID AND KEEPS
006360*  THE OPERATOR'S AUTHORITY LEVEL; ONLY A SUPERVISOR MAY APPLY.
006370****************************************************************
006380 1070-OPERATOR-SIGN-ON.
006390     DISPLAY "Operator ID: " WITH NO ADVANCING.
006400     ACCEPT FR-OPER-RAW.
006410     OPEN INPUT OPERATOR-MASTER.
006420     IF FR-OPERATOR-STATUS = '35'
006430         DISPLAY "OPERATOR-MASTER missing - no one can sign on."
006440         GO TO 1070-EXIT.
006450     MOVE 'N' TO FR-OPERATOR-EOF.
006460     PERFORM 1075-READ-OPERATOR-RECORD
006470         THRU 1075-EXIT.
006480     PERFORM 1080-TEST-ONE-OPERATOR
006490         THRU 1080-EXIT
006500         UNTIL FR-END-OF-OPERATORS.
006510     CLOSE OPERATOR-MASTER.
006520     IF FR-CUR-OPERATOR-ID = SPACES
006530         DISPLAY "Operator " FR-OPER-RAW " is not on"
006540             " OPERATOR-MASTER."
006550         GO TO 1070-EXIT.
006560     IF NOT FR-SUPERVISOR-ON
006570         DISPLAY "Operator " FR-CUR-OPERATOR-ID " is not a"
006580             " supervisor; applying a recovery needs one."
006590     END-IF.
006600 1070-EXIT.
006610     EXIT.
006620
006630****************************************************************
006640*  1075-READ-OPERATOR-RECORD
006650*
006660*  READS ONE OPERATOR-MASTER RECORD AHEAD.
006670****************************************************************
006680 1075-READ-OPERATOR-RECORD.
006690     READ OPERATOR-MASTER
006700         AT END MOVE 'Y' TO FR-OPERATOR-EOF
006710     END-READ.
006720 1075-EXIT.
006730     EXIT.
006740
006750****************************************************************
006760*  1080-TEST-ONE-OPERATOR
006770*
006780*  KEEPS THE OPERATOR RECORD MATCHING THE KEYED ID AND PRIMES
006790*  THE NEXT READ.
006800****************************************************************
006810 1080-TEST-ONE-OPERATOR.
006820     IF OP-OPERATOR-ID = FR-OPER-RAW
006830         MOVE OP-OPERATOR-ID TO FR-CUR-OPERATOR-ID
006840         MOVE OP-AUTH-LEVEL TO FR-CUR-OPER-LEVEL
006850     END-IF.
006860     PERFORM 1075-READ-OPERATOR-RECORD
006870         THRU 1075-EXIT.
006880 1080-EXIT.
006890     EXIT.
006900
006910****************************************************************
006920*  1100-ACCEPT-FROM-DATE
006930*
006940*  SETS FR-FROM-DATE TO THE OLDEST ORDER-FILE ARCHIVE THE
006950*  CUSTOMER TOTALS ARE REBUILT FROM - THE FIRST BUSINESS DAY
006960*  AFTER JELLO-CUSTLOAD CARRIED THE OLD BALANCES IN.  AN EARLIER
006970*  DATE COUNTS SALES ALREADY IN THOSE BALANCES TWICE, AND A
006980*  LATER ONE LEAVES SALES OUT, SO AN APPLY WILL NOT RUN WITHOUT
006990*  A REAL PAST DATE KEYED.  ON A REPORT-ONLY RUN, ENTER (OR
007000*  ANYTHING NOT A PAST DATE) TAKES THE SAME DAY ONE YEAR BEFORE
007010*  THE BUSINESS DATE.
007020****************************************************************
007030 1100-ACCEPT-FROM-DATE.
007040     DISPLAY "Rebuild customer totals from the first business day"
007050         " after the".
007060     DISPLAY "JELLO-CUSTLOAD conversion." .
007070     IF FR-APPLY-MODE
007080         DISPLAY "Conversion day plus one (YYYYMMDD): "
007090             WITH NO ADVANCING
007100     ELSE
007110         DISPLAY "Conversion day plus one (YYYYMMDD,"
007120             " Enter = one year back): " WITH NO ADVANCING
007130     END-IF.
007140     MOVE SPACES TO FR-FROM-RAW.
007150     ACCEPT FR-FROM-RAW.
007160     IF FR-APPLY-MODE
007170         PERFORM 1110-CHECK-KEYED-DATE
007180             THRU 1110-EXIT
007190     END-IF.
007200     IF FR-FROM-RAW IS NUMERIC
007210         AND FR-FROM-RAW < FR-BUSINESS-DATE
007220         MOVE FR-FROM-RAW TO FR-DATE-SPLIT
007230     ELSE
007240         MOVE FR-BUSINESS-DATE TO FR-DATE-SPLIT
007250         SUBTRACT 1 FROM FR-DS-YEAR
007260     END-IF.
007270     IF FR-DS-MONTH < 1 OR FR-DS-MONTH > 12
007280        OR FR-DS-DAY < 1 OR FR-DS-DAY > 31
007290         MOVE FR-BUSINESS-DATE TO FR-DATE-SPLIT
007300         SUBTRACT 1 FROM FR-DS-YEAR
007310     END-IF.
007320     PERFORM 6320-SET-DAYS-THIS-MONTH
007330         THRU 6320-EXIT.
007340     IF FR-DS-DAY > FR-DAYS-THIS-MONTH
007350         MOVE FR-DAYS-THIS-MONTH TO FR-DS-DAY
007360     END-IF.
007370     MOVE FR-DATE-SPLIT TO FR-FROM-DATE.
007380 1100-EXIT.
007390     EXIT.
007400
007410****************************************************************
007420*  1110-CHECK-KEYED-DATE
007430*
007440*  REFUSES THE APPLY, WITH RETURN-CODE 8 AND NOTHING TOUCHED,
007450*  UNLESS THE FROM-DATE KEYED IS A REAL CALENDAR DATE BEFORE
007460*  THE BUSINESS DATE.
007470****************************************************************
007480 1110-CHECK-KEYED-DATE.
007490     IF FR-FROM-RAW IS NOT NUMERIC
007500        OR FR-FROM-RAW NOT < FR-BUSINESS-DATE
007510         GO TO 1110-REFUSE.
007520     MOVE FR-FROM-RAW TO FR-DATE-SPLIT.
007530     IF FR-DS-MONTH < 1 OR FR-DS-MONTH > 12
007540        OR FR-DS-DAY < 1
007550         GO TO 1110-REFUSE.
007560     PERFORM 6320-SET-DAYS-THIS-MONTH
007570         THRU 6320-EXIT.
007580     IF FR-DS-DAY > FR-DAYS-THIS-MONTH
007590         GO TO 1110-REFUSE.
007600     GO TO 1110-EXIT.
007610 1110-REFUSE.
007620     DISPLAY "An apply needs the conversion day plus one keyed as"
007630         " a past date".
007640     DISPLAY "- nothing was rewritten.".
007650     MOVE 8 TO RETURN-CODE.
007660     STOP RUN.
007670 1110-EXIT.
007680     EXIT.
007690
007700****************************************************************
007710*  1200-LOAD-FLAVOR-MASTER
007720*
007730*  READS FLAVOR-MASTER INTO FR-FLAVOR-TABLE SO ORDER-FILE
007740*  FLAVOR NAMES CAN BE TIED BACK TO INVENTORY-FILE CODES.
007750****************************************************************
007760 1200-LOAD-FLAVOR-MASTER.
007770     OPEN INPUT FLAVOR-MASTER.
007780     MOVE 0 TO FR-FLAVOR-COUNT.
007790     MOVE 'N' TO FR-FLAVOR-MASTER-EOF.
007800     PERFORM 1210-READ-FLAVOR-RECORD
007810         THRU 1210-EXIT.
007820     PERFORM 1220-STORE-FLAVOR-RECORD
007830         THRU 1220-EXIT
007840         UNTIL FR-END-OF-FLAVOR-MASTER.
007850     CLOSE FLAVOR-MASTER.
007860 1200-EXIT.
007870     EXIT.
007880
007890****************************************************************
007900*  1210-READ-FLAVOR-RECORD
007910*
007920*  READS ONE FLAVOR-MASTER RECORD AHEAD.
007930****************************************************************
007940 1210-READ-FLAVOR-RECORD.
007950     READ FLAVOR-MASTER
007960         AT END MOVE 'Y' TO FR-FLAVOR-MASTER-EOF
007970     END-READ.
007980 1210-EXIT.
007990     EXIT.
008000
008010****************************************************************
008020*  1220-STORE-FLAVOR-RECORD
008030*
008040*  ADDS THE FLAVOR JUST READ TO FR-FLAVOR-TABLE, WITH NOTHING
008050*  YET KNOWN ABOUT ITS STOCK, AND PRIMES THE NEXT READ.
008060****************************************************************
008070 1220-STORE-FLAVOR-RECORD.
008080     ADD 1 TO FR-FLAVOR-COUNT.
008090     SET FR-FLAVOR-IDX TO FR-FLAVOR-COUNT.
008100     MOVE FM-FLAVOR-CODE TO FR-FLAVOR-CODE(FR-FLAVOR-IDX).
008110     MOVE FM-FLAVOR-NAME TO FR-FLAVOR-NAME(FR-FLAVOR-IDX).
008120     IF FM-SHELF-LIFE-DAYS IS NUMERIC
008130         MOVE FM-SHELF-LIFE-DAYS TO FR-FLAVOR-SHELF(FR-FLAVOR-IDX)
008140     ELSE
008150         MOVE 0 TO FR-FLAVOR-SHELF(FR-FLAVOR-IDX)
008160     END-IF.
008170     MOVE 'N' TO FR-INV-HAVE-OPEN(FR-FLAVOR-IDX).
008180     MOVE 0 TO FR-INV-OPEN(FR-FLAVOR-IDX).
008190     MOVE SPACES TO FR-INV-OPEN-REORDER(FR-FLAVOR-IDX).
008200     MOVE 'N' TO FR-INV-HAVE-LIVE(FR-FLAVOR-IDX).
008210     MOVE 0 TO FR-INV-LIVE(FR-FLAVOR-IDX).
008220     MOVE SPACES TO FR-INV-LIVE-REORDER(FR-FLAVOR-IDX).
008230     MOVE 0 TO FR-INV-SOLD(FR-FLAVOR-IDX).
008240     MOVE 0 TO FR-INV-VOIDED(FR-FLAVOR-IDX).
008250     MOVE 0 TO FR-INV-REBUILT(FR-FLAVOR-IDX).
008260     MOVE 'S' TO FR-INV-RESULT(FR-FLAVOR-IDX).
008270     PERFORM 1210-READ-FLAVOR-RECORD
008280         THRU 1210-EXIT.
008290 1220-EXIT.
008300     EXIT.
008310
008320****************************************************************
008330*  1300-LOAD-OPENING
008340*
008350*  POSTS EACH INVENTORY-OPENING COUNT TO ITS FLAVOR.  WITHOUT A
008360*  SNAPSHOT NOTHING CAN BE REBUILT, AND INVENTORY-FILE IS LEFT
008370*  ALONE EVEN ON AN APPLY.
008380****************************************************************
008390 1300-LOAD-OPENING.
008400     OPEN INPUT INVENTORY-OPENING.
008410     IF FR-OPENING-STATUS = '35'
008420         MOVE "NO INVENTORY-OPENING SNAPSHOT - INVENTORY-FILE"
008430             TO FR-NOTE-TEXT
008440         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
008450         MOVE "  CANNOT BE REBUILT AND IS LEFT AS IT IS"
008460             TO FR-NOTE-TEXT
008470         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
008480         ADD 1 TO FR-HAND-CHECKS
008490         GO TO 1300-EXIT.
008500     MOVE 'Y' TO FR-HAVE-OPENING.
008510     MOVE 'N' TO FR-OPENING-EOF.
008520     PERFORM 1310-READ-OPENING-RECORD
008530         THRU 1310-EXIT.
008540     PERFORM 1320-STORE-OPENING-RECORD
008550         THRU 1320-EXIT
008560         UNTIL FR-END-OF-OPENING.
008570     CLOSE INVENTORY-OPENING.
008580 1300-EXIT.
008590     EXIT.
008600
008610****************************************************************
008620*  1310-READ-OPENING-RECORD
008630*
008640*  READS ONE INVENTORY-OPENING RECORD AHEAD.
008650****************************************************************
008660 1310-READ-OPENING-RECORD.
008670     READ INVENTORY-OPENING
008680         AT END MOVE 'Y' TO FR-OPENING-EOF
008690     END-READ.
008700 1310-EXIT.
008710     EXIT.
008720
008730****************************************************************
008740*  1320-STORE-OPENING-RECORD
008750*
008760*  POSTS THE SNAPSHOT COUNT AND REORDER POINT JUST READ TO ITS
008770*  FLAVOR AND PRIMES THE NEXT READ.  A SNAPSHOT LINE FOR A
008780*  FLAVOR SINCE DELETED FROM FLAVOR-MASTER IS PASSED OVER.
008790****************************************************************
008800 1320-STORE-OPENING-RECORD.
008810     IF IO-FLAVOR-CODE IS NUMERIC AND IO-ON-HAND IS NUMERIC
008820         SET FR-FLAVOR-IDX TO 1
008830         SEARCH FR-FLAVOR-ENTRY
008840             AT END CONTINUE
008850             WHEN FR-FLAVOR-CODE(FR-FLAVOR-IDX) = IO-FLAVOR-CODE
008860                 MOVE 'Y' TO FR-INV-HAVE-OPEN(FR-FLAVOR-IDX)
008870                 MOVE IO-ON-HAND TO FR-INV-OPEN(FR-FLAVOR-IDX)
008880                 MOVE IO-REORDER-POINT
008890                     TO FR-INV-OPEN-REORDER(FR-FLAVOR-IDX)
008900         END-SEARCH
008910     END-IF.
008920     PERFORM 1310-READ-OPENING-RECORD
008930         THRU 1310-EXIT.
008940 1320-EXIT.
008950     EXIT.
008960
008970****************************************************************
008980*  1400-LOAD-LIVE-INVENTORY
008990*
009000*  READS THE LIVE INVENTORY-FILE, HOWEVER MUCH OF IT SURVIVED,
009010*  AGAINST FR-FLAVOR-TABLE.  A LINE WITH AN UNREADABLE CODE IS
009020*  COUNTED; A LINE FOR A CODE NOT ON FLAVOR-MASTER IS KEPT AS A
009030*  STRAY.
009040****************************************************************
009050 1400-LOAD-LIVE-INVENTORY.
009060     OPEN INPUT INVENTORY-FILE.
009070     IF FR-INVENTORY-STATUS = '35'
009080         MOVE "NO INVENTORY-FILE ON DISK - EVERY FLAVOR MISSING"
009090             TO FR-NOTE-TEXT
009100         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
009110         GO TO 1400-EXIT.
009120     MOVE 'N' TO FR-INVENTORY-EOF.
009130     PERFORM 1410-READ-INVENTORY-RECORD
009140         THRU 1410-EXIT.
009150     PERFORM 1420-STORE-INVENTORY-RECORD
009160         THRU 1420-EXIT
009170         UNTIL FR-END-OF-INVENTORY.
009180     CLOSE INVENTORY-FILE.
009190 1400-EXIT.
009200     EXIT.
009210
009220****************************************************************
009230*  1410-READ-INVENTORY-RECORD
009240*
009250*  READS ONE INVENTORY-FILE RECORD AHEAD.
009260****************************************************************
009270 1410-READ-INVENTORY-RECORD.
009280     READ INVENTORY-FILE
009290         AT END MOVE 'Y' TO FR-INVENTORY-EOF
009300     END-READ.
009310 1410-EXIT.
009320     EXIT.
009330
009340****************************************************************
009350*  1420-STORE-INVENTORY-RECORD
009360*
009370*  POSTS THE LIVE RECORD JUST READ TO ITS FLAVOR (UNREADABLE
009380*  WHEN ITS COUNT IS NOT NUMERIC) AND PRIMES THE NEXT READ.
009390****************************************************************
009400 1420-STORE-INVENTORY-RECORD.
009410     IF IV-FLAVOR-CODE IS NOT NUMERIC
009420         ADD 1 TO FR-UNREADABLE-LINES
009430         GO TO 1420-NEXT.
009440     SET FR-FLAVOR-IDX TO 1.
009450     SEARCH FR-FLAVOR-ENTRY
009460         AT END
009470             IF FR-STRAY-COUNT < 20
009480                 ADD 1 TO FR-STRAY-COUNT
009490                 MOVE IV-FLAVOR-CODE
009500                     TO FR-STRAY-CODE(FR-STRAY-COUNT)
009510                 MOVE 0 TO FR-STRAY-ON-HAND(FR-STRAY-COUNT)
009520                 IF IV-ON-HAND IS NUMERIC
009530                     MOVE IV-ON-HAND
009540                         TO FR-STRAY-ON-HAND(FR-STRAY-COUNT)
009550                 END-IF
009560             ELSE
009570                 ADD 1 TO FR-UNREADABLE-LINES
009580             END-IF
009590         WHEN FR-FLAVOR-CODE(FR-FLAVOR-IDX) = IV-FLAVOR-CODE
009600             IF IV-ON-HAND IS NUMERIC
009610                 MOVE 'Y' TO FR-INV-HAVE-LIVE(FR-FLAVOR-IDX)
009620                 MOVE IV-ON-HAND TO FR-INV-LIVE(FR-FLAVOR-IDX)
009630             ELSE
009640                 MOVE 'U' TO FR-INV-HAVE-LIVE(FR-FLAVOR-IDX)
009650             END-IF
009660             MOVE IV-REORDER-POINT
009670                 TO FR-INV-LIVE-REORDER(FR-FLAVOR-IDX)
009680     END-SEARCH.
009690 1420-NEXT.
009700     PERFORM 1410-READ-INVENTORY-RECORD
009710         THRU 1410-EXIT.
009720 1420-EXIT.
009730     EXIT.
009740
009750****************************************************************
009760*  1500-LOAD-CUSTOMERS
009770*
009780*  READS CUSTOMER-MASTER THROUGH IN KEY ORDER INTO
009790*  FR-CUSTOMER-TABLE.  NO MASTER MEANS NO CUSTOMERS TO REBUILD.
009800****************************************************************
009810 1500-LOAD-CUSTOMERS.
009820     MOVE 0 TO FR-CUSTOMER-COUNT.
009830     OPEN INPUT CUSTOMER-MASTER.
009840     IF FR-CUSTOMER-STATUS = '35'
009850         MOVE "NO CUSTOMER-MASTER - NO CUSTOMER TOTALS TO REBUILD"
009860             TO FR-NOTE-TEXT
009870         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
009880         GO TO 1500-EXIT.
009890     MOVE 'Y' TO FR-HAVE-CUSTOMERS.
009900     MOVE 'N' TO FR-CUSTOMER-EOF.
009910     PERFORM 1510-READ-CUSTOMER-RECORD
009920         THRU 1510-EXIT.
009930     PERFORM 1520-STORE-CUSTOMER-RECORD
009940         THRU 1520-EXIT
009950         UNTIL FR-END-OF-CUSTOMERS.
009960     CLOSE CUSTOMER-MASTER.
009970     IF FR-CUSTOMER-OVERFLOW = 'Y'
009980         MOVE "CUSTOMER-MASTER PAST 2000 CUSTOMERS - NONE WILL BE"
009990             TO FR-NOTE-TEXT
010000         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
010010         MOVE "  REWRITTEN ON AN APPLY" TO FR-NOTE-TEXT
010020         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
010030         ADD 1 TO FR-HAND-CHECKS
010040     END-IF.
010050 1500-EXIT.
010060     EXIT.
010070
010080****************************************************************
010090*  1510-READ-CUSTOMER-RECORD
010100*
010110*  READS THE NEXT CUSTOMER-MASTER RECORD IN KEY ORDER.
010120****************************************************************
010130 1510-READ-CUSTOMER-RECORD.
010140     READ CUSTOMER-MASTER NEXT RECORD
010150         AT END MOVE 'Y' TO FR-CUSTOMER-EOF
010160     END-READ.
010170 1510-EXIT.
010180     EXIT.
010190
010200****************************************************************
010210*  1520-STORE-CUSTOMER-RECORD
010220*
010230*  ADDS THE CUSTOMER JUST READ TO FR-CUSTOMER-TABLE AND PRIMES
010240*  THE NEXT READ.
010250****************************************************************
010260 1520-STORE-CUSTOMER-RECORD.
010270     IF FR-CUSTOMER-COUNT < 2000
010280         ADD 1 TO FR-CUSTOMER-COUNT
010290         SET FR-CUST-IDX TO FR-CUSTOMER-COUNT
010300         MOVE CM-CUSTOMER-NUMBER TO FR-CU-NUMBER(FR-CUST-IDX)
010310         MOVE CM-CUSTOMER-NAME TO FR-CU-NAME(FR-CUST-IDX)
010320         MOVE 0 TO FR-CU-LIVE(FR-CUST-IDX)
010330         MOVE 'U' TO FR-CU-LIVE-OK(FR-CUST-IDX)
010340         IF CM-TOTAL-PURCHASES IS NUMERIC
010350             MOVE CM-TOTAL-PURCHASES TO FR-CU-LIVE(FR-CUST-IDX)
010360             MOVE 'Y' TO FR-CU-LIVE-OK(FR-CUST-IDX)
010370         END-IF
010380         MOVE 0 TO FR-CU-CARRIED(FR-CUST-IDX)
010390         MOVE 0 TO FR-CU-NET(FR-CUST-IDX)
010400         MOVE 0 TO FR-CU-REBUILT(FR-CUST-IDX)
010410         MOVE 'N' TO FR-CU-DIFFERS(FR-CUST-IDX)
010420     ELSE
010430         MOVE 'Y' TO FR-CUSTOMER-OVERFLOW
010440     END-IF.
010450     PERFORM 1510-READ-CUSTOMER-RECORD
010460         THRU 1510-EXIT.
010470 1520-EXIT.
010480     EXIT.
010490
010500****************************************************************
010510*  1600-LOAD-CARRIED-IN
010520*
010530*  POSTS EACH BALANCE ON CUSTOMER-MASTER.SEQ, THE FLAT FILE
010540*  JELLO-CUSTLOAD CONVERTED THE MASTER FROM, AS THAT CUSTOMER'S
010550*  STARTING TOTAL.  WITHOUT THE FLAT FILE EVERY CUSTOMER IS
010560*  REBUILT FROM ZERO, WHICH IS ONLY RIGHT FOR A CUSTOMER ADDED
010570*  SINCE THE CONVERSION, SO THE TOTALS ARE REPORTED BUT NONE IS
010580*  REWRITTEN ON AN APPLY.
010590****************************************************************
010600 1600-LOAD-CARRIED-IN.
010610     OPEN INPUT CUSTOMER-SEQ.
010620     IF FR-SEQ-STATUS = '35'
010630         IF FR-HAVE-CUSTOMERS = 'Y'
010640             MOVE "NO CUSTOMER-MASTER.SEQ - BALANCES UNKNOWN,"
010650                 TO FR-NOTE-TEXT
010660             WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
010670             MOVE "  NO CUSTOMER REWRITTEN"
010680                 TO FR-NOTE-TEXT
010690             WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
010700             ADD 1 TO FR-HAND-CHECKS
010710         END-IF
010720         GO TO 1600-EXIT.
010730     MOVE 'Y' TO FR-HAVE-CARRIED.
010740     MOVE 'N' TO FR-SEQ-EOF.
010750     PERFORM 1610-READ-SEQ-RECORD
010760         THRU 1610-EXIT.
010770     PERFORM 1620-STORE-SEQ-RECORD
010780         THRU 1620-EXIT
010790         UNTIL FR-END-OF-SEQ.
010800     CLOSE CUSTOMER-SEQ.
010810 1600-EXIT.
010820     EXIT.
010830
010840****************************************************************
010850*  1610-READ-SEQ-RECORD
010860*
010870*  READS ONE CUSTOMER-MASTER.SEQ RECORD AHEAD.
010880****************************************************************
010890 1610-READ-SEQ-RECORD.
010900     READ CUSTOMER-SEQ
010910         AT END MOVE 'Y' TO FR-SEQ-EOF
010920     END-READ.
010930 1610-EXIT.
010940     EXIT.
010950
010960****************************************************************
010970*  1620-STORE-SEQ-RECORD
010980*
010990*  POSTS THE CARRIED-IN BALANCE JUST READ TO ITS CUSTOMER AND
011000*  PRIMES THE NEXT READ.
011010****************************************************************
011020 1620-STORE-SEQ-RECORD.
011030     IF CQ-TOTAL-PURCHASES IS NUMERIC
011040         AND FR-CUSTOMER-COUNT > 0
011050         SET FR-CUST-IDX TO 1
011060         SEARCH FR-CUSTOMER-ENTRY
011070             AT END CONTINUE
011080             WHEN FR-CU-NUMBER(FR-CUST-IDX) = CQ-CUSTOMER-NUMBER
011090                 MOVE CQ-TOTAL-PURCHASES
011100                     TO FR-CU-CARRIED(FR-CUST-IDX)
011110         END-SEARCH
011120     END-IF.
011130     PERFORM 1610-READ-SEQ-RECORD
011140         THRU 1610-EXIT.
011150 1620-EXIT.
011160     EXIT.
011170
011180****************************************************************
011190*  2000-REPLAY-TODAY
011200*
011210*  LISTS THE DAY'S POSTINGS ALREADY CARRIED IN THE OPENING
011220*  SNAPSHOT, THEN REPLAYS TODAY'S ORDER-FILE AGAINST BOTH THE
011230*  FLAVOR AND THE CUSTOMER TABLES.  A MISSING ORDER-FILE IS AN
011240*  EMPTY DAY.
011250****************************************************************
011260 2000-REPLAY-TODAY.
011270     WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE.
011280     WRITE RECOVERY-REPORT-RECORD FROM FR-INV-TITLE.
011290     WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE.
011300     PERFORM 2100-LIST-ADJUSTMENTS
011310         THRU 2100-EXIT.
011320     PERFORM 2200-LIST-QUEUED-RECEIPTS
011330         THRU 2200-EXIT.
011340     MOVE "ORDER-FILE" TO FR-ORDER-NAME.
011350     MOVE 'Y' TO FR-REPLAYING-TODAY.
011360     OPEN INPUT ORDER-FILE.
011370     IF FR-ORDER-STATUS = '35'
011380         MOVE "NO ORDER-FILE - NOTHING RUNG TODAY TO REPLAY"
011390             TO FR-NOTE-TEXT
011400         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
011410         GO TO 2000-EXIT.
011420     MOVE 'N' TO FR-ORDER-EOF.
011430     PERFORM 2310-READ-ORDER-RECORD
011440         THRU 2310-EXIT.
011450     PERFORM 2320-REPLAY-ONE-ORDER
011460         THRU 2320-EXIT
011470         UNTIL FR-END-OF-ORDERS.
011480     CLOSE ORDER-FILE.
011490 2000-EXIT.
011500     EXIT.
011510
011520****************************************************************
011530*  2100-LIST-ADJUSTMENTS
011540*
011550*  LISTS EACH ADJUST-LOG ENTRY DATED THE BUSINESS DATE.
011560*  JELLO-ADJUST APPLIED IT TO THE OPENING SNAPSHOT WHEN IT
011570*  POSTED IT, SO IT IS IN THE STARTING FIGURE ALREADY.
011580****************************************************************
011590 2100-LIST-ADJUSTMENTS.
011600     OPEN INPUT ADJUST-LOG.
011610     IF FR-ADJUST-STATUS = '35'
011620         GO TO 2100-EXIT.
011630     MOVE 'N' TO FR-ADJUST-EOF.
011640     PERFORM 2110-READ-ADJUST-RECORD
011650         THRU 2110-EXIT.
011660     PERFORM 2120-LIST-ONE-ADJUSTMENT
011670         THRU 2120-EXIT
011680         UNTIL FR-END-OF-ADJUSTS.
011690     CLOSE ADJUST-LOG.
011700 2100-EXIT.
011710     EXIT.
011720
011730****************************************************************
011740*  2110-READ-ADJUST-RECORD
011750*
011760*  READS ONE ADJUST-LOG RECORD AHEAD.
011770****************************************************************
011780 2110-READ-ADJUST-RECORD.
011790     READ ADJUST-LOG
011800         AT END MOVE 'Y' TO FR-ADJUST-EOF
011810     END-READ.
011820 2110-EXIT.
011830     EXIT.
011840
011850****************************************************************
011860*  2120-LIST-ONE-ADJUSTMENT
011870*
011880*  PRINTS THE ADJUSTMENT JUST READ WHEN IT IS DATED TODAY AND
011890*  PRIMES THE NEXT READ.
011900****************************************************************
011910 2120-LIST-ONE-ADJUSTMENT.
011920     IF AL-ADJUST-DATE = FR-BUSINESS-DATE
011930         ADD 1 TO FR-ADJUSTS-CARRIED
011940         MOVE AL-ADJUST-DATE TO FR-AL-DATE
011950         MOVE AL-FLAVOR-CODE TO FR-AL-NAME
011960         SET FR-FLAVOR-IDX TO 1
011970         SEARCH FR-FLAVOR-ENTRY
011980             AT END CONTINUE
011990             WHEN FR-FLAVOR-CODE(FR-FLAVOR-IDX) = AL-FLAVOR-CODE
012000                 MOVE FR-FLAVOR-NAME(FR-FLAVOR-IDX) TO FR-AL-NAME
012010         END-SEARCH
012020         MOVE AL-REASON-CODE TO FR-AL-REASON
012030         MOVE AL-DIRECTION TO FR-AL-DIRECTION
012040         MOVE AL-QUANTITY TO FR-AL-QTY
012050         WRITE RECOVERY-REPORT-RECORD FROM FR-ADJUST-LINE
012060     END-IF.
012070     PERFORM 2110-READ-ADJUST-RECORD
012080         THRU 2110-EXIT.
012090 2120-EXIT.
012100     EXIT.
012110
012120****************************************************************
012130*  2200-LIST-QUEUED-RECEIPTS
012140*
012150*  LISTS ANY DELIVERY STILL QUEUED ON RECEIPT-TRANS.
012160*  JELLO-RECEIVE EMPTIES THE FILE AS IT POSTS, AND A POSTED
012170*  RECEIPT IS IN THE OPENING SNAPSHOT, SO ANYTHING STILL HERE
012180*  HAS NOT REACHED INVENTORY-FILE YET AND IS NOT REPLAYED.
012190****************************************************************
012200 2200-LIST-QUEUED-RECEIPTS.
012210     OPEN INPUT RECEIPT-TRANS.
012220     IF FR-RECEIPT-STATUS = '35'
012230         GO TO 2200-EXIT.
012240     MOVE 'N' TO FR-RECEIPT-EOF.
012250     PERFORM 2210-READ-RECEIPT-RECORD
012260         THRU 2210-EXIT.
012270     PERFORM 2220-LIST-ONE-RECEIPT
012280         THRU 2220-EXIT
012290         UNTIL FR-END-OF-RECEIPTS.
012300     CLOSE RECEIPT-TRANS.
012310 2200-EXIT.
012320     EXIT.
012330
012340****************************************************************
012350*  2210-READ-RECEIPT-RECORD
012360*
012370*  READS ONE RECEIPT-TRANS RECORD AHEAD.
012380****************************************************************
012390 2210-READ-RECEIPT-RECORD.
012400     READ RECEIPT-TRANS
012410         AT END MOVE 'Y' TO FR-RECEIPT-EOF
012420     END-READ.
012430 2210-EXIT.
012440     EXIT.
012450
012460****************************************************************
012470*  2220-LIST-ONE-RECEIPT
012480*
012490*  PRINTS THE QUEUED RECEIPT JUST READ AND PRIMES THE NEXT
012500*  READ.
012510****************************************************************
012520 2220-LIST-ONE-RECEIPT.
012530     ADD 1 TO FR-RECEIPTS-QUEUED.
012540     MOVE RC-RECEIPT-DATE TO FR-RL-DATE.
012550     MOVE RC-FLAVOR-CODE TO FR-RL-NAME.
012560     SET FR-FLAVOR-IDX TO 1.
012570     SEARCH FR-FLAVOR-ENTRY
012580         AT END CONTINUE
012590         WHEN FR-FLAVOR-CODE(FR-FLAVOR-IDX) = RC-FLAVOR-CODE
012600             MOVE FR-FLAVOR-NAME(FR-FLAVOR-IDX) TO FR-RL-NAME
012610     END-SEARCH.
012620     MOVE RC-QUANTITY TO FR-RL-QTY.
012630     WRITE RECOVERY-REPORT-RECORD FROM FR-RECEIPT-LINE.
012640     PERFORM 2210-READ-RECEIPT-RECORD
012650         THRU 2210-EXIT.
012660 2220-EXIT.
012670     EXIT.
012680
012690****************************************************************
012700*  2310-READ-ORDER-RECORD
012710*
012720*  READS ONE RECORD AHEAD FROM WHICHEVER ORDER-FILE IS OPEN.
012730****************************************************************
012740 2310-READ-ORDER-RECORD.
012750     READ ORDER-FILE
012760         AT END MOVE 'Y' TO FR-ORDER-EOF
012770     END-READ.
012780 2310-EXIT.
012790     EXIT.
012800
012810****************************************************************
012820*  2320-REPLAY-ONE-ORDER
012830*
012840*  REPLAYS THE ORDER RECORD JUST READ - AGAINST ITS FLAVOR WHEN
012850*  IT IS TODAY'S, AND AGAINST ITS CUSTOMER EITHER WAY - AND
012860*  PRIMES THE NEXT READ.  TENDER RECORDS MOVE NEITHER.
012870****************************************************************
012880 2320-REPLAY-ONE-ORDER.
012890     IF OR-RECORD-TYPE = 'T'
012900         GO TO 2320-NEXT.
012910     IF FR-REPLAYING-TODAY = 'Y'
012920         ADD 1 TO FR-ORDERS-REPLAYED
012930         PERFORM 2330-REPLAY-FLAVOR
012940             THRU 2330-EXIT
012950     ELSE
012960         ADD 1 TO FR-ARCHIVE-LINES
012970     END-IF.
012980     PERFORM 2340-REPLAY-CUSTOMER
012990         THRU 2340-EXIT.
013000 2320-NEXT.
013010     PERFORM 2310-READ-ORDER-RECORD
013020         THRU 2310-EXIT.
013030 2320-EXIT.
013040     EXIT.
013050
013060****************************************************************
013070*  2330-REPLAY-FLAVOR
013080*
013090*  TAKES A SALE'S QUANTITY OFF ITS FLAVOR, OR PUTS A VOID'S
013100*  BACK.  A FLAVOR NAME NOT ON FLAVOR-MASTER IS PRINTED AND
013110*  LEFT FOR A HAND CHECK.
013120****************************************************************
013130 2330-REPLAY-FLAVOR.
013140     SET FR-FLAVOR-IDX TO 1.
013150     SEARCH FR-FLAVOR-ENTRY
013160         AT END
013170             ADD 1 TO FR-UNKNOWN-FLAVOR-LINES
013180             ADD 1 TO FR-HAND-CHECKS
013190             MOVE OR-ORDER-TIME TO FR-UL-TIME
013200             MOVE OR-FLAVOR-NAME TO FR-UL-NAME
013210             WRITE RECOVERY-REPORT-RECORD FROM FR-UNKNOWN-LINE
013220         WHEN FR-FLAVOR-NAME(FR-FLAVOR-IDX) = OR-FLAVOR-NAME
013230             IF OR-RECORD-TYPE = 'V'
013240                 ADD OR-QUANTITY TO FR-INV-VOIDED(FR-FLAVOR-IDX)
013250             ELSE
013260                 ADD OR-QUANTITY TO FR-INV-SOLD(FR-FLAVOR-IDX)
013270             END-IF
013280     END-SEARCH.
013290 2330-EXIT.
013300     EXIT.
013310
013320****************************************************************
013330*  2340-REPLAY-CUSTOMER
013340*
013350*  ADDS A SALE'S LINE TOTAL TO ITS CUSTOMER, OR TAKES A VOID'S
013360*  OFF.  A WALK-IN (CUSTOMER ZERO) MOVES NOTHING; A CUSTOMER
013370*  NOT ON CUSTOMER-MASTER IS COUNTED FOR A HAND CHECK.
013380****************************************************************
013390 2340-REPLAY-CUSTOMER.
013400     IF OR-CUSTOMER-NUMBER IS NOT NUMERIC
013410         OR OR-CUSTOMER-NUMBER = 0
013420         OR FR-HAVE-CUSTOMERS NOT = 'Y'
013430         GO TO 2340-EXIT.
013440     IF FR-CUSTOMER-COUNT = 0
013450         ADD 1 TO FR-UNKNOWN-CUST-LINES
013460         GO TO 2340-EXIT.
013470     SET FR-CUST-IDX TO 1.
013480     SEARCH FR-CUSTOMER-ENTRY
013490         AT END
013500             ADD 1 TO FR-UNKNOWN-CUST-LINES
013510         WHEN FR-CU-NUMBER(FR-CUST-IDX) = OR-CUSTOMER-NUMBER
013520             IF OR-RECORD-TYPE = 'V'
013530                 SUBTRACT OR-LINE-TOTAL
013540                     FROM FR-CU-NET(FR-CUST-IDX)
013550             ELSE
013560                 ADD OR-LINE-TOTAL TO FR-CU-NET(FR-CUST-IDX)
013570             END-IF
013580     END-SEARCH.
013590 2340-EXIT.
013600     EXIT.
013610
013620****************************************************************
013630*  3000-REPLAY-ARCHIVES
013640*
013650*  REPLAYS EVERY ORDER-FILE ARCHIVE FROM THE FROM-DATE THROUGH
013660*  THE DAY BEFORE THE BUSINESS DATE AGAINST THE CUSTOMER TABLE,
013670*  OLDEST FIRST.  A DAY WITH NO ARCHIVE (THE STORE WAS SHUT) IS
013680*  COUNTED AND PASSED OVER.
013690****************************************************************
013700 3000-REPLAY-ARCHIVES.
013710     MOVE 'N' TO FR-REPLAYING-TODAY.
013720     IF FR-HAVE-CUSTOMERS NOT = 'Y'
013730         GO TO 3000-EXIT.
013740     MOVE FR-FROM-DATE TO FR-DATE-SPLIT.
013750     PERFORM 3010-REPLAY-ONE-DAY
013760         THRU 3010-EXIT
013770         UNTIL FR-DATE-SPLIT NOT < FR-BUSINESS-DATE.
013780 3000-EXIT.
013790     EXIT.
013800
013810****************************************************************
013820*  3010-REPLAY-ONE-DAY
013830*
013840*  REPLAYS THE ARCHIVE FOR FR-DATE-SPLIT, THEN MOVES ON A DAY.
013850****************************************************************
013860 3010-REPLAY-ONE-DAY.
013870     MOVE FR-DATE-SPLIT TO FR-OA-DATE.
013880     MOVE FR-ORDER-ARCH-NAME TO FR-ORDER-NAME.
013890     OPEN INPUT ORDER-FILE.
013900     IF FR-ORDER-STATUS = '35'
013910         ADD 1 TO FR-DAYS-MISSING
013920     ELSE
013930         ADD 1 TO FR-DAYS-READ
013940         MOVE 'N' TO FR-ORDER-EOF
013950         PERFORM 2310-READ-ORDER-RECORD
013960             THRU 2310-EXIT
013970         PERFORM 2320-REPLAY-ONE-ORDER
013980             THRU 2320-EXIT
013990             UNTIL FR-END-OF-ORDERS
014000         CLOSE ORDER-FILE
014010     END-IF.
014020     PERFORM 6310-ADVANCE-ONE-DAY
014030         THRU 6310-EXIT.
014040 3010-EXIT.
014050     EXIT.
014060
014070****************************************************************
014080*  4000-LIST-INVENTORY
014090*
014100*  WORKS OUT EACH FLAVOR'S REBUILT ON-HAND AND PRINTS IT WITH
014110*  THE LIVE FIGURE, FLAGGING EVERY DIFFERENCE, THEN THE STRAY
014120*  AND UNREADABLE LINES ON THE LIVE FILE.
014130****************************************************************
014140 4000-LIST-INVENTORY.
014150     IF FR-HAVE-OPENING NOT = 'Y'
014160         GO TO 4000-EXIT.
014170     WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE.
014180     WRITE RECOVERY-REPORT-RECORD FROM FR-INV-HEAD.
014190     PERFORM 4010-LIST-ONE-FLAVOR
014200         THRU 4010-EXIT
014210         VARYING FR-FLAVOR-IDX FROM 1 BY 1
014220         UNTIL FR-FLAVOR-IDX > FR-FLAVOR-COUNT.
014230     PERFORM 4020-LIST-ONE-STRAY
014240         THRU 4020-EXIT
014250         VARYING FR-STRAY-SUB FROM 1 BY 1
014260         UNTIL FR-STRAY-SUB > FR-STRAY-COUNT.
014270     IF FR-UNREADABLE-LINES > 0
014280         ADD FR-UNREADABLE-LINES TO FR-INV-DIFFERENCES
014290         MOVE "UNREADABLE INVENTORY-FILE LINES - DROPPED:"
014300             TO FR-NOTE-TEXT
014310         MOVE FR-UNREADABLE-LINES TO FR-SUM-COUNT
014320         MOVE FR-SUM-COUNT TO FR-NOTE-TEXT(45:7)
014330         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
014340     END-IF.
014350 4000-EXIT.
014360     EXIT.
014370
014380****************************************************************
014390*  4010-LIST-ONE-FLAVOR
014400*
014410*  REBUILDS AND PRINTS FLAVOR FR-FLAVOR-IDX.  OPENING LESS SOLD
014420*  PLUS VOIDED IS THE REBUILT COUNT; IT DIFFERS WHEN THE LIVE
014430*  RECORD IS MISSING, UNREADABLE, OR CARRIES ANOTHER COUNT.
014440****************************************************************
014450 4010-LIST-ONE-FLAVOR.
014460     MOVE SPACES TO FR-IL-NOTE.
014470     IF FR-INV-HAVE-OPEN(FR-FLAVOR-IDX) NOT = 'Y'
014480         MOVE 'O' TO FR-INV-RESULT(FR-FLAVOR-IDX)
014490         ADD 1 TO FR-HAND-CHECKS
014500         MOVE "NO OPENING - LEFT AS IS" TO FR-IL-NOTE
014510     ELSE
014520         ADD 1 TO FR-FLAVORS-REBUILT
014530         COMPUTE FR-INV-REBUILT(FR-FLAVOR-IDX) =
014540             FR-INV-OPEN(FR-FLAVOR-IDX)
014550             - FR-INV-SOLD(FR-FLAVOR-IDX)
014560             + FR-INV-VOIDED(FR-FLAVOR-IDX)
014570         EVALUATE TRUE
014580             WHEN FR-INV-REBUILT(FR-FLAVOR-IDX) < 0
014590                 MOVE 'B' TO FR-INV-RESULT(FR-FLAVOR-IDX)
014600                 ADD 1 TO FR-HAND-CHECKS
014610                 MOVE "BELOW ZERO - NOT CORRECTED" TO FR-IL-NOTE
014620             WHEN FR-INV-HAVE-LIVE(FR-FLAVOR-IDX) = 'N'
014630                 MOVE 'D' TO FR-INV-RESULT(FR-FLAVOR-IDX)
014640                 MOVE "MISSING FROM FILE" TO FR-IL-NOTE
014650             WHEN FR-INV-HAVE-LIVE(FR-FLAVOR-IDX) = 'U'
014660                 MOVE 'D' TO FR-INV-RESULT(FR-FLAVOR-IDX)
014670                 MOVE "UNREADABLE ON FILE" TO FR-IL-NOTE
014680             WHEN FR-INV-REBUILT(FR-FLAVOR-IDX) NOT =
014690                     FR-INV-LIVE(FR-FLAVOR-IDX)
014700                 MOVE 'D' TO FR-INV-RESULT(FR-FLAVOR-IDX)
014710                 MOVE "DIFFERS" TO FR-IL-NOTE
014720             WHEN OTHER
014730                 MOVE 'S' TO FR-INV-RESULT(FR-FLAVOR-IDX)
014740         END-EVALUATE
014750     END-IF.
014760     IF FR-INV-RESULT(FR-FLAVOR-IDX) = 'D'
014770         ADD 1 TO FR-INV-DIFFERENCES
014780     END-IF.
014790     MOVE FR-FLAVOR-NAME(FR-FLAVOR-IDX) TO FR-IL-NAME.
014800     MOVE FR-INV-OPEN(FR-FLAVOR-IDX) TO FR-IL-OPEN.
014810     MOVE FR-INV-SOLD(FR-FLAVOR-IDX) TO FR-IL-SOLD.
014820     MOVE FR-INV-VOIDED(FR-FLAVOR-IDX) TO FR-IL-VOIDED.
014830     MOVE FR-INV-REBUILT(FR-FLAVOR-IDX) TO FR-IL-REBUILT.
014840     MOVE FR-INV-LIVE(FR-FLAVOR-IDX) TO FR-IL-LIVE.
014850     WRITE RECOVERY-REPORT-RECORD FROM FR-INV-LINE.
014860 4010-EXIT.
014870     EXIT.
014880
014890****************************************************************
014900*  4020-LIST-ONE-STRAY
014910*
014920*  PRINTS STRAY LIVE LINE FR-STRAY-SUB AS A DIFFERENCE.
014930****************************************************************
014940 4020-LIST-ONE-STRAY.
014950     ADD 1 TO FR-INV-DIFFERENCES.
014960     MOVE FR-STRAY-CODE(FR-STRAY-SUB) TO FR-SL-CODE.
014970     MOVE FR-STRAY-ON-HAND(FR-STRAY-SUB) TO FR-SL-ON-HAND.
014980     WRITE RECOVERY-REPORT-RECORD FROM FR-STRAY-LINE.
014990 4020-EXIT.
015000     EXIT.
015010
015020****************************************************************
015030*  5000-LIST-CUSTOMERS
015040*
015050*  WORKS OUT EACH CUSTOMER'S REBUILT TOTAL AND PRINTS EVERY ONE
015060*  THAT DIFFERS FROM CUSTOMER-MASTER.
015070****************************************************************
015080 5000-LIST-CUSTOMERS.
015090     IF FR-HAVE-CUSTOMERS NOT = 'Y'
015100         GO TO 5000-EXIT.
015110     WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE.
015120     WRITE RECOVERY-REPORT-RECORD FROM FR-CUST-TITLE.
015130     MOVE "ARCHIVES FROM" TO FR-NOTE-TEXT.
015140     MOVE FR-FROM-DATE TO FR-NOTE-TEXT(15:8).
015150     MOVE "THROUGH THE DAY BEFORE" TO FR-NOTE-TEXT(24:22).
015160     MOVE FR-BUSINESS-DATE TO FR-NOTE-TEXT(47:8).
015170     MOVE "AND TODAY'S ORDER-FILE" TO FR-NOTE-TEXT(56:22).
015180     WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE.
015190     WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE.
015200     WRITE RECOVERY-REPORT-RECORD FROM FR-CUST-HEAD.
015210     PERFORM 5010-CHECK-ONE-CUSTOMER
015220         THRU 5010-EXIT
015230         VARYING FR-CUST-SUB FROM 1 BY 1
015240         UNTIL FR-CUST-SUB > FR-CUSTOMER-COUNT.
015250     IF FR-CUST-DIFFERENCES = 0
015260         MOVE "EVERY CUSTOMER TOTAL AGREES WITH THE REBUILT ONE"
015270             TO FR-NOTE-TEXT
015280         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
015290     END-IF.
015300     IF FR-UNKNOWN-CUST-LINES > 0
015310         ADD 1 TO FR-HAND-CHECKS
015320         MOVE "ORDER LINES FOR CUSTOMERS NOT ON CUSTOMER-MASTER:"
015330             TO FR-NOTE-TEXT
015340         MOVE FR-UNKNOWN-CUST-LINES TO FR-SUM-COUNT
015350         MOVE FR-SUM-COUNT TO FR-NOTE-TEXT(51:7)
015360         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
015370     END-IF.
015380 5000-EXIT.
015390     EXIT.
015400
015410****************************************************************
015420*  5010-CHECK-ONE-CUSTOMER
015430*
015440*  REBUILDS CUSTOMER FR-CUST-SUB'S TOTAL - THE CARRIED-IN
015450*  BALANCE PLUS THE NET OF EVERY LINE REPLAYED, NEVER BELOW
015460*  ZERO - AND PRINTS IT WHEN IT DIFFERS FROM THE LIVE ONE.
015470****************************************************************
015480 5010-CHECK-ONE-CUSTOMER.
015490     COMPUTE FR-CUST-WORK = FR-CU-CARRIED(FR-CUST-SUB)
015500         + FR-CU-NET(FR-CUST-SUB).
015510     IF FR-CUST-WORK < 0
015520         MOVE 0 TO FR-CUST-WORK
015530     END-IF.
015540     IF FR-CUST-WORK > 9999999.99
015550         MOVE 9999999.99 TO FR-CUST-WORK
015560     END-IF.
015570     MOVE FR-CUST-WORK TO FR-CU-REBUILT(FR-CUST-SUB).
015580     MOVE SPACES TO FR-CL-NOTE.
015590     IF FR-CU-LIVE-OK(FR-CUST-SUB) NOT = 'Y'
015600         MOVE "UNREADABLE ON FILE" TO FR-CL-NOTE
015610     ELSE
015620         IF FR-CU-REBUILT(FR-CUST-SUB) = FR-CU-LIVE(FR-CUST-SUB)
015630             GO TO 5010-EXIT
015640         END-IF
015650         MOVE "DIFFERS" TO FR-CL-NOTE
015660     END-IF.
015670     MOVE 'Y' TO FR-CU-DIFFERS(FR-CUST-SUB).
015680     ADD 1 TO FR-CUST-DIFFERENCES.
015690     MOVE FR-CU-NUMBER(FR-CUST-SUB) TO FR-CL-NUMBER.
015700     MOVE FR-CU-NAME(FR-CUST-SUB) TO FR-CL-NAME.
015710     MOVE FR-CU-CARRIED(FR-CUST-SUB) TO FR-CL-CARRIED.
015720     MOVE FR-CU-REBUILT(FR-CUST-SUB) TO FR-CL-REBUILT.
015730     MOVE FR-CU-LIVE(FR-CUST-SUB) TO FR-CL-LIVE.
015740     WRITE RECOVERY-REPORT-RECORD FROM FR-CUST-LINE.
015750 5010-EXIT.
015760     EXIT.
015770
015780****************************************************************
015790*  6000-LOAD-LOTS
015800*
015810*  READS STOCK-LOTS INTO FR-LOT-TABLE AND SETS THE NEXT LOT
015820*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
015830*  LOT HAS BEEN RECEIVED YET.
015840****************************************************************
015850 6000-LOAD-LOTS.
015860     MOVE 0 TO FR-LOT-COUNT.
015870     MOVE 1 TO FR-NEXT-LOT.
015880     MOVE 'N' TO FR-LOT-OVERFLOW.
015890     OPEN INPUT STOCK-LOTS.
015900     IF FR-LOT-STATUS = '35'
015910         GO TO 6000-EXIT.
015920     MOVE 'N' TO FR-LOT-EOF.
015930     PERFORM 6010-READ-LOT-RECORD
015940         THRU 6010-EXIT.
015950     PERFORM 6020-STORE-LOT-RECORD
015960         THRU 6020-EXIT
015970         UNTIL FR-END-OF-LOTS.
015980     CLOSE STOCK-LOTS.
015990     IF FR-LOT-OVERFLOW = 'Y'
016000         MOVE "STOCK-LOTS PAST 500 LOTS - LOTS LEFT AS THEY WERE"
016010             TO FR-NOTE-TEXT
016020         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
016030         ADD 1 TO FR-HAND-CHECKS
016040     END-IF.
016050 6000-EXIT.
016060     EXIT.
016070
016080****************************************************************
016090*  6010-READ-LOT-RECORD
016100*
016110*  READS ONE STOCK-LOTS RECORD AHEAD.
016120****************************************************************
016130 6010-READ-LOT-RECORD.
016140     READ STOCK-LOTS
016150         AT END MOVE 'Y' TO FR-LOT-EOF
016160     END-READ.
016170 6010-EXIT.
016180     EXIT.
016190
016200****************************************************************
016210*  6020-STORE-LOT-RECORD
016220*
016230*  ADDS THE LOT JUST READ TO FR-LOT-TABLE, KEEPS THE NEXT LOT
016240*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
016250****************************************************************
016260 6020-STORE-LOT-RECORD.
016270     IF FR-LOT-COUNT < 500
016280         ADD 1 TO FR-LOT-COUNT
016290         MOVE LT-LOT-NUMBER TO FR-LOT-NUMBER(FR-LOT-COUNT)
016300         MOVE LT-FLAVOR-CODE TO FR-LOT-FLAVOR(FR-LOT-COUNT)
016310         MOVE LT-RECEIVED-DATE TO FR-LOT-RECEIVED(FR-LOT-COUNT)
016320         MOVE LT-EXPIRY-DATE TO FR-LOT-EXPIRY(FR-LOT-COUNT)
016330         MOVE LT-QTY-RECEIVED TO FR-LOT-QTY-RECEIVED(FR-LOT-COUNT)
016340         MOVE LT-QTY-ON-HAND TO FR-LOT-ON-HAND(FR-LOT-COUNT)
016350         IF LT-LOT-NUMBER NOT < FR-NEXT-LOT
016360             COMPUTE FR-NEXT-LOT = LT-LOT-NUMBER + 1
016370         END-IF
016380     ELSE
016390         MOVE 'Y' TO FR-LOT-OVERFLOW
016400     END-IF.
016410     PERFORM 6010-READ-LOT-RECORD
016420         THRU 6010-EXIT.
016430 6020-EXIT.
016440     EXIT.
016450
016460****************************************************************
016470*  6100-ALIGN-LOTS
016480*
016490*  BRINGS THE LOTS OF FR-DRAW-FLAVOR TO FR-LOT-TARGET, THE
016500*  FLAVOR'S CORRECTED IV-ON-HAND: WHAT THE LOTS HOLD OVER IT IS
016510*  DRAWN OFF OLDEST LOT FIRST, AS A SALE WOULD HAVE DRAWN IT,
016520*  AND WHAT THEY HOLD UNDER IT GOES ON A NEW LOT.
016530****************************************************************
016540 6100-ALIGN-LOTS.
016550     IF FR-LOT-OVERFLOW = 'Y'
016560         GO TO 6100-EXIT.
016570     MOVE 0 TO FR-LOT-TOTAL.
016580     PERFORM 6110-ADD-ONE-LOT
016590         THRU 6110-EXIT
016600         VARYING FR-LOT-SUB FROM 1 BY 1
016610         UNTIL FR-LOT-SUB > FR-LOT-COUNT.
016620     IF FR-LOT-TOTAL = FR-LOT-TARGET
016630         GO TO 6100-EXIT.
016640     IF FR-LOT-TOTAL > FR-LOT-TARGET
016650         COMPUTE FR-DRAW-QTY = FR-LOT-TOTAL - FR-LOT-TARGET
016660         PERFORM 6120-DRAW-ONE-LOT
016670             THRU 6120-EXIT
016680             VARYING FR-LOT-SUB FROM 1 BY 1
016690             UNTIL FR-LOT-SUB > FR-LOT-COUNT
016700                OR FR-DRAW-QTY = 0
016710     ELSE
016720         COMPUTE FR-DRAW-QTY = FR-LOT-TARGET - FR-LOT-TOTAL
016730         PERFORM 6200-OPEN-LOT
016740             THRU 6200-EXIT
016750     END-IF.
016760 6100-EXIT.
016770     EXIT.
016780
016790****************************************************************
016800*  6110-ADD-ONE-LOT
016810*
016820*  ADDS WHAT IS LEFT ON LOT FR-LOT-SUB TO FR-LOT-TOTAL WHEN IT
016830*  IS THE FLAVOR'S.
016840****************************************************************
016850 6110-ADD-ONE-LOT.
016860     IF FR-LOT-FLAVOR(FR-LOT-SUB) = FR-DRAW-FLAVOR
016870         ADD FR-LOT-ON-HAND(FR-LOT-SUB) TO FR-LOT-TOTAL
016880     END-IF.
016890 6110-EXIT.
016900     EXIT.
016910
016920****************************************************************
016930*  6120-DRAW-ONE-LOT
016940*
016950*  TAKES WHAT IS STILL TO BE DRAWN, OR ALL THAT IS LEFT, OFF ONE
016960*  LOT OF THE FLAVOR AND LOGS THE LOT'S NEW QUANTITY.
016970****************************************************************
016980 6120-DRAW-ONE-LOT.
016990     IF FR-LOT-FLAVOR(FR-LOT-SUB) NOT = FR-DRAW-FLAVOR
017000        OR FR-LOT-ON-HAND(FR-LOT-SUB) = 0
017010         GO TO 6120-EXIT.
017020     IF FR-LOT-ON-HAND(FR-LOT-SUB) < FR-DRAW-QTY
017030         MOVE FR-LOT-ON-HAND(FR-LOT-SUB) TO FR-DRAW-TAKE
017040     ELSE
017050         MOVE FR-DRAW-QTY TO FR-DRAW-TAKE
017060     END-IF.
017070     MOVE 'L' TO RV-FILE-CODE.
017080     MOVE 'C' TO RV-ACTION.
017090     MOVE FR-LOT-NUMBER(FR-LOT-SUB) TO RV-RECORD-KEY.
017100     MOVE FR-LOT-ON-HAND(FR-LOT-SUB) TO RV-OLD-VALUE.
017110     SUBTRACT FR-DRAW-TAKE FROM FR-LOT-ON-HAND(FR-LOT-SUB).
017120     SUBTRACT FR-DRAW-TAKE FROM FR-DRAW-QTY.
017130     MOVE FR-LOT-ON-HAND(FR-LOT-SUB) TO RV-NEW-VALUE.
017140     ADD 1 TO FR-LOTS-CORRECTED.
017150     PERFORM 7400-WRITE-LOG-RECORD
017160         THRU 7400-EXIT.
017170 6120-EXIT.
017180     EXIT.
017190
017200****************************************************************
017210*  6200-OPEN-LOT
017220*
017230*  OPENS A LOT OF FR-DRAW-QTY TRAYS OF FR-DRAW-FLAVOR RECEIVED
017240*  ON THE BUSINESS DATE AND EXPIRING THE FLAVOR'S SHELF LIFE
017250*  LATER, AND LOGS IT.  WITH NO ROOM FOR ANOTHER LOT THE TRAYS
017260*  ARE LEFT FOR A HAND CHECK.
017270****************************************************************
017280 6200-OPEN-LOT.
017290     IF FR-LOT-COUNT >= 500
017300         MOVE "STOCK-LOTS FULL - NO LOT OPENED FOR FLAVOR"
017310             TO FR-NOTE-TEXT
017320         MOVE FR-DRAW-FLAVOR TO FR-NOTE-TEXT(44:2)
017330         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
017340         ADD 1 TO FR-HAND-CHECKS
017350         GO TO 6200-EXIT.
017360     PERFORM 6300-FIGURE-EXPIRY
017370         THRU 6300-EXIT.
017380     ADD 1 TO FR-LOT-COUNT.
017390     MOVE FR-NEXT-LOT TO FR-LOT-NUMBER(FR-LOT-COUNT).
017400     ADD 1 TO FR-NEXT-LOT.
017410     MOVE FR-DRAW-FLAVOR TO FR-LOT-FLAVOR(FR-LOT-COUNT).
017420     MOVE FR-BUSINESS-DATE TO FR-LOT-RECEIVED(FR-LOT-COUNT).
017430     MOVE FR-EXPIRY-DATE TO FR-LOT-EXPIRY(FR-LOT-COUNT).
017440     MOVE FR-DRAW-QTY TO FR-LOT-QTY-RECEIVED(FR-LOT-COUNT).
017450     MOVE FR-DRAW-QTY TO FR-LOT-ON-HAND(FR-LOT-COUNT).
017460     MOVE 'L' TO RV-FILE-CODE.
017470     MOVE 'A' TO RV-ACTION.
017480     MOVE FR-LOT-NUMBER(FR-LOT-COUNT) TO RV-RECORD-KEY.
017490     MOVE 0 TO RV-OLD-VALUE.
017500     MOVE FR-DRAW-QTY TO RV-NEW-VALUE.
017510     ADD 1 TO FR-LOTS-CORRECTED.
017520     PERFORM 7400-WRITE-LOG-RECORD
017530         THRU 7400-EXIT.
017540 6200-EXIT.
017550     EXIT.
017560
017570****************************************************************
017580*  6300-FIGURE-EXPIRY
017590*
017600*  SETS FR-EXPIRY-DATE TO THE BUSINESS DATE PLUS FR-SHELF-DAYS.
017610*  A FLAVOR WITH NO SHELF LIFE (ZERO) NEVER EXPIRES.
017620****************************************************************
017630 6300-FIGURE-EXPIRY.
017640     IF FR-SHELF-DAYS = 0
017650        OR FR-BUSINESS-DATE IS NOT NUMERIC
017660         MOVE ALL '9' TO FR-EXPIRY-DATE
017670         GO TO 6300-EXIT.
017680     MOVE FR-BUSINESS-DATE TO FR-DATE-SPLIT.
017690     PERFORM 6310-ADVANCE-ONE-DAY
017700         THRU 6310-EXIT
017710         VARYING FR-DAY-SUB FROM 1 BY 1
017720         UNTIL FR-DAY-SUB > FR-SHELF-DAYS.
017730     MOVE FR-DATE-SPLIT TO FR-EXPIRY-DATE.
017740 6300-EXIT.
017750     EXIT.
017760
017770****************************************************************
017780*  6310-ADVANCE-ONE-DAY
017790*
017800*  MOVES FR-DATE-SPLIT FORWARD ONE CALENDAR DAY.
017810****************************************************************
017820 6310-ADVANCE-ONE-DAY.
017830     PERFORM 6320-SET-DAYS-THIS-MONTH
017840         THRU 6320-EXIT.
017850     IF FR-DS-DAY < FR-DAYS-THIS-MONTH
017860         ADD 1 TO FR-DS-DAY
017870     ELSE
017880         MOVE 1 TO FR-DS-DAY
017890         IF FR-DS-MONTH < 12
017900             ADD 1 TO FR-DS-MONTH
017910         ELSE
017920             MOVE 1 TO FR-DS-MONTH
017930             ADD 1 TO FR-DS-YEAR
017940         END-IF
017950     END-IF.
017960 6310-EXIT.
017970     EXIT.
017980
017990****************************************************************
018000*  6320-SET-DAYS-THIS-MONTH
018010*
018020*  SETS FR-DAYS-THIS-MONTH FOR THE MONTH IN FR-DATE-SPLIT,
018030*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
018040*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
018050****************************************************************
018060 6320-SET-DAYS-THIS-MONTH.
018070     MOVE FR-MONTH-DAYS(FR-DS-MONTH) TO FR-DAYS-THIS-MONTH.
018080     IF FR-DS-MONTH = 2
018090         MOVE 'N' TO FR-LEAP-YEAR
018100         DIVIDE FR-DS-YEAR BY 4 GIVING FR-LEAP-WORK
018110             REMAINDER FR-LEAP-REM
018120         IF FR-LEAP-REM = 0
018130             MOVE 'Y' TO FR-LEAP-YEAR
018140             DIVIDE FR-DS-YEAR BY 100 GIVING FR-LEAP-WORK
018150                 REMAINDER FR-LEAP-REM
018160             IF FR-LEAP-REM = 0
018170                 MOVE 'N' TO FR-LEAP-YEAR
018180                 DIVIDE FR-DS-YEAR BY 400 GIVING FR-LEAP-WORK
018190                     REMAINDER FR-LEAP-REM
018200                 IF FR-LEAP-REM = 0
018210                     MOVE 'Y' TO FR-LEAP-YEAR
018220                 END-IF
018230             END-IF
018240         END-IF
018250         IF FR-LEAP-YEAR = 'Y'
018260             MOVE 29 TO FR-DAYS-THIS-MONTH
018270         END-IF
018280     END-IF.
018290 6320-EXIT.
018300     EXIT.
018310
018320****************************************************************
018330*  6400-SAVE-LOTS
018340*
018350*  WRITES FR-LOT-TABLE BACK OUT TO STOCK-LOTS, UNLESS THE FILE
018360*  WAS TOO BIG TO HOLD, IN WHICH CASE IT IS LEFT AS IT WAS.
018370****************************************************************
018380 6400-SAVE-LOTS.
018390     IF FR-LOT-OVERFLOW = 'Y' OR FR-LOTS-CORRECTED = 0
018400         GO TO 6400-EXIT.
018410     OPEN OUTPUT STOCK-LOTS.
018420     PERFORM 6410-WRITE-LOT-RECORD
018430         THRU 6410-EXIT
018440         VARYING FR-LOT-SUB FROM 1 BY 1
018450         UNTIL FR-LOT-SUB > FR-LOT-COUNT.
018460     CLOSE STOCK-LOTS.
018470 6400-EXIT.
018480     EXIT.
018490
018500****************************************************************
018510*  6410-WRITE-LOT-RECORD
018520*
018530*  WRITES ONE STOCK-LOTS RECORD FROM FR-LOT-TABLE.
018540****************************************************************
018550 6410-WRITE-LOT-RECORD.
018560     MOVE FR-LOT-NUMBER(FR-LOT-SUB) TO LT-LOT-NUMBER.
018570     MOVE FR-LOT-FLAVOR(FR-LOT-SUB) TO LT-FLAVOR-CODE.
018580     MOVE FR-LOT-RECEIVED(FR-LOT-SUB) TO LT-RECEIVED-DATE.
018590     MOVE FR-LOT-EXPIRY(FR-LOT-SUB) TO LT-EXPIRY-DATE.
018600     MOVE FR-LOT-QTY-RECEIVED(FR-LOT-SUB) TO LT-QTY-RECEIVED.
018610     MOVE FR-LOT-ON-HAND(FR-LOT-SUB) TO LT-QTY-ON-HAND.
018620     WRITE STOCK-LOTS-RECORD.
018630 6410-EXIT.
018640     EXIT.
018650
018660****************************************************************
018670*  7000-APPLY-CORRECTIONS
018680*
018690*  ONCE THE SUPERVISOR CONFIRMS THE DIFFERENCES ON THE REPORT,
018700*  REWRITES INVENTORY-FILE AND EACH CUSTOMER THAT DIFFERS,
018710*  LOGGING EVERY CORRECTION, AND STAMPS THE RUN ON
018720*  CONTROL-FILE.  A DECLINED APPLY WRITES NOTHING.
018730****************************************************************
018740 7000-APPLY-CORRECTIONS.
018750     COMPUTE FR-DIFFERENCES =
018760         FR-INV-DIFFERENCES + FR-CUST-DIFFERENCES.
018770     IF FR-DIFFERENCES > 0
018780         DISPLAY FR-DIFFERENCES " difference(s) listed on"
018790             " RECOVERY-REPORT."
018800         DISPLAY "Apply them? (Y/N) " WITH NO ADVANCING
018810         MOVE SPACES TO FR-CONFIRM-RAW
018820         ACCEPT FR-CONFIRM-RAW
018830         IF FR-CONFIRM-RAW NOT = 'Y' AND FR-CONFIRM-RAW NOT = 'y'
018840             MOVE "APPLY DECLINED - NOTHING WAS REWRITTEN"
018850                 TO FR-NOTE-TEXT
018860             WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE
018870             WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
018880             GO TO 7000-EXIT
018890         END-IF
018900     END-IF.
018910     MOVE 'Y' TO FR-APPLY-DONE.
018920     ACCEPT FR-STAMP-TIME FROM TIME.
018930     OPEN EXTEND RECOVERY-LOG.
018940     IF FR-LOG-STATUS = '35'
018950         OPEN OUTPUT RECOVERY-LOG
018960     END-IF.
018970     IF FR-HAVE-OPENING = 'Y' AND FR-INV-DIFFERENCES > 0
018980         PERFORM 7100-REWRITE-INVENTORY
018990             THRU 7100-EXIT
019000     END-IF.
019010     IF FR-CUST-DIFFERENCES > 0
019020         AND FR-CUSTOMER-OVERFLOW NOT = 'Y'
019030         AND FR-HAVE-CARRIED = 'Y'
019040         PERFORM 7200-REWRITE-CUSTOMERS
019050             THRU 7200-EXIT
019060     END-IF.
019070     CLOSE RECOVERY-LOG.
019080     PERFORM 7300-STAMP-CONTROL-FILE
019090         THRU 7300-EXIT.
019100 7000-EXIT.
019110     EXIT.
019120
019130****************************************************************
019140*  7100-REWRITE-INVENTORY
019150*
019160*  WRITES INVENTORY-FILE FRESH: EACH FLAVOR ON FLAVOR-MASTER
019170*  WITH ITS REBUILT COUNT (OR ITS LIVE RECORD WHEN IT COULD NOT
019180*  BE REBUILT), KEEPING THE LIVE REORDER POINT WHERE THE LIVE
019190*  RECORD HAD ONE AND THE SNAPSHOT'S OTHERWISE.  STRAY AND
019200*  UNREADABLE LINES ARE NOT WRITTEN BACK.  STOCK-LOTS IS
019210*  REWRITTEN WITH IT.
019220****************************************************************
019230 7100-REWRITE-INVENTORY.
019240     PERFORM 6000-LOAD-LOTS
019250         THRU 6000-EXIT.
019260     OPEN OUTPUT INVENTORY-FILE.
019270     PERFORM 7110-WRITE-ONE-FLAVOR
019280         THRU 7110-EXIT
019290         VARYING FR-FLAVOR-IDX FROM 1 BY 1
019300         UNTIL FR-FLAVOR-IDX > FR-FLAVOR-COUNT.
019310     CLOSE INVENTORY-FILE.
019320     PERFORM 6400-SAVE-LOTS
019330         THRU 6400-EXIT.
019340     PERFORM 7120-LOG-ONE-STRAY
019350         THRU 7120-EXIT
019360         VARYING FR-STRAY-SUB FROM 1 BY 1
019370         UNTIL FR-STRAY-SUB > FR-STRAY-COUNT.
019380 7100-EXIT.
019390     EXIT.
019400
019410****************************************************************
019420*  7110-WRITE-ONE-FLAVOR
019430*
019440*  WRITES FLAVOR FR-FLAVOR-IDX'S INVENTORY-FILE RECORD.  WHEN
019450*  IT CORRECTS THE LIVE ONE, LOGS IT AND BRINGS THE FLAVOR'S
019460*  LOTS INTO LINE WITH THE NEW COUNT.  A FLAVOR WITH NEITHER A
019470*  SNAPSHOT NOR A READABLE LIVE RECORD IS LEFT OFF THE FILE.
019480****************************************************************
019490 7110-WRITE-ONE-FLAVOR.
019500     IF FR-INV-RESULT(FR-FLAVOR-IDX) NOT = 'S'
019510        AND FR-INV-RESULT(FR-FLAVOR-IDX) NOT = 'D'
019520        AND FR-INV-HAVE-LIVE(FR-FLAVOR-IDX) NOT = 'Y'
019530         GO TO 7110-EXIT.
019540     MOVE FR-FLAVOR-CODE(FR-FLAVOR-IDX) TO IV-FLAVOR-CODE.
019550     IF FR-INV-RESULT(FR-FLAVOR-IDX) = 'S'
019560        OR FR-INV-RESULT(FR-FLAVOR-IDX) = 'D'
019570         MOVE FR-INV-REBUILT(FR-FLAVOR-IDX) TO IV-ON-HAND
019580     ELSE
019590         MOVE FR-INV-LIVE(FR-FLAVOR-IDX) TO IV-ON-HAND
019600     END-IF.
019610     IF FR-INV-HAVE-LIVE(FR-FLAVOR-IDX) = 'Y'
019620        AND FR-INV-LIVE-REORDER(FR-FLAVOR-IDX) IS NUMERIC
019630         MOVE FR-INV-LIVE-REORDER(FR-FLAVOR-IDX)
019640             TO IV-REORDER-POINT
019650     ELSE
019660         IF FR-INV-OPEN-REORDER(FR-FLAVOR-IDX) IS NUMERIC
019670             MOVE FR-INV-OPEN-REORDER(FR-FLAVOR-IDX)
019680                 TO IV-REORDER-POINT
019690         ELSE
019700             MOVE 0 TO IV-REORDER-POINT
019710         END-IF
019720     END-IF.
019730     WRITE INVENTORY-RECORD.
019740     IF FR-INV-RESULT(FR-FLAVOR-IDX) NOT = 'D'
019750         GO TO 7110-EXIT.
019760     MOVE 'I' TO RV-FILE-CODE.
019770     MOVE FR-FLAVOR-CODE(FR-FLAVOR-IDX) TO RV-RECORD-KEY.
019780     IF FR-INV-HAVE-LIVE(FR-FLAVOR-IDX) = 'Y'
019790         MOVE 'C' TO RV-ACTION
019800         MOVE FR-INV-LIVE(FR-FLAVOR-IDX) TO RV-OLD-VALUE
019810     ELSE
019820         MOVE 'A' TO RV-ACTION
019830         MOVE 0 TO RV-OLD-VALUE
019840     END-IF.
019850     MOVE IV-ON-HAND TO RV-NEW-VALUE.
019860     PERFORM 7400-WRITE-LOG-RECORD
019870         THRU 7400-EXIT.
019880     MOVE FR-FLAVOR-CODE(FR-FLAVOR-IDX) TO FR-DRAW-FLAVOR.
019890     MOVE IV-ON-HAND TO FR-LOT-TARGET.
019900     MOVE FR-FLAVOR-SHELF(FR-FLAVOR-IDX) TO FR-SHELF-DAYS.
019910     PERFORM 6100-ALIGN-LOTS
019920         THRU 6100-EXIT.
019930 7110-EXIT.
019940     EXIT.
019950
019960****************************************************************
019970*  7120-LOG-ONE-STRAY
019980*
019990*  LOGS STRAY LIVE LINE FR-STRAY-SUB AS DROPPED.
020000****************************************************************
020010 7120-LOG-ONE-STRAY.
020020     MOVE 'I' TO RV-FILE-CODE.
020030     MOVE 'D' TO RV-ACTION.
020040     MOVE FR-STRAY-CODE(FR-STRAY-SUB) TO RV-RECORD-KEY.
020050     MOVE FR-STRAY-ON-HAND(FR-STRAY-SUB) TO RV-OLD-VALUE.
020060     MOVE 0 TO RV-NEW-VALUE.
020070     PERFORM 7400-WRITE-LOG-RECORD
020080         THRU 7400-EXIT.
020090 7120-EXIT.
020100     EXIT.
020110
020120****************************************************************
020130*  7200-REWRITE-CUSTOMERS
020140*
020150*  READS CUSTOMER-MASTER THROUGH AGAIN IN KEY ORDER AND
020160*  REWRITES EACH CUSTOMER WHOSE TOTAL DIFFERS WITH THE REBUILT
020170*  ONE.
020180****************************************************************
020190 7200-REWRITE-CUSTOMERS.
020200     OPEN I-O CUSTOMER-MASTER.
020210     IF FR-CUSTOMER-STATUS NOT = '00'
020220         DISPLAY "CUSTOMER-MASTER would not open for update ("
020230             FR-CUSTOMER-STATUS ") - customers not rewritten."
020240         ADD 1 TO FR-HAND-CHECKS
020250         GO TO 7200-EXIT.
020260     MOVE 'N' TO FR-CUSTOMER-EOF.
020270     PERFORM 1510-READ-CUSTOMER-RECORD
020280         THRU 1510-EXIT.
020290     PERFORM 7210-FIX-ONE-CUSTOMER
020300         THRU 7210-EXIT
020310         UNTIL FR-END-OF-CUSTOMERS.
020320     CLOSE CUSTOMER-MASTER.
020330 7200-EXIT.
020340     EXIT.
020350
020360****************************************************************
020370*  7210-FIX-ONE-CUSTOMER
020380*
020390*  REWRITES THE CUSTOMER JUST READ WHEN ITS TOTAL WAS LISTED AS
020400*  DIFFERING, LOGS THE CORRECTION, AND PRIMES THE NEXT READ.
020410****************************************************************
020420 7210-FIX-ONE-CUSTOMER.
020430     SET FR-CUST-IDX TO 1.
020440     SEARCH FR-CUSTOMER-ENTRY
020450         AT END
020460             GO TO 7210-NEXT
020470         WHEN FR-CU-NUMBER(FR-CUST-IDX) = CM-CUSTOMER-NUMBER
020480             CONTINUE
020490     END-SEARCH.
020500     IF FR-CU-DIFFERS(FR-CUST-IDX) NOT = 'Y'
020510         GO TO 7210-NEXT.
020520     MOVE 'C' TO RV-FILE-CODE.
020530     MOVE CM-CUSTOMER-NUMBER TO RV-RECORD-KEY.
020540     IF FR-CU-LIVE-OK(FR-CUST-IDX) = 'Y'
020550         MOVE 'C' TO RV-ACTION
020560         MOVE CM-TOTAL-PURCHASES TO RV-OLD-VALUE
020570     ELSE
020580         MOVE 'A' TO RV-ACTION
020590         MOVE 0 TO RV-OLD-VALUE
020600     END-IF.
020610     MOVE FR-CU-REBUILT(FR-CUST-IDX) TO CM-TOTAL-PURCHASES.
020620     MOVE CM-TOTAL-PURCHASES TO RV-NEW-VALUE.
020630     REWRITE CUSTOMER-MASTER-RECORD
020640         INVALID KEY
020650             DISPLAY "Customer " CM-CUSTOMER-NUMBER
020660                 " could not be rewritten."
020670             ADD 1 TO FR-HAND-CHECKS
020680             GO TO 7210-NEXT
020690     END-REWRITE.
020700     PERFORM 7400-WRITE-LOG-RECORD
020710         THRU 7400-EXIT.
020720 7210-NEXT.
020730     PERFORM 1510-READ-CUSTOMER-RECORD
020740         THRU 1510-EXIT.
020750 7210-EXIT.
020760     EXIT.
020770
020780****************************************************************
020790*  7300-STAMP-CONTROL-FILE
020800*
020810*  REREADS CONTROL-FILE AND REWRITES IT WITH THE RECOVERY
020820*  STAMP - THIS RUN'S TIME AND SUPERVISOR, AND THE DAY'S
020830*  CORRECTIONS SO FAR - PRESERVING EVERYTHING ELSE ON THE
020840*  RECORD.
020850****************************************************************
020860 7300-STAMP-CONTROL-FILE.
020870     OPEN INPUT CONTROL-FILE.
020880     READ CONTROL-FILE
020890         AT END
020900             CLOSE CONTROL-FILE
020910             GO TO 7300-EXIT
020920     END-READ.
020930     MOVE CONTROL-RECORD TO FR-CONTROL-SAVE.
020940     CLOSE CONTROL-FILE.
020950     OPEN OUTPUT CONTROL-FILE.
020960     MOVE FR-CONTROL-SAVE TO CONTROL-RECORD.
020970     MOVE 0 TO FR-PRIOR-FIXES.
020980     IF CT-RECOVER-FIXES IS NUMERIC
020990         MOVE CT-RECOVER-FIXES TO FR-PRIOR-FIXES
021000     END-IF.
021010     MOVE FR-STAMP-TIME TO CT-RECOVER-TIME.
021020     MOVE FR-CUR-OPERATOR-ID TO CT-RECOVER-OPERATOR.
021030     ADD FR-CORRECTIONS FR-PRIOR-FIXES GIVING CT-RECOVER-FIXES.
021040     WRITE CONTROL-RECORD.
021050     CLOSE CONTROL-FILE.
021060 7300-EXIT.
021070     EXIT.
021080
021090****************************************************************
021100*  7400-WRITE-LOG-RECORD
021110*
021120*  STAMPS AND APPENDS THE RECOVERY-LOG RECORD BUILT BY THE
021130*  CALLER AND COUNTS THE CORRECTION.
021140****************************************************************
021150 7400-WRITE-LOG-RECORD.
021160     MOVE FR-BUSINESS-DATE TO RV-BUSINESS-DATE.
021170     MOVE FR-STAMP-TIME TO RV-STAMP-TIME.
021180     MOVE FR-CUR-OPERATOR-ID TO RV-OPERATOR-ID.
021190     WRITE RECOVERY-LOG-RECORD.
021200     ADD 1 TO FR-CORRECTIONS.
021210 7400-EXIT.
021220     EXIT.
021230
021240****************************************************************
021250*  9000-TERMINATE
021260*
021270*  PRINTS THE RUN TOTALS AND HOW THE RUN ENDED, CLOSES THE
021280*  REPORT, AND SETS RETURN-CODE 8 WHEN A DIFFERENCE WAS LEFT
021290*  STANDING OR SOMETHING NEEDS A HAND CHECK.
021300****************************************************************
021310 9000-TERMINATE.
021320     WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE.
021330     MOVE "ORDER LINES REPLAYED TODAY" TO FR-SUM-LABEL.
021340     MOVE FR-ORDERS-REPLAYED TO FR-SUM-COUNT.
021350     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021360     MOVE "ADJUSTMENTS IN OPENING    " TO FR-SUM-LABEL.
021370     MOVE FR-ADJUSTS-CARRIED TO FR-SUM-COUNT.
021380     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021390     MOVE "RECEIPTS STILL QUEUED     " TO FR-SUM-LABEL.
021400     MOVE FR-RECEIPTS-QUEUED TO FR-SUM-COUNT.
021410     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021420     MOVE "FLAVORS REBUILT           " TO FR-SUM-LABEL.
021430     MOVE FR-FLAVORS-REBUILT TO FR-SUM-COUNT.
021440     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021450     MOVE "INVENTORY DIFFERENCES     " TO FR-SUM-LABEL.
021460     MOVE FR-INV-DIFFERENCES TO FR-SUM-COUNT.
021470     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021480     MOVE "ARCHIVE DAYS READ         " TO FR-SUM-LABEL.
021490     MOVE FR-DAYS-READ TO FR-SUM-COUNT.
021500     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021510     MOVE "ARCHIVE DAYS NOT ON FILE  " TO FR-SUM-LABEL.
021520     MOVE FR-DAYS-MISSING TO FR-SUM-COUNT.
021530     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021540     MOVE "ARCHIVE LINES REPLAYED    " TO FR-SUM-LABEL.
021550     MOVE FR-ARCHIVE-LINES TO FR-SUM-COUNT.
021560     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021570     MOVE "CUSTOMERS CHECKED         " TO FR-SUM-LABEL.
021580     MOVE FR-CUSTOMER-COUNT TO FR-SUM-COUNT.
021590     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021600     MOVE "CUSTOMER DIFFERENCES      " TO FR-SUM-LABEL.
021610     MOVE FR-CUST-DIFFERENCES TO FR-SUM-COUNT.
021620     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021630     MOVE "CORRECTIONS APPLIED       " TO FR-SUM-LABEL.
021640     MOVE FR-CORRECTIONS TO FR-SUM-COUNT.
021650     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021660     MOVE "  OF THEM TO STOCK-LOTS   " TO FR-SUM-LABEL.
021670     MOVE FR-LOTS-CORRECTED TO FR-SUM-COUNT.
021680     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021690     MOVE "LEFT FOR A HAND CHECK     " TO FR-SUM-LABEL.
021700     MOVE FR-HAND-CHECKS TO FR-SUM-COUNT.
021710     WRITE RECOVERY-REPORT-RECORD FROM FR-SUMMARY-LINE.
021720     WRITE RECOVERY-REPORT-RECORD FROM FR-BLANK-LINE.
021730     IF FR-APPLY-DONE = 'Y'
021740         MOVE "APPLIED - CORRECTIONS LOGGED TO RECOVERY-LOG,"
021750             TO FR-NOTE-TEXT
021760         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
021770         MOVE "  RUN STAMPED ON CONTROL-FILE" TO FR-NOTE-TEXT
021780         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
021790     ELSE
021800         MOVE "NOTHING WAS REWRITTEN" TO FR-NOTE-TEXT
021810         WRITE RECOVERY-REPORT-RECORD FROM FR-NOTE-LINE
021820     END-IF.
021830     CLOSE RECOVERY-REPORT.
021840     COMPUTE FR-DIFFERENCES =
021850         FR-INV-DIFFERENCES + FR-CUST-DIFFERENCES.
021860     DISPLAY "JELLO-RECOVER: " FR-DIFFERENCES " difference(s), "
021870         FR-CORRECTIONS " corrected, " FR-HAND-CHECKS
021880         " for a hand check.".
021890     IF FR-HAND-CHECKS > 0
021900         MOVE 8 TO RETURN-CODE
021910     END-IF.
021920     IF FR-DIFFERENCES > 0 AND FR-APPLY-DONE NOT = 'Y'
021930         MOVE 8 TO RETURN-CODE
021940     END-IF.
021950 9000-EXIT.
021960     EXIT.
021970
021980 END PROGRAM JELLO-RECOVER.
