000010****************************************************************
000020*  PROGRAM-ID.  JELLO-POAGE
000030*
000040*  OPEN PURCHASE-ORDER AGING REPORT.  READS PURCHASE-ORDER AND
000050*  LISTS EVERY APPROVED LINE STILL WAITING ON A DELIVERY (OPEN
000060*  OR PARTIAL) WITH THE QUANTITY STILL DUE AND ITS AGE IN DAYS
000070*  AGAINST THE BUSINESS DATE, FLAGGING IT LATE ONCE IT IS OLDER
000080*  THAN ITS VENDOR'S LEAD TIME ON VENDOR-MASTER.  A SUMMARY BY
000090*  VENDOR SPREADS THE QUANTITY DUE INTO 0-7, 8-14, 15-30, AND
000100*  OVER-30 DAY COLUMNS SO THE PHONE CALLS START WITH THE
000110*  OLDEST.  DRAFTS STILL WAITING ON A SUPERVISOR ARE COUNTED
000120*  AT THE FOOT SO THEY DO NOT SIT UNAPPROVED.  RUN IT WEEKLY,
000130*  OR ANY MORNING A DELIVERY DOES NOT SHOW.
000140*
000150*  MODIFICATION HISTORY
000160*      2026-10-15  AB  ORIGINAL VERSION.
000170*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000180****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JELLO-POAGE.
000210 AUTHOR. Amanda Boutwell.
000220 INSTALLATION. COUNTER SALES.
000230 DATE-WRITTEN. October 15, 2026.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. GNUCOBOL.
000290 OBJECT-COMPUTER. GNUCOBOL.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS JY-PO-FILE-STATUS.
000350     SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS JY-VENDOR-STATUS.
000380     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS JY-FLAVOR-STATUS.
000410     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS JY-CONTROL-STATUS.
000440     SELECT PO-AGING-REPORT ASSIGN TO "PO-AGING-REPORT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PURCHASE-ORDER
000500     LABEL RECORDS ARE STANDARD.
000510 01  PURCHASE-ORDER-RECORD.
000520     COPY "porec.cpy".
000530
000540 FD  VENDOR-MASTER
000550     LABEL RECORDS ARE STANDARD.
000560 01  VENDOR-MASTER-RECORD.
000570     COPY "vndmast.cpy".
000580
000590 FD  FLAVOR-MASTER
000600     LABEL RECORDS ARE STANDARD.
000610 01  FLAVOR-MASTER-RECORD.
000620     COPY "flvmast.cpy".
000630
000640 FD  CONTROL-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  CONTROL-RECORD.
000670     COPY "ctlrec.cpy".
000680
000690 FD  PO-AGING-REPORT
000700     LABEL RECORDS ARE STANDARD.
000710 01  PO-AGING-REPORT-RECORD      PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740     01 JY-PO-FILE-STATUS PIC X(02).
000750     01 JY-VENDOR-STATUS PIC X(02).
000760     01 JY-FLAVOR-STATUS PIC X(02).
000770     01 JY-CONTROL-STATUS PIC X(02).
000780     01 JY-PO-EOF PIC X VALUE 'N'.
000790         88 JY-END-OF-POS VALUE 'Y'.
000800     01 JY-VENDOR-EOF PIC X VALUE 'N'.
000810         88 JY-END-OF-VENDORS VALUE 'Y'.
000820     01 JY-FLAVOR-EOF PIC X VALUE 'N'.
000830         88 JY-END-OF-FLAVORS VALUE 'Y'.
000840
000850*---------------------------------------------------------------
000860*    FLAVOR NAMES FOR THE DETAIL LINES.
000870*---------------------------------------------------------------
000880     01 JY-FLAVOR-TABLE.
000890         05 JY-FLAVOR-ENTRY OCCURS 1 TO 50 TIMES
000900                 DEPENDING ON JY-FLAVOR-COUNT
000910                 INDEXED BY JY-FLAVOR-IDX.
000920             10 JY-FLAVOR-CODE      PIC 9(02).
000930             10 JY-FLAVOR-NAME      PIC X(15).
000940     01 JY-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
000950
000960*---------------------------------------------------------------
000970*    ONE ENTRY PER VENDOR: THE NAME AND LEAD TIME OFF
000980*    VENDOR-MASTER, AND THE QUANTITY STILL DUE SPREAD INTO THE
000990*    FOUR AGE BUCKETS.  A VENDOR ON A PO BUT NOT ON THE MASTER
001000*    IS ADDED AS IT COMES UP, WITH NO LEAD TIME TO BE LATE
001010*    AGAINST.
001020*---------------------------------------------------------------
001030     01 JY-VENDOR-TABLE.
001040         05 JY-VENDOR-ENTRY OCCURS 1 TO 50 TIMES
001050                 DEPENDING ON JY-VENDOR-COUNT
001060                 INDEXED BY JY-VENDOR-IDX.
001070             10 JY-VN-ID            PIC X(04).
001080             10 JY-VN-NAME          PIC X(15).
001090             10 JY-VN-LEAD-DAYS     PIC 9(03).
001100             10 JY-VN-ON-FILE       PIC X(01).
001110             10 JY-VN-LINES         PIC 9(04).
001120             10 JY-VN-LATE          PIC 9(04).
001130             10 JY-VN-BUCKET OCCURS 4 TIMES
001140                                     PIC 9(07).
001150     01 JY-VENDOR-COUNT PIC 9(02) COMP VALUE 0.
001160     01 JY-VEND-SUB PIC 9(02) COMP VALUE 0.
001170     01 JY-BUCKET-SUB PIC 9(01) COMP VALUE 0.
001180     01 JY-OVERFLOW-NOTED PIC X VALUE 'N'.
001190
001200*---------------------------------------------------------------
001210*    RUN TOTALS.
001220*---------------------------------------------------------------
001230     01 JY-GRAND-BUCKETS.
001240         05 JY-GR-BUCKET OCCURS 4 TIMES PIC 9(07).
001250     01 JY-GRAND-LINES PIC 9(04) VALUE 0.
001260     01 JY-GRAND-LATE PIC 9(04) VALUE 0.
001270     01 JY-DRAFT-COUNT PIC 9(04) VALUE 0.
001280     01 JY-QTY-DUE PIC S9(06) VALUE 0.
001290
001300*---------------------------------------------------------------
001310*    SERIAL-DAY ARITHMETIC FOR THE AGE IN DAYS.  A DATE TURNS
001320*    INTO DAYS-FROM-YEAR-1 (MONTH LENGTHS AND LEAP YEARS
001330*    INCLUDED) SO TWO DATES SUBTRACT CLEANLY ACROSS MONTH AND
001340*    YEAR ENDS.
001350*---------------------------------------------------------------
001360     01 JY-BUSINESS-DATE PIC X(08).
001370     01 JY-DATE-SPLIT.
001380         05 JY-DS-YEAR PIC 9(04).
001390         05 JY-DS-MONTH PIC 9(02).
001400         05 JY-DS-DAY PIC 9(02).
001410     01 JY-CUM-DAYS-LIST.
001420         05 FILLER PIC X(36)
001430             VALUE "000031059090120151181212243273304334".
001440     01 JY-CUM-DAYS-TABLE REDEFINES JY-CUM-DAYS-LIST.
001450         05 JY-CUM-DAYS OCCURS 12 TIMES PIC 9(03).
001460     01 JY-YEAR-WORK PIC 9(04) VALUE 0.
001470     01 JY-DIV-4 PIC 9(04) VALUE 0.
001480     01 JY-DIV-100 PIC 9(04) VALUE 0.
001490     01 JY-DIV-400 PIC 9(04) VALUE 0.
001500     01 JY-LEAP-WORK PIC 9(04) VALUE 0.
001510     01 JY-LEAP-REM PIC 9(04) VALUE 0.
001520     01 JY-SERIAL-DAY PIC 9(07) VALUE 0.
001530     01 JY-TODAY-SERIAL PIC 9(07) VALUE 0.
001540     01 JY-AGE-DAYS PIC S9(07) VALUE 0.
001550
001560*---------------------------------------------------------------
001570*    REPORT LINES.
001580*---------------------------------------------------------------
001590     01 JY-HEADING-1.
001600         05 FILLER PIC X(40)
001610             VALUE "JELLO-POAGE   OPEN PURCHASE ORDER AGING ".
001620         05 FILLER PIC X(12) VALUE SPACES.
001630         05 FILLER PIC X(09) VALUE "FOR DATE ".
001640         05 JY-HD-DATE PIC X(08).
001650         05 FILLER PIC X(11) VALUE SPACES.
001660     01 JY-HEADING-2.
001670         05 FILLER PIC X(09) VALUE "PO-LINE  ".
001680         05 FILLER PIC X(05) VALUE "VEND ".
001690         05 FILLER PIC X(16) VALUE "FLAVOR          ".
001700         05 FILLER PIC X(06) VALUE "  ORD ".
001710         05 FILLER PIC X(06) VALUE "  DUE ".
001720         05 FILLER PIC X(09) VALUE "ORDERED  ".
001730         05 FILLER PIC X(05) VALUE " AGE ".
001740         05 FILLER PIC X(08) VALUE "STATUS  ".
001750         05 FILLER PIC X(16) VALUE SPACES.
001760     01 JY-DETAIL-LINE.
001770         05 JY-DE-PO PIC 9(05).
001780         05 FILLER PIC X(01) VALUE "-".
001790         05 JY-DE-LINE PIC 9(02).
001800         05 FILLER PIC X(01) VALUE SPACES.
001810         05 JY-DE-VENDOR PIC X(04).
001820         05 FILLER PIC X(01) VALUE SPACES.
001830         05 JY-DE-FLAVOR PIC X(15).
001840         05 FILLER PIC X(01) VALUE SPACES.
001850         05 JY-DE-ORDERED PIC ZZZZ9.
001860         05 FILLER PIC X(01) VALUE SPACES.
001870         05 JY-DE-DUE PIC ZZZZ9.
001880         05 FILLER PIC X(01) VALUE SPACES.
001890         05 JY-DE-DATE PIC X(08).
001900         05 FILLER PIC X(01) VALUE SPACES.
001910         05 JY-DE-AGE PIC ZZZ9.
001920         05 FILLER PIC X(01) VALUE SPACES.
001930         05 JY-DE-STATUS PIC X(07).
001940         05 FILLER PIC X(01) VALUE SPACES.
001950         05 JY-DE-LATE PIC X(04).
001960         05 FILLER PIC X(12) VALUE SPACES.
001970     01 JY-HEADING-3.
001980         05 FILLER PIC X(05) VALUE "VEND ".
001990         05 FILLER PIC X(16) VALUE "NAME            ".
002000         05 FILLER PIC X(05) VALUE "LINES".
002010         05 FILLER PIC X(08) VALUE "     0-7".
002020         05 FILLER PIC X(08) VALUE "    8-14".
002030         05 FILLER PIC X(08) VALUE "   15-30".
002040         05 FILLER PIC X(08) VALUE " OVER 30".
002050         05 FILLER PIC X(06) VALUE "  LATE".
002060         05 FILLER PIC X(16) VALUE SPACES.
002070     01 JY-VENDOR-LINE.
002080         05 JY-VL-VENDOR PIC X(04).
002090         05 FILLER PIC X(01) VALUE SPACES.
002100         05 JY-VL-NAME PIC X(15).
002110         05 FILLER PIC X(01) VALUE SPACES.
002120         05 JY-VL-LINES PIC ZZZZ9.
002130         05 JY-VL-BUCKET OCCURS 4 TIMES PIC ZZZZZZZ9.
002140         05 JY-VL-LATE PIC ZZZZZ9.
002150         05 FILLER PIC X(16) VALUE SPACES.
002160     01 JY-TOTAL-LINE.
002170         05 FILLER PIC X(05) VALUE SPACES.
002180         05 FILLER PIC X(15) VALUE "GRAND TOTAL    ".
002190         05 FILLER PIC X(01) VALUE SPACES.
002200         05 JY-GT-LINES PIC ZZZZ9.
002210         05 JY-GT-BUCKET OCCURS 4 TIMES PIC ZZZZZZZ9.
002220         05 JY-GT-LATE PIC ZZZZZ9.
002230         05 FILLER PIC X(16) VALUE SPACES.
002240     01 JY-DRAFT-LINE.
002250         05 FILLER PIC X(02) VALUE SPACES.
002260         05 JY-DR-COUNT PIC ZZZ9.
002270         05 FILLER PIC X(44)
002280             VALUE " DRAFT PO LINE(S) AWAITING SUPERVISOR APPROV".
002290         05 FILLER PIC X(02) VALUE "AL".
002300         05 FILLER PIC X(28) VALUE SPACES.
002310     01 JY-NOTE-LINE.
002320         05 FILLER PIC X(02) VALUE SPACES.
002330         05 JY-NOTE-TEXT PIC X(78).
002340     01 JY-BLANK-LINE PIC X(80) VALUE SPACES.
002350
002360 PROCEDURE DIVISION.
002370
002380****************************************************************
002390*  0000-MAINLINE
002400*
002410*  LOADS THE VENDORS AND FLAVORS, AGES EVERY OPEN PO LINE, AND
002420*  PRINTS THE VENDOR SUMMARY.
002430****************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE
002460         THRU 1000-EXIT.
002470     PERFORM 3000-AGE-PURCHASE-ORDERS
002480         THRU 3000-EXIT.
002490     PERFORM 8000-PRINT-SUMMARY
002500         THRU 8000-EXIT.
002510     PERFORM 9000-TERMINATE
002520         THRU 9000-EXIT.
002530     STOP RUN.
002540
002550****************************************************************
002560*  1000-INITIALIZE
002570*
002580*  READS THE BUSINESS DATE, STARTS THE REPORT, AND LOADS THE
002590*  VENDOR AND FLAVOR TABLES.
002600****************************************************************
002610 1000-INITIALIZE.
002620     PERFORM 1050-READ-CONTROL-FILE
002630         THRU 1050-EXIT.
002640     MOVE JY-BUSINESS-DATE TO JY-DATE-SPLIT.
002650     PERFORM 6000-DATE-TO-SERIAL
002660         THRU 6000-EXIT.
002670     MOVE JY-SERIAL-DAY TO JY-TODAY-SERIAL.
002680     OPEN OUTPUT PO-AGING-REPORT.
002690     MOVE JY-BUSINESS-DATE TO JY-HD-DATE.
002700     WRITE PO-AGING-REPORT-RECORD FROM JY-HEADING-1.
002710     WRITE PO-AGING-REPORT-RECORD FROM JY-BLANK-LINE.
002720     WRITE PO-AGING-REPORT-RECORD FROM JY-HEADING-2.
002730     WRITE PO-AGING-REPORT-RECORD FROM JY-BLANK-LINE.
002740     MOVE 0 TO JY-GR-BUCKET(1) JY-GR-BUCKET(2)
002750         JY-GR-BUCKET(3) JY-GR-BUCKET(4).
002760     PERFORM 1100-LOAD-VENDORS
002770         THRU 1100-EXIT.
002780     PERFORM 1200-LOAD-FLAVORS
002790         THRU 1200-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830****************************************************************
002840*  1050-READ-CONTROL-FILE
002850*
002860*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
002870*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
002880****************************************************************
002890 1050-READ-CONTROL-FILE.
002900     OPEN INPUT CONTROL-FILE.
002910     IF JY-CONTROL-STATUS = '35'
002920         ACCEPT JY-BUSINESS-DATE FROM DATE YYYYMMDD
002930     ELSE
002940         READ CONTROL-FILE
002950             AT END
002960                 ACCEPT JY-BUSINESS-DATE FROM DATE YYYYMMDD
002970             NOT AT END
002980                 MOVE CT-BUSINESS-DATE TO JY-BUSINESS-DATE
002990         END-READ
003000         CLOSE CONTROL-FILE
003010     END-IF.
003020 1050-EXIT.
003030     EXIT.
003040
003050****************************************************************
003060*  1100-LOAD-VENDORS
003070*
003080*  READS VENDOR-MASTER INTO JY-VENDOR-TABLE WITH EMPTY
003090*  BUCKETS.  A MISSING FILE LEAVES EVERY VENDOR UNKNOWN, SO
003100*  NOTHING IS FLAGGED LATE.
003110****************************************************************
003120 1100-LOAD-VENDORS.
003130     MOVE 0 TO JY-VENDOR-COUNT.
003140     OPEN INPUT VENDOR-MASTER.
003150     IF JY-VENDOR-STATUS = '35'
003160         MOVE "NO VENDOR-MASTER ON FILE - NO LEAD TIMES TO AGE"
003170             TO JY-NOTE-TEXT
003180         WRITE PO-AGING-REPORT-RECORD FROM JY-NOTE-LINE
003190         GO TO 1100-EXIT.
003200     MOVE 'N' TO JY-VENDOR-EOF.
003210     PERFORM 1110-READ-VENDOR-RECORD
003220         THRU 1110-EXIT.
003230     PERFORM 1120-STORE-VENDOR-RECORD
003240         THRU 1120-EXIT
003250         UNTIL JY-END-OF-VENDORS.
003260     CLOSE VENDOR-MASTER.
003270 1100-EXIT.
003280     EXIT.
003290
003300****************************************************************
003310*  1110-READ-VENDOR-RECORD
003320*
003330*  READS ONE VENDOR-MASTER RECORD AHEAD.
003340****************************************************************
003350 1110-READ-VENDOR-RECORD.
003360     READ VENDOR-MASTER
003370         AT END MOVE 'Y' TO JY-VENDOR-EOF
003380     END-READ.
003390 1110-EXIT.
003400     EXIT.
003410
003420****************************************************************
003430*  1120-STORE-VENDOR-RECORD
003440*
003450*  ADDS THE VENDOR JUST READ TO JY-VENDOR-TABLE AND PRIMES THE
003460*  NEXT READ.
003470****************************************************************
003480 1120-STORE-VENDOR-RECORD.
003490     IF JY-VENDOR-COUNT < 50
003500         ADD 1 TO JY-VENDOR-COUNT
003510         MOVE JY-VENDOR-COUNT TO JY-VEND-SUB
003520         MOVE VN-VENDOR-ID TO JY-VN-ID(JY-VEND-SUB)
003530         MOVE VN-VENDOR-NAME TO JY-VN-NAME(JY-VEND-SUB)
003540         MOVE VN-LEAD-DAYS TO JY-VN-LEAD-DAYS(JY-VEND-SUB)
003550         MOVE 'Y' TO JY-VN-ON-FILE(JY-VEND-SUB)
003560         PERFORM 1130-CLEAR-VENDOR-TOTALS
003570             THRU 1130-EXIT
003580     ELSE
003590         PERFORM 1250-NOTE-TABLE-FULL
003600             THRU 1250-EXIT
003610     END-IF.
003620     PERFORM 1110-READ-VENDOR-RECORD
003630         THRU 1110-EXIT.
003640 1120-EXIT.
003650     EXIT.
003660
003670****************************************************************
003680*  1130-CLEAR-VENDOR-TOTALS
003690*
003700*  ZEROES THE COUNTS AND BUCKETS OF VENDOR ENTRY JY-VEND-SUB.
003710****************************************************************
003720 1130-CLEAR-VENDOR-TOTALS.
003730     MOVE 0 TO JY-VN-LINES(JY-VEND-SUB).
003740     MOVE 0 TO JY-VN-LATE(JY-VEND-SUB).
003750     MOVE 0 TO JY-VN-BUCKET(JY-VEND-SUB, 1).
003760     MOVE 0 TO JY-VN-BUCKET(JY-VEND-SUB, 2).
003770     MOVE 0 TO JY-VN-BUCKET(JY-VEND-SUB, 3).
003780     MOVE 0 TO JY-VN-BUCKET(JY-VEND-SUB, 4).
003790 1130-EXIT.
003800     EXIT.
003810
003820****************************************************************
003830*  1200-LOAD-FLAVORS
003840*
003850*  READS FLAVOR-MASTER INTO JY-FLAVOR-TABLE FOR THE FLAVOR
003860*  NAMES ON THE DETAIL LINES.
003870****************************************************************
003880 1200-LOAD-FLAVORS.
003890     MOVE 0 TO JY-FLAVOR-COUNT.
003900     OPEN INPUT FLAVOR-MASTER.
003910     IF JY-FLAVOR-STATUS = '35'
003920         GO TO 1200-EXIT.
003930     MOVE 'N' TO JY-FLAVOR-EOF.
003940     PERFORM 1210-READ-FLAVOR-RECORD
003950         THRU 1210-EXIT.
003960     PERFORM 1220-STORE-FLAVOR-RECORD
003970         THRU 1220-EXIT
003980         UNTIL JY-END-OF-FLAVORS.
003990     CLOSE FLAVOR-MASTER.
004000 1200-EXIT.
004010     EXIT.
004020
004030****************************************************************
004040*  1210-READ-FLAVOR-RECORD
004050*
004060*  READS ONE FLAVOR-MASTER RECORD AHEAD.
004070****************************************************************
004080 1210-READ-FLAVOR-RECORD.
004090     READ FLAVOR-MASTER
004100         AT END MOVE 'Y' TO JY-FLAVOR-EOF
004110     END-READ.
004120 1210-EXIT.
004130     EXIT.
004140
004150****************************************************************
004160*  1220-STORE-FLAVOR-RECORD
004170*
004180*  ADDS THE FLAVOR JUST READ TO JY-FLAVOR-TABLE AND PRIMES THE
004190*  NEXT READ.
004200****************************************************************
004210 1220-STORE-FLAVOR-RECORD.
004220     IF JY-FLAVOR-COUNT < 50
004230         ADD 1 TO JY-FLAVOR-COUNT
004240         SET JY-FLAVOR-IDX TO JY-FLAVOR-COUNT
004250         MOVE FM-FLAVOR-CODE TO JY-FLAVOR-CODE(JY-FLAVOR-IDX)
004260         MOVE FM-FLAVOR-NAME TO JY-FLAVOR-NAME(JY-FLAVOR-IDX)
004270     END-IF.
004280     PERFORM 1210-READ-FLAVOR-RECORD
004290         THRU 1210-EXIT.
004300 1220-EXIT.
004310     EXIT.
004320
004330****************************************************************
004340*  1250-NOTE-TABLE-FULL
004350*
004360*  NOTES, ONCE, THAT THERE ARE MORE VENDORS THAN THE SUMMARY
004370*  TABLE HOLDS, SO THE SUMMARY SAYS IT IS SHORT INSTEAD OF
004380*  BEING SILENTLY SO.  THE RUN ENDS WITH RETURN-CODE 8.
004390****************************************************************
004400 1250-NOTE-TABLE-FULL.
004410     IF JY-OVERFLOW-NOTED = 'N'
004420         MOVE 'Y' TO JY-OVERFLOW-NOTED
004430         MOVE "MORE THAN 50 VENDORS - SUMMARY LEAVES SOME OUT"
004440             TO JY-NOTE-TEXT
004450         WRITE PO-AGING-REPORT-RECORD FROM JY-NOTE-LINE
004460     END-IF.
004470 1250-EXIT.
004480     EXIT.
004490
004500****************************************************************
004510*  3000-AGE-PURCHASE-ORDERS
004520*
004530*  READS PURCHASE-ORDER AND AGES EACH LINE AS IT COMES.  A
004540*  MISSING FILE MEANS NOTHING HAS BEEN ORDERED.
004550****************************************************************
004560 3000-AGE-PURCHASE-ORDERS.
004570     OPEN INPUT PURCHASE-ORDER.
004580     IF JY-PO-FILE-STATUS = '35'
004590         MOVE "NO PURCHASE-ORDER ON FILE - NOTHING IS ON ORDER"
004600             TO JY-NOTE-TEXT
004610         WRITE PO-AGING-REPORT-RECORD FROM JY-NOTE-LINE
004620         GO TO 3000-EXIT.
004630     MOVE 'N' TO JY-PO-EOF.
004640     PERFORM 3010-READ-PO-RECORD
004650         THRU 3010-EXIT.
004660     PERFORM 3100-AGE-ONE-PO-LINE
004670         THRU 3100-EXIT
004680         UNTIL JY-END-OF-POS.
004690     CLOSE PURCHASE-ORDER.
004700 3000-EXIT.
004710     EXIT.
004720
004730****************************************************************
004740*  3010-READ-PO-RECORD
004750*
004760*  READS ONE PURCHASE-ORDER RECORD AHEAD.
004770****************************************************************
004780 3010-READ-PO-RECORD.
004790     READ PURCHASE-ORDER
004800         AT END MOVE 'Y' TO JY-PO-EOF
004810     END-READ.
004820 3010-EXIT.
004830     EXIT.
004840
004850****************************************************************
004860*  3100-AGE-ONE-PO-LINE
004870*
004880*  COUNTS A DRAFT, PASSES OVER A CLOSED OR CANCELLED LINE, AND
004890*  PRINTS AN OPEN OR PARTIAL ONE WITH ITS AGE, BUCKETING THE
004900*  QUANTITY STILL DUE UNDER ITS VENDOR: 0-7, 8-14, 15-30, OVER
004910*  30 DAYS.  PRIMES THE NEXT READ.
004920****************************************************************
004930 3100-AGE-ONE-PO-LINE.
004940     IF PO-DRAFT
004950         ADD 1 TO JY-DRAFT-COUNT
004960         GO TO 3100-NEXT.
004970     IF NOT PO-OPEN AND NOT PO-PARTIAL
004980         GO TO 3100-NEXT.
004990     PERFORM 3200-FIND-VENDOR
005000         THRU 3200-EXIT.
005010     COMPUTE JY-QTY-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED.
005020     IF JY-QTY-DUE < 0
005030         MOVE 0 TO JY-QTY-DUE
005040     END-IF.
005050     MOVE PO-ORDER-DATE TO JY-DATE-SPLIT.
005060     IF JY-DATE-SPLIT IS NUMERIC
005070         AND JY-DS-MONTH > 0 AND JY-DS-MONTH < 13
005080         PERFORM 6000-DATE-TO-SERIAL
005090             THRU 6000-EXIT
005100         SUBTRACT JY-SERIAL-DAY FROM JY-TODAY-SERIAL
005110             GIVING JY-AGE-DAYS
005120     ELSE
005130         MOVE 0 TO JY-AGE-DAYS
005140     END-IF.
005150     IF JY-AGE-DAYS < 0
005160         MOVE 0 TO JY-AGE-DAYS
005170     END-IF.
005180     EVALUATE TRUE
005190         WHEN JY-AGE-DAYS NOT > 7
005200             MOVE 1 TO JY-BUCKET-SUB
005210         WHEN JY-AGE-DAYS NOT > 14
005220             MOVE 2 TO JY-BUCKET-SUB
005230         WHEN JY-AGE-DAYS NOT > 30
005240             MOVE 3 TO JY-BUCKET-SUB
005250         WHEN OTHER
005260             MOVE 4 TO JY-BUCKET-SUB
005270     END-EVALUATE.
005280     MOVE SPACES TO JY-DE-LATE.
005290     IF JY-VEND-SUB > 0
005300         ADD 1 TO JY-VN-LINES(JY-VEND-SUB)
005310         ADD JY-QTY-DUE
005320             TO JY-VN-BUCKET(JY-VEND-SUB, JY-BUCKET-SUB)
005330         IF JY-VN-ON-FILE(JY-VEND-SUB) = 'Y'
005340             AND JY-AGE-DAYS > JY-VN-LEAD-DAYS(JY-VEND-SUB)
005350             MOVE "LATE" TO JY-DE-LATE
005360             ADD 1 TO JY-VN-LATE(JY-VEND-SUB)
005370         END-IF
005380     END-IF.
005390     MOVE PO-NUMBER TO JY-DE-PO.
005400     MOVE PO-LINE-NUMBER TO JY-DE-LINE.
005410     MOVE PO-VENDOR-ID TO JY-DE-VENDOR.
005420     MOVE "UNKNOWN FLAVOR" TO JY-DE-FLAVOR.
005430     SET JY-FLAVOR-IDX TO 1.
005440     SEARCH JY-FLAVOR-ENTRY
005450         AT END CONTINUE
005460         WHEN JY-FLAVOR-CODE(JY-FLAVOR-IDX) = PO-FLAVOR-CODE
005470             MOVE JY-FLAVOR-NAME(JY-FLAVOR-IDX) TO JY-DE-FLAVOR
005480     END-SEARCH.
005490     MOVE PO-QTY-ORDERED TO JY-DE-ORDERED.
005500     MOVE JY-QTY-DUE TO JY-DE-DUE.
005510     MOVE PO-ORDER-DATE TO JY-DE-DATE.
005520     MOVE JY-AGE-DAYS TO JY-DE-AGE.
005530     IF PO-OPEN
005540         MOVE "OPEN   " TO JY-DE-STATUS
005550     ELSE
005560         MOVE "PARTIAL" TO JY-DE-STATUS
005570     END-IF.
005580     WRITE PO-AGING-REPORT-RECORD FROM JY-DETAIL-LINE.
005590 3100-NEXT.
005600     PERFORM 3010-READ-PO-RECORD
005610         THRU 3010-EXIT.
005620 3100-EXIT.
005630     EXIT.
005640
005650****************************************************************
005660*  3200-FIND-VENDOR
005670*
005680*  SETS JY-VEND-SUB TO THE SUMMARY ENTRY FOR PO-VENDOR-ID,
005690*  ADDING ONE FOR A VENDOR NOT ON VENDOR-MASTER.  ZERO WHEN THE
005700*  TABLE IS FULL.
005710****************************************************************
005720 3200-FIND-VENDOR.
005730     MOVE 0 TO JY-VEND-SUB.
005740     SET JY-VENDOR-IDX TO 1.
005750     SEARCH JY-VENDOR-ENTRY
005760         AT END CONTINUE
005770         WHEN JY-VN-ID(JY-VENDOR-IDX) = PO-VENDOR-ID
005780             SET JY-VEND-SUB TO JY-VENDOR-IDX
005790     END-SEARCH.
005800     IF JY-VEND-SUB > 0
005810         GO TO 3200-EXIT.
005820     IF JY-VENDOR-COUNT NOT < 50
005830         PERFORM 1250-NOTE-TABLE-FULL
005840             THRU 1250-EXIT
005850         GO TO 3200-EXIT.
005860     ADD 1 TO JY-VENDOR-COUNT.
005870     MOVE JY-VENDOR-COUNT TO JY-VEND-SUB.
005880     MOVE PO-VENDOR-ID TO JY-VN-ID(JY-VEND-SUB).
005890     MOVE "NOT ON FILE" TO JY-VN-NAME(JY-VEND-SUB).
005900     MOVE 0 TO JY-VN-LEAD-DAYS(JY-VEND-SUB).
005910     MOVE 'N' TO JY-VN-ON-FILE(JY-VEND-SUB).
005920     PERFORM 1130-CLEAR-VENDOR-TOTALS
005930         THRU 1130-EXIT.
005940 3200-EXIT.
005950     EXIT.
005960
005970****************************************************************
005980*  6000-DATE-TO-SERIAL
005990*
006000*  TURNS THE YYYYMMDD IN JY-DATE-SPLIT INTO DAYS FROM YEAR 1 IN
006010*  JY-SERIAL-DAY, LEAP YEARS INCLUDED, SO TWO DATES SUBTRACT TO
006020*  AN AGE IN DAYS ACROSS MONTH AND YEAR ENDS.
006030****************************************************************
006040 6000-DATE-TO-SERIAL.
006050     SUBTRACT 1 FROM JY-DS-YEAR GIVING JY-YEAR-WORK.
006060     DIVIDE JY-YEAR-WORK BY 4 GIVING JY-DIV-4.
006070     DIVIDE JY-YEAR-WORK BY 100 GIVING JY-DIV-100.
006080     DIVIDE JY-YEAR-WORK BY 400 GIVING JY-DIV-400.
006090     COMPUTE JY-SERIAL-DAY =
006100         (JY-YEAR-WORK * 365)
006110         + JY-DIV-4 - JY-DIV-100 + JY-DIV-400
006120         + JY-CUM-DAYS(JY-DS-MONTH)
006130         + JY-DS-DAY.
006140     IF JY-DS-MONTH > 2
006150         DIVIDE JY-DS-YEAR BY 4 GIVING JY-LEAP-WORK
006160             REMAINDER JY-LEAP-REM
006170         IF JY-LEAP-REM = 0
006180             ADD 1 TO JY-SERIAL-DAY
006190             DIVIDE JY-DS-YEAR BY 100 GIVING JY-LEAP-WORK
006200                 REMAINDER JY-LEAP-REM
006210             IF JY-LEAP-REM = 0
006220                 SUBTRACT 1 FROM JY-SERIAL-DAY
006230                 DIVIDE JY-DS-YEAR BY 400 GIVING JY-LEAP-WORK
006240                     REMAINDER JY-LEAP-REM
006250                 IF JY-LEAP-REM = 0
006260                     ADD 1 TO JY-SERIAL-DAY
006270                 END-IF
006280             END-IF
006290         END-IF
006300     END-IF.
006310 6000-EXIT.
006320     EXIT.
006330
006340****************************************************************
006350*  8000-PRINT-SUMMARY
006360*
006370*  PRINTS ONE LINE PER VENDOR WITH SOMETHING STILL DUE, THE
006380*  GRAND TOTALS, AND THE COUNT OF DRAFTS WAITING ON APPROVAL.
006390****************************************************************
006400 8000-PRINT-SUMMARY.
006410     WRITE PO-AGING-REPORT-RECORD FROM JY-BLANK-LINE.
006420     WRITE PO-AGING-REPORT-RECORD FROM JY-HEADING-3.
006430     WRITE PO-AGING-REPORT-RECORD FROM JY-BLANK-LINE.
006440     PERFORM 8100-PRINT-ONE-VENDOR
006450         THRU 8100-EXIT
006460         VARYING JY-VEND-SUB FROM 1 BY 1
006470         UNTIL JY-VEND-SUB > JY-VENDOR-COUNT.
006480     IF JY-GRAND-LINES = 0
006490         MOVE "NOTHING IS WAITING ON A DELIVERY" TO JY-NOTE-TEXT
006500         WRITE PO-AGING-REPORT-RECORD FROM JY-NOTE-LINE
006510     ELSE
006520         WRITE PO-AGING-REPORT-RECORD FROM JY-BLANK-LINE
006530         MOVE JY-GRAND-LINES TO JY-GT-LINES
006540         MOVE JY-GR-BUCKET(1) TO JY-GT-BUCKET(1)
006550         MOVE JY-GR-BUCKET(2) TO JY-GT-BUCKET(2)
006560         MOVE JY-GR-BUCKET(3) TO JY-GT-BUCKET(3)
006570         MOVE JY-GR-BUCKET(4) TO JY-GT-BUCKET(4)
006580         MOVE JY-GRAND-LATE TO JY-GT-LATE
006590         WRITE PO-AGING-REPORT-RECORD FROM JY-TOTAL-LINE
006600     END-IF.
006610     IF JY-DRAFT-COUNT > 0
006620         WRITE PO-AGING-REPORT-RECORD FROM JY-BLANK-LINE
006630         MOVE JY-DRAFT-COUNT TO JY-DR-COUNT
006640         WRITE PO-AGING-REPORT-RECORD FROM JY-DRAFT-LINE
006650     END-IF.
006660 8000-EXIT.
006670     EXIT.
006680
006690****************************************************************
006700*  8100-PRINT-ONE-VENDOR
006710*
006720*  PRINTS ONE VENDOR'S QUANTITY DUE BY AGE AND ROLLS THE GRAND
006730*  TOTALS.  A VENDOR WITH NOTHING OPEN IS PASSED OVER.
006740****************************************************************
006750 8100-PRINT-ONE-VENDOR.
006760     IF JY-VN-LINES(JY-VEND-SUB) = 0
006770         GO TO 8100-EXIT.
006780     MOVE JY-VN-ID(JY-VEND-SUB) TO JY-VL-VENDOR.
006790     MOVE JY-VN-NAME(JY-VEND-SUB) TO JY-VL-NAME.
006800     MOVE JY-VN-LINES(JY-VEND-SUB) TO JY-VL-LINES.
006810     MOVE JY-VN-BUCKET(JY-VEND-SUB, 1) TO JY-VL-BUCKET(1).
006820     MOVE JY-VN-BUCKET(JY-VEND-SUB, 2) TO JY-VL-BUCKET(2).
006830     MOVE JY-VN-BUCKET(JY-VEND-SUB, 3) TO JY-VL-BUCKET(3).
006840     MOVE JY-VN-BUCKET(JY-VEND-SUB, 4) TO JY-VL-BUCKET(4).
006850     MOVE JY-VN-LATE(JY-VEND-SUB) TO JY-VL-LATE.
006860     WRITE PO-AGING-REPORT-RECORD FROM JY-VENDOR-LINE.
006870     ADD JY-VN-LINES(JY-VEND-SUB) TO JY-GRAND-LINES.
006880     ADD JY-VN-LATE(JY-VEND-SUB) TO JY-GRAND-LATE.
006890     PERFORM 8110-ROLL-ONE-BUCKET
006900         THRU 8110-EXIT
006910         VARYING JY-BUCKET-SUB FROM 1 BY 1
006920         UNTIL JY-BUCKET-SUB > 4.
006930 8100-EXIT.
006940     EXIT.
006950
006960****************************************************************
006970*  8110-ROLL-ONE-BUCKET
006980*
006990*  ROLLS ONE VENDOR BUCKET INTO ITS GRAND TOTAL.
007000****************************************************************
007010 8110-ROLL-ONE-BUCKET.
007020     ADD JY-VN-BUCKET(JY-VEND-SUB, JY-BUCKET-SUB)
007030         TO JY-GR-BUCKET(JY-BUCKET-SUB).
007040 8110-EXIT.
007050     EXIT.
007060
007070****************************************************************
007080*  9000-TERMINATE
007090*
007100*  CLOSES THE REPORT AND SIGNS OFF.
007110****************************************************************
007120 9000-TERMINATE.
007130     CLOSE PO-AGING-REPORT.
007140     DISPLAY "JELLO-POAGE: " JY-GRAND-LINES
007150         " open PO line(s), " JY-GRAND-LATE
007160         " late - see PO-AGING-REPORT.".
007170     IF JY-OVERFLOW-NOTED = 'Y'
007180         DISPLAY "JELLO-POAGE: more vendors than the summary"
007190             " holds - summary is short."
007200         MOVE 8 TO RETURN-CODE
007210     END-IF.
007220 9000-EXIT.
007230     EXIT.
007240
007250 END PROGRAM JELLO-POAGE.
