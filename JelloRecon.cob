000660*                      RUN, AND MARK THE STEP DONE AT END OF
000670*                      JOB.  A BOX WITH NO CONTROL-FILE RUNS
000680*                      UNENFORCED, AS BEFORE.
000690*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000700****************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. JELLO-RECON.
000730 AUTHOR. Amanda Boutwell.
000740 INSTALLATION. COUNTER SALES.
000750 DATE-WRITTEN. August 22, 2026.
000760 DATE-COMPILED.
000770
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER. GNUCOBOL.
000810 OBJECT-COMPUTER. GNUCOBOL.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS JR-ORDER-FILE-STATUS.
000870     SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS JR-AUDIT-STATUS.
000900     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940     SELECT INVENTORY-OPENING ASSIGN TO "INVENTORY-OPENING"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS JR-OPENING-STATUS.
000970     SELECT CLOSEOUT-FILE ASSIGN TO "CLOSEOUT-FILE"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS JR-CLOSEOUT-STATUS.
001000     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS JR-CONTROL-STATUS.
001030     SELECT CREDIT-LEDGER ASSIGN TO "CREDIT-LEDGER"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS JR-CREDIT-STATUS.
001060     SELECT RECON-REPORT ASSIGN TO "RECON-REPORT"
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  ORDER-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  ORDER-RECORD.
001140     COPY "ordfrec.cpy".
001150
001160 FD  AUDIT-LOG
001170     LABEL RECORDS ARE STANDARD.
001180 01  AUDIT-LOG-RECORD.
001190     COPY "audtrec.cpy".
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
001360     05  FILLER                  PIC X(05).
001370
001380 FD  CLOSEOUT-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  CLOSEOUT-RECORD.
001410     COPY "closrec.cpy".
001420
001430 FD  CONTROL-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  CONTROL-RECORD.
001460     COPY "ctlrec.cpy".
001470
001480 FD  CREDIT-LEDGER
001490     LABEL RECORDS ARE STANDARD.
001500 01  CREDIT-LEDGER-RECORD.
001510     COPY "crdrec.cpy".
001520
001530 FD  RECON-REPORT
001540     LABEL RECORDS ARE STANDARD.
001550 01  RECON-REPORT-RECORD         PIC X(80).
001560
001570 WORKING-STORAGE SECTION.
001580*---------------------------------------------------------------
001590*    FILE STATUS FIELDS.  A MISSING ORDER-FILE, AUDIT-LOG, OR
001600*    OPENING SNAPSHOT (STATUS 35) IS NOTED ON THE REPORT RATHER
001610*    THAN ABENDED ON, SINCE AN EMPTY DAY IS STILL A VALID DAY.
001620*---------------------------------------------------------------
001630     01 JR-ORDER-FILE-STATUS PIC X(02).
001640     01 JR-AUDIT-STATUS PIC X(02).
001650     01 JR-OPENING-STATUS PIC X(02).
001660     01 JR-NO-OPENING PIC X VALUE 'N'.
001670         88 JR-OPENING-MISSING VALUE 'Y'.
001680
001690*---------------------------------------------------------------
001700*    END-OF-FILE SWITCHES, ONE PER INPUT FILE.
001710*---------------------------------------------------------------
001720     01 JR-ORDER-EOF PIC X VALUE 'N'.
001730         88 JR-END-OF-ORDERS VALUE 'Y'.
001740     01 JR-AUDIT-EOF PIC X VALUE 'N'.
001750         88 JR-END-OF-AUDIT VALUE 'Y'.
001760     01 JR-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001770         88 JR-END-OF-FLAVOR-MASTER VALUE 'Y'.
001780     01 JR-INVENTORY-EOF PIC X VALUE 'N'.
001790         88 JR-END-OF-INVENTORY VALUE 'Y'.
001800     01 JR-OPENING-EOF PIC X VALUE 'N'.
001810         88 JR-END-OF-OPENING VALUE 'Y'.
001820
001830*---------------------------------------------------------------
001840*    FLAVOR-MASTER IS READ INTO THIS TABLE AT START-UP, THE SAME
001850*    AS IN JELLO-WORLD AND JELLO-BATCH, EXTENDED HERE WITH THE
001860*    OPENING AND CLOSING ON-HAND COUNTS AND THE QUANTITY SOLD
001870*    PER ORDER-FILE SO THE MOVEMENT CHECK CAN RUN PER FLAVOR.
001880*---------------------------------------------------------------
001890     01 JR-FLAVOR-TABLE.
001900         05 JR-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
001910                 DEPENDING ON JR-FLAVOR-COUNT
001920                 INDEXED BY JR-FLAVOR-IDX.
001930             10 JR-FLAVOR-CODE      PIC 9(02).
001940             10 JR-FLAVOR-NAME      PIC X(15).
001950             10 JR-OPEN-ON-HAND     PIC S9(06) COMP VALUE 0.
001960             10 JR-CLOSE-ON-HAND    PIC S9(06) COMP VALUE 0.
001970             10 JR-SOLD-QTY         PIC S9(06) COMP VALUE 0.
001980     01 JR-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001990
002000*---------------------------------------------------------------
002010*    ORDER-FILE IS READ INTO THIS TABLE SO EACH POSTED AUDIT-LOG
002020*    ENTRY CAN BE MATCHED ONE-FOR-ONE AGAINST A SALE.  500 LINES
002030*    IS ROOM FOR THE BUSIEST DAY WE HAVE EVER HAD, TIMES TEN.
002040*---------------------------------------------------------------
002050     01 JR-ORDER-TABLE.
002060         05 JR-ORDER-ENTRY OCCURS 1 TO 500 TIMES
002070                 DEPENDING ON JR-ORDER-COUNT
002080                 INDEXED BY JR-ORDER-IDX.
002090             10 JR-ORD-DATE         PIC X(08).
002100             10 JR-ORD-TIME         PIC X(08).
002110             10 JR-ORD-CUSTOMER     PIC X(15).
002120             10 JR-ORD-FLAVOR       PIC X(15).
002130             10 JR-ORD-MATCHED      PIC X(01).
002140             10 JR-ORD-TYPE         PIC X(01).
002150     01 JR-ORDER-COUNT PIC 9(03) COMP VALUE 0.
002160     01 JR-MATCH-FOUND PIC X VALUE 'N'.
002170         88 JR-FOUND-MATCH VALUE 'Y'.
002180     01 JR-TABLE-FULL-NOTED PIC X VALUE 'N'.
002190     01 JR-EXPECTED-TYPE PIC X(01) VALUE 'S'.
002200
002210*---------------------------------------------------------------
002220*    RUN TOTALS FOR THE SUMMARY AND THE DRAWER CHECK.  TENDERS,
002230*    REFUNDS, AND CLOSE-OUTS BUCKET INTO ONE ENTRY PER STATION
002240*    SO EACH REGISTER'S DRAWER PROVES ON ITS OWN; A BLANK
002250*    STATION ON AN OLD RECORD READS AS STATION 01, THE ONLY
002260*    REGISTER THERE USED TO BE.
002270*---------------------------------------------------------------
002280     01 JR-STATION-TABLE.
002290         05 JR-STATION-ENTRY OCCURS 1 TO 9 TIMES
002300                 DEPENDING ON JR-STATION-COUNT
002310                 INDEXED BY JR-STATION-IDX.
002320             10 JR-ST-ID            PIC X(02).
002330             10 JR-ST-CASH-TAKINGS  PIC 9(07)V99.
002340             10 JR-ST-CARD-TAKINGS  PIC 9(07)V99.
002350             10 JR-ST-CASH-REFUNDS  PIC 9(07)V99.
002360             10 JR-ST-TAX-TAKINGS   PIC S9(07)V99.
002370             10 JR-ST-CREDIT-TAKINGS PIC 9(07)V99.
002380             10 JR-ST-HAVE-CLOSE    PIC X(01).
002390             10 JR-ST-FLOAT         PIC 9(05)V99.
002400             10 JR-ST-COUNTED       PIC 9(07)V99.
002410             10 JR-ST-CLOSE-CARD    PIC 9(07)V99.
002420             10 JR-ST-CLOSE-TAX     PIC 9(07)V99.
002430             10 JR-ST-CLOSE-CREDIT  PIC 9(07)V99.
002440     01 JR-STATION-COUNT PIC 9(02) COMP VALUE 0.
002450     01 JR-ST-SUB PIC 9(02) COMP VALUE 0.
002460     01 JR-WORK-STATION PIC X(02).
002470     01 JR-EXPECTED-CASH PIC 9(07)V99 VALUE 0.
002480     01 JR-CONTROL-SAVE PIC X(50).
002490     01 JR-OVERRIDE-RAW PIC X(01).
002500     01 JR-STAMP-TIME PIC X(08).
002510     01 JR-CREDIT-STATUS PIC X(02).
002520     01 JR-CREDIT-EOF PIC X VALUE 'N'.
002530         88 JR-END-OF-CREDITS VALUE 'Y'.
002540     01 JR-CREDIT-ISSUED-OF PIC 9(07)V99 VALUE 0.
002550     01 JR-CREDIT-REDEEMED-OF PIC 9(07)V99 VALUE 0.
002560     01 JR-CREDIT-ISSUED-LG PIC 9(07)V99 VALUE 0.
002570     01 JR-CREDIT-REDEEMED-LG PIC 9(07)V99 VALUE 0.
002580     01 JR-AUDIT-POSTED PIC 9(05) VALUE 0.
002590     01 JR-EXCEPTION-COUNT PIC 9(05) VALUE 0.
002600     01 JR-EXPECTED-DROP PIC S9(06) COMP VALUE 0.
002610
002620*---------------------------------------------------------------
002630*    THE DAY'S CLOSE-OUT: FLOAT, COUNTED CASH, AND CARD SALES
002640*    COME OFF THE LAST CLOSEOUT-FILE RECORD.  WHEN NO CLOSE-OUT
002650*    EXISTS THE FLOAT AND COUNTED DRAWER ARE KEYED HERE INSTEAD,
002660*    AS DIGITS WITH CENTS AND NO DECIMAL POINT, VALIDATED THE
002670*    SAME WAY JELLO-WORLD VALIDATES A RAW CHOICE.
002680*---------------------------------------------------------------
002690     01 JR-CLOSEOUT-STATUS PIC X(02).
002700     01 JR-CONTROL-STATUS PIC X(02).
002710     01 JR-BUSINESS-DATE PIC X(08) VALUE SPACES.
002720     01 JR-HAVE-BUSDATE PIC X VALUE 'N'.
002730         88 JR-BUSDATE-KNOWN VALUE 'Y'.
002740     01 JR-CLOSEOUT-EOF PIC X VALUE 'N'.
002750         88 JR-END-OF-CLOSEOUTS VALUE 'Y'.
002760     01 JR-DRAWER-RAW PIC X(09).
002770     01 JR-DRAWER-CENTS PIC 9(09).
002780     01 JR-DRAWER-VALID PIC X VALUE 'N'.
002790         88 JR-VALID-DRAWER VALUE 'Y'.
002800
002810*---------------------------------------------------------------
002820*    REPORT LINES.  ONE EXCEPTION LINE CARRIES ENOUGH DETAIL
002830*    (DATE, TIME, CUSTOMER, FLAVOR) TO CHASE THE MISMATCH.
002840*---------------------------------------------------------------
002850     01 JR-HEADING-1.
002860         05 FILLER PIC X(40)
002870             VALUE "JELLO-RECON   END-OF-DAY RECONCILIATION".
002880         05 FILLER PIC X(40) VALUE SPACES.
002890     01 JR-HEADING-2.
002900         05 FILLER PIC X(02) VALUE SPACES.
002910         05 FILLER PIC X(26) VALUE "EXCEPTION                 ".
002920         05 FILLER PIC X(09) VALUE "DATE     ".
002930         05 FILLER PIC X(09) VALUE "TIME     ".
002940         05 FILLER PIC X(16) VALUE "CUSTOMER        ".
002950         05 FILLER PIC X(18) VALUE "FLAVOR            ".
002960     01 JR-EXCEPTION-LINE.
002970         05 FILLER PIC X(02) VALUE SPACES.
002980         05 JR-EX-MESSAGE PIC X(26).
002990         05 JR-EX-DATE PIC X(08).
003000         05 FILLER PIC X(01) VALUE SPACES.
003010         05 JR-EX-TIME PIC X(08).
003020         05 FILLER PIC X(01) VALUE SPACES.
003030         05 JR-EX-CUSTOMER PIC X(15).
003040         05 FILLER PIC X(01) VALUE SPACES.
003050         05 JR-EX-FLAVOR PIC X(15).
003060         05 FILLER PIC X(03) VALUE SPACES.
003070     01 JR-MOVEMENT-LINE.
003080         05 FILLER PIC X(02) VALUE SPACES.
003090         05 FILLER PIC X(26) VALUE "INVENTORY MOVEMENT OFF    ".
003100         05 JR-MV-FLAVOR PIC X(15).
003110         05 FILLER PIC X(07) VALUE " SOLD=".
003120         05 JR-MV-SOLD PIC ZZZZZ9-.
003130         05 FILLER PIC X(07) VALUE " DROP=".
003140         05 JR-MV-DROP PIC ZZZZZ9-.
003150         05 FILLER PIC X(09) VALUE SPACES.
003160     01 JR-DRAWER-LINE.
003170         05 FILLER PIC X(02) VALUE SPACES.
003180         05 FILLER PIC X(26) VALUE "DRAWER DOES NOT MATCH     ".
003190         05 FILLER PIC X(09) VALUE "EXPECTED=".
003200         05 JR-DR-EXPECTED PIC ZZZZZZ9.99.
003210         05 FILLER PIC X(09) VALUE " COUNTED=".
003220         05 JR-DR-COUNTED PIC ZZZZZZ9.99.
003230         05 FILLER PIC X(04) VALUE " ST ".
003240         05 JR-DR-STATION PIC X(02).
003250         05 FILLER PIC X(08) VALUE SPACES.
003260     01 JR-CARD-LINE.
003270         05 FILLER PIC X(02) VALUE SPACES.
003280         05 FILLER PIC X(26) VALUE "CARD DOES NOT MATCH       ".
003290         05 FILLER PIC X(09) VALUE "TENDERED=".
003300         05 JR-CD-TENDERED PIC ZZZZZZ9.99.
003310         05 FILLER PIC X(09) VALUE " CLOSEOUT".
003320         05 FILLER PIC X(01) VALUE "=".
003330         05 JR-CD-CLOSEOUT PIC ZZZZZZ9.99.
003340         05 FILLER PIC X(04) VALUE " ST ".
003350         05 JR-CD-STATION PIC X(02).
003360         05 FILLER PIC X(07) VALUE SPACES.
003370     01 JR-TAX-LINE.
003380         05 FILLER PIC X(02) VALUE SPACES.
003390         05 FILLER PIC X(26) VALUE "TAX DOES NOT MATCH        ".
003400         05 FILLER PIC X(09) VALUE "TENDERED=".
003410         05 JR-TX-TENDERED PIC -ZZZZZZ9.99.
003420         05 FILLER PIC X(09) VALUE " CLOSEOUT".
003430         05 FILLER PIC X(01) VALUE "=".
003440         05 JR-TX-CLOSEOUT PIC ZZZZZZ9.99.
003450         05 FILLER PIC X(04) VALUE " ST ".
003460         05 JR-TX-STATION PIC X(02).
003470         05 FILLER PIC X(06) VALUE SPACES.
003480     01 JR-CREDIT-LINE.
003490         05 FILLER PIC X(02) VALUE SPACES.
003500         05 FILLER PIC X(26) VALUE "CREDIT DOES NOT MATCH     ".
003510         05 FILLER PIC X(09) VALUE "TENDERED=".
003520         05 JR-CR-TENDERED PIC ZZZZZZ9.99.
003530         05 FILLER PIC X(09) VALUE " CLOSEOUT".
003540         05 FILLER PIC X(01) VALUE "=".
003550         05 JR-CR-CLOSEOUT PIC ZZZZZZ9.99.
003560         05 FILLER PIC X(04) VALUE " ST ".
003570         05 JR-CR-STATION PIC X(02).
003580         05 FILLER PIC X(06) VALUE SPACES.
003590     01 JR-LEDGER-LINE.
003600         05 FILLER PIC X(02) VALUE SPACES.
003610         05 JR-LG-MESSAGE PIC X(26).
003620         05 FILLER PIC X(09) VALUE "  ORDERS=".
003630         05 JR-LG-ORDERS PIC ZZZZZZ9.99.
003640         05 FILLER PIC X(09) VALUE "  LEDGER=".
003650         05 JR-LG-LEDGER PIC ZZZZZZ9.99.
003660         05 FILLER PIC X(14) VALUE SPACES.
003670     01 JR-NOTE-LINE.
003680         05 FILLER PIC X(02) VALUE SPACES.
003690         05 JR-NOTE-TEXT PIC X(78).
003700     01 JR-ST-NOTE-LINE.
003710         05 FILLER PIC X(02) VALUE SPACES.
003720         05 FILLER PIC X(25)
003730             VALUE "NO CLOSE-OUT FOR STATION ".
003740         05 JR-SN-STATION PIC X(02).
003750         05 FILLER PIC X(22) VALUE " - FIGURES KEYED HERE ".
003760         05 FILLER PIC X(29) VALUE SPACES.
003770     01 JR-SUMMARY-LINE.
003780         05 FILLER PIC X(02) VALUE SPACES.
003790         05 JR-SUM-LABEL PIC X(26).
003800         05 JR-SUM-COUNT PIC ZZZZ9.
003810         05 FILLER PIC X(47) VALUE SPACES.
003820     01 JR-BLANK-LINE PIC X(80) VALUE SPACES.
003830
003840 PROCEDURE DIVISION.
003850
003860****************************************************************
003870*  0000-MAINLINE
003880*
003890*  LOADS THE DAY'S FILES, RUNS THE THREE CROSS-CHECKS, PRINTS
003900*  THE SUMMARY, AND SETS RETURN-CODE 8 WHEN ANYTHING MISMATCHED.
003910****************************************************************
003920 0000-MAINLINE.
003930     PERFORM 1000-INITIALIZE
003940         THRU 1000-EXIT.
003950     PERFORM 3000-MATCH-AUDIT-TO-ORDERS
003960         THRU 3000-EXIT.
003970     PERFORM 4000-CHECK-UNMATCHED-ORDERS
003980         THRU 4000-EXIT.
003990     PERFORM 5000-CHECK-INVENTORY-DROP
004000         THRU 5000-EXIT.
004010     PERFORM 6000-CHECK-DRAWER-TOTAL
004020         THRU 6000-EXIT.
004030     PERFORM 6200-CHECK-CREDIT-LEDGER
004040         THRU 6200-EXIT.
004050     PERFORM 8000-PRINT-SUMMARY
004060         THRU 8000-EXIT.
004070     PERFORM 9000-TERMINATE
004080         THRU 9000-EXIT.
004090     STOP RUN.
004100
004110****************************************************************
004120*  1000-INITIALIZE
004130*
004140*  OPENS THE REPORT, PRINTS THE HEADINGS, AND LOADS THE FLAVOR,
004150*  INVENTORY, AND ORDER TABLES THE CHECKS RUN AGAINST.
004160****************************************************************
004170 1000-INITIALIZE.
004180     PERFORM 1040-READ-CONTROL-FILE
004190         THRU 1040-EXIT.
004200     OPEN OUTPUT RECON-REPORT.
004210     WRITE RECON-REPORT-RECORD FROM JR-HEADING-1.
004220     WRITE RECON-REPORT-RECORD FROM JR-BLANK-LINE.
004230     WRITE RECON-REPORT-RECORD FROM JR-HEADING-2.
004240     WRITE RECON-REPORT-RECORD FROM JR-BLANK-LINE.
004250     PERFORM 1100-LOAD-FLAVOR-MASTER
004260         THRU 1100-EXIT.
004270     PERFORM 1200-LOAD-OPENING-INVENTORY
004280         THRU 1200-EXIT.
004290     PERFORM 1300-LOAD-CLOSING-INVENTORY
004300         THRU 1300-EXIT.
004310     PERFORM 1400-LOAD-ORDER-FILE
004320         THRU 1400-EXIT.
004330 1000-EXIT.
004340     EXIT.
004350
004360****************************************************************
004370*  1040-READ-CONTROL-FILE
004380*
004390*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS,
004400*  SO A STALE CLOSE-OUT CAN BE TOLD FROM TODAY'S.  WITHOUT ONE,
004410*  THE LAST CLOSE-OUT ON FILE IS TRUSTED AS BEFORE.
004420****************************************************************
004430 1040-READ-CONTROL-FILE.
004440     MOVE 'N' TO JR-HAVE-BUSDATE.
004450     OPEN INPUT CONTROL-FILE.
004460     IF JR-CONTROL-STATUS = '35'
004470         GO TO 1040-EXIT.
004480     READ CONTROL-FILE
004490         AT END CONTINUE
004500         NOT AT END
004510             MOVE CT-BUSINESS-DATE TO JR-BUSINESS-DATE
004520             MOVE 'Y' TO JR-HAVE-BUSDATE
004530             PERFORM 1045-CHECK-RUN-CONTROL
004540                 THRU 1045-EXIT
004550     END-READ.
004560     CLOSE CONTROL-FILE.
004570 1040-EXIT.
004580     EXIT.
004590
004600****************************************************************
004610*  1045-CHECK-RUN-CONTROL
004620*
004630*  ENFORCES THE DAILY SEQUENCE OFF THE CONTROL RECORD STILL IN
004640*  THE BUFFER: THE COUNTER MUST HAVE CLOSED BEFORE THE NIGHT IS
004650*  PROVED, AND A SECOND RECONCILIATION NEEDS A LOGGED OVERRIDE.
004660****************************************************************
004670 1045-CHECK-RUN-CONTROL.
004680     IF CT-COUNTER-DONE NOT = 'Y'
004690         DISPLAY "The counter has not closed for "
004700             CT-BUSINESS-DATE "."
004710         PERFORM 1046-ASK-OVERRIDE
004720             THRU 1046-EXIT
004730     END-IF.
004740     IF CT-RECON-DONE = 'Y'
004750         DISPLAY "JELLO-RECON already ran for "
004760             CT-BUSINESS-DATE "."
004770         PERFORM 1046-ASK-OVERRIDE
004780             THRU 1046-EXIT
004790     END-IF.
004800 1045-EXIT.
004810     EXIT.
004820
004830****************************************************************
004840*  1046-ASK-OVERRIDE
004850*
004860*  OFFERS THE OPERATOR A LOGGED OVERRIDE; ANYTHING BUT Y ENDS
004870*  THE RUN WITH RETURN-CODE 8 AND NOTHING CHECKED.
004880****************************************************************
004890 1046-ASK-OVERRIDE.
004900     DISPLAY "Override and run anyway? (Y/N) "
004910         WITH NO ADVANCING.
004920     ACCEPT JR-OVERRIDE-RAW.
004930     IF JR-OVERRIDE-RAW NOT = 'Y' AND JR-OVERRIDE-RAW NOT = 'y'
004940         DISPLAY "Run refused; nothing checked."
004950         CLOSE CONTROL-FILE
004960         MOVE 8 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     PERFORM 1047-LOG-OVERRIDE
005000         THRU 1047-EXIT.
005010 1046-EXIT.
005020     EXIT.
005030
005040****************************************************************
005050*  1047-LOG-OVERRIDE
005060*
005070*  APPENDS THE REASON-04 OVERRIDE RECORD TO AUDIT-LOG SO THE
005080*  FORCED RUN LEAVES A TRAIL.
005090****************************************************************
005100 1047-LOG-OVERRIDE.
005110     OPEN EXTEND AUDIT-LOG.
005120     IF JR-AUDIT-STATUS = '35'
005130         OPEN OUTPUT AUDIT-LOG
005140     END-IF.
005150     ACCEPT JR-STAMP-TIME FROM TIME.
005160     MOVE CT-BUSINESS-DATE TO AL-LOG-DATE.
005170     MOVE JR-STAMP-TIME TO AL-LOG-TIME.
005180     MOVE "JELLO-RECON" TO AL-CUSTOMER-NAME.
005190     MOVE '*' TO AL-RAW-CHOICE.
005200     MOVE SPACES TO AL-FLAVOR-NAME.
005210     MOVE '04' TO AL-REASON-CODE.
005220     MOVE SPACES TO AL-OPERATOR-ID.
005230     WRITE AUDIT-LOG-RECORD.
005240     CLOSE AUDIT-LOG.
005250 1047-EXIT.
005260     EXIT.
005270
005280****************************************************************
005290*  1100-LOAD-FLAVOR-MASTER
005300*
005310*  READS FLAVOR-MASTER INTO JR-FLAVOR-TABLE SO ORDER-FILE FLAVOR
005320*  NAMES CAN BE TIED BACK TO INVENTORY-FILE FLAVOR CODES.
005330****************************************************************
005340 1100-LOAD-FLAVOR-MASTER.
005350     OPEN INPUT FLAVOR-MASTER.
005360     MOVE 0 TO JR-FLAVOR-COUNT.
005370     MOVE 'N' TO JR-FLAVOR-MASTER-EOF.
005380     PERFORM 1110-READ-FLAVOR-RECORD
005390         THRU 1110-EXIT.
005400     PERFORM 1120-STORE-FLAVOR-RECORD
005410         THRU 1120-EXIT
005420         UNTIL JR-END-OF-FLAVOR-MASTER.
005430     CLOSE FLAVOR-MASTER.
005440 1100-EXIT.
005450     EXIT.
005460
005470****************************************************************
005480*  1110-READ-FLAVOR-RECORD
005490*
005500*  READS ONE FLAVOR-MASTER RECORD AHEAD.
005510****************************************************************
005520 1110-READ-FLAVOR-RECORD.
005530     READ FLAVOR-MASTER
005540         AT END MOVE 'Y' TO JR-FLAVOR-MASTER-EOF
005550     END-READ.
005560 1110-EXIT.
005570     EXIT.
005580
005590****************************************************************
005600*  1120-STORE-FLAVOR-RECORD
005610*
005620*  ADDS THE FLAVOR JUST READ TO JR-FLAVOR-TABLE AND PRIMES THE
005630*  NEXT READ.
005640****************************************************************
005650 1120-STORE-FLAVOR-RECORD.
005660     ADD 1 TO JR-FLAVOR-COUNT.
005670     SET JR-FLAVOR-IDX TO JR-FLAVOR-COUNT.
005680     MOVE FM-FLAVOR-CODE TO JR-FLAVOR-CODE(JR-FLAVOR-IDX).
005690     MOVE FM-FLAVOR-NAME TO JR-FLAVOR-NAME(JR-FLAVOR-IDX).
005700     MOVE 0 TO JR-OPEN-ON-HAND(JR-FLAVOR-IDX).
005710     MOVE 0 TO JR-CLOSE-ON-HAND(JR-FLAVOR-IDX).
005720     MOVE 0 TO JR-SOLD-QTY(JR-FLAVOR-IDX).
005730     PERFORM 1110-READ-FLAVOR-RECORD
005740         THRU 1110-EXIT.
005750 1120-EXIT.
005760     EXIT.
005770
005780****************************************************************
005790*  1200-LOAD-OPENING-INVENTORY
005800*
005810*  READS THE INVENTORY-OPENING SNAPSHOT INTO JR-FLAVOR-TABLE.  A
005820*  MISSING SNAPSHOT (STATUS 35) TURNS THE MOVEMENT CHECK OFF AND
005830*  IS NOTED ON THE REPORT SO THE NIGHT IS NOT SILENTLY UNPROVEN.
005840****************************************************************
005850 1200-LOAD-OPENING-INVENTORY.
005860     OPEN INPUT INVENTORY-OPENING.
005870     IF JR-OPENING-STATUS = '35'
005880         MOVE 'Y' TO JR-NO-OPENING
005890         MOVE "NO OPENING SNAPSHOT - MOVEMENT CHECK SKIPPED"
005900             TO JR-NOTE-TEXT
005910         WRITE RECON-REPORT-RECORD FROM JR-NOTE-LINE
005920     ELSE
005930         MOVE 'N' TO JR-OPENING-EOF
005940         PERFORM 1210-READ-OPENING-RECORD
005950             THRU 1210-EXIT
005960         PERFORM 1220-STORE-OPENING-RECORD
005970             THRU 1220-EXIT
005980             UNTIL JR-END-OF-OPENING
005990         CLOSE INVENTORY-OPENING
006000     END-IF.
006010 1200-EXIT.
006020     EXIT.
006030
006040****************************************************************
006050*  1210-READ-OPENING-RECORD
006060*
006070*  READS ONE INVENTORY-OPENING RECORD AHEAD.
006080****************************************************************
006090 1210-READ-OPENING-RECORD.
006100     READ INVENTORY-OPENING
006110         AT END MOVE 'Y' TO JR-OPENING-EOF
006120     END-READ.
006130 1210-EXIT.
006140     EXIT.
006150
006160****************************************************************
006170*  1220-STORE-OPENING-RECORD
006180*
006190*  POSTS THE OPENING ON-HAND COUNT JUST READ TO ITS FLAVOR TABLE
006200*  ENTRY AND PRIMES THE NEXT READ.
006210****************************************************************
006220 1220-STORE-OPENING-RECORD.
006230     SET JR-FLAVOR-IDX TO 1.
006240     SEARCH JR-FLAVOR-ENTRY
006250         AT END CONTINUE
006260         WHEN JR-FLAVOR-CODE(JR-FLAVOR-IDX) = IO-FLAVOR-CODE
006270             MOVE IO-ON-HAND TO JR-OPEN-ON-HAND(JR-FLAVOR-IDX)
006280     END-SEARCH.
006290     PERFORM 1210-READ-OPENING-RECORD
006300         THRU 1210-EXIT.
006310 1220-EXIT.
006320     EXIT.
006330
006340****************************************************************
006350*  1300-LOAD-CLOSING-INVENTORY
006360*
006370*  READS THE CLOSING INVENTORY-FILE COUNTS INTO JR-FLAVOR-TABLE.
006380****************************************************************
006390 1300-LOAD-CLOSING-INVENTORY.
006400     OPEN INPUT INVENTORY-FILE.
006410     MOVE 'N' TO JR-INVENTORY-EOF.
006420     PERFORM 1310-READ-CLOSING-RECORD
006430         THRU 1310-EXIT.
006440     PERFORM 1320-STORE-CLOSING-RECORD
006450         THRU 1320-EXIT
006460         UNTIL JR-END-OF-INVENTORY.
006470     CLOSE INVENTORY-FILE.
006480 1300-EXIT.
006490     EXIT.
006500
006510****************************************************************
006520*  1310-READ-CLOSING-RECORD
006530*
006540*  READS ONE INVENTORY-FILE RECORD AHEAD.
006550****************************************************************
006560 1310-READ-CLOSING-RECORD.
006570     READ INVENTORY-FILE
006580         AT END MOVE 'Y' TO JR-INVENTORY-EOF
006590     END-READ.
006600 1310-EXIT.
006610     EXIT.
006620
006630****************************************************************
006640*  1320-STORE-CLOSING-RECORD
006650*
006660*  POSTS THE CLOSING ON-HAND COUNT JUST READ TO ITS FLAVOR TABLE
006670*  ENTRY AND PRIMES THE NEXT READ.
006680****************************************************************
006690 1320-STORE-CLOSING-RECORD.
006700     SET JR-FLAVOR-IDX TO 1.
006710     SEARCH JR-FLAVOR-ENTRY
006720         AT END CONTINUE
006730         WHEN JR-FLAVOR-CODE(JR-FLAVOR-IDX) = IV-FLAVOR-CODE
006740             MOVE IV-ON-HAND TO JR-CLOSE-ON-HAND(JR-FLAVOR-IDX)
006750     END-SEARCH.
006760     PERFORM 1310-READ-CLOSING-RECORD
006770         THRU 1310-EXIT.
006780 1320-EXIT.
006790     EXIT.
006800
006810****************************************************************
006820*  1400-LOAD-ORDER-FILE
006830*
006840*  READS ORDER-FILE INTO JR-ORDER-TABLE, SUMS OR-QUANTITY INTO
006850*  ITS FLAVOR TABLE ENTRY, AND SUMS OR-LINE-TOTAL FOR THE DRAWER
006860*  CHECK.  A MISSING ORDER-FILE IS TREATED AS AN EMPTY DAY.
006870****************************************************************
006880 1400-LOAD-ORDER-FILE.
006890     MOVE 0 TO JR-ORDER-COUNT.
006900     OPEN INPUT ORDER-FILE.
006910     IF JR-ORDER-FILE-STATUS = '35'
006920         MOVE 'Y' TO JR-ORDER-EOF
006930         MOVE "NO ORDER-FILE - RECONCILING AN EMPTY DAY"
006940             TO JR-NOTE-TEXT
006950         WRITE RECON-REPORT-RECORD FROM JR-NOTE-LINE
006960     ELSE
006970         MOVE 'N' TO JR-ORDER-EOF
006980         PERFORM 1410-READ-ORDER-RECORD
006990             THRU 1410-EXIT
007000         PERFORM 1420-STORE-ORDER-RECORD
007010             THRU 1420-EXIT
007020             UNTIL JR-END-OF-ORDERS
007030         CLOSE ORDER-FILE
007040     END-IF.
007050 1400-EXIT.
007060     EXIT.
007070
007080****************************************************************
007090*  1410-READ-ORDER-RECORD
007100*
007110*  READS ONE ORDER-FILE RECORD AHEAD.
007120****************************************************************
007130 1410-READ-ORDER-RECORD.
007140     READ ORDER-FILE
007150         AT END MOVE 'Y' TO JR-ORDER-EOF
007160     END-READ.
007170 1410-EXIT.
007180     EXIT.
007190
007200****************************************************************
007210*  1420-STORE-ORDER-RECORD
007220*
007230*  ADDS THE SALE JUST READ TO JR-ORDER-TABLE, POSTS ITS QUANTITY
007240*  TO THE FLAVOR TABLE, AND PRIMES THE NEXT READ.  A SALE FOR A
007250*  FLAVOR NOT ON FLAVOR-MASTER IS ITSELF AN EXCEPTION, AND SO
007260*  IS A DAY TOO BIG FOR THE 500-LINE MATCHING TABLE, SINCE THE
007270*  KEYSTROKE CHECK CANNOT BE TRUSTED PAST THAT POINT.
007280****************************************************************
007290 1420-STORE-ORDER-RECORD.
007300     IF OR-RECORD-TYPE = 'T'
007310         MOVE OR-STATION-ID TO JR-WORK-STATION
007320         PERFORM 1450-FIND-STATION
007330             THRU 1450-EXIT
007340         IF OR-TENDER-TYPE = 'C'
007350             ADD OR-LINE-TOTAL
007360                 TO JR-ST-CASH-TAKINGS(JR-ST-SUB)
007370         END-IF
007380         IF OR-TENDER-TYPE = 'D'
007390             ADD OR-LINE-TOTAL
007400                 TO JR-ST-CARD-TAKINGS(JR-ST-SUB)
007410         END-IF
007420         IF OR-TENDER-TYPE = 'R'
007430             ADD OR-LINE-TOTAL
007440                 TO JR-ST-CREDIT-TAKINGS(JR-ST-SUB)
007450             ADD OR-LINE-TOTAL TO JR-CREDIT-REDEEMED-OF
007460         END-IF
007470         ADD OR-TAX-AMOUNT TO JR-ST-TAX-TAKINGS(JR-ST-SUB)
007480         PERFORM 1410-READ-ORDER-RECORD
007490             THRU 1410-EXIT
007500         GO TO 1420-EXIT
007510     END-IF.
007520     IF JR-ORDER-COUNT < 500
007530         ADD 1 TO JR-ORDER-COUNT
007540         SET JR-ORDER-IDX TO JR-ORDER-COUNT
007550         MOVE OR-ORDER-DATE TO JR-ORD-DATE(JR-ORDER-IDX)
007560         MOVE OR-ORDER-TIME TO JR-ORD-TIME(JR-ORDER-IDX)
007570         MOVE OR-CUSTOMER-NAME TO JR-ORD-CUSTOMER(JR-ORDER-IDX)
007580         MOVE OR-FLAVOR-NAME TO JR-ORD-FLAVOR(JR-ORDER-IDX)
007590         MOVE 'N' TO JR-ORD-MATCHED(JR-ORDER-IDX)
007600         IF OR-RECORD-TYPE = 'V'
007610             MOVE 'V' TO JR-ORD-TYPE(JR-ORDER-IDX)
007620         ELSE
007630             MOVE 'S' TO JR-ORD-TYPE(JR-ORDER-IDX)
007640         END-IF
007650     ELSE
007660         IF JR-TABLE-FULL-NOTED = 'N'
007670             MOVE 'Y' TO JR-TABLE-FULL-NOTED
007680             MOVE "ORDER TABLE FULL AT 500 - KEYSTROKE CHECK"
007690                 TO JR-NOTE-TEXT
007700             WRITE RECON-REPORT-RECORD FROM JR-NOTE-LINE
007710             MOVE "  IS INCOMPLETE PAST THIS POINT"
007720                 TO JR-NOTE-TEXT
007730             WRITE RECON-REPORT-RECORD FROM JR-NOTE-LINE
007740             ADD 1 TO JR-EXCEPTION-COUNT
007750         END-IF
007760     END-IF.
007770     IF OR-RECORD-TYPE = 'V' AND OR-TENDER-TYPE = 'C'
007780         MOVE OR-STATION-ID TO JR-WORK-STATION
007790         PERFORM 1450-FIND-STATION
007800             THRU 1450-EXIT
007810         ADD OR-LINE-TOTAL TO JR-ST-CASH-REFUNDS(JR-ST-SUB)
007820         ADD OR-TAX-AMOUNT TO JR-ST-CASH-REFUNDS(JR-ST-SUB)
007830     END-IF.
007840     IF OR-RECORD-TYPE = 'V' AND OR-TENDER-TYPE = 'R'
007850         ADD OR-TENDER-AMOUNT TO JR-CREDIT-ISSUED-OF
007860     END-IF.
007870     SET JR-FLAVOR-IDX TO 1.
007880     SEARCH JR-FLAVOR-ENTRY
007890         AT END
007900             MOVE "SALE FOR UNKNOWN FLAVOR" TO JR-EX-MESSAGE
007910             MOVE OR-ORDER-DATE TO JR-EX-DATE
007920             MOVE OR-ORDER-TIME TO JR-EX-TIME
007930             MOVE OR-CUSTOMER-NAME TO JR-EX-CUSTOMER
007940             MOVE OR-FLAVOR-NAME TO JR-EX-FLAVOR
007950             PERFORM 7000-WRITE-EXCEPTION
007960                 THRU 7000-EXIT
007970         WHEN JR-FLAVOR-NAME(JR-FLAVOR-IDX) = OR-FLAVOR-NAME
007980             IF OR-RECORD-TYPE = 'V'
007990                 SUBTRACT OR-QUANTITY
008000                     FROM JR-SOLD-QTY(JR-FLAVOR-IDX)
008010             ELSE
008020                 ADD OR-QUANTITY TO JR-SOLD-QTY(JR-FLAVOR-IDX)
008030             END-IF
008040     END-SEARCH.
008050     PERFORM 1410-READ-ORDER-RECORD
008060         THRU 1410-EXIT.
008070 1420-EXIT.
008080     EXIT.
008090
008100****************************************************************
008110*  1450-FIND-STATION
008120*
008130*  SETS JR-ST-SUB TO THE STATION ENTRY FOR JR-WORK-STATION,
008140*  APPENDING A FRESH ONE FOR A STATION NOT SEEN YET.  A BLANK
008150*  STATION ON AN OLD RECORD READS AS 01, THE ONLY REGISTER
008160*  THERE USED TO BE.
008170****************************************************************
008180 1450-FIND-STATION.
008190     IF JR-WORK-STATION = SPACES
008200         MOVE '01' TO JR-WORK-STATION
008210     END-IF.
008220     MOVE 0 TO JR-ST-SUB.
008230     SET JR-STATION-IDX TO 1.
008240     SEARCH JR-STATION-ENTRY
008250         AT END CONTINUE
008260         WHEN JR-ST-ID(JR-STATION-IDX) = JR-WORK-STATION
008270             SET JR-ST-SUB TO JR-STATION-IDX
008280     END-SEARCH.
008290     IF JR-ST-SUB = 0 AND JR-STATION-COUNT < 9
008300         ADD 1 TO JR-STATION-COUNT
008310         MOVE JR-STATION-COUNT TO JR-ST-SUB
008320         MOVE JR-WORK-STATION TO JR-ST-ID(JR-ST-SUB)
008330         MOVE 0 TO JR-ST-CASH-TAKINGS(JR-ST-SUB)
008340         MOVE 0 TO JR-ST-CARD-TAKINGS(JR-ST-SUB)
008350         MOVE 0 TO JR-ST-CASH-REFUNDS(JR-ST-SUB)
008360         MOVE 0 TO JR-ST-TAX-TAKINGS(JR-ST-SUB)
008370         MOVE 'N' TO JR-ST-HAVE-CLOSE(JR-ST-SUB)
008380         MOVE 0 TO JR-ST-FLOAT(JR-ST-SUB)
008390         MOVE 0 TO JR-ST-COUNTED(JR-ST-SUB)
008400         MOVE 0 TO JR-ST-CLOSE-CARD(JR-ST-SUB)
008410         MOVE 0 TO JR-ST-CLOSE-TAX(JR-ST-SUB)
008420         MOVE 0 TO JR-ST-CREDIT-TAKINGS(JR-ST-SUB)
008430         MOVE 0 TO JR-ST-CLOSE-CREDIT(JR-ST-SUB)
008440     END-IF.
008450     IF JR-ST-SUB = 0
008460         MOVE 1 TO JR-ST-SUB
008470     END-IF.
008480 1450-EXIT.
008490     EXIT.
008500
008510
008520****************************************************************
008530*  3000-MATCH-AUDIT-TO-ORDERS
008540*
008550*  READS AUDIT-LOG AND PROVES EVERY POSTED ENTRY (ONE WHOSE
008560*  FLAVOR RESOLVED) HAS ITS OWN ORDER-FILE RECORD FOR THE SAME
008570*  DATE, CUSTOMER, AND FLAVOR.  ENTRIES FOR BAD KEYSTROKES HAVE
008580*  A BLANK FLAVOR AND ARE PASSED OVER.
008590****************************************************************
008600 3000-MATCH-AUDIT-TO-ORDERS.
008610     OPEN INPUT AUDIT-LOG.
008620     IF JR-AUDIT-STATUS = '35'
008630         MOVE 'Y' TO JR-AUDIT-EOF
008640         MOVE "NO AUDIT-LOG - KEYSTROKE CHECK SKIPPED"
008650             TO JR-NOTE-TEXT
008660         WRITE RECON-REPORT-RECORD FROM JR-NOTE-LINE
008670     ELSE
008680         MOVE 'N' TO JR-AUDIT-EOF
008690         PERFORM 3010-READ-AUDIT-RECORD
008700             THRU 3010-EXIT
008710         PERFORM 3020-MATCH-ONE-ENTRY
008720             THRU 3020-EXIT
008730             UNTIL JR-END-OF-AUDIT
008740         CLOSE AUDIT-LOG
008750     END-IF.
008760 3000-EXIT.
008770     EXIT.
008780
008790****************************************************************
008800*  3010-READ-AUDIT-RECORD
008810*
008820*  READS ONE AUDIT-LOG RECORD AHEAD.
008830****************************************************************
008840 3010-READ-AUDIT-RECORD.
008850     READ AUDIT-LOG
008860         AT END MOVE 'Y' TO JR-AUDIT-EOF
008870     END-READ.
008880 3010-EXIT.
008890     EXIT.
008900
008910****************************************************************
008920*  3020-MATCH-ONE-ENTRY
008930*
008940*  MATCHES THE AUDIT-LOG ENTRY JUST READ AGAINST THE FIRST
008950*  STILL-UNMATCHED ORDER-FILE RECORD WITH THE SAME DATE,
008960*  CUSTOMER, AND FLAVOR.  TIME IS NOT COMPARED BECAUSE THE
008970*  KEYSTROKE IS LOGGED SECONDS BEFORE THE SALE IS WRITTEN.
008980*  ENTRIES FOR BAD KEYSTROKES HAVE A BLANK FLAVOR, AND ONES THE
008990*  KIOSK REFUSED (REASON 03) NEVER POSTED; BOTH ARE PASSED OVER.
009000****************************************************************
009010 3020-MATCH-ONE-ENTRY.
009020     IF AL-FLAVOR-NAME NOT = SPACES
009030         AND AL-REASON-CODE NOT = '03'
009040         ADD 1 TO JR-AUDIT-POSTED
009050         IF AL-RAW-CHOICE = 'V'
009060             MOVE 'V' TO JR-EXPECTED-TYPE
009070         ELSE
009080             MOVE 'S' TO JR-EXPECTED-TYPE
009090         END-IF
009100         MOVE 'N' TO JR-MATCH-FOUND
009110         PERFORM 3030-TEST-ONE-ORDER
009120             THRU 3030-EXIT
009130             VARYING JR-ORDER-IDX FROM 1 BY 1
009140             UNTIL JR-ORDER-IDX > JR-ORDER-COUNT
009150                 OR JR-FOUND-MATCH
009160         IF NOT JR-FOUND-MATCH
009170             MOVE "AUDIT ENTRY HAS NO SALE" TO JR-EX-MESSAGE
009180             MOVE AL-LOG-DATE TO JR-EX-DATE
009190             MOVE AL-LOG-TIME TO JR-EX-TIME
009200             MOVE AL-CUSTOMER-NAME TO JR-EX-CUSTOMER
009210             MOVE AL-FLAVOR-NAME TO JR-EX-FLAVOR
009220             PERFORM 7000-WRITE-EXCEPTION
009230                 THRU 7000-EXIT
009240         END-IF
009250     END-IF.
009260     PERFORM 3010-READ-AUDIT-RECORD
009270         THRU 3010-EXIT.
009280 3020-EXIT.
009290     EXIT.
009300
009310****************************************************************
009320*  3030-TEST-ONE-ORDER
009330*
009340*  TESTS ONE JR-ORDER-TABLE ENTRY AGAINST THE CURRENT AUDIT-LOG
009350*  RECORD AND CLAIMS IT WHEN IT MATCHES.
009360****************************************************************
009370 3030-TEST-ONE-ORDER.
009380     IF JR-ORD-MATCHED(JR-ORDER-IDX) = 'N'
009390         AND JR-ORD-TYPE(JR-ORDER-IDX) = JR-EXPECTED-TYPE
009400         AND JR-ORD-DATE(JR-ORDER-IDX) = AL-LOG-DATE
009410         AND JR-ORD-CUSTOMER(JR-ORDER-IDX) = AL-CUSTOMER-NAME
009420         AND JR-ORD-FLAVOR(JR-ORDER-IDX) = AL-FLAVOR-NAME
009430         MOVE 'Y' TO JR-ORD-MATCHED(JR-ORDER-IDX)
009440         MOVE 'Y' TO JR-MATCH-FOUND
009450     END-IF.
009460 3030-EXIT.
009470     EXIT.
009480
009490****************************************************************
009500*  4000-CHECK-UNMATCHED-ORDERS
009510*
009520*  ANY ORDER-FILE RECORD STILL UNCLAIMED AFTER THE AUDIT PASS IS
009530*  A SALE WITH NO KEYSTROKE BEHIND IT, WHICH IS ITS OWN KIND OF
009540*  PROBLEM AT CLOSE.
009550****************************************************************
009560 4000-CHECK-UNMATCHED-ORDERS.
009570     IF JR-ORDER-COUNT > 0
009580         PERFORM 4010-REPORT-ONE-UNMATCHED
009590             THRU 4010-EXIT
009600             VARYING JR-ORDER-IDX FROM 1 BY 1
009610             UNTIL JR-ORDER-IDX > JR-ORDER-COUNT
009620     END-IF.
009630 4000-EXIT.
009640     EXIT.
009650
009660****************************************************************
009670*  4010-REPORT-ONE-UNMATCHED
009680*
009690*  PRINTS ONE EXCEPTION FOR AN ORDER-FILE RECORD NO AUDIT-LOG
009700*  ENTRY CLAIMED.
009710****************************************************************
009720 4010-REPORT-ONE-UNMATCHED.
009730     IF JR-ORD-MATCHED(JR-ORDER-IDX) = 'N'
009740         MOVE "SALE HAS NO AUDIT ENTRY" TO JR-EX-MESSAGE
009750         MOVE JR-ORD-DATE(JR-ORDER-IDX) TO JR-EX-DATE
009760         MOVE JR-ORD-TIME(JR-ORDER-IDX) TO JR-EX-TIME
009770         MOVE JR-ORD-CUSTOMER(JR-ORDER-IDX) TO JR-EX-CUSTOMER
009780         MOVE JR-ORD-FLAVOR(JR-ORDER-IDX) TO JR-EX-FLAVOR
009790         PERFORM 7000-WRITE-EXCEPTION
009800             THRU 7000-EXIT
009810     END-IF.
009820 4010-EXIT.
009830     EXIT.
009840
009850****************************************************************
009860*  5000-CHECK-INVENTORY-DROP
009870*
009880*  PROVES, FLAVOR BY FLAVOR, THAT THE DROP FROM THE OPENING TO
009890*  THE CLOSING ON-HAND COUNT EQUALS THE QUANTITY ORDER-FILE SAYS
009900*  WAS SOLD.  SKIPPED WHEN THERE IS NO OPENING SNAPSHOT.
009910****************************************************************
009920 5000-CHECK-INVENTORY-DROP.
009930     IF NOT JR-OPENING-MISSING
009940         PERFORM 5010-CHECK-ONE-FLAVOR
009950             THRU 5010-EXIT
009960             VARYING JR-FLAVOR-IDX FROM 1 BY 1
009970             UNTIL JR-FLAVOR-IDX > JR-FLAVOR-COUNT
009980     END-IF.
009990 5000-EXIT.
010000     EXIT.
010010
010020****************************************************************
010030*  5010-CHECK-ONE-FLAVOR
010040*
010050*  COMPARES ONE FLAVOR'S INVENTORY DROP AGAINST ITS SOLD COUNT.
010060****************************************************************
010070 5010-CHECK-ONE-FLAVOR.
010080     SUBTRACT JR-CLOSE-ON-HAND(JR-FLAVOR-IDX)
010090         FROM JR-OPEN-ON-HAND(JR-FLAVOR-IDX)
010100         GIVING JR-EXPECTED-DROP.
010110     IF JR-EXPECTED-DROP NOT = JR-SOLD-QTY(JR-FLAVOR-IDX)
010120         MOVE JR-FLAVOR-NAME(JR-FLAVOR-IDX) TO JR-MV-FLAVOR
010130         MOVE JR-SOLD-QTY(JR-FLAVOR-IDX) TO JR-MV-SOLD
010140         MOVE JR-EXPECTED-DROP TO JR-MV-DROP
010150         WRITE RECON-REPORT-RECORD FROM JR-MOVEMENT-LINE
010160         ADD 1 TO JR-EXCEPTION-COUNT
010170     END-IF.
010180 5010-EXIT.
010190     EXIT.
010200
010210****************************************************************
010220*  6000-CHECK-DRAWER-TOTAL
010230*
010240*  PROVES EACH REGISTER'S DRAWER ON ITS OWN: PER STATION,
010250*  EXPECTED CASH IS THE OPENING FLOAT PLUS THE TYPE-T CASH
010260*  TENDERS LESS THE CASH REFUNDS, COMPARED TO THE COUNTED
010270*  DRAWER OFF THAT STATION'S CLOSE-OUT (OR KEYED HERE WHEN THE
010280*  STATION NEVER CLOSED).  CARD AND TAX FIGURES PROVE AGAINST
010290*  THE SAME STATION'S CLOSE-OUT.
010300****************************************************************
010310 6000-CHECK-DRAWER-TOTAL.
010320     PERFORM 6050-READ-CLOSEOUT
010330         THRU 6050-EXIT.
010340     IF JR-STATION-COUNT = 0
010350         MOVE "NO TENDERS AND NO CLOSE-OUTS - NO DRAWER TO PROVE"
010360             TO JR-NOTE-TEXT
010370         WRITE RECON-REPORT-RECORD FROM JR-NOTE-LINE
010380         GO TO 6000-EXIT.
010390     PERFORM 6100-CHECK-ONE-STATION
010400         THRU 6100-EXIT
010410         VARYING JR-ST-SUB FROM 1 BY 1
010420         UNTIL JR-ST-SUB > JR-STATION-COUNT.
010430 6000-EXIT.
010440     EXIT.
010450
010460****************************************************************
010470*  6100-CHECK-ONE-STATION
010480*
010490*  PROVES ONE STATION'S DRAWER, CARD, AND TAX FIGURES.
010500****************************************************************
010510 6100-CHECK-ONE-STATION.
010520     IF JR-ST-HAVE-CLOSE(JR-ST-SUB) NOT = 'Y'
010530         MOVE JR-ST-ID(JR-ST-SUB) TO JR-SN-STATION
010540         WRITE RECON-REPORT-RECORD FROM JR-ST-NOTE-LINE
010550         DISPLAY "Station " JR-ST-ID(JR-ST-SUB)
010560             " never closed out."
010570         MOVE 'N' TO JR-DRAWER-VALID
010580         PERFORM 6010-ACCEPT-FLOAT-AMOUNT
010590             THRU 6010-EXIT
010600             UNTIL JR-VALID-DRAWER
010610         MOVE 'N' TO JR-DRAWER-VALID
010620         PERFORM 6020-ACCEPT-COUNTED-CASH
010630             THRU 6020-EXIT
010640             UNTIL JR-VALID-DRAWER
010650     END-IF.
010660     ADD JR-ST-FLOAT(JR-ST-SUB)
010670         JR-ST-CASH-TAKINGS(JR-ST-SUB)
010680         GIVING JR-EXPECTED-CASH.
010690     SUBTRACT JR-ST-CASH-REFUNDS(JR-ST-SUB)
010700         FROM JR-EXPECTED-CASH.
010710     IF JR-ST-COUNTED(JR-ST-SUB) NOT = JR-EXPECTED-CASH
010720         MOVE JR-EXPECTED-CASH TO JR-DR-EXPECTED
010730         MOVE JR-ST-COUNTED(JR-ST-SUB) TO JR-DR-COUNTED
010740         MOVE JR-ST-ID(JR-ST-SUB) TO JR-DR-STATION
010750         WRITE RECON-REPORT-RECORD FROM JR-DRAWER-LINE
010760         ADD 1 TO JR-EXCEPTION-COUNT
010770     END-IF.
010780     IF JR-ST-HAVE-CLOSE(JR-ST-SUB) = 'Y'
010790         AND JR-ST-CLOSE-CARD(JR-ST-SUB) NOT =
010800             JR-ST-CARD-TAKINGS(JR-ST-SUB)
010810         MOVE JR-ST-CARD-TAKINGS(JR-ST-SUB) TO JR-CD-TENDERED
010820         MOVE JR-ST-CLOSE-CARD(JR-ST-SUB) TO JR-CD-CLOSEOUT
010830         MOVE JR-ST-ID(JR-ST-SUB) TO JR-CD-STATION
010840         WRITE RECON-REPORT-RECORD FROM JR-CARD-LINE
010850         ADD 1 TO JR-EXCEPTION-COUNT
010860     END-IF.
010870     IF JR-ST-HAVE-CLOSE(JR-ST-SUB) = 'Y'
010880         AND JR-ST-CLOSE-TAX(JR-ST-SUB) NOT =
010890             JR-ST-TAX-TAKINGS(JR-ST-SUB)
010900         MOVE JR-ST-TAX-TAKINGS(JR-ST-SUB) TO JR-TX-TENDERED
010910         MOVE JR-ST-CLOSE-TAX(JR-ST-SUB) TO JR-TX-CLOSEOUT
010920         MOVE JR-ST-ID(JR-ST-SUB) TO JR-TX-STATION
010930         WRITE RECON-REPORT-RECORD FROM JR-TAX-LINE
010940         ADD 1 TO JR-EXCEPTION-COUNT
010950     END-IF.
010960     IF JR-ST-HAVE-CLOSE(JR-ST-SUB) = 'Y'
010970         AND JR-ST-CLOSE-CREDIT(JR-ST-SUB) NOT =
010980             JR-ST-CREDIT-TAKINGS(JR-ST-SUB)
010990         MOVE JR-ST-CREDIT-TAKINGS(JR-ST-SUB) TO JR-CR-TENDERED
011000         MOVE JR-ST-CLOSE-CREDIT(JR-ST-SUB) TO JR-CR-CLOSEOUT
011010         MOVE JR-ST-ID(JR-ST-SUB) TO JR-CR-STATION
011020         WRITE RECON-REPORT-RECORD FROM JR-CREDIT-LINE
011030         ADD 1 TO JR-EXCEPTION-COUNT
011040     END-IF.
011050 6100-EXIT.
011060     EXIT.
011070
011080****************************************************************
011090*  6010-ACCEPT-FLOAT-AMOUNT
011100*
011110*  ACCEPTS THE OPENING FLOAT AS DIGITS WITH CENTS AND NO
011120*  DECIMAL POINT AND ONLY TRUSTS IT WHEN IT IS NUMERIC, THE SAME
011130*  PATTERN JELLO-WORLD USES FOR A RAW CHOICE.
011140****************************************************************
011150 6010-ACCEPT-FLOAT-AMOUNT.
011160     DISPLAY "Opening float (digits, cents, no point): "
011170         WITH NO ADVANCING
011180     ACCEPT JR-DRAWER-RAW
011190     IF JR-DRAWER-RAW IS NUMERIC
011200         MOVE JR-DRAWER-RAW TO JR-DRAWER-CENTS
011210         DIVIDE JR-DRAWER-CENTS BY 100
011220             GIVING JR-ST-FLOAT(JR-ST-SUB)
011230         MOVE 'Y' TO JR-DRAWER-VALID
011240     ELSE
011250         DISPLAY "Please enter digits only, e.g. 000012345."
011260     END-IF.
011270 6010-EXIT.
011280     EXIT.
011290
011300****************************************************************
011310*  6020-ACCEPT-COUNTED-CASH
011320*
011330*  ACCEPTS THE COUNTED DRAWER AS DIGITS WITH CENTS AND NO
011340*  DECIMAL POINT.
011350****************************************************************
011360 6020-ACCEPT-COUNTED-CASH.
011370     DISPLAY "Counted drawer amount (digits, cents, no point): "
011380         WITH NO ADVANCING
011390     ACCEPT JR-DRAWER-RAW
011400     IF JR-DRAWER-RAW IS NUMERIC
011410         MOVE JR-DRAWER-RAW TO JR-DRAWER-CENTS
011420         DIVIDE JR-DRAWER-CENTS BY 100
011430             GIVING JR-ST-COUNTED(JR-ST-SUB)
011440         MOVE 'Y' TO JR-DRAWER-VALID
011450     ELSE
011460         DISPLAY "Please enter digits only, e.g. 000012345."
011470     END-IF.
011480 6020-EXIT.
011490     EXIT.
011500
011510****************************************************************
011520*  6050-READ-CLOSEOUT
011530*
011540*  READS THROUGH CLOSEOUT-FILE AND KEEPS EACH STATION'S LAST
011550*  CLOSE-OUT FIGURES IN ITS STATION ENTRY.
011560****************************************************************
011570 6050-READ-CLOSEOUT.
011580     OPEN INPUT CLOSEOUT-FILE.
011590     IF JR-CLOSEOUT-STATUS = '35'
011600         GO TO 6050-EXIT.
011610     MOVE 'N' TO JR-CLOSEOUT-EOF.
011620     PERFORM 6060-READ-CLOSEOUT-RECORD
011630         THRU 6060-EXIT.
011640     PERFORM 6070-KEEP-ONE-CLOSEOUT
011650         THRU 6070-EXIT
011660         UNTIL JR-END-OF-CLOSEOUTS.
011670     CLOSE CLOSEOUT-FILE.
011680 6050-EXIT.
011690     EXIT.
011700
011710****************************************************************
011720*  6060-READ-CLOSEOUT-RECORD
011730*
011740*  READS ONE CLOSEOUT-FILE RECORD AHEAD.
011750****************************************************************
011760 6060-READ-CLOSEOUT-RECORD.
011770     READ CLOSEOUT-FILE
011780         AT END MOVE 'Y' TO JR-CLOSEOUT-EOF
011790     END-READ.
011800 6060-EXIT.
011810     EXIT.
011820
011830****************************************************************
011840*  6070-KEEP-ONE-CLOSEOUT
011850*
011860*  KEEPS THE FIGURES OFF THE CLOSE-OUT JUST READ IN ITS
011870*  STATION'S ENTRY (THE LAST ONE PER STATION WINS) AND PRIMES
011880*  THE NEXT READ.  A CLOSE-OUT NOT STAMPED WITH THE BUSINESS
011890*  DATE IS YESTERDAY'S AND IS PASSED OVER, SO A STATION THAT
011900*  NEVER RAN TODAY FALLS INTO THE KEYED-FIGURES PATH INSTEAD OF
011910*  RECONCILING A STALE DRAWER.
011920****************************************************************
011930 6070-KEEP-ONE-CLOSEOUT.
011940     IF NOT JR-BUSDATE-KNOWN
011950         OR CL-CLOSE-DATE = JR-BUSINESS-DATE
011960         MOVE CL-STATION-ID TO JR-WORK-STATION
011970         PERFORM 1450-FIND-STATION
011980             THRU 1450-EXIT
011990         MOVE 'Y' TO JR-ST-HAVE-CLOSE(JR-ST-SUB)
012000         MOVE CL-OPENING-FLOAT TO JR-ST-FLOAT(JR-ST-SUB)
012010         MOVE CL-COUNTED-CASH TO JR-ST-COUNTED(JR-ST-SUB)
012020         MOVE CL-CARD-SALES TO JR-ST-CLOSE-CARD(JR-ST-SUB)
012030         MOVE CL-TAX-COLLECTED TO JR-ST-CLOSE-TAX(JR-ST-SUB)
012040         MOVE CL-CREDIT-REDEEMED
012050             TO JR-ST-CLOSE-CREDIT(JR-ST-SUB)
012060     END-IF.
012070     PERFORM 6060-READ-CLOSEOUT-RECORD
012080         THRU 6060-EXIT.
012090 6070-EXIT.
012100     EXIT.
012110
012120****************************************************************
012130*  6200-CHECK-CREDIT-LEDGER
012140*
012150*  PROVES ISSUED-LESS-REDEEMED AGAINST THE LEDGER: THE DAY'S
012160*  TYPE-V CREDIT REFUNDS MUST EQUAL THE LEDGER'S 'I' ENTRIES
012170*  DATED WITH THE BUSINESS DATE, AND THE DAY'S 'R' TENDERS MUST
012180*  EQUAL ITS 'R' ENTRIES.  WITHOUT A BUSINESS DATE THE LEDGER
012190*  CANNOT BE CUT TO ONE DAY AND THE CHECK IS SKIPPED.
012200****************************************************************
012210 6200-CHECK-CREDIT-LEDGER.
012220     IF NOT JR-BUSDATE-KNOWN
012230         GO TO 6200-EXIT.
012240     OPEN INPUT CREDIT-LEDGER.
012250     IF JR-CREDIT-STATUS = '35'
012260         IF JR-CREDIT-ISSUED-OF NOT = 0
012270             OR JR-CREDIT-REDEEMED-OF NOT = 0
012280             MOVE "NO CREDIT-LEDGER BUT CREDIT MOVED TODAY"
012290                 TO JR-NOTE-TEXT
012300             WRITE RECON-REPORT-RECORD FROM JR-NOTE-LINE
012310             ADD 1 TO JR-EXCEPTION-COUNT
012320         END-IF
012330         GO TO 6200-EXIT
012340     END-IF.
012350     MOVE 'N' TO JR-CREDIT-EOF.
012360     PERFORM 6210-READ-CREDIT-RECORD
012370         THRU 6210-EXIT.
012380     PERFORM 6220-SUM-ONE-CREDIT
012390         THRU 6220-EXIT
012400         UNTIL JR-END-OF-CREDITS.
012410     CLOSE CREDIT-LEDGER.
012420     IF JR-CREDIT-ISSUED-OF NOT = JR-CREDIT-ISSUED-LG
012430         MOVE "CREDIT ISSUED OFF LEDGER  " TO JR-LG-MESSAGE
012440         MOVE JR-CREDIT-ISSUED-OF TO JR-LG-ORDERS
012450         MOVE JR-CREDIT-ISSUED-LG TO JR-LG-LEDGER
012460         WRITE RECON-REPORT-RECORD FROM JR-LEDGER-LINE
012470         ADD 1 TO JR-EXCEPTION-COUNT
012480     END-IF.
012490     IF JR-CREDIT-REDEEMED-OF NOT = JR-CREDIT-REDEEMED-LG
012500         MOVE "CREDIT REDEEMED OFF LEDGER" TO JR-LG-MESSAGE
012510         MOVE JR-CREDIT-REDEEMED-OF TO JR-LG-ORDERS
012520         MOVE JR-CREDIT-REDEEMED-LG TO JR-LG-LEDGER
012530         WRITE RECON-REPORT-RECORD FROM JR-LEDGER-LINE
012540         ADD 1 TO JR-EXCEPTION-COUNT
012550     END-IF.
012560 6200-EXIT.
012570     EXIT.
012580
012590****************************************************************
012600*  6210-READ-CREDIT-RECORD
012610*
012620*  READS ONE CREDIT-LEDGER RECORD AHEAD.
012630****************************************************************
012640 6210-READ-CREDIT-RECORD.
012650     READ CREDIT-LEDGER
012660         AT END MOVE 'Y' TO JR-CREDIT-EOF
012670     END-READ.
012680 6210-EXIT.
012690     EXIT.
012700
012710****************************************************************
012720*  6220-SUM-ONE-CREDIT
012730*
012740*  SUMS ONE LEDGER ENTRY DATED WITH THE BUSINESS DATE INTO ITS
012750*  SIDE OF THE PROOF AND PRIMES THE NEXT READ.
012760****************************************************************
012770 6220-SUM-ONE-CREDIT.
012780     IF CR-TRANS-DATE = JR-BUSINESS-DATE
012790         IF CR-TRANS-TYPE = 'I'
012800             ADD CR-AMOUNT TO JR-CREDIT-ISSUED-LG
012810         ELSE
012820             ADD CR-AMOUNT TO JR-CREDIT-REDEEMED-LG
012830         END-IF
012840     END-IF.
012850     PERFORM 6210-READ-CREDIT-RECORD
012860         THRU 6210-EXIT.
012870 6220-EXIT.
012880     EXIT.
012890
012900****************************************************************
012910*  7000-WRITE-EXCEPTION
012920*
012930*  PRINTS THE EXCEPTION LINE THE CALLER JUST FILLED IN AND
012940*  COUNTS IT TOWARD THE NONZERO RETURN CODE.
012950****************************************************************
012960 7000-WRITE-EXCEPTION.
012970     WRITE RECON-REPORT-RECORD FROM JR-EXCEPTION-LINE.
012980     ADD 1 TO JR-EXCEPTION-COUNT.
012990 7000-EXIT.
013000     EXIT.
013010
013020****************************************************************
013030*  8000-PRINT-SUMMARY
013040*
013050*  PRINTS THE RUN COUNTS SO A CLEAN NIGHT STILL LEAVES PROOF IT
013060*  WAS CHECKED.
013070****************************************************************
013080 8000-PRINT-SUMMARY.
013090     WRITE RECON-REPORT-RECORD FROM JR-BLANK-LINE.
013100     MOVE "ORDER-FILE SALES READ     " TO JR-SUM-LABEL.
013110     MOVE JR-ORDER-COUNT TO JR-SUM-COUNT.
013120     WRITE RECON-REPORT-RECORD FROM JR-SUMMARY-LINE.
013130     MOVE "AUDIT ENTRIES POSTED      " TO JR-SUM-LABEL.
013140     MOVE JR-AUDIT-POSTED TO JR-SUM-COUNT.
013150     WRITE RECON-REPORT-RECORD FROM JR-SUMMARY-LINE.
013160     MOVE "EXCEPTIONS                " TO JR-SUM-LABEL.
013170     MOVE JR-EXCEPTION-COUNT TO JR-SUM-COUNT.
013180     WRITE RECON-REPORT-RECORD FROM JR-SUMMARY-LINE.
013190 8000-EXIT.
013200     EXIT.
013210
013220****************************************************************
013230*  9000-TERMINATE
013240*
013250*  CLOSES THE REPORT AND SETS THE RETURN CODE THE SCHEDULER
013260*  WATCHES: 0 FOR A CLEAN NIGHT, 8 WHEN ANYTHING MISMATCHED.
013270****************************************************************
013280 9000-TERMINATE.
013290     CLOSE RECON-REPORT.
013300     IF JR-BUSDATE-KNOWN
013310         PERFORM 9100-MARK-STEP-DONE
013320             THRU 9100-EXIT
013330     END-IF.
013340     IF JR-EXCEPTION-COUNT > 0
013350         DISPLAY "JELLO-RECON: " JR-EXCEPTION-COUNT
013360             " exception(s) - see RECON-REPORT."
013370         MOVE 8 TO RETURN-CODE
013380     ELSE
013390         DISPLAY "JELLO-RECON: all files reconcile."
013400     END-IF.
013410 9000-EXIT.
013420     EXIT.
013430
013440****************************************************************
013450*  9100-MARK-STEP-DONE
013460*
013470*  REREADS CONTROL-FILE AND REWRITES IT WITH CT-RECON-DONE SET,
013480*  PRESERVING EVERYTHING ELSE ON THE RECORD.
013490****************************************************************
013500 9100-MARK-STEP-DONE.
013510     OPEN INPUT CONTROL-FILE.
013520     READ CONTROL-FILE
013530         AT END
013540             CLOSE CONTROL-FILE
013550             GO TO 9100-EXIT
013560     END-READ.
013570     MOVE CONTROL-RECORD TO JR-CONTROL-SAVE.
013580     CLOSE CONTROL-FILE.
013590     OPEN OUTPUT CONTROL-FILE.
013600     MOVE JR-CONTROL-SAVE TO CONTROL-RECORD.
013610     MOVE 'Y' TO CT-RECON-DONE.
013620     WRITE CONTROL-RECORD.
013630     CLOSE CONTROL-FILE.
013640 9100-EXIT.
013650     EXIT.
013660
013670 END PROGRAM JELLO-RECON.
