000330*                      RELEASING IT INTO A CERTAIN STOCK REJECT;
000340*                      A WORKING ON-HAND IS DRAWN DOWN AS LINES
000350*                      RELEASE.
000360*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000370****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. JELLO-RELEASE.
000400 AUTHOR. Amanda Boutwell.
000410 INSTALLATION. COUNTER SALES.
000420 DATE-WRITTEN. August 22, 2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. GNUCOBOL.
000480 OBJECT-COMPUTER. GNUCOBOL.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS JL-CONTROL-STATUS.
000540     SELECT CATERING-ORDERS ASSIGN TO "CATERING-ORDERS"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS JL-CATERING-STATUS.
000570     SELECT ORDER-TRANS ASSIGN TO "ORDER-TRANS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS JL-TRANS-STATUS.
000600     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT DUE-REPORT ASSIGN TO "DUE-REPORT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS JL-AUDIT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONTROL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  CONTROL-RECORD.
000750     COPY "ctlrec.cpy".
000760
000770 FD  CATERING-ORDERS
000780     LABEL RECORDS ARE STANDARD.
000790 01  CATERING-ORDER-RECORD.
000800     COPY "catrec.cpy".
000810
000820 FD  ORDER-TRANS
000830     LABEL RECORDS ARE STANDARD.
000840 01  ORDER-TRANS-RECORD.
000850     COPY "trnsrec.cpy".
000860
000870 FD  FLAVOR-MASTER
000880     LABEL RECORDS ARE STANDARD.
000890 01  FLAVOR-MASTER-RECORD.
000900     COPY "flvmast.cpy".
000910
000920 FD  INVENTORY-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  INVENTORY-RECORD.
000950     COPY "invmast.cpy".
000960
000970 FD  DUE-REPORT
000980     LABEL RECORDS ARE STANDARD.
000990 01  DUE-REPORT-RECORD           PIC X(80).
001000
001010 FD  AUDIT-LOG
001020     LABEL RECORDS ARE STANDARD.
001030 01  AUDIT-LOG-RECORD.
001040     COPY "audtrec.cpy".
001050
001060 WORKING-STORAGE SECTION.
001070     01 JL-CONTROL-STATUS PIC X(02).
001080     01 JL-AUDIT-STATUS PIC X(02).
001090     01 JL-CONTROL-SAVE PIC X(50).
001100     01 JL-OVERRIDE-RAW PIC X(01).
001110     01 JL-STAMP-TIME PIC X(08).
001120     01 JL-CATERING-STATUS PIC X(02).
001130     01 JL-TRANS-STATUS PIC X(02).
001140     01 JL-CATERING-EOF PIC X VALUE 'N'.
001150         88 JL-END-OF-CATERING VALUE 'Y'.
001160     01 JL-TRANS-EOF PIC X VALUE 'N'.
001170         88 JL-END-OF-TRANS VALUE 'Y'.
001180     01 JL-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001190         88 JL-END-OF-FLAVOR-MASTER VALUE 'Y'.
001200     01 JL-INVENTORY-EOF PIC X VALUE 'N'.
001210         88 JL-END-OF-INVENTORY VALUE 'Y'.
001220
001230*---------------------------------------------------------------
001240*    FLAVOR-MASTER WITH THE ON-HAND COUNT AND THE QUANTITY DUE
001250*    TODAY ACCUMULATED PER FLAVOR FOR THE COVERAGE SECTION.
001260*---------------------------------------------------------------
001270     01 JL-FLAVOR-TABLE.
001280         05 JL-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
001290                 DEPENDING ON JL-FLAVOR-COUNT
001300                 INDEXED BY JL-FLAVOR-IDX.
001310             10 JL-FLAVOR-CODE      PIC 9(02).
001320             10 JL-FLAVOR-NAME      PIC X(15).
001330             10 JL-ON-HAND          PIC S9(06) COMP.
001340             10 JL-DUE-QTY          PIC S9(06) COMP.
001350             10 JL-SHORT-QTY        PIC S9(06) COMP.
001360     01 JL-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001370
001380*---------------------------------------------------------------
001390*    THE WHOLE OPEN-ORDERS FILE, BUFFERED SO RELEASED LINES CAN
001400*    BE MARKED 'R' AND THE FILE REWRITTEN IN ONE PASS.
001410*---------------------------------------------------------------
001420     01 JL-ORDER-TABLE.
001430         05 JL-ORDER-ENTRY OCCURS 200 TIMES.
001440             10 JL-CO-ORDER-NUMBER  PIC 9(05).
001450             10 JL-CO-LINE-NUMBER   PIC 9(02).
001460             10 JL-CO-CUST-NUMBER   PIC 9(05).
001470             10 JL-CO-CUST-NAME     PIC X(15).
001480             10 JL-CO-PICKUP-DATE   PIC X(08).
001490             10 JL-CO-FLAVOR-CODE   PIC 9(02).
001500             10 JL-CO-QUANTITY      PIC 9(03).
001510             10 JL-CO-STATUS        PIC X(01).
001520     01 JL-ORDER-COUNT PIC 9(03) COMP VALUE 0.
001530     01 JL-ORDER-SUB PIC 9(03) COMP VALUE 0.
001540     01 JL-TABLE-FULL PIC X VALUE 'N'.
001550
001560*---------------------------------------------------------------
001570*    SEQUENCING FOR THE ORDER-TRANS RECORDS BEING QUEUED.
001580*---------------------------------------------------------------
001590     01 JL-NEXT-TRANS-SEQ PIC 9(05) VALUE 1.
001600     01 JL-BUSINESS-DATE PIC X(08).
001610     01 JL-LINES-RELEASED PIC 9(05) VALUE 0.
001620     01 JL-LINES-HELD PIC 9(05) VALUE 0.
001630     01 JL-LINES-HELD-SHORT PIC 9(05) VALUE 0.
001640     01 JL-SHORT-COUNT PIC 9(03) VALUE 0.
001650     01 JL-COVER-SUB PIC 9(02) COMP VALUE 0.
001660
001670*---------------------------------------------------------------
001680*    REPORT LINES.
001690*---------------------------------------------------------------
001700     01 JL-HEADING-1.
001710         05 FILLER PIC X(40)
001720             VALUE "JELLO-RELEASE   CATERING DUE-TODAY REPOR".
001730         05 FILLER PIC X(01) VALUE "T".
001740         05 FILLER PIC X(11) VALUE SPACES.
001750         05 FILLER PIC X(09) VALUE "FOR DATE ".
001760         05 JL-HD-DATE PIC X(08).
001770         05 FILLER PIC X(11) VALUE SPACES.
001780     01 JL-DUE-LINE.
001790         05 FILLER PIC X(01) VALUE SPACES.
001800         05 FILLER PIC X(04) VALUE "ORD ".
001810         05 JL-DU-ORDER PIC 9(05).
001820         05 FILLER PIC X(01) VALUE "/".
001830         05 JL-DU-LINE PIC 9(02).
001840         05 FILLER PIC X(01) VALUE SPACES.
001850         05 JL-DU-CUSTOMER PIC X(15).
001860         05 FILLER PIC X(01) VALUE SPACES.
001870         05 JL-DU-FLAVOR PIC X(15).
001880         05 FILLER PIC X(01) VALUE SPACES.
001890         05 FILLER PIC X(05) VALUE " QTY=".
001900         05 JL-DU-QTY PIC ZZZZ9.
001910         05 FILLER PIC X(05) VALUE " DUE ".
001920         05 JL-DU-DATE PIC X(08).
001930         05 FILLER PIC X(01) VALUE SPACES.
001940         05 JL-DU-DISP PIC X(10).
001950     01 JL-COVER-TITLE.
001960         05 FILLER PIC X(40)
001970             VALUE "COVERAGE - RELEASED, HELD SHORT, AND WHA".
001980         05 FILLER PIC X(13) VALUE "T IS LEFT    ".
001990         05 FILLER PIC X(27) VALUE SPACES.
002000     01 JL-COVER-LINE.
002010         05 FILLER PIC X(02) VALUE SPACES.
002020         05 JL-CV-FLAVOR PIC X(15).
002030         05 FILLER PIC X(10) VALUE " RELEASED=".
002040         05 JL-CV-DUE PIC ZZZZZ9.
002050         05 FILLER PIC X(07) VALUE " SHORT=".
002060         05 JL-CV-SHORT PIC ZZZZZ9.
002070         05 FILLER PIC X(06) VALUE " LEFT=".
002080         05 JL-CV-ON-HAND PIC ZZZZZ9.
002090         05 FILLER PIC X(01) VALUE SPACES.
002100         05 JL-CV-FLAG PIC X(05).
002110         05 FILLER PIC X(16) VALUE SPACES.
002120     01 JL-NOTE-LINE.
002130         05 FILLER PIC X(02) VALUE SPACES.
002140         05 JL-NOTE-TEXT PIC X(78).
002150     01 JL-BLANK-LINE PIC X(80) VALUE SPACES.
002160
002170 PROCEDURE DIVISION.
002180
002190****************************************************************
002200*  0000-MAINLINE
002210*
002220*  LOADS THE DAY, RELEASES WHAT IS DUE, REWRITES THE OPEN-ORDERS
002230*  FILE, AND PRINTS THE MORNING REPORT.
002240****************************************************************
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE
002270         THRU 1000-EXIT.
002280     PERFORM 3000-RELEASE-DUE-LINES
002290         THRU 3000-EXIT.
002300     PERFORM 5000-REWRITE-OPEN-ORDERS
002310         THRU 5000-EXIT.
002320     PERFORM 6000-PRINT-COVERAGE
002330         THRU 6000-EXIT.
002340     PERFORM 9000-TERMINATE
002350         THRU 9000-EXIT.
002360     STOP RUN.
002370
002380****************************************************************
002390*  1000-INITIALIZE
002400*
002410*  READS THE BUSINESS DATE, LOADS THE FLAVOR AND INVENTORY
002420*  PICTURE, BUFFERS THE OPEN-ORDERS FILE, FINDS THE NEXT FREE
002430*  ORDER-TRANS SEQUENCE, AND STARTS THE REPORT.
002440****************************************************************
002450 1000-INITIALIZE.
002460     OPEN INPUT CONTROL-FILE.
002470     IF JL-CONTROL-STATUS = '35'
002480         DISPLAY "CONTROL-FILE missing - cannot release."
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     READ CONTROL-FILE
002530         AT END
002540             DISPLAY "CONTROL-FILE empty - cannot release."
002550             CLOSE CONTROL-FILE
002560             MOVE 8 TO RETURN-CODE
002570             STOP RUN
002580     END-READ.
002590     MOVE CT-BUSINESS-DATE TO JL-BUSINESS-DATE.
002600     PERFORM 1060-CHECK-RUN-CONTROL
002610         THRU 1060-EXIT.
002620     CLOSE CONTROL-FILE.
002630     OPEN OUTPUT DUE-REPORT.
002640     MOVE JL-BUSINESS-DATE TO JL-HD-DATE.
002650     WRITE DUE-REPORT-RECORD FROM JL-HEADING-1.
002660     WRITE DUE-REPORT-RECORD FROM JL-BLANK-LINE.
002670     PERFORM 1100-LOAD-FLAVOR-MASTER
002680         THRU 1100-EXIT.
002690     PERFORM 1200-LOAD-INVENTORY
002700         THRU 1200-EXIT.
002710     PERFORM 1300-LOAD-OPEN-ORDERS
002720         THRU 1300-EXIT.
002730     PERFORM 1400-SCAN-TRANS-SEQ
002740         THRU 1400-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770
002780****************************************************************
002790*  1060-CHECK-RUN-CONTROL
002800*
002810*  ENFORCES THE DAILY SEQUENCE OFF THE CONTROL RECORD STILL IN
002820*  THE BUFFER: THE EDIT MUST HAVE RUN FIRST, AND A SECOND
002830*  RELEASE NEEDS A LOGGED OPERATOR OVERRIDE (LEGITIMATE WHEN
002840*  HELD-SHORT LINES RELEASE AFTER A DELIVERY).
002850****************************************************************
002860 1060-CHECK-RUN-CONTROL.
002870     IF CT-EDIT-DONE NOT = 'Y'
002880         DISPLAY "JELLO-EDIT has not run for "
002890             CT-BUSINESS-DATE "."
002900         PERFORM 1070-ASK-OVERRIDE
002910             THRU 1070-EXIT
002920     END-IF.
002930     IF CT-RELEASE-DONE = 'Y'
002940         DISPLAY "JELLO-RELEASE already ran for "
002950             CT-BUSINESS-DATE "."
002960         PERFORM 1070-ASK-OVERRIDE
002970             THRU 1070-EXIT
002980     END-IF.
002990 1060-EXIT.
003000     EXIT.
003010
003020****************************************************************
003030*  1070-ASK-OVERRIDE
003040*
003050*  OFFERS THE OPERATOR A LOGGED OVERRIDE; ANYTHING BUT Y ENDS
003060*  THE RUN WITH RETURN-CODE 8 AND NOTHING TOUCHED.
003070****************************************************************
003080 1070-ASK-OVERRIDE.
003090     DISPLAY "Override and run anyway? (Y/N) "
003100         WITH NO ADVANCING.
003110     ACCEPT JL-OVERRIDE-RAW.
003120     IF JL-OVERRIDE-RAW NOT = 'Y' AND JL-OVERRIDE-RAW NOT = 'y'
003130         DISPLAY "Run refused; nothing released."
003140         CLOSE CONTROL-FILE
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     PERFORM 1080-LOG-OVERRIDE
003190         THRU 1080-EXIT.
003200 1070-EXIT.
003210     EXIT.
003220
003230****************************************************************
003240*  1080-LOG-OVERRIDE
003250*
003260*  APPENDS THE REASON-04 OVERRIDE RECORD TO AUDIT-LOG SO THE
003270*  FORCED RUN LEAVES A TRAIL.
003280****************************************************************
003290 1080-LOG-OVERRIDE.
003300     OPEN EXTEND AUDIT-LOG.
003310     IF JL-AUDIT-STATUS = '35'
003320         OPEN OUTPUT AUDIT-LOG
003330     END-IF.
003340     ACCEPT JL-STAMP-TIME FROM TIME.
003350     MOVE CT-BUSINESS-DATE TO AL-LOG-DATE.
003360     MOVE JL-STAMP-TIME TO AL-LOG-TIME.
003370     MOVE "JELLO-RELEASE" TO AL-CUSTOMER-NAME.
003380     MOVE '*' TO AL-RAW-CHOICE.
003390     MOVE SPACES TO AL-FLAVOR-NAME.
003400     MOVE '04' TO AL-REASON-CODE.
003410     MOVE SPACES TO AL-OPERATOR-ID.
003420     WRITE AUDIT-LOG-RECORD.
003430     CLOSE AUDIT-LOG.
003440 1080-EXIT.
003450     EXIT.
003460
003470
003480****************************************************************
003490*  1100-LOAD-FLAVOR-MASTER
003500*
003510*  READS FLAVOR-MASTER INTO JL-FLAVOR-TABLE.
003520****************************************************************
003530 1100-LOAD-FLAVOR-MASTER.
003540     OPEN INPUT FLAVOR-MASTER.
003550     MOVE 0 TO JL-FLAVOR-COUNT.
003560     MOVE 'N' TO JL-FLAVOR-MASTER-EOF.
003570     PERFORM 1110-READ-FLAVOR-RECORD
003580         THRU 1110-EXIT.
003590     PERFORM 1120-STORE-FLAVOR-RECORD
003600         THRU 1120-EXIT
003610         UNTIL JL-END-OF-FLAVOR-MASTER.
003620     CLOSE FLAVOR-MASTER.
003630 1100-EXIT.
003640     EXIT.
003650
003660****************************************************************
003670*  1110-READ-FLAVOR-RECORD
003680*
003690*  READS ONE FLAVOR-MASTER RECORD AHEAD.
003700****************************************************************
003710 1110-READ-FLAVOR-RECORD.
003720     READ FLAVOR-MASTER
003730         AT END MOVE 'Y' TO JL-FLAVOR-MASTER-EOF
003740     END-READ.
003750 1110-EXIT.
003760     EXIT.
003770
003780****************************************************************
003790*  1120-STORE-FLAVOR-RECORD
003800*
003810*  ADDS THE FLAVOR JUST READ TO JL-FLAVOR-TABLE AND PRIMES THE
003820*  NEXT READ.
003830****************************************************************
003840 1120-STORE-FLAVOR-RECORD.
003850     ADD 1 TO JL-FLAVOR-COUNT.
003860     SET JL-FLAVOR-IDX TO JL-FLAVOR-COUNT.
003870     MOVE FM-FLAVOR-CODE TO JL-FLAVOR-CODE(JL-FLAVOR-IDX).
003880     MOVE FM-FLAVOR-NAME TO JL-FLAVOR-NAME(JL-FLAVOR-IDX).
003890     MOVE 0 TO JL-ON-HAND(JL-FLAVOR-IDX).
003900     MOVE 0 TO JL-DUE-QTY(JL-FLAVOR-IDX).
003910     MOVE 0 TO JL-SHORT-QTY(JL-FLAVOR-IDX).
003920     PERFORM 1110-READ-FLAVOR-RECORD
003930         THRU 1110-EXIT.
003940 1120-EXIT.
003950     EXIT.
003960
003970****************************************************************
003980*  1200-LOAD-INVENTORY
003990*
004000*  POSTS EACH INVENTORY-FILE ON-HAND COUNT TO ITS FLAVOR TABLE
004010*  ENTRY FOR THE COVERAGE SECTION.
004020****************************************************************
004030 1200-LOAD-INVENTORY.
004040     OPEN INPUT INVENTORY-FILE.
004050     MOVE 'N' TO JL-INVENTORY-EOF.
004060     PERFORM 1210-READ-INVENTORY-RECORD
004070         THRU 1210-EXIT.
004080     PERFORM 1220-STORE-INVENTORY-RECORD
004090         THRU 1220-EXIT
004100         UNTIL JL-END-OF-INVENTORY.
004110     CLOSE INVENTORY-FILE.
004120 1200-EXIT.
004130     EXIT.
004140
004150****************************************************************
004160*  1210-READ-INVENTORY-RECORD
004170*
004180*  READS ONE INVENTORY-FILE RECORD AHEAD.
004190****************************************************************
004200 1210-READ-INVENTORY-RECORD.
004210     READ INVENTORY-FILE
004220         AT END MOVE 'Y' TO JL-INVENTORY-EOF
004230     END-READ.
004240 1210-EXIT.
004250     EXIT.
004260
004270****************************************************************
004280*  1220-STORE-INVENTORY-RECORD
004290*
004300*  POSTS THE ON-HAND COUNT JUST READ TO ITS FLAVOR TABLE ENTRY
004310*  AND PRIMES THE NEXT READ.
004320****************************************************************
004330 1220-STORE-INVENTORY-RECORD.
004340     SET JL-FLAVOR-IDX TO 1.
004350     SEARCH JL-FLAVOR-ENTRY
004360         AT END CONTINUE
004370         WHEN JL-FLAVOR-CODE(JL-FLAVOR-IDX) = IV-FLAVOR-CODE
004380             MOVE IV-ON-HAND TO JL-ON-HAND(JL-FLAVOR-IDX)
004390     END-SEARCH.
004400     PERFORM 1210-READ-INVENTORY-RECORD
004410         THRU 1210-EXIT.
004420 1220-EXIT.
004430     EXIT.
004440
004450****************************************************************
004460*  1300-LOAD-OPEN-ORDERS
004470*
004480*  BUFFERS THE WHOLE CATERING-ORDERS FILE.  A MISSING FILE JUST
004490*  MEANS NO CATERING ON THE BOOKS.
004500****************************************************************
004510 1300-LOAD-OPEN-ORDERS.
004520     MOVE 0 TO JL-ORDER-COUNT.
004530     OPEN INPUT CATERING-ORDERS.
004540     IF JL-CATERING-STATUS = '35'
004550         MOVE 'Y' TO JL-CATERING-EOF
004560     ELSE
004570         MOVE 'N' TO JL-CATERING-EOF
004580         PERFORM 1310-READ-CATERING-RECORD
004590             THRU 1310-EXIT
004600         PERFORM 1320-STORE-CATERING-RECORD
004610             THRU 1320-EXIT
004620             UNTIL JL-END-OF-CATERING
004630         CLOSE CATERING-ORDERS
004640     END-IF.
004650 1300-EXIT.
004660     EXIT.
004670
004680****************************************************************
004690*  1310-READ-CATERING-RECORD
004700*
004710*  READS ONE CATERING-ORDERS RECORD AHEAD.
004720****************************************************************
004730 1310-READ-CATERING-RECORD.
004740     READ CATERING-ORDERS
004750         AT END MOVE 'Y' TO JL-CATERING-EOF
004760     END-READ.
004770 1310-EXIT.
004780     EXIT.
004790
004800****************************************************************
004810*  1320-STORE-CATERING-RECORD
004820*
004830*  BUFFERS ONE OPEN-ORDERS RECORD AND PRIMES THE NEXT READ.  A
004840*  FILE PAST 200 LINES STOPS THE RUN RATHER THAN RELEASING A
004850*  PARTIAL PICTURE.
004860****************************************************************
004870 1320-STORE-CATERING-RECORD.
004880     IF JL-ORDER-COUNT >= 200
004890         MOVE 'Y' TO JL-TABLE-FULL
004900         DISPLAY "CATERING-ORDERS is past 200 lines - archive"
004910             " released lines before running again."
004920         MOVE 8 TO RETURN-CODE
004930         STOP RUN
004940     END-IF.
004950     ADD 1 TO JL-ORDER-COUNT.
004960     MOVE CO-ORDER-NUMBER
004970         TO JL-CO-ORDER-NUMBER(JL-ORDER-COUNT).
004980     MOVE CO-LINE-NUMBER TO JL-CO-LINE-NUMBER(JL-ORDER-COUNT).
004990     MOVE CO-CUSTOMER-NUMBER
005000         TO JL-CO-CUST-NUMBER(JL-ORDER-COUNT).
005010     MOVE CO-CUSTOMER-NAME TO JL-CO-CUST-NAME(JL-ORDER-COUNT).
005020     MOVE CO-PICKUP-DATE TO JL-CO-PICKUP-DATE(JL-ORDER-COUNT).
005030     MOVE CO-FLAVOR-CODE TO JL-CO-FLAVOR-CODE(JL-ORDER-COUNT).
005040     MOVE CO-QUANTITY TO JL-CO-QUANTITY(JL-ORDER-COUNT).
005050     MOVE CO-STATUS TO JL-CO-STATUS(JL-ORDER-COUNT).
005060     PERFORM 1310-READ-CATERING-RECORD
005070         THRU 1310-EXIT.
005080 1320-EXIT.
005090     EXIT.
005100
005110****************************************************************
005120*  1400-SCAN-TRANS-SEQ
005130*
005140*  FINDS THE NEXT FREE TR-TRANS-SEQ SO RELEASED LINES EXTEND
005150*  THE KEYED BATCH INSTEAD OF COLLIDING WITH IT.
005160****************************************************************
005170 1400-SCAN-TRANS-SEQ.
005180     MOVE 1 TO JL-NEXT-TRANS-SEQ.
005190     OPEN INPUT ORDER-TRANS.
005200     IF JL-TRANS-STATUS = '35'
005210         MOVE 'Y' TO JL-TRANS-EOF
005220     ELSE
005230         MOVE 'N' TO JL-TRANS-EOF
005240         PERFORM 1410-READ-TRANS-RECORD
005250             THRU 1410-EXIT
005260         PERFORM 1420-NOTE-TRANS-SEQ
005270             THRU 1420-EXIT
005280             UNTIL JL-END-OF-TRANS
005290         CLOSE ORDER-TRANS
005300     END-IF.
005310 1400-EXIT.
005320     EXIT.
005330
005340****************************************************************
005350*  1410-READ-TRANS-RECORD
005360*
005370*  READS ONE ORDER-TRANS RECORD AHEAD.
005380****************************************************************
005390 1410-READ-TRANS-RECORD.
005400     READ ORDER-TRANS
005410         AT END MOVE 'Y' TO JL-TRANS-EOF
005420     END-READ.
005430 1410-EXIT.
005440     EXIT.
005450
005460****************************************************************
005470*  1420-NOTE-TRANS-SEQ
005480*
005490*  BUMPS THE NEXT FREE SEQUENCE PAST THE RECORD JUST READ AND
005500*  PRIMES THE NEXT READ.
005510****************************************************************
005520 1420-NOTE-TRANS-SEQ.
005530     IF TR-TRANS-SEQ >= JL-NEXT-TRANS-SEQ
005540         ADD 1 TO TR-TRANS-SEQ GIVING JL-NEXT-TRANS-SEQ
005550     END-IF.
005560     PERFORM 1410-READ-TRANS-RECORD
005570         THRU 1410-EXIT.
005580 1420-EXIT.
005590     EXIT.
005600
005610****************************************************************
005620*  3000-RELEASE-DUE-LINES
005630*
005640*  WALKS THE BUFFERED OPEN-ORDERS LINES, QUEUES THE ONES DUE ON
005650*  OR BEFORE THE BUSINESS DATE ONTO ORDER-TRANS, MARKS THEM
005660*  RELEASED, AND ACCUMULATES THE PER-FLAVOR DUE QUANTITIES.
005670****************************************************************
005680 3000-RELEASE-DUE-LINES.
005690     OPEN EXTEND ORDER-TRANS.
005700     IF JL-TRANS-STATUS = '35'
005710         OPEN OUTPUT ORDER-TRANS
005720     END-IF.
005730     PERFORM 3100-RELEASE-ONE-LINE
005740         THRU 3100-EXIT
005750         VARYING JL-ORDER-SUB FROM 1 BY 1
005760         UNTIL JL-ORDER-SUB > JL-ORDER-COUNT.
005770     CLOSE ORDER-TRANS.
005780     IF JL-LINES-RELEASED = 0 AND JL-LINES-HELD-SHORT = 0
005790         MOVE "NOTHING DUE TODAY" TO JL-NOTE-TEXT
005800         WRITE DUE-REPORT-RECORD FROM JL-NOTE-LINE
005810     END-IF.
005820 3000-EXIT.
005830     EXIT.
005840
005850****************************************************************
005860*  3100-RELEASE-ONE-LINE
005870*
005880*  HANDLES ONE OPEN, DUE LINE: WHEN THE WORKING ON-HAND COVERS
005890*  IT, THE LINE IS QUEUED ON ORDER-TRANS, MARKED 'R', AND THE
005900*  WORKING ON-HAND DRAWN DOWN; WHEN IT CANNOT, THE LINE HOLDS
005910*  AT 'O' AND PRINTS AS HELD-SHORT, SO JELLO-BATCH IS NEVER
005920*  HANDED A LINE ITS STOCK EDIT WOULD REJECT AFTER THE ORDER
005930*  WAS ALREADY MARKED FULFILLED.  A CODE NOT ON FLAVOR-MASTER
005940*  HOLDS THE SAME WAY.
005950****************************************************************
005960 3100-RELEASE-ONE-LINE.
005970     IF JL-CO-STATUS(JL-ORDER-SUB) NOT = 'O'
005980         GO TO 3100-EXIT.
005990     IF JL-CO-PICKUP-DATE(JL-ORDER-SUB) > JL-BUSINESS-DATE
006000         ADD 1 TO JL-LINES-HELD
006010         GO TO 3100-EXIT.
006020     SET JL-FLAVOR-IDX TO 1.
006030     SEARCH JL-FLAVOR-ENTRY
006040         AT END
006050             PERFORM 3120-HOLD-ONE-LINE
006060                 THRU 3120-EXIT
006070             GO TO 3100-EXIT
006080         WHEN JL-FLAVOR-CODE(JL-FLAVOR-IDX) =
006090                 JL-CO-FLAVOR-CODE(JL-ORDER-SUB)
006100             CONTINUE
006110     END-SEARCH.
006120     IF JL-ON-HAND(JL-FLAVOR-IDX) <
006130             JL-CO-QUANTITY(JL-ORDER-SUB)
006140         ADD JL-CO-QUANTITY(JL-ORDER-SUB)
006150             TO JL-SHORT-QTY(JL-FLAVOR-IDX)
006160         PERFORM 3120-HOLD-ONE-LINE
006170             THRU 3120-EXIT
006180         GO TO 3100-EXIT
006190     END-IF.
006200     MOVE JL-NEXT-TRANS-SEQ TO TR-TRANS-SEQ.
006210     MOVE JL-CO-CUST-NAME(JL-ORDER-SUB) TO TR-CUSTOMER-NAME.
006220     MOVE JL-CO-FLAVOR-CODE(JL-ORDER-SUB) TO TR-CHOICE.
006230     MOVE JL-CO-CUST-NUMBER(JL-ORDER-SUB)
006240         TO TR-CUSTOMER-NUMBER.
006250     MOVE JL-CO-QUANTITY(JL-ORDER-SUB) TO TR-QUANTITY.
006260     WRITE ORDER-TRANS-RECORD.
006270     ADD 1 TO JL-NEXT-TRANS-SEQ.
006280     ADD 1 TO JL-LINES-RELEASED.
006290     MOVE 'R' TO JL-CO-STATUS(JL-ORDER-SUB).
006300     SUBTRACT JL-CO-QUANTITY(JL-ORDER-SUB)
006310         FROM JL-ON-HAND(JL-FLAVOR-IDX).
006320     ADD JL-CO-QUANTITY(JL-ORDER-SUB)
006330         TO JL-DUE-QTY(JL-FLAVOR-IDX).
006340     MOVE "RELEASED  " TO JL-DU-DISP.
006350     PERFORM 3110-PRINT-ONE-DUE-LINE
006360         THRU 3110-EXIT.
006370 3100-EXIT.
006380     EXIT.
006390
006400****************************************************************
006410*  3110-PRINT-ONE-DUE-LINE
006420*
006430*  PRINTS THE CURRENT LINE ON THE MORNING REPORT WITH THE
006440*  DISPOSITION THE CALLER SET IN JL-DU-DISP.
006450****************************************************************
006460 3110-PRINT-ONE-DUE-LINE.
006470     MOVE JL-CO-ORDER-NUMBER(JL-ORDER-SUB) TO JL-DU-ORDER.
006480     MOVE JL-CO-LINE-NUMBER(JL-ORDER-SUB) TO JL-DU-LINE.
006490     MOVE JL-CO-CUST-NAME(JL-ORDER-SUB) TO JL-DU-CUSTOMER.
006500     MOVE SPACES TO JL-DU-FLAVOR.
006510     SET JL-FLAVOR-IDX TO 1.
006520     SEARCH JL-FLAVOR-ENTRY
006530         AT END
006540             MOVE JL-CO-FLAVOR-CODE(JL-ORDER-SUB)
006550                 TO JL-DU-FLAVOR
006560         WHEN JL-FLAVOR-CODE(JL-FLAVOR-IDX) =
006570                 JL-CO-FLAVOR-CODE(JL-ORDER-SUB)
006580             MOVE JL-FLAVOR-NAME(JL-FLAVOR-IDX) TO JL-DU-FLAVOR
006590     END-SEARCH.
006600     MOVE JL-CO-QUANTITY(JL-ORDER-SUB) TO JL-DU-QTY.
006610     MOVE JL-CO-PICKUP-DATE(JL-ORDER-SUB) TO JL-DU-DATE.
006620     WRITE DUE-REPORT-RECORD FROM JL-DUE-LINE.
006630 3110-EXIT.
006640     EXIT.
006650
006660****************************************************************
006670*  3120-HOLD-ONE-LINE
006680*
006690*  HOLDS THE CURRENT DUE LINE AT STATUS 'O' AND PRINTS IT AS
006700*  HELD-SHORT, TO RELEASE ON A LATER RUN ONCE STOCK ARRIVES.
006710****************************************************************
006720 3120-HOLD-ONE-LINE.
006730     ADD 1 TO JL-LINES-HELD-SHORT.
006740     ADD 1 TO JL-SHORT-COUNT.
006750     MOVE "HELD-SHORT" TO JL-DU-DISP.
006760     PERFORM 3110-PRINT-ONE-DUE-LINE
006770         THRU 3110-EXIT.
006780 3120-EXIT.
006790     EXIT.
006800
006810****************************************************************
006820*  5000-REWRITE-OPEN-ORDERS
006830*
006840*  WRITES THE BUFFERED OPEN-ORDERS FILE BACK OUT WITH THE
006850*  RELEASED LINES MARKED 'R', SO THEY CANNOT RELEASE TWICE.
006860****************************************************************
006870 5000-REWRITE-OPEN-ORDERS.
006880     IF JL-ORDER-COUNT = 0
006890         GO TO 5000-EXIT.
006900     OPEN OUTPUT CATERING-ORDERS.
006910     PERFORM 5100-WRITE-ONE-ORDER
006920         THRU 5100-EXIT
006930         VARYING JL-ORDER-SUB FROM 1 BY 1
006940         UNTIL JL-ORDER-SUB > JL-ORDER-COUNT.
006950     CLOSE CATERING-ORDERS.
006960 5000-EXIT.
006970     EXIT.
006980
006990****************************************************************
007000*  5100-WRITE-ONE-ORDER
007010*
007020*  WRITES ONE BUFFERED OPEN-ORDERS RECORD BACK OUT.
007030****************************************************************
007040 5100-WRITE-ONE-ORDER.
007050     MOVE JL-CO-ORDER-NUMBER(JL-ORDER-SUB) TO CO-ORDER-NUMBER.
007060     MOVE JL-CO-LINE-NUMBER(JL-ORDER-SUB) TO CO-LINE-NUMBER.
007070     MOVE JL-CO-CUST-NUMBER(JL-ORDER-SUB)
007080         TO CO-CUSTOMER-NUMBER.
007090     MOVE JL-CO-CUST-NAME(JL-ORDER-SUB) TO CO-CUSTOMER-NAME.
007100     MOVE JL-CO-PICKUP-DATE(JL-ORDER-SUB) TO CO-PICKUP-DATE.
007110     MOVE JL-CO-FLAVOR-CODE(JL-ORDER-SUB) TO CO-FLAVOR-CODE.
007120     MOVE JL-CO-QUANTITY(JL-ORDER-SUB) TO CO-QUANTITY.
007130     MOVE JL-CO-STATUS(JL-ORDER-SUB) TO CO-STATUS.
007140     WRITE CATERING-ORDER-RECORD.
007150 5100-EXIT.
007160     EXIT.
007170
007180****************************************************************
007190*  6000-PRINT-COVERAGE
007200*
007210*  PRINTS, FOR EVERY FLAVOR TOUCHED BY TODAY'S DUE LINES, WHAT
007220*  WAS RELEASED, WHAT IS HELD SHORT, AND WHAT IS LEFT OF THE
007230*  WORKING ON-HAND AFTER THE RESERVATIONS.
007240****************************************************************
007250 6000-PRINT-COVERAGE.
007260     WRITE DUE-REPORT-RECORD FROM JL-BLANK-LINE.
007270     WRITE DUE-REPORT-RECORD FROM JL-COVER-TITLE.
007280     PERFORM 6100-PRINT-ONE-COVERAGE
007290         THRU 6100-EXIT
007300         VARYING JL-COVER-SUB FROM 1 BY 1
007310         UNTIL JL-COVER-SUB > JL-FLAVOR-COUNT.
007320 6000-EXIT.
007330     EXIT.
007340
007350****************************************************************
007360*  6100-PRINT-ONE-COVERAGE
007370*
007380*  PRINTS ONE FLAVOR'S COVERAGE LINE WHEN ANYTHING WAS RELEASED
007390*  OR HELD SHORT FOR IT.
007400****************************************************************
007410 6100-PRINT-ONE-COVERAGE.
007420     IF JL-DUE-QTY(JL-COVER-SUB) > 0
007430         OR JL-SHORT-QTY(JL-COVER-SUB) > 0
007440         MOVE JL-FLAVOR-NAME(JL-COVER-SUB) TO JL-CV-FLAVOR
007450         MOVE JL-DUE-QTY(JL-COVER-SUB) TO JL-CV-DUE
007460         MOVE JL-SHORT-QTY(JL-COVER-SUB) TO JL-CV-SHORT
007470         MOVE JL-ON-HAND(JL-COVER-SUB) TO JL-CV-ON-HAND
007480         IF JL-SHORT-QTY(JL-COVER-SUB) > 0
007490             MOVE "SHORT" TO JL-CV-FLAG
007500         ELSE
007510             MOVE "OK   " TO JL-CV-FLAG
007520         END-IF
007530         WRITE DUE-REPORT-RECORD FROM JL-COVER-LINE
007540     END-IF.
007550 6100-EXIT.
007560     EXIT.
007570
007580****************************************************************
007590*  9000-TERMINATE
007600*
007610*  CLOSES THE REPORT AND SIGNS OFF; RETURN-CODE 4 FLAGS A SHORT
007620*  MORNING FOR THE SCHEDULER.
007630****************************************************************
007640 9000-TERMINATE.
007650     WRITE DUE-REPORT-RECORD FROM JL-BLANK-LINE.
007660     CLOSE DUE-REPORT.
007670     PERFORM 9100-MARK-STEP-DONE
007680         THRU 9100-EXIT.
007690     DISPLAY "JELLO-RELEASE: " JL-LINES-RELEASED " released, "
007700         JL-LINES-HELD " not yet due, "
007710         JL-LINES-HELD-SHORT " held short.".
007720     IF JL-SHORT-COUNT > 0
007730         DISPLAY "JELLO-RELEASE: " JL-SHORT-COUNT
007740             " line(s) HELD-SHORT - see DUE-REPORT."
007750         MOVE 4 TO RETURN-CODE
007760     END-IF.
007770 9000-EXIT.
007780     EXIT.
007790
007800****************************************************************
007810*  9100-MARK-STEP-DONE
007820*
007830*  REREADS CONTROL-FILE AND REWRITES IT WITH CT-RELEASE-DONE
007840*  SET, PRESERVING EVERYTHING ELSE ON THE RECORD.
007850****************************************************************
007860 9100-MARK-STEP-DONE.
007870     OPEN INPUT CONTROL-FILE.
007880     READ CONTROL-FILE
007890         AT END
007900             CLOSE CONTROL-FILE
007910             GO TO 9100-EXIT
007920     END-READ.
007930     MOVE CONTROL-RECORD TO JL-CONTROL-SAVE.
007940     CLOSE CONTROL-FILE.
007950     OPEN OUTPUT CONTROL-FILE.
007960     MOVE JL-CONTROL-SAVE TO CONTROL-RECORD.
007970     MOVE 'Y' TO CT-RELEASE-DONE.
007980     WRITE CONTROL-RECORD.
007990     CLOSE CONTROL-FILE.
008000 9100-EXIT.
008010     EXIT.
008020
008030 END PROGRAM JELLO-RELEASE.
