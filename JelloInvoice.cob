000190*
000200*  MODIFICATION HISTORY
000210*      2026-09-02  AB  ORIGINAL VERSION.
000220*      2026-10-15  AB  FLAVOR CODE WIDENED TO TWO DIGITS.
000230****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. JELLO-INVOICE.
000260 AUTHOR. Amanda Boutwell.
000270 INSTALLATION. COUNTER SALES.
000280 DATE-WRITTEN. September 2, 2026.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. GNUCOBOL.
000340 OBJECT-COMPUTER. GNUCOBOL.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS JI-CONTROL-STATUS.
000400     SELECT CATERING-ORDERS ASSIGN TO "CATERING-ORDERS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS JI-CATERING-STATUS.
000430     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS JI-ORDER-FILE-STATUS.
000460     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT PRICE-MASTER ASSIGN TO "PRICE-MASTER"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS JI-LEDGER-STATUS.
000530     SELECT INVOICE-REPORT ASSIGN TO "INVOICE-REPORT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CONTROL-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  CONTROL-RECORD.
000610     COPY "ctlrec.cpy".
000620
000630 FD  CATERING-ORDERS
000640     LABEL RECORDS ARE STANDARD.
000650 01  CATERING-ORDER-RECORD.
000660     COPY "catrec.cpy".
000670
000680 FD  ORDER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  ORDER-RECORD.
000710     COPY "ordfrec.cpy".
000720
000730 FD  FLAVOR-MASTER
000740     LABEL RECORDS ARE STANDARD.
000750 01  FLAVOR-MASTER-RECORD.
000760     COPY "flvmast.cpy".
000770
000780 FD  PRICE-MASTER
000790     LABEL RECORDS ARE STANDARD.
000800 01  PRICE-MASTER-RECORD.
000810     COPY "prcmast.cpy".
000820
000830 FD  AR-LEDGER
000840     LABEL RECORDS ARE STANDARD.
000850 01  AR-LEDGER-RECORD.
000860     COPY "arledg.cpy".
000870
000880 FD  INVOICE-REPORT
000890     LABEL RECORDS ARE STANDARD.
000900 01  INVOICE-REPORT-RECORD       PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930     01 JI-CONTROL-STATUS PIC X(02).
000940     01 JI-CATERING-STATUS PIC X(02).
000950     01 JI-ORDER-FILE-STATUS PIC X(02).
000960     01 JI-LEDGER-STATUS PIC X(02).
000970     01 JI-CATERING-EOF PIC X VALUE 'N'.
000980         88 JI-END-OF-CATERING VALUE 'Y'.
000990     01 JI-ORDER-EOF PIC X VALUE 'N'.
001000         88 JI-END-OF-ORDERS VALUE 'Y'.
001010     01 JI-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001020         88 JI-END-OF-FLAVOR-MASTER VALUE 'Y'.
001030     01 JI-PRICE-EOF PIC X VALUE 'N'.
001040         88 JI-END-OF-PRICES VALUE 'Y'.
001050     01 JI-LEDGER-EOF PIC X VALUE 'N'.
001060         88 JI-END-OF-LEDGER VALUE 'Y'.
001070
001080*---------------------------------------------------------------
001090*    FLAVOR-MASTER AND PRICE-MASTER, LOADED SO EACH CATERING
001100*    LINE'S CODE CAN BE TURNED INTO THE NAME ORDER-FILE CARRIES
001110*    AND PRICED FROM THE MASTER WHEN NO POSTED SALE MATCHES.
001120*---------------------------------------------------------------
001130     01 JI-FLAVOR-TABLE.
001140         05 JI-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
001150                 DEPENDING ON JI-FLAVOR-COUNT
001160                 INDEXED BY JI-FLAVOR-IDX.
001170             10 JI-FLAVOR-CODE      PIC 9(02).
001180             10 JI-FLAVOR-NAME      PIC X(15).
001190     01 JI-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001200     01 JI-PRICE-TABLE.
001210         05 JI-PRICE-ENTRY OCCURS 1 TO 20 TIMES
001220                 DEPENDING ON JI-PRICE-COUNT
001230                 INDEXED BY JI-PRICE-IDX.
001240             10 JI-PRICE-CODE      PIC 9(02).
001250             10 JI-PRICE-AMOUNT    PIC 9(03)V99.
001260     01 JI-PRICE-COUNT PIC 9(02) COMP VALUE 0.
001270
001280*---------------------------------------------------------------
001290*    THE WHOLE OPEN-ORDERS FILE, BUFFERED SO BILLED LINES CAN BE
001300*    MARKED 'B' AND THE FILE REWRITTEN IN ONE PASS, THE SAME
001310*    SHAPE JELLO-RELEASE USES TO MARK LINES 'R'.
001320*---------------------------------------------------------------
001330     01 JI-ORDER-TABLE.
001340         05 JI-ORDER-ENTRY OCCURS 200 TIMES.
001350             10 JI-CO-ORDER-NUMBER  PIC 9(05).
001360             10 JI-CO-LINE-NUMBER   PIC 9(02).
001370             10 JI-CO-CUST-NUMBER   PIC 9(05).
001380             10 JI-CO-CUST-NAME     PIC X(15).
001390             10 JI-CO-PICKUP-DATE   PIC X(08).
001400             10 JI-CO-FLAVOR-CODE   PIC 9(02).
001410             10 JI-CO-QUANTITY      PIC 9(03).
001420             10 JI-CO-STATUS        PIC X(01).
001430     01 JI-ORDER-COUNT PIC 9(03) COMP VALUE 0.
001440     01 JI-ORDER-SUB PIC 9(03) COMP VALUE 0.
001450
001460*---------------------------------------------------------------
001470*    THE DAY'S POSTED SALES, LOADED SO EACH CATERING LINE CAN
001480*    CLAIM THE OR-LINE-TOTAL JELLO-BATCH POSTED FOR IT (LOYALTY
001490*    PRICING INCLUDED).  EACH SALE IS CLAIMED AT MOST ONCE.
001500*---------------------------------------------------------------
001510     01 JI-SALE-TABLE.
001520         05 JI-SALE-ENTRY OCCURS 1 TO 500 TIMES
001530                 DEPENDING ON JI-SALE-COUNT
001540                 INDEXED BY JI-SALE-IDX.
001550             10 JI-SA-CUST-NUMBER   PIC 9(05).
001560             10 JI-SA-FLAVOR       PIC X(15).
001570             10 JI-SA-QUANTITY     PIC 9(03).
001580             10 JI-SA-LINE-TOTAL   PIC 9(05)V99.
001590             10 JI-SA-TAX          PIC 9(05)V99.
001600             10 JI-SA-CLAIMED      PIC X(01).
001610     01 JI-SALE-COUNT PIC 9(03) COMP VALUE 0.
001620     01 JI-SALE-FOUND PIC X VALUE 'N'.
001630         88 JI-FOUND-SALE VALUE 'Y'.
001640     01 JI-SALE-SUB PIC 9(03) COMP VALUE 0.
001650
001660*---------------------------------------------------------------
001670*    THE INVOICE BEING BUILT.  LINES FOR ONE CO-ORDER-NUMBER SIT
001680*    TOGETHER ON CATERING-ORDERS, SO A CHANGE OF ORDER NUMBER
001690*    AMONG THE RELEASED LINES CLOSES ONE INVOICE AND OPENS THE
001700*    NEXT.
001710*---------------------------------------------------------------
001720     01 JI-BUSINESS-DATE PIC X(08).
001730     01 JI-TAX-RATE PIC 9(01)V9(04) VALUE 0.
001740     01 JI-NEXT-INVOICE-NUMBER PIC 9(05) VALUE 1.
001750     01 JI-CUR-INVOICE-NUMBER PIC 9(05) VALUE 0.
001760     01 JI-CUR-ORDER-NUMBER PIC 9(05) VALUE 0.
001770     01 JI-CUR-CUST-NUMBER PIC 9(05) VALUE 0.
001780     01 JI-CUR-CUST-NAME PIC X(15).
001790     01 JI-INVOICE-OPEN PIC X VALUE 'N'.
001800         88 JI-BUILDING-INVOICE VALUE 'Y'.
001810     01 JI-INVOICE-TOTAL PIC 9(07)V99 VALUE 0.
001820     01 JI-LINE-AMOUNT PIC 9(05)V99 VALUE 0.
001830     01 JI-LINE-TAX PIC 9(05)V99 VALUE 0.
001840     01 JI-LINE-FLAVOR PIC X(15).
001850     01 JI-UNIT-PRICE PIC 9(03)V99 VALUE 0.
001860     01 JI-INVOICES-WRITTEN PIC 9(05) VALUE 0.
001870     01 JI-LINES-BILLED PIC 9(05) VALUE 0.
001880     01 JI-BILLED-TOTAL PIC 9(07)V99 VALUE 0.
001890
001900*---------------------------------------------------------------
001910*    REPORT LINES.
001920*---------------------------------------------------------------
001930     01 JI-HEADING-1.
001940         05 FILLER PIC X(40)
001950             VALUE "JELLO-INVOICE   CATERING INVOICE REGISTE".
001960         05 FILLER PIC X(01) VALUE "R".
001970         05 FILLER PIC X(11) VALUE SPACES.
001980         05 FILLER PIC X(09) VALUE "FOR DATE ".
001990         05 JI-HD-DATE PIC X(08).
002000         05 FILLER PIC X(11) VALUE SPACES.
002010     01 JI-INVOICE-LINE.
002020         05 FILLER PIC X(08) VALUE "INVOICE ".
002030         05 JI-IV-NUMBER PIC 9(05).
002040         05 FILLER PIC X(07) VALUE "  CUST ".
002050         05 JI-IV-CUST PIC 9(05).
002060         05 FILLER PIC X(01) VALUE SPACES.
002070         05 JI-IV-NAME PIC X(15).
002080         05 FILLER PIC X(08) VALUE "  ORDER ".
002090         05 JI-IV-ORDER PIC 9(05).
002100         05 FILLER PIC X(21) VALUE SPACES.
002110     01 JI-DETAIL-LINE.
002120         05 FILLER PIC X(04) VALUE SPACES.
002130         05 JI-DE-FLAVOR PIC X(15).
002140         05 FILLER PIC X(02) VALUE " x".
002150         05 JI-DE-QTY PIC ZZ9.
002160         05 FILLER PIC X(03) VALUE " = ".
002170         05 JI-DE-AMOUNT PIC ZZZZZ9.99.
002180         05 FILLER PIC X(01) VALUE SPACES.
002190         05 JI-DE-NOTE PIC X(18).
002200         05 FILLER PIC X(25) VALUE SPACES.
002210     01 JI-TOTAL-LINE.
002220         05 FILLER PIC X(04) VALUE SPACES.
002230         05 FILLER PIC X(15) VALUE "INVOICE TOTAL  ".
002240         05 FILLER PIC X(08) VALUE SPACES.
002250         05 JI-TO-AMOUNT PIC ZZZZZZ9.99.
002260         05 FILLER PIC X(43) VALUE SPACES.
002270     01 JI-NOTE-LINE.
002280         05 FILLER PIC X(02) VALUE SPACES.
002290         05 JI-NOTE-TEXT PIC X(78).
002300     01 JI-BLANK-LINE PIC X(80) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330
002340****************************************************************
002350*  0000-MAINLINE
002360*
002370*  LOADS THE DAY, BILLS EVERY RELEASED CATERING LINE INTO A
002380*  NUMBERED INVOICE, REWRITES THE OPEN-ORDERS FILE WITH THE
002390*  BILLED MARKS, AND PRINTS THE REGISTER.
002400****************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-EXIT.
002440     PERFORM 3000-BILL-RELEASED-LINES
002450         THRU 3000-EXIT.
002460     PERFORM 5000-REWRITE-OPEN-ORDERS
002470         THRU 5000-EXIT.
002480     PERFORM 9000-TERMINATE
002490         THRU 9000-EXIT.
002500     STOP RUN.
002510
002520****************************************************************
002530*  1000-INITIALIZE
002540*
002550*  READS THE BUSINESS DATE, LOADS THE LOOKUP TABLES AND THE
002560*  DAY'S POSTED SALES, BUFFERS THE OPEN-ORDERS FILE, FINDS THE
002570*  NEXT FREE INVOICE NUMBER, AND STARTS THE REGISTER.
002580****************************************************************
002590 1000-INITIALIZE.
002600     OPEN INPUT CONTROL-FILE.
002610     IF JI-CONTROL-STATUS = '35'
002620         DISPLAY "CONTROL-FILE missing - cannot invoice."
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     READ CONTROL-FILE
002670         AT END
002680             DISPLAY "CONTROL-FILE empty - cannot invoice."
002690             CLOSE CONTROL-FILE
002700             MOVE 8 TO RETURN-CODE
002710             STOP RUN
002720     END-READ.
002730     MOVE CT-BUSINESS-DATE TO JI-BUSINESS-DATE.
002740     IF CT-TAX-RATE IS NUMERIC
002750         MOVE CT-TAX-RATE TO JI-TAX-RATE
002760     ELSE
002770         MOVE 0 TO JI-TAX-RATE
002780     END-IF.
002790     CLOSE CONTROL-FILE.
002800     OPEN OUTPUT INVOICE-REPORT.
002810     MOVE JI-BUSINESS-DATE TO JI-HD-DATE.
002820     WRITE INVOICE-REPORT-RECORD FROM JI-HEADING-1.
002830     WRITE INVOICE-REPORT-RECORD FROM JI-BLANK-LINE.
002840     PERFORM 1100-LOAD-FLAVOR-MASTER
002850         THRU 1100-EXIT.
002860     PERFORM 1200-LOAD-PRICES
002870         THRU 1200-EXIT.
002880     PERFORM 1300-LOAD-OPEN-ORDERS
002890         THRU 1300-EXIT.
002900     PERFORM 1400-LOAD-POSTED-SALES
002910         THRU 1400-EXIT.
002920     PERFORM 1500-SCAN-INVOICE-NUMBERS
002930         THRU 1500-EXIT.
002940 1000-EXIT.
002950     EXIT.
002960
002970****************************************************************
002980*  1100-LOAD-FLAVOR-MASTER
002990*
003000*  READS FLAVOR-MASTER INTO JI-FLAVOR-TABLE.
003010****************************************************************
003020 1100-LOAD-FLAVOR-MASTER.
003030     OPEN INPUT FLAVOR-MASTER.
003040     MOVE 0 TO JI-FLAVOR-COUNT.
003050     MOVE 'N' TO JI-FLAVOR-MASTER-EOF.
003060     PERFORM 1110-READ-FLAVOR-RECORD
003070         THRU 1110-EXIT.
003080     PERFORM 1120-STORE-FLAVOR-RECORD
003090         THRU 1120-EXIT
003100         UNTIL JI-END-OF-FLAVOR-MASTER.
003110     CLOSE FLAVOR-MASTER.
003120 1100-EXIT.
003130     EXIT.
003140
003150****************************************************************
003160*  1110-READ-FLAVOR-RECORD
003170*
003180*  READS ONE FLAVOR-MASTER RECORD AHEAD.
003190****************************************************************
003200 1110-READ-FLAVOR-RECORD.
003210     READ FLAVOR-MASTER
003220         AT END MOVE 'Y' TO JI-FLAVOR-MASTER-EOF
003230     END-READ.
003240 1110-EXIT.
003250     EXIT.
003260
003270****************************************************************
003280*  1120-STORE-FLAVOR-RECORD
003290*
003300*  ADDS THE FLAVOR JUST READ TO JI-FLAVOR-TABLE AND PRIMES THE
003310*  NEXT READ.
003320****************************************************************
003330 1120-STORE-FLAVOR-RECORD.
003340     ADD 1 TO JI-FLAVOR-COUNT.
003350     SET JI-FLAVOR-IDX TO JI-FLAVOR-COUNT.
003360     MOVE FM-FLAVOR-CODE TO JI-FLAVOR-CODE(JI-FLAVOR-IDX).
003370     MOVE FM-FLAVOR-NAME TO JI-FLAVOR-NAME(JI-FLAVOR-IDX).
003380     PERFORM 1110-READ-FLAVOR-RECORD
003390         THRU 1110-EXIT.
003400 1120-EXIT.
003410     EXIT.
003420
003430****************************************************************
003440*  1200-LOAD-PRICES
003450*
003460*  READS PRICE-MASTER INTO JI-PRICE-TABLE.
003470****************************************************************
003480 1200-LOAD-PRICES.
003490     OPEN INPUT PRICE-MASTER.
003500     MOVE 0 TO JI-PRICE-COUNT.
003510     MOVE 'N' TO JI-PRICE-EOF.
003520     PERFORM 1210-READ-PRICE-RECORD
003530         THRU 1210-EXIT.
003540     PERFORM 1220-STORE-PRICE-RECORD
003550         THRU 1220-EXIT
003560         UNTIL JI-END-OF-PRICES.
003570     CLOSE PRICE-MASTER.
003580 1200-EXIT.
003590     EXIT.
003600
003610****************************************************************
003620*  1210-READ-PRICE-RECORD
003630*
003640*  READS ONE PRICE-MASTER RECORD AHEAD.
003650****************************************************************
003660 1210-READ-PRICE-RECORD.
003670     READ PRICE-MASTER
003680         AT END MOVE 'Y' TO JI-PRICE-EOF
003690     END-READ.
003700 1210-EXIT.
003710     EXIT.
003720
003730****************************************************************
003740*  1220-STORE-PRICE-RECORD
003750*
003760*  ADDS THE PRICE JUST READ TO JI-PRICE-TABLE AND PRIMES THE
003770*  NEXT READ.
003780****************************************************************
003790 1220-STORE-PRICE-RECORD.
003800     ADD 1 TO JI-PRICE-COUNT.
003810     SET JI-PRICE-IDX TO JI-PRICE-COUNT.
003820     MOVE PM-FLAVOR-CODE TO JI-PRICE-CODE(JI-PRICE-IDX).
003830     MOVE PM-PRICE TO JI-PRICE-AMOUNT(JI-PRICE-IDX).
003840     PERFORM 1210-READ-PRICE-RECORD
003850         THRU 1210-EXIT.
003860 1220-EXIT.
003870     EXIT.
003880
003890****************************************************************
003900*  1300-LOAD-OPEN-ORDERS
003910*
003920*  BUFFERS THE WHOLE CATERING-ORDERS FILE.  A MISSING FILE JUST
003930*  MEANS NOTHING TO BILL.
003940****************************************************************
003950 1300-LOAD-OPEN-ORDERS.
003960     MOVE 0 TO JI-ORDER-COUNT.
003970     OPEN INPUT CATERING-ORDERS.
003980     IF JI-CATERING-STATUS = '35'
003990         MOVE 'Y' TO JI-CATERING-EOF
004000     ELSE
004010         MOVE 'N' TO JI-CATERING-EOF
004020         PERFORM 1310-READ-CATERING-RECORD
004030             THRU 1310-EXIT
004040         PERFORM 1320-STORE-CATERING-RECORD
004050             THRU 1320-EXIT
004060             UNTIL JI-END-OF-CATERING
004070         CLOSE CATERING-ORDERS
004080     END-IF.
004090 1300-EXIT.
004100     EXIT.
004110
004120****************************************************************
004130*  1310-READ-CATERING-RECORD
004140*
004150*  READS ONE CATERING-ORDERS RECORD AHEAD.
004160****************************************************************
004170 1310-READ-CATERING-RECORD.
004180     READ CATERING-ORDERS
004190         AT END MOVE 'Y' TO JI-CATERING-EOF
004200     END-READ.
004210 1310-EXIT.
004220     EXIT.
004230
004240****************************************************************
004250*  1320-STORE-CATERING-RECORD
004260*
004270*  BUFFERS ONE OPEN-ORDERS RECORD AND PRIMES THE NEXT READ.  A
004280*  FILE PAST 200 LINES STOPS THE RUN RATHER THAN BILLING A
004290*  PARTIAL PICTURE, THE SAME GUARD JELLO-RELEASE USES.
004300****************************************************************
004310 1320-STORE-CATERING-RECORD.
004320     IF JI-ORDER-COUNT >= 200
004330         DISPLAY "CATERING-ORDERS is past 200 lines - archive"
004340             " billed lines before running again."
004350         MOVE 8 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     ADD 1 TO JI-ORDER-COUNT.
004390     MOVE CO-ORDER-NUMBER
004400         TO JI-CO-ORDER-NUMBER(JI-ORDER-COUNT).
004410     MOVE CO-LINE-NUMBER TO JI-CO-LINE-NUMBER(JI-ORDER-COUNT).
004420     MOVE CO-CUSTOMER-NUMBER
004430         TO JI-CO-CUST-NUMBER(JI-ORDER-COUNT).
004440     MOVE CO-CUSTOMER-NAME TO JI-CO-CUST-NAME(JI-ORDER-COUNT).
004450     MOVE CO-PICKUP-DATE TO JI-CO-PICKUP-DATE(JI-ORDER-COUNT).
004460     MOVE CO-FLAVOR-CODE TO JI-CO-FLAVOR-CODE(JI-ORDER-COUNT).
004470     MOVE CO-QUANTITY TO JI-CO-QUANTITY(JI-ORDER-COUNT).
004480     MOVE CO-STATUS TO JI-CO-STATUS(JI-ORDER-COUNT).
004490     PERFORM 1310-READ-CATERING-RECORD
004500         THRU 1310-EXIT.
004510 1320-EXIT.
004520     EXIT.
004530
004540****************************************************************
004550*  1400-LOAD-POSTED-SALES
004560*
004570*  READS THE DAY'S TYPE-S ORDER-FILE RECORDS INTO JI-SALE-TABLE
004580*  SO EACH CATERING LINE CAN CLAIM THE LINE TOTAL JELLO-BATCH
004590*  POSTED FOR IT.  A MISSING ORDER-FILE JUST MEANS EVERY LINE
004600*  PRICES FROM THE MASTER.
004610****************************************************************
004620 1400-LOAD-POSTED-SALES.
004630     MOVE 0 TO JI-SALE-COUNT.
004640     OPEN INPUT ORDER-FILE.
004650     IF JI-ORDER-FILE-STATUS = '35'
004660         MOVE 'Y' TO JI-ORDER-EOF
004670     ELSE
004680         MOVE 'N' TO JI-ORDER-EOF
004690         PERFORM 1410-READ-ORDER-RECORD
004700             THRU 1410-EXIT
004710         PERFORM 1420-STORE-ORDER-RECORD
004720             THRU 1420-EXIT
004730             UNTIL JI-END-OF-ORDERS
004740         CLOSE ORDER-FILE
004750     END-IF.
004760 1400-EXIT.
004770     EXIT.
004780
004790****************************************************************
004800*  1410-READ-ORDER-RECORD
004810*
004820*  READS ONE ORDER-FILE RECORD AHEAD.
004830****************************************************************
004840 1410-READ-ORDER-RECORD.
004850     READ ORDER-FILE
004860         AT END MOVE 'Y' TO JI-ORDER-EOF
004870     END-READ.
004880 1410-EXIT.
004890     EXIT.
004900
004910****************************************************************
004920*  1420-STORE-ORDER-RECORD
004930*
004940*  KEEPS ONE POSTED SALE FOR A TRACKED CUSTOMER ON THE BUSINESS
004950*  DATE AND PRIMES THE NEXT READ.  ONLY STATION-00 LINES (BATCH
004960*  POSTINGS, WHICH SETTLE ON ACCOUNT) CAN BILL; A COUNTER SALE
004970*  WAS ALREADY PAID AT THE DRAWER AND MUST NEVER PRICE AN
004980*  INVOICE LINE.
004990****************************************************************
005000 1420-STORE-ORDER-RECORD.
005010     IF OR-RECORD-TYPE = 'S'
005020        AND OR-ORDER-DATE = JI-BUSINESS-DATE
005030        AND OR-CUSTOMER-NUMBER NOT = 0
005040        AND OR-STATION-ID = '00'
005050        AND JI-SALE-COUNT < 500
005060         ADD 1 TO JI-SALE-COUNT
005070         SET JI-SALE-IDX TO JI-SALE-COUNT
005080         MOVE OR-CUSTOMER-NUMBER
005090             TO JI-SA-CUST-NUMBER(JI-SALE-IDX)
005100         MOVE OR-FLAVOR-NAME TO JI-SA-FLAVOR(JI-SALE-IDX)
005110         MOVE OR-QUANTITY TO JI-SA-QUANTITY(JI-SALE-IDX)
005120         MOVE OR-LINE-TOTAL TO JI-SA-LINE-TOTAL(JI-SALE-IDX)
005130         MOVE OR-TAX-AMOUNT TO JI-SA-TAX(JI-SALE-IDX)
005140         MOVE 'N' TO JI-SA-CLAIMED(JI-SALE-IDX)
005150     END-IF.
005160     PERFORM 1410-READ-ORDER-RECORD
005170         THRU 1410-EXIT.
005180 1420-EXIT.
005190     EXIT.
005200
005210****************************************************************
005220*  1500-SCAN-INVOICE-NUMBERS
005230*
005240*  READS AR-LEDGER ONCE TO FIND THE NEXT FREE INVOICE NUMBER.
005250*  A MISSING LEDGER MEANS INVOICES START AT 1.
005260****************************************************************
005270 1500-SCAN-INVOICE-NUMBERS.
005280     MOVE 1 TO JI-NEXT-INVOICE-NUMBER.
005290     OPEN INPUT AR-LEDGER.
005300     IF JI-LEDGER-STATUS = '35'
005310         MOVE 'Y' TO JI-LEDGER-EOF
005320     ELSE
005330         MOVE 'N' TO JI-LEDGER-EOF
005340         PERFORM 1510-READ-LEDGER-RECORD
005350             THRU 1510-EXIT
005360         PERFORM 1520-NOTE-INVOICE-NUMBER
005370             THRU 1520-EXIT
005380             UNTIL JI-END-OF-LEDGER
005390         CLOSE AR-LEDGER
005400     END-IF.
005410 1500-EXIT.
005420     EXIT.
005430
005440****************************************************************
005450*  1510-READ-LEDGER-RECORD
005460*
005470*  READS ONE AR-LEDGER RECORD AHEAD.
005480****************************************************************
005490 1510-READ-LEDGER-RECORD.
005500     READ AR-LEDGER
005510         AT END MOVE 'Y' TO JI-LEDGER-EOF
005520     END-READ.
005530 1510-EXIT.
005540     EXIT.
005550
005560****************************************************************
005570*  1520-NOTE-INVOICE-NUMBER
005580*
005590*  BUMPS THE NEXT FREE INVOICE NUMBER PAST THE RECORD JUST READ
005600*  AND PRIMES THE NEXT READ.
005610****************************************************************
005620 1520-NOTE-INVOICE-NUMBER.
005630     IF AR-RECORD-TYPE = 'I'
005640        AND AR-INVOICE-NUMBER >= JI-NEXT-INVOICE-NUMBER
005650         ADD 1 TO AR-INVOICE-NUMBER
005660             GIVING JI-NEXT-INVOICE-NUMBER
005670     END-IF.
005680     PERFORM 1510-READ-LEDGER-RECORD
005690         THRU 1510-EXIT.
005700 1520-EXIT.
005710     EXIT.
005720
005730****************************************************************
005740*  3000-BILL-RELEASED-LINES
005750*
005760*  WALKS THE BUFFERED CATERING LINES AND BILLS EVERY STATUS-'R'
005770*  LINE, CUTTING A FRESH INVOICE EACH TIME THE ORDER NUMBER
005780*  CHANGES.  AR-LEDGER IS OPENED FOR APPEND SO EARLIER INVOICES
005790*  AND PAYMENTS KEEP THEIR HISTORY.
005800****************************************************************
005810 3000-BILL-RELEASED-LINES.
005820     OPEN EXTEND AR-LEDGER.
005830     IF JI-LEDGER-STATUS = '35'
005840         OPEN OUTPUT AR-LEDGER
005850     END-IF.
005860     PERFORM 3100-BILL-ONE-LINE
005870         THRU 3100-EXIT
005880         VARYING JI-ORDER-SUB FROM 1 BY 1
005890         UNTIL JI-ORDER-SUB > JI-ORDER-COUNT.
005900     IF JI-BUILDING-INVOICE
005910         PERFORM 3300-CLOSE-INVOICE
005920             THRU 3300-EXIT
005930     END-IF.
005940     CLOSE AR-LEDGER.
005950     IF JI-INVOICES-WRITTEN = 0
005960         MOVE "NO RELEASED LINES TO BILL" TO JI-NOTE-TEXT
005970         WRITE INVOICE-REPORT-RECORD FROM JI-NOTE-LINE
005980     END-IF.
005990 3000-EXIT.
006000     EXIT.
006010
006020****************************************************************
006030*  3100-BILL-ONE-LINE
006040*
006050*  BILLS ONE RELEASED LINE ONTO THE CURRENT INVOICE, CUTTING A
006060*  NEW ONE WHEN THE ORDER NUMBER CHANGES.  LINES NOT AT 'R'
006070*  (OPEN, OR ALREADY BILLED) ARE PASSED OVER.
006080****************************************************************
006090 3100-BILL-ONE-LINE.
006100     IF JI-CO-STATUS(JI-ORDER-SUB) NOT = 'R'
006110         GO TO 3100-EXIT.
006120     IF JI-BUILDING-INVOICE
006130        AND JI-CO-ORDER-NUMBER(JI-ORDER-SUB)
006140            NOT = JI-CUR-ORDER-NUMBER
006150         PERFORM 3300-CLOSE-INVOICE
006160             THRU 3300-EXIT
006170     END-IF.
006180     IF NOT JI-BUILDING-INVOICE
006190         PERFORM 3200-START-INVOICE
006200             THRU 3200-EXIT
006210     END-IF.
006220     PERFORM 3400-PRICE-ONE-LINE
006230         THRU 3400-EXIT.
006240     ADD JI-LINE-AMOUNT TO JI-INVOICE-TOTAL.
006250     ADD JI-LINE-AMOUNT TO JI-BILLED-TOTAL.
006260     MOVE 'B' TO JI-CO-STATUS(JI-ORDER-SUB).
006270     ADD 1 TO JI-LINES-BILLED.
006280     MOVE JI-LINE-FLAVOR TO JI-DE-FLAVOR.
006290     MOVE JI-CO-QUANTITY(JI-ORDER-SUB) TO JI-DE-QTY.
006300     MOVE JI-LINE-AMOUNT TO JI-DE-AMOUNT.
006310     WRITE INVOICE-REPORT-RECORD FROM JI-DETAIL-LINE.
006320 3100-EXIT.
006330     EXIT.
006340
006350****************************************************************
006360*  3200-START-INVOICE
006370*
006380*  OPENS THE NEXT NUMBERED INVOICE ON THE LINE'S ORDER AND
006390*  PRINTS ITS REGISTER HEADER.
006400****************************************************************
006410 3200-START-INVOICE.
006420     MOVE JI-NEXT-INVOICE-NUMBER TO JI-CUR-INVOICE-NUMBER.
006430     ADD 1 TO JI-NEXT-INVOICE-NUMBER.
006440     MOVE JI-CO-ORDER-NUMBER(JI-ORDER-SUB)
006450         TO JI-CUR-ORDER-NUMBER.
006460     MOVE JI-CO-CUST-NUMBER(JI-ORDER-SUB)
006470         TO JI-CUR-CUST-NUMBER.
006480     MOVE JI-CO-CUST-NAME(JI-ORDER-SUB) TO JI-CUR-CUST-NAME.
006490     MOVE 0 TO JI-INVOICE-TOTAL.
006500     MOVE 'Y' TO JI-INVOICE-OPEN.
006510     MOVE JI-CUR-INVOICE-NUMBER TO JI-IV-NUMBER.
006520     MOVE JI-CUR-CUST-NUMBER TO JI-IV-CUST.
006530     MOVE JI-CUR-CUST-NAME TO JI-IV-NAME.
006540     MOVE JI-CUR-ORDER-NUMBER TO JI-IV-ORDER.
006550     WRITE INVOICE-REPORT-RECORD FROM JI-INVOICE-LINE.
006560 3200-EXIT.
006570     EXIT.
006580
006590****************************************************************
006600*  3300-CLOSE-INVOICE
006610*
006620*  WRITES THE FINISHED INVOICE TO AR-LEDGER AND PRINTS ITS
006630*  TOTAL.
006640****************************************************************
006650 3300-CLOSE-INVOICE.
006660     MOVE 'I' TO AR-RECORD-TYPE.
006670     MOVE JI-CUR-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
006680     MOVE JI-CUR-CUST-NUMBER TO AR-CUSTOMER-NUMBER.
006690     MOVE JI-CUR-CUST-NAME TO AR-CUSTOMER-NAME.
006700     MOVE JI-BUSINESS-DATE TO AR-TRANS-DATE.
006710     MOVE JI-CUR-ORDER-NUMBER TO AR-ORDER-NUMBER.
006720     MOVE JI-INVOICE-TOTAL TO AR-AMOUNT.
006730     MOVE SPACES TO AR-CHECK-NUMBER.
006740     WRITE AR-LEDGER-RECORD.
006750     ADD 1 TO JI-INVOICES-WRITTEN.
006760     MOVE JI-INVOICE-TOTAL TO JI-TO-AMOUNT.
006770     WRITE INVOICE-REPORT-RECORD FROM JI-TOTAL-LINE.
006780     WRITE INVOICE-REPORT-RECORD FROM JI-BLANK-LINE.
006790     MOVE 'N' TO JI-INVOICE-OPEN.
006800 3300-EXIT.
006810     EXIT.
006820
006830****************************************************************
006840*  3400-PRICE-ONE-LINE
006850*
006860*  SETS JI-LINE-AMOUNT FOR THE CURRENT CATERING LINE: THE
006870*  POSTED OR-LINE-TOTAL WHEN AN UNCLAIMED SALE MATCHES THE
006880*  CUSTOMER, FLAVOR, AND QUANTITY, OTHERWISE PRICE-MASTER TIMES
006890*  QUANTITY WITH A NOTE ON THE REGISTER.
006900****************************************************************
006910 3400-PRICE-ONE-LINE.
006920     MOVE SPACES TO JI-LINE-FLAVOR.
006930     MOVE JI-CO-FLAVOR-CODE(JI-ORDER-SUB) TO JI-LINE-FLAVOR.
006940     SET JI-FLAVOR-IDX TO 1.
006950     SEARCH JI-FLAVOR-ENTRY
006960         AT END CONTINUE
006970         WHEN JI-FLAVOR-CODE(JI-FLAVOR-IDX) =
006980                 JI-CO-FLAVOR-CODE(JI-ORDER-SUB)
006990             MOVE JI-FLAVOR-NAME(JI-FLAVOR-IDX)
007000                 TO JI-LINE-FLAVOR
007010     END-SEARCH.
007020     MOVE SPACES TO JI-DE-NOTE.
007030     MOVE 'N' TO JI-SALE-FOUND.
007040     PERFORM 3410-TEST-ONE-SALE
007050         THRU 3410-EXIT
007060         VARYING JI-SALE-SUB FROM 1 BY 1
007070         UNTIL JI-SALE-SUB > JI-SALE-COUNT
007080            OR JI-FOUND-SALE.
007090     IF NOT JI-FOUND-SALE
007100         MOVE 0 TO JI-UNIT-PRICE
007110         SET JI-PRICE-IDX TO 1
007120         SEARCH JI-PRICE-ENTRY
007130             AT END CONTINUE
007140             WHEN JI-PRICE-CODE(JI-PRICE-IDX) =
007150                     JI-CO-FLAVOR-CODE(JI-ORDER-SUB)
007160                 MOVE JI-PRICE-AMOUNT(JI-PRICE-IDX)
007170                     TO JI-UNIT-PRICE
007180         END-SEARCH
007190         MULTIPLY JI-UNIT-PRICE BY JI-CO-QUANTITY(JI-ORDER-SUB)
007200             GIVING JI-LINE-AMOUNT
007210         COMPUTE JI-LINE-TAX ROUNDED =
007220             JI-LINE-AMOUNT * JI-TAX-RATE
007230         ADD JI-LINE-TAX TO JI-LINE-AMOUNT
007240         MOVE "PRICED FROM MASTER" TO JI-DE-NOTE
007250     END-IF.
007260 3400-EXIT.
007270     EXIT.
007280
007290****************************************************************
007300*  3410-TEST-ONE-SALE
007310*
007320*  CLAIMS THE FIRST UNCLAIMED POSTED SALE MATCHING THE CURRENT
007330*  CATERING LINE AND KEEPS ITS LINE TOTAL.
007340****************************************************************
007350 3410-TEST-ONE-SALE.
007360     SET JI-SALE-IDX TO JI-SALE-SUB.
007370     IF JI-SA-CLAIMED(JI-SALE-IDX) = 'N'
007380        AND JI-SA-CUST-NUMBER(JI-SALE-IDX) =
007390            JI-CO-CUST-NUMBER(JI-ORDER-SUB)
007400        AND JI-SA-FLAVOR(JI-SALE-IDX) = JI-LINE-FLAVOR
007410        AND JI-SA-QUANTITY(JI-SALE-IDX) =
007420            JI-CO-QUANTITY(JI-ORDER-SUB)
007430         MOVE 'Y' TO JI-SA-CLAIMED(JI-SALE-IDX)
007440         ADD JI-SA-LINE-TOTAL(JI-SALE-IDX)
007450             JI-SA-TAX(JI-SALE-IDX)
007460             GIVING JI-LINE-AMOUNT
007470         MOVE 'Y' TO JI-SALE-FOUND
007480     END-IF.
007490 3410-EXIT.
007500     EXIT.
007510
007520****************************************************************
007530*  5000-REWRITE-OPEN-ORDERS
007540*
007550*  WRITES THE BUFFERED OPEN-ORDERS FILE BACK OUT WITH THE
007560*  BILLED LINES MARKED 'B', SO THEY CANNOT BILL TWICE.
007570****************************************************************
007580 5000-REWRITE-OPEN-ORDERS.
007590     IF JI-ORDER-COUNT = 0
007600         GO TO 5000-EXIT.
007610     OPEN OUTPUT CATERING-ORDERS.
007620     PERFORM 5100-WRITE-ONE-ORDER
007630         THRU 5100-EXIT
007640         VARYING JI-ORDER-SUB FROM 1 BY 1
007650         UNTIL JI-ORDER-SUB > JI-ORDER-COUNT.
007660     CLOSE CATERING-ORDERS.
007670 5000-EXIT.
007680     EXIT.
007690
007700****************************************************************
007710*  5100-WRITE-ONE-ORDER
007720*
007730*  WRITES ONE BUFFERED OPEN-ORDERS RECORD BACK OUT.
007740****************************************************************
007750 5100-WRITE-ONE-ORDER.
007760     MOVE JI-CO-ORDER-NUMBER(JI-ORDER-SUB) TO CO-ORDER-NUMBER.
007770     MOVE JI-CO-LINE-NUMBER(JI-ORDER-SUB) TO CO-LINE-NUMBER.
007780     MOVE JI-CO-CUST-NUMBER(JI-ORDER-SUB)
007790         TO CO-CUSTOMER-NUMBER.
007800     MOVE JI-CO-CUST-NAME(JI-ORDER-SUB) TO CO-CUSTOMER-NAME.
007810     MOVE JI-CO-PICKUP-DATE(JI-ORDER-SUB) TO CO-PICKUP-DATE.
007820     MOVE JI-CO-FLAVOR-CODE(JI-ORDER-SUB) TO CO-FLAVOR-CODE.
007830     MOVE JI-CO-QUANTITY(JI-ORDER-SUB) TO CO-QUANTITY.
007840     MOVE JI-CO-STATUS(JI-ORDER-SUB) TO CO-STATUS.
007850     WRITE CATERING-ORDER-RECORD.
007860 5100-EXIT.
007870     EXIT.
007880
007890****************************************************************
007900*  9000-TERMINATE
007910*
007920*  CLOSES THE REGISTER AND SIGNS OFF WITH THE RUN COUNTS.
007930****************************************************************
007940 9000-TERMINATE.
007950     WRITE INVOICE-REPORT-RECORD FROM JI-BLANK-LINE.
007960     CLOSE INVOICE-REPORT.
007970     DISPLAY "JELLO-INVOICE: " JI-INVOICES-WRITTEN
007980         " invoice(s), " JI-LINES-BILLED " line(s) billed.".
007990 9000-EXIT.
008000     EXIT.
008010
008020 END PROGRAM JELLO-INVOICE.
