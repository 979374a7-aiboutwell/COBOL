000180*      2026-09-02  AB  CUSTOMER-MASTER IS INDEXED NOW: THE
000190*                      CALLER IS READ BY KEY INSTEAD OF MATCHED
000200*                      AGAINST A 100-ENTRY TABLE.
000210*      2026-10-15  AB  FLAVOR CODE IS TWO DIGITS; A ONE-DIGIT
000220*                      ENTRY IS ZERO-FILLED.
000230****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. JELLO-CATER.
000260 AUTHOR. Amanda Boutwell.
000270 INSTALLATION. COUNTER SALES.
000280 DATE-WRITTEN. August 22, 2026.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. GNUCOBOL.
000340 OBJECT-COMPUTER. GNUCOBOL.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CATERING-ORDERS ASSIGN TO "CATERING-ORDERS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS JC-CATERING-STATUS.
000400     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CM-CUSTOMER-NUMBER
000460         FILE STATUS IS JC-CUSTOMER-STATUS.
000470     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS JC-CONTROL-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CATERING-ORDERS
000540     LABEL RECORDS ARE STANDARD.
000550 01  CATERING-ORDER-RECORD.
000560     COPY "catrec.cpy".
000570
000580 FD  FLAVOR-MASTER
000590     LABEL RECORDS ARE STANDARD.
000600 01  FLAVOR-MASTER-RECORD.
000610     COPY "flvmast.cpy".
000620
000630 FD  CUSTOMER-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650 01  CUSTOMER-MASTER-RECORD.
000660     COPY "custmast.cpy".
000670
000680 FD  CONTROL-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  CONTROL-RECORD.
000710     COPY "ctlrec.cpy".
000720
000730 WORKING-STORAGE SECTION.
000740     01 JC-CATERING-STATUS PIC X(02).
000750     01 JC-CUSTOMER-STATUS PIC X(02).
000760     01 JC-CONTROL-STATUS PIC X(02).
000770     01 JC-CATERING-EOF PIC X VALUE 'N'.
000780         88 JC-END-OF-CATERING VALUE 'Y'.
000790     01 JC-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
000800         88 JC-END-OF-FLAVOR-MASTER VALUE 'Y'.
000810
000820*---------------------------------------------------------------
000830*    FLAVOR-MASTER, LOADED FOR VALIDATION.  CUSTOMER-MASTER IS
000840*    INDEXED AND IS READ BY KEY AS EACH CALLER IDENTIFIES.
000850*---------------------------------------------------------------
000860     01 JC-FLAVOR-TABLE.
000870         05 JC-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
000880                 DEPENDING ON JC-FLAVOR-COUNT
000890                 INDEXED BY JC-FLAVOR-IDX.
000900             10 JC-FLAVOR-CODE      PIC 9(02).
000910             10 JC-FLAVOR-NAME      PIC X(15).
000920     01 JC-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
000930     01 JC-NO-CUSTOMERS PIC X VALUE 'N'.
000940         88 JC-CUSTOMERS-MISSING VALUE 'Y'.
000950
000960*---------------------------------------------------------------
000970*    THE ORDER BEING TAKEN.
000980*---------------------------------------------------------------
000990     01 JC-BUSINESS-DATE PIC X(08).
001000     01 JC-NEXT-ORDER-NUMBER PIC 9(05) VALUE 1.
001010     01 JC-CUR-ORDER-NUMBER PIC 9(05) VALUE 0.
001020     01 JC-CUR-LINE-NUMBER PIC 9(02) VALUE 0.
001030     01 JC-CUR-CUST-NUMBER PIC 9(05) VALUE 0.
001040     01 JC-CUR-CUST-NAME PIC X(15).
001050     01 JC-PICKUP-DATE PIC X(08).
001060     01 JC-CUSTNO-RAW PIC X(05).
001070     01 JC-DATE-RAW PIC X(08).
001080     01 JC-CODE-RAW PIC X(02).
001090     01 JC-QTY-RAW PIC X(03).
001100     01 JC-WORK-QTY PIC 9(03) VALUE 0.
001110     01 JC-INPUT-OK PIC X VALUE 'N'.
001120         88 JC-GOOD-INPUT VALUE 'Y'.
001130     01 JC-LINE-DONE PIC X VALUE 'N'.
001140         88 JC-NO-MORE-LINES VALUE 'Y'.
001150     01 JC-MORE-ORDERS PIC X VALUE 'Y'.
001160     01 JC-ANOTHER-RAW PIC X(01).
001170     01 JC-LINES-WRITTEN PIC 9(05) VALUE 0.
001180
001190 PROCEDURE DIVISION.
001200
001210****************************************************************
001220*  0000-MAINLINE
001230*
001240*  TAKES CATERING ORDERS UNTIL THE OPERATOR IS DONE.
001250****************************************************************
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE
001280         THRU 1000-EXIT.
001290     PERFORM 2000-TAKE-ONE-ORDER
001300         THRU 2000-EXIT
001310         UNTIL JC-MORE-ORDERS = 'N'.
001320     PERFORM 9000-TERMINATE
001330         THRU 9000-EXIT.
001340     STOP RUN.
001350
001360****************************************************************
001370*  1000-INITIALIZE
001380*
001390*  PICKS UP THE BUSINESS DATE, LOADS THE LOOKUP TABLES, FINDS
001400*  THE NEXT FREE ORDER NUMBER, AND OPENS THE OPEN-ORDERS FILE
001410*  FOR APPEND.
001420****************************************************************
001430 1000-INITIALIZE.
001440     PERFORM 1050-READ-CONTROL-FILE
001450         THRU 1050-EXIT.
001460     PERFORM 1100-LOAD-FLAVOR-MASTER
001470         THRU 1100-EXIT.
001480     PERFORM 1200-OPEN-CUSTOMERS
001490         THRU 1200-EXIT.
001500     PERFORM 1300-SCAN-ORDER-NUMBERS
001510         THRU 1300-EXIT.
001520     OPEN EXTEND CATERING-ORDERS.
001530     IF JC-CATERING-STATUS = '35'
001540         OPEN OUTPUT CATERING-ORDERS
001550     END-IF.
001560     DISPLAY "JELLO-CATER - catering order entry.".
001570 1000-EXIT.
001580     EXIT.
001590
001600****************************************************************
001610*  1050-READ-CONTROL-FILE
001620*
001630*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
001640*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
001650****************************************************************
001660 1050-READ-CONTROL-FILE.
001670     OPEN INPUT CONTROL-FILE.
001680     IF JC-CONTROL-STATUS = '35'
001690         ACCEPT JC-BUSINESS-DATE FROM DATE YYYYMMDD
001700     ELSE
001710         READ CONTROL-FILE
001720             AT END
001730                 ACCEPT JC-BUSINESS-DATE FROM DATE YYYYMMDD
001740             NOT AT END
001750                 MOVE CT-BUSINESS-DATE TO JC-BUSINESS-DATE
001760         END-READ
001770         CLOSE CONTROL-FILE
001780     END-IF.
001790 1050-EXIT.
001800     EXIT.
001810
001820****************************************************************
001830*  1100-LOAD-FLAVOR-MASTER
001840*
001850*  READS FLAVOR-MASTER INTO JC-FLAVOR-TABLE.
001860****************************************************************
001870 1100-LOAD-FLAVOR-MASTER.
001880     OPEN INPUT FLAVOR-MASTER.
001890     MOVE 0 TO JC-FLAVOR-COUNT.
001900     MOVE 'N' TO JC-FLAVOR-MASTER-EOF.
001910     PERFORM 1110-READ-FLAVOR-RECORD
001920         THRU 1110-EXIT.
001930     PERFORM 1120-STORE-FLAVOR-RECORD
001940         THRU 1120-EXIT
001950         UNTIL JC-END-OF-FLAVOR-MASTER.
001960     CLOSE FLAVOR-MASTER.
001970 1100-EXIT.
001980     EXIT.
001990
002000****************************************************************
002010*  1110-READ-FLAVOR-RECORD
002020*
002030*  READS ONE FLAVOR-MASTER RECORD AHEAD.
002040****************************************************************
002050 1110-READ-FLAVOR-RECORD.
002060     READ FLAVOR-MASTER
002070         AT END MOVE 'Y' TO JC-FLAVOR-MASTER-EOF
002080     END-READ.
002090 1110-EXIT.
002100     EXIT.
002110
002120****************************************************************
002130*  1120-STORE-FLAVOR-RECORD
002140*
002150*  ADDS THE FLAVOR JUST READ TO JC-FLAVOR-TABLE AND PRIMES THE
002160*  NEXT READ.
002170****************************************************************
002180 1120-STORE-FLAVOR-RECORD.
002190     ADD 1 TO JC-FLAVOR-COUNT.
002200     SET JC-FLAVOR-IDX TO JC-FLAVOR-COUNT.
002210     MOVE FM-FLAVOR-CODE TO JC-FLAVOR-CODE(JC-FLAVOR-IDX).
002220     MOVE FM-FLAVOR-NAME TO JC-FLAVOR-NAME(JC-FLAVOR-IDX).
002230     PERFORM 1110-READ-FLAVOR-RECORD
002240         THRU 1110-EXIT.
002250 1120-EXIT.
002260     EXIT.
002270
002280****************************************************************
002290*  1200-OPEN-CUSTOMERS
002300*
002310*  OPENS THE INDEXED CUSTOMER-MASTER FOR KEYED READS.  A
002320*  MISSING FILE JUST MEANS EVERY CALLER GIVES A NAME.
002330****************************************************************
002340 1200-OPEN-CUSTOMERS.
002350     OPEN INPUT CUSTOMER-MASTER.
002360     IF JC-CUSTOMER-STATUS = '35'
002370         MOVE 'Y' TO JC-NO-CUSTOMERS
002380     END-IF.
002390 1200-EXIT.
002400     EXIT.
002410
002420****************************************************************
002430*  1300-SCAN-ORDER-NUMBERS
002440*
002450*  READS CATERING-ORDERS ONCE TO FIND THE NEXT FREE ORDER
002460*  NUMBER.  A MISSING FILE MEANS ORDERS START AT 1.
002470****************************************************************
002480 1300-SCAN-ORDER-NUMBERS.
002490     MOVE 1 TO JC-NEXT-ORDER-NUMBER.
002500     OPEN INPUT CATERING-ORDERS.
002510     IF JC-CATERING-STATUS = '35'
002520         MOVE 'Y' TO JC-CATERING-EOF
002530     ELSE
002540         MOVE 'N' TO JC-CATERING-EOF
002550         PERFORM 1310-READ-CATERING-RECORD
002560             THRU 1310-EXIT
002570         PERFORM 1320-NOTE-ORDER-NUMBER
002580             THRU 1320-EXIT
002590             UNTIL JC-END-OF-CATERING
002600         CLOSE CATERING-ORDERS
002610     END-IF.
002620 1300-EXIT.
002630     EXIT.
002640
002650****************************************************************
002660*  1310-READ-CATERING-RECORD
002670*
002680*  READS ONE CATERING-ORDERS RECORD AHEAD.
002690****************************************************************
002700 1310-READ-CATERING-RECORD.
002710     READ CATERING-ORDERS
002720         AT END MOVE 'Y' TO JC-CATERING-EOF
002730     END-READ.
002740 1310-EXIT.
002750     EXIT.
002760
002770****************************************************************
002780*  1320-NOTE-ORDER-NUMBER
002790*
002800*  BUMPS THE NEXT FREE ORDER NUMBER PAST THE RECORD JUST READ
002810*  AND PRIMES THE NEXT READ.
002820****************************************************************
002830 1320-NOTE-ORDER-NUMBER.
002840     IF CO-ORDER-NUMBER >= JC-NEXT-ORDER-NUMBER
002850         ADD 1 TO CO-ORDER-NUMBER GIVING JC-NEXT-ORDER-NUMBER
002860     END-IF.
002870     PERFORM 1310-READ-CATERING-RECORD
002880         THRU 1310-EXIT.
002890 1320-EXIT.
002900     EXIT.
002910
002920****************************************************************
002930*  2000-TAKE-ONE-ORDER
002940*
002950*  TAKES ONE PHONED-IN ORDER: WHO, WHEN PICKED UP, THEN LINES
002960*  OF FLAVOR AND QUANTITY UNTIL THE OPERATOR KEYS 0.
002970****************************************************************
002980 2000-TAKE-ONE-ORDER.
002990     PERFORM 2100-IDENTIFY-CALLER
003000         THRU 2100-EXIT.
003010     PERFORM 2200-ACCEPT-PICKUP-DATE
003020         THRU 2200-EXIT.
003030     IF JC-GOOD-INPUT
003040         MOVE JC-NEXT-ORDER-NUMBER TO JC-CUR-ORDER-NUMBER
003050         MOVE 0 TO JC-CUR-LINE-NUMBER
003060         MOVE 'N' TO JC-LINE-DONE
003070         PERFORM 2300-TAKE-ONE-LINE
003080             THRU 2300-EXIT
003090             UNTIL JC-NO-MORE-LINES
003100         IF JC-CUR-LINE-NUMBER > 0
003110             ADD 1 TO JC-NEXT-ORDER-NUMBER
003120             DISPLAY "Order " JC-CUR-ORDER-NUMBER " taken with "
003130                 JC-CUR-LINE-NUMBER " line(s)."
003140         ELSE
003150             DISPLAY "No lines; order discarded."
003160         END-IF
003170     END-IF.
003180     PERFORM 2900-ASK-ANOTHER-ORDER
003190         THRU 2900-EXIT.
003200 2000-EXIT.
003210     EXIT.
003220
003230****************************************************************
003240*  2100-IDENTIFY-CALLER
003250*
003260*  MATCHES THE CALLER'S CUSTOMER NUMBER AGAINST CUSTOMER-MASTER
003270*  OR TAKES A PLAIN NAME FOR A CALLER WITHOUT ONE, STANDARDIZED
003280*  TO UPPER CASE THE SAME WAY THE KIOSK STANDARDIZES A WALK-IN.
003290****************************************************************
003300 2100-IDENTIFY-CALLER.
003310     MOVE 0 TO JC-CUR-CUST-NUMBER.
003320     MOVE SPACES TO JC-CUR-CUST-NAME.
003330     DISPLAY "Customer number (00000 if none): "
003340         WITH NO ADVANCING.
003350     ACCEPT JC-CUSTNO-RAW.
003360     IF JC-CUSTNO-RAW IS NUMERIC AND JC-CUSTNO-RAW NOT = '00000'
003370        AND NOT JC-CUSTOMERS-MISSING
003380         MOVE JC-CUSTNO-RAW TO CM-CUSTOMER-NUMBER
003390         READ CUSTOMER-MASTER
003400             INVALID KEY
003410                 DISPLAY "Not on file; taking the name instead."
003420             NOT INVALID KEY
003430                 MOVE CM-CUSTOMER-NUMBER
003440                     TO JC-CUR-CUST-NUMBER
003450                 MOVE CM-CUSTOMER-NAME
003460                     TO JC-CUR-CUST-NAME
003470                 DISPLAY "Order for "
003480                     CM-CUSTOMER-NAME "."
003490         END-READ
003500     END-IF.
003510     IF JC-CUR-CUST-NAME = SPACES
003520         DISPLAY "Customer name: " WITH NO ADVANCING
003530         ACCEPT JC-CUR-CUST-NAME
003540         INSPECT JC-CUR-CUST-NAME
003550             CONVERTING "abcdefghijklmnopqrstuvwxyz"
003560                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.
003600
003610****************************************************************
003620*  2200-ACCEPT-PICKUP-DATE
003630*
003640*  ACCEPTS THE PICKUP DATE AND REFUSES ONE ALREADY IN THE PAST;
003650*  AN ORDER DUE TODAY IS FINE - THE RELEASE STEP PICKS IT UP.
003660****************************************************************
003670 2200-ACCEPT-PICKUP-DATE.
003680     MOVE 'N' TO JC-INPUT-OK.
003690     DISPLAY "Pickup date (YYYYMMDD): " WITH NO ADVANCING.
003700     ACCEPT JC-DATE-RAW.
003710     IF JC-DATE-RAW IS NOT NUMERIC
003720         DISPLAY "Not a date; order not taken."
003730         GO TO 2200-EXIT.
003740     IF JC-DATE-RAW < JC-BUSINESS-DATE
003750         DISPLAY "That date has already passed; order not taken."
003760         GO TO 2200-EXIT.
003770     MOVE JC-DATE-RAW TO JC-PICKUP-DATE.
003780     MOVE 'Y' TO JC-INPUT-OK.
003790 2200-EXIT.
003800     EXIT.
003810
003820****************************************************************
003830*  2300-TAKE-ONE-LINE
003840*
003850*  TAKES ONE FLAVOR/QUANTITY LINE AND QUEUES IT ON
003860*  CATERING-ORDERS WITH STATUS 'O'.  A FLAVOR CODE OF 0 ENDS
003870*  THE ORDER.
003880****************************************************************
003890 2300-TAKE-ONE-LINE.
003900     DISPLAY "Flavor code (0 to finish): " WITH NO ADVANCING.
003910     MOVE SPACES TO JC-CODE-RAW.
003920     ACCEPT JC-CODE-RAW.
003930     IF JC-CODE-RAW(2:1) = SPACE
003940         MOVE JC-CODE-RAW(1:1) TO JC-CODE-RAW(2:1)
003950         MOVE '0' TO JC-CODE-RAW(1:1)
003960     END-IF.
003970     IF JC-CODE-RAW = '00'
003980         MOVE 'Y' TO JC-LINE-DONE
003990         GO TO 2300-EXIT.
004000     IF JC-CODE-RAW IS NOT NUMERIC
004010         DISPLAY "Not a flavor code."
004020         GO TO 2300-EXIT.
004030     SET JC-FLAVOR-IDX TO 1.
004040     SEARCH JC-FLAVOR-ENTRY
004050         AT END
004060             DISPLAY "No such flavor on FLAVOR-MASTER."
004070             GO TO 2300-EXIT
004080         WHEN JC-FLAVOR-CODE(JC-FLAVOR-IDX) = JC-CODE-RAW
004090             CONTINUE
004100     END-SEARCH.
004110     DISPLAY "Quantity (3 digits): " WITH NO ADVANCING.
004120     ACCEPT JC-QTY-RAW.
004130     IF JC-QTY-RAW IS NOT NUMERIC
004140         DISPLAY "Not a quantity."
004150         GO TO 2300-EXIT.
004160     MOVE JC-QTY-RAW TO JC-WORK-QTY.
004170     IF JC-WORK-QTY = 0
004180         DISPLAY "Quantity must be at least 1."
004190         GO TO 2300-EXIT.
004200     ADD 1 TO JC-CUR-LINE-NUMBER.
004210     MOVE JC-CUR-ORDER-NUMBER TO CO-ORDER-NUMBER.
004220     MOVE JC-CUR-LINE-NUMBER TO CO-LINE-NUMBER.
004230     MOVE JC-CUR-CUST-NUMBER TO CO-CUSTOMER-NUMBER.
004240     MOVE JC-CUR-CUST-NAME TO CO-CUSTOMER-NAME.
004250     MOVE JC-PICKUP-DATE TO CO-PICKUP-DATE.
004260     MOVE JC-CODE-RAW TO CO-FLAVOR-CODE.
004270     MOVE JC-WORK-QTY TO CO-QUANTITY.
004280     MOVE 'O' TO CO-STATUS.
004290     WRITE CATERING-ORDER-RECORD.
004300     ADD 1 TO JC-LINES-WRITTEN.
004310     DISPLAY "  Line " JC-CUR-LINE-NUMBER " queued.".
004320 2300-EXIT.
004330     EXIT.
004340
004350****************************************************************
004360*  2900-ASK-ANOTHER-ORDER
004370*
004380*  OFFERS THE OPERATOR THE NEXT PHONE CALL.
004390****************************************************************
004400 2900-ASK-ANOTHER-ORDER.
004410     DISPLAY "Another order? (Y/N) " WITH NO ADVANCING.
004420     ACCEPT JC-ANOTHER-RAW.
004430     IF JC-ANOTHER-RAW = 'Y' OR JC-ANOTHER-RAW = 'y'
004440         MOVE 'Y' TO JC-MORE-ORDERS
004450     ELSE
004460         MOVE 'N' TO JC-MORE-ORDERS
004470     END-IF.
004480 2900-EXIT.
004490     EXIT.
004500
004510****************************************************************
004520*  9000-TERMINATE
004530*
004540*  CLOSES THE OPEN-ORDERS FILE AND SIGNS OFF.
004550****************************************************************
004560 9000-TERMINATE.
004570     IF NOT JC-CUSTOMERS-MISSING
004580         CLOSE CUSTOMER-MASTER
004590     END-IF.
004600     CLOSE CATERING-ORDERS.
004610     DISPLAY "JELLO-CATER: " JC-LINES-WRITTEN " line(s) queued.".
004620 9000-EXIT.
004630     EXIT.
004640
004650 END PROGRAM JELLO-CATER.
