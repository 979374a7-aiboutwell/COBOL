000010****************************************************************
000020*  PROGRAM-ID.  JELLO-INQUIRY
000030*
000040*  COUNTER SUPERVISOR'S ORDER INQUIRY.  LOOKS SALES UP ON
000050*  ORDER-HISTORY (EVERY CLOSED DAY, LOADED BY JELLO-DAYEND) AND
000060*  ON TODAY'S LIVE ORDER-FILE, FOUR WAYS:
000070*    C  EVERYTHING ONE CUSTOMER NUMBER BOUGHT, BY THE ALTERNATE
000080*       KEY, SO THE WHOLE FILE IS NOT PASSED;
000090*    D  EVERYTHING RUNG IN A RANGE OF DATES;
000100*    O  EVERYTHING ONE OPERATOR RANG IN A RANGE OF DATES;
000110*    R  ONE RECEIPT, FOUND BY ITS DATE, STATION, AND ABOUT WHAT
000120*       TIME IT WAS RUNG: ITS SALE LINES, ANY VOIDS RUNG BEFORE
000130*       IT WAS PAID, ITS TENDER, AND EVERY REVERSAL POSTED
000140*       AGAINST ITS LINES SINCE (JELLO-VOID, TIED BY THE ORIGINAL
000150*       SALE'S TIME), SO "WAS THIS ALREADY REFUNDED?" IS ANSWERED
000160*       BEFORE THE DRAWER OPENS.
000170*
000180*  A RECEIPT IS EVERY LINE ONE STATION RANG FROM THE END OF ITS
000190*  LAST PAID ORDER THROUGH THIS ORDER'S TENDER RECORD(S).  THE
000200*  RECEIPT SHOWN IS THE FIRST ON THAT STATION AND DATE FINISHED
000210*  AT OR AFTER THE TIME KEYED, SO A TIME A LITTLE EARLY FINDS
000220*  IT.  BATCH POSTINGS (STATION 00) CARRY NO TENDER, SO A
000230*  STATION-00 "RECEIPT" IS THE WHOLE DAY'S BATCH.
000240*
000250*  NOTHING IS WRITTEN.  ONLY A SUPERVISOR-LEVEL OPERATOR-MASTER
000260*  ENTRY MAY SIGN ON.
000270*
000280*  MODIFICATION HISTORY
000290*      2026-10-15  AB  ORIGINAL VERSION.
000300****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. JELLO-INQUIRY.
000330 AUTHOR. Amanda Boutwell.
000340 INSTALLATION. COUNTER SALES.
000350 DATE-WRITTEN. October 15, 2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GNUCOBOL.
000410 OBJECT-COMPUTER. GNUCOBOL.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ORDER-HISTORY ASSIGN TO "ORDER-HISTORY"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OH-HISTORY-KEY
000480         ALTERNATE RECORD KEY IS OH-CUSTOMER-NUMBER
000490             WITH DUPLICATES
000500         FILE STATUS IS JJ-HISTORY-STATUS.
000510     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS JJ-ORDER-FILE-STATUS.
000540     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS JJ-OPERATOR-STATUS.
000570     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS JJ-CONTROL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ORDER-HISTORY
000640     LABEL RECORDS ARE STANDARD.
000650 01  ORDER-HISTORY-RECORD.
000660     COPY "ordhist.cpy".
000670
000680 FD  ORDER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  ORDER-FILE-RECORD           PIC X(108).
000710
000720 FD  OPERATOR-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740 01  OPERATOR-MASTER-RECORD.
000750     COPY "oprmast.cpy".
000760
000770 FD  CONTROL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  CONTROL-RECORD.
000800     COPY "ctlrec.cpy".
000810
000820 WORKING-STORAGE SECTION.
000830     01 JJ-HISTORY-STATUS PIC X(02).
000840     01 JJ-ORDER-FILE-STATUS PIC X(02).
000850     01 JJ-OPERATOR-STATUS PIC X(02).
000860     01 JJ-CONTROL-STATUS PIC X(02).
000870     01 JJ-OPERATOR-EOF PIC X VALUE 'N'.
000880         88 JJ-END-OF-OPERATORS VALUE 'Y'.
000890     01 JJ-SCAN-EOF PIC X VALUE 'N'.
000900         88 JJ-END-OF-SCAN VALUE 'Y'.
000910     01 JJ-HISTORY-OPEN PIC X VALUE 'N'.
000920         88 JJ-HISTORY-ON-FILE VALUE 'Y'.
000930     01 JJ-DONE PIC X VALUE 'N'.
000940         88 JJ-ALL-DONE VALUE 'Y'.
000950     01 JJ-BUSINESS-DATE PIC X(08) VALUE SPACES.
000960
000970*---------------------------------------------------------------
000980*    OPERATOR SIGN-ON.  CUSTOMER PURCHASES AND WHO RANG WHAT ARE
000990*    THE SUPERVISOR'S BUSINESS, SO ONLY LEVEL 9 GETS IN.
001000*---------------------------------------------------------------
001010     01 JJ-OPER-RAW PIC X(03).
001020     01 JJ-CUR-OPERATOR-ID PIC X(03) VALUE SPACES.
001030     01 JJ-CUR-OPER-LEVEL PIC 9(01) VALUE 0.
001040         88 JJ-SUPERVISOR-ON VALUE 9.
001050
001060*---------------------------------------------------------------
001070*    WHAT THE SUPERVISOR ASKED FOR.
001080*---------------------------------------------------------------
001090     01 JJ-ACTION-RAW PIC X(01).
001100     01 JJ-MODE PIC X(01) VALUE SPACE.
001110         88 JJ-BY-CUSTOMER VALUE 'C'.
001120         88 JJ-BY-DATES VALUE 'D'.
001130         88 JJ-BY-OPERATOR VALUE 'O'.
001140         88 JJ-BY-RECEIPT VALUE 'R'.
001150     01 JJ-INPUT-OK PIC X VALUE 'N'.
001160         88 JJ-GOOD-INPUT VALUE 'Y'.
001170     01 JJ-CUST-RAW PIC X(05).
001180     01 JJ-CUST-NUMBER PIC 9(05) VALUE 0.
001190     01 JJ-FROM-RAW PIC X(08).
001200     01 JJ-TO-RAW PIC X(08).
001210     01 JJ-FROM-DATE PIC X(08) VALUE SPACES.
001220     01 JJ-TO-DATE PIC X(08) VALUE SPACES.
001230     01 JJ-OPER-WANTED PIC X(03) VALUE SPACES.
001240     01 JJ-STATION-RAW PIC X(02).
001250     01 JJ-STATION-WANTED PIC X(02) VALUE '01'.
001260     01 JJ-TIME-RAW PIC X(04).
001270     01 JJ-TIME-WANTED PIC X(08) VALUE SPACES.
001280
001290*---------------------------------------------------------------
001300*    EVERY RECORD LOOKED AT, FROM EITHER FILE, IS MOVED INTO THIS
001310*    MIRROR SO ONE SET OF TESTS AND ONE DISPLAY SERVE BOTH.
001320*---------------------------------------------------------------
001330     01 JJ-SCAN-ORDER.
001340     COPY "ordfrec.cpy"
001350         REPLACING LEADING ==OR-== BY ==WK-==.
001360
001370*---------------------------------------------------------------
001380*    THE RECEIPT BEING ASSEMBLED FOR AN R LOOKUP: THE STATION'S
001390*    LINES SINCE ITS LAST PAID ORDER, WHETHER A TENDER HAS BEEN
001400*    TAKEN YET, AND THE TIME OF THE LAST LINE (KEPT EVEN PAST 50
001410*    LINES, WHEN THE LINES THEMSELVES STOP BEING KEPT).
001420*---------------------------------------------------------------
001430     01 JJ-RECEIPT-TABLE.
001440         05 JJ-RC-ENTRY OCCURS 50 TIMES PIC X(108).
001450     01 JJ-RC-COUNT PIC 9(03) COMP VALUE 0.
001460     01 JJ-RC-SUB PIC 9(03) COMP VALUE 0.
001470     01 JJ-RC-TENDERED PIC X VALUE 'N'.
001480     01 JJ-RC-OVERFLOW PIC X VALUE 'N'.
001490     01 JJ-RC-LAST-TIME PIC X(08) VALUE SPACES.
001500     01 JJ-RC-FOUND PIC X VALUE 'N'.
001510         88 JJ-RECEIPT-FOUND VALUE 'Y'.
001520     01 JJ-LINE-MATCH PIC X VALUE 'N'.
001530         88 JJ-LINE-MATCHED VALUE 'Y'.
001540     01 JJ-LATER-VOIDS PIC 9(03) COMP VALUE 0.
001550     01 JJ-LINE-ORDER.
001560     COPY "ordfrec.cpy"
001570         REPLACING LEADING ==OR-== BY ==LN-==.
001580
001590*---------------------------------------------------------------
001600*    LISTING TOTALS.  SALES AND VOIDS ARE LINE TOTALS BEFORE TAX;
001610*    TENDERS ARE WHAT WAS TAKEN, TAX INCLUDED.
001620*---------------------------------------------------------------
001630     01 JJ-SHOWN-COUNT PIC 9(05) VALUE 0.
001640     01 JJ-SALE-TOTAL PIC 9(07)V99 VALUE 0.
001650     01 JJ-VOID-TOTAL PIC 9(07)V99 VALUE 0.
001660     01 JJ-TENDER-TOTAL PIC 9(07)V99 VALUE 0.
001670     01 JJ-TOTAL-EDIT PIC ZZZZZZ9.99.
001680
001690*---------------------------------------------------------------
001700*    THE ONE-LINE VIEW OF A RECORD.  80 COLUMNS.
001710*---------------------------------------------------------------
001720     01 JJ-COLUMN-HEAD.
001730         05 FILLER PIC X(40)
001740             VALUE "DATE     TIME     ST OPR TYPE   FLAVOR  ".
001750         05 FILLER PIC X(40)
001760             VALUE "        QTY   AMOUNT NOTE               ".
001770     01 JJ-SHOW-LINE.
001780         05 JJ-SL-DATE PIC X(08).
001790         05 FILLER PIC X(01) VALUE SPACE.
001800         05 JJ-SL-HH PIC X(02).
001810         05 FILLER PIC X(01) VALUE ':'.
001820         05 JJ-SL-MM PIC X(02).
001830         05 FILLER PIC X(01) VALUE ':'.
001840         05 JJ-SL-SS PIC X(02).
001850         05 FILLER PIC X(01) VALUE SPACE.
001860         05 JJ-SL-STATION PIC X(02).
001870         05 FILLER PIC X(01) VALUE SPACE.
001880         05 JJ-SL-OPERATOR PIC X(03).
001890         05 FILLER PIC X(01) VALUE SPACE.
001900         05 JJ-SL-TYPE PIC X(06).
001910         05 FILLER PIC X(01) VALUE SPACE.
001920         05 JJ-SL-FLAVOR PIC X(15).
001930         05 FILLER PIC X(01) VALUE SPACE.
001940         05 JJ-SL-QTY PIC ZZZ.
001950         05 FILLER PIC X(01) VALUE SPACE.
001960         05 JJ-SL-AMOUNT PIC ZZZZ9.99.
001970         05 FILLER PIC X(01) VALUE SPACE.
001980         05 JJ-SL-NOTE PIC X(19).
001990     01 JJ-VOID-NOTE.
002000         05 FILLER PIC X(01) VALUE 'R'.
002010         05 JJ-VN-REASON PIC X(02).
002020         05 FILLER PIC X(04) VALUE " OF ".
002030         05 JJ-VN-HH PIC X(02).
002040         05 FILLER PIC X(01) VALUE ':'.
002050         05 JJ-VN-MM PIC X(02).
002060         05 FILLER PIC X(01) VALUE ':'.
002070         05 JJ-VN-SS PIC X(02).
002080         05 FILLER PIC X(01) VALUE SPACE.
002090         05 JJ-VN-REFUND PIC X(01).
002100     01 JJ-TENDER-NOTE.
002110         05 FILLER PIC X(07) VALUE "CHANGE ".
002120         05 JJ-TN-CHANGE PIC ZZZ9.99.
002130     01 JJ-TIME-SPLIT.
002140         05 JJ-TS-HH PIC X(02).
002150         05 JJ-TS-MM PIC X(02).
002160         05 JJ-TS-SS PIC X(02).
002170         05 JJ-TS-HS PIC X(02).
002180
002190 PROCEDURE DIVISION.
002200
002210****************************************************************
002220*  0000-MAINLINE
002230*
002240*  SIGNS THE SUPERVISOR ON, ANSWERS LOOKUPS UNTIL Q, AND CLOSES
002250*  UP.
002260****************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-EXIT.
002300     IF JJ-SUPERVISOR-ON
002310         PERFORM 2000-PROCESS-ONE-COMMAND
002320             THRU 2000-EXIT
002330             UNTIL JJ-ALL-DONE
002340     END-IF.
002350     PERFORM 9000-TERMINATE
002360         THRU 9000-EXIT.
002370     STOP RUN.
002380
002390****************************************************************
002400*  1000-INITIALIZE
002410*
002420*  SIGNS THE OPERATOR ON, PICKS UP THE BUSINESS DATE, AND OPENS
002430*  ORDER-HISTORY.  NO ORDER-HISTORY YET (NO DAY HAS BEEN CLOSED
002440*  SINCE IT WAS STARTED) STILL LEAVES TODAY'S ORDER-FILE TO
002450*  LOOK AT.
002460****************************************************************
002470 1000-INITIALIZE.
002480     DISPLAY "JELLO-INQUIRY - order history inquiry.".
002490     PERFORM 1050-OPERATOR-SIGN-ON
002500         THRU 1050-EXIT.
002510     IF NOT JJ-SUPERVISOR-ON
002520         GO TO 1000-EXIT.
002530     PERFORM 1100-READ-CONTROL-FILE
002540         THRU 1100-EXIT.
002550     MOVE 'N' TO JJ-HISTORY-OPEN.
002560     OPEN INPUT ORDER-HISTORY.
002570     IF JJ-HISTORY-STATUS = '35'
002580         DISPLAY "No ORDER-HISTORY on file yet - today's"
002590             " ORDER-FILE only."
002600     ELSE
002610         MOVE 'Y' TO JJ-HISTORY-OPEN
002620     END-IF.
002630 1000-EXIT.
002640     EXIT.
002650
002660****************************************************************
002670*  1050-OPERATOR-SIGN-ON
002680*
002690*  READS OPERATOR-MASTER FOR THE KEYED OPERATOR ID AND ONLY
002700*  LETS A SUPERVISOR-LEVEL OPERATOR PAST.  ANYTHING ELSE ENDS
002710*  THE RUN WITH RETURN-CODE 8.
002720****************************************************************
002730 1050-OPERATOR-SIGN-ON.
002740     DISPLAY "Operator ID: " WITH NO ADVANCING.
002750     ACCEPT JJ-OPER-RAW.
002760     OPEN INPUT OPERATOR-MASTER.
002770     IF JJ-OPERATOR-STATUS = '35'
002780         DISPLAY "OPERATOR-MASTER missing - no one can sign on."
002790         MOVE 8 TO RETURN-CODE
002800         GO TO 1050-EXIT.
002810     MOVE 'N' TO JJ-OPERATOR-EOF.
002820     PERFORM 1060-READ-OPERATOR-RECORD
002830         THRU 1060-EXIT.
002840     PERFORM 1070-TEST-ONE-OPERATOR
002850         THRU 1070-EXIT
002860         UNTIL JJ-END-OF-OPERATORS.
002870     CLOSE OPERATOR-MASTER.
002880     IF JJ-CUR-OPERATOR-ID = SPACES
002890         DISPLAY "Operator " JJ-OPER-RAW " is not on"
002900             " OPERATOR-MASTER."
002910         MOVE 8 TO RETURN-CODE
002920         GO TO 1050-EXIT.
002930     IF NOT JJ-SUPERVISOR-ON
002940         DISPLAY "Operator " JJ-CUR-OPERATOR-ID " is not a"
002950             " supervisor; order inquiry needs one."
002960         MOVE 8 TO RETURN-CODE
002970     END-IF.
002980 1050-EXIT.
002990     EXIT.
003000
003010****************************************************************
003020*  1060-READ-OPERATOR-RECORD
003030*
003040*  READS ONE OPERATOR-MASTER RECORD AHEAD.
003050****************************************************************
003060 1060-READ-OPERATOR-RECORD.
003070     READ OPERATOR-MASTER
003080         AT END MOVE 'Y' TO JJ-OPERATOR-EOF
003090     END-READ.
003100 1060-EXIT.
003110     EXIT.
003120
003130****************************************************************
003140*  1070-TEST-ONE-OPERATOR
003150*
003160*  KEEPS THE OPERATOR RECORD MATCHING THE KEYED ID AND PRIMES
003170*  THE NEXT READ.
003180****************************************************************
003190 1070-TEST-ONE-OPERATOR.
003200     IF OP-OPERATOR-ID = JJ-OPER-RAW
003210         MOVE OP-OPERATOR-ID TO JJ-CUR-OPERATOR-ID
003220         MOVE OP-AUTH-LEVEL TO JJ-CUR-OPER-LEVEL
003230     END-IF.
003240     PERFORM 1060-READ-OPERATOR-RECORD
003250         THRU 1060-EXIT.
003260 1070-EXIT.
003270     EXIT.
003280
003290****************************************************************
003300*  1100-READ-CONTROL-FILE
003310*
003320*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
003330*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.  DAYS
003340*  BEFORE IT ARE CLOSED AND ON ORDER-HISTORY; IT IS STILL ON
003350*  THE LIVE ORDER-FILE.
003360****************************************************************
003370 1100-READ-CONTROL-FILE.
003380     OPEN INPUT CONTROL-FILE.
003390     IF JJ-CONTROL-STATUS = '35'
003400         ACCEPT JJ-BUSINESS-DATE FROM DATE YYYYMMDD
003410     ELSE
003420         READ CONTROL-FILE
003430             AT END
003440                 ACCEPT JJ-BUSINESS-DATE FROM DATE YYYYMMDD
003450             NOT AT END
003460                 MOVE CT-BUSINESS-DATE TO JJ-BUSINESS-DATE
003470         END-READ
003480         CLOSE CONTROL-FILE
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.
003520
003530****************************************************************
003540*  2000-PROCESS-ONE-COMMAND
003550*
003560*  TAKES ONE MENU CHOICE, ASKS FOR WHAT THAT LOOKUP NEEDS, AND
003570*  RUNS IT.
003580****************************************************************
003590 2000-PROCESS-ONE-COMMAND.
003600     DISPLAY " ".
003610     DISPLAY "C=Customer D=Dates O=Operator R=Receipt Q=Quit: "
003620         WITH NO ADVANCING.
003630     ACCEPT JJ-ACTION-RAW.
003640     MOVE 'N' TO JJ-INPUT-OK.
003650     EVALUATE JJ-ACTION-RAW
003660         WHEN 'C' WHEN 'c'
003670             MOVE 'C' TO JJ-MODE
003680             PERFORM 2100-ACCEPT-CUSTOMER
003690                 THRU 2100-EXIT
003700             IF JJ-GOOD-INPUT
003710                 PERFORM 3000-LIST-BY-CUSTOMER
003720                     THRU 3000-EXIT
003730             END-IF
003740         WHEN 'D' WHEN 'd'
003750             MOVE 'D' TO JJ-MODE
003760             PERFORM 2200-ACCEPT-DATE-RANGE
003770                 THRU 2200-EXIT
003780             IF JJ-GOOD-INPUT
003790                 PERFORM 3100-LIST-BY-DATES
003800                     THRU 3100-EXIT
003810             END-IF
003820         WHEN 'O' WHEN 'o'
003830             MOVE 'O' TO JJ-MODE
003840             PERFORM 2300-ACCEPT-OPERATOR
003850                 THRU 2300-EXIT
003860             IF JJ-GOOD-INPUT
003870                 PERFORM 2200-ACCEPT-DATE-RANGE
003880                     THRU 2200-EXIT
003890             END-IF
003900             IF JJ-GOOD-INPUT
003910                 PERFORM 3100-LIST-BY-DATES
003920                     THRU 3100-EXIT
003930             END-IF
003940         WHEN 'R' WHEN 'r'
003950             MOVE 'R' TO JJ-MODE
003960             PERFORM 2400-ACCEPT-RECEIPT
003970                 THRU 2400-EXIT
003980             IF JJ-GOOD-INPUT
003990                 PERFORM 6000-FIND-RECEIPT
004000                     THRU 6000-EXIT
004010             END-IF
004020         WHEN 'Q' WHEN 'q'
004030             MOVE 'Y' TO JJ-DONE
004040         WHEN OTHER
004050             DISPLAY "Please enter C, D, O, R, or Q."
004060     END-EVALUATE.
004070 2000-EXIT.
004080     EXIT.
004090
004100****************************************************************
004110*  2100-ACCEPT-CUSTOMER
004120*
004130*  ACCEPTS THE CUSTOMER NUMBER TO LOOK UP.  00000 IS THE
004140*  WALK-IN NUMBER EVERY UNTRACKED SALE CARRIES, SO IT IS
004150*  REFUSED RATHER THAN LISTING HALF THE FILE.
004160****************************************************************
004170 2100-ACCEPT-CUSTOMER.
004180     DISPLAY "Customer number (5 digits): " WITH NO ADVANCING.
004190     MOVE SPACES TO JJ-CUST-RAW.
004200     ACCEPT JJ-CUST-RAW.
004210     IF JJ-CUST-RAW IS NOT NUMERIC
004220         DISPLAY "Not a customer number."
004230         GO TO 2100-EXIT.
004240     MOVE JJ-CUST-RAW TO JJ-CUST-NUMBER.
004250     IF JJ-CUST-NUMBER = 0
004260         DISPLAY "00000 is every walk-in; look up by date"
004270           " instead."
004280         GO TO 2100-EXIT.
004290     MOVE 'Y' TO JJ-INPUT-OK.
004300 2100-EXIT.
004310     EXIT.
004320
004330****************************************************************
004340*  2200-ACCEPT-DATE-RANGE
004350*
004360*  ACCEPTS THE FROM-DATE AND THROUGH-DATE TO LIST.  ENTER AT
004370*  THE THROUGH-DATE LISTS THE ONE DAY.
004380****************************************************************
004390 2200-ACCEPT-DATE-RANGE.
004400     MOVE 'N' TO JJ-INPUT-OK.
004410     DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING.
004420     MOVE SPACES TO JJ-FROM-RAW.
004430     ACCEPT JJ-FROM-RAW.
004440     IF JJ-FROM-RAW IS NOT NUMERIC
004450         DISPLAY "Not a date."
004460         GO TO 2200-EXIT.
004470     MOVE JJ-FROM-RAW TO JJ-FROM-DATE.
004480     DISPLAY "Through (YYYYMMDD, Enter = same day): "
004490         WITH NO ADVANCING.
004500     MOVE SPACES TO JJ-TO-RAW.
004510     ACCEPT JJ-TO-RAW.
004520     IF JJ-TO-RAW IS NUMERIC AND JJ-TO-RAW NOT < JJ-FROM-DATE
004530         MOVE JJ-TO-RAW TO JJ-TO-DATE
004540     ELSE
004550         MOVE JJ-FROM-DATE TO JJ-TO-DATE
004560     END-IF.
004570     MOVE 'Y' TO JJ-INPUT-OK.
004580 2200-EXIT.
004590     EXIT.
004600
004610****************************************************************
004620*  2300-ACCEPT-OPERATOR
004630*
004640*  ACCEPTS THE OPERATOR ID WHOSE RINGS ARE TO BE LISTED.  'BAT'
004650*  LISTS THE BATCH POSTINGS.
004660****************************************************************
004670 2300-ACCEPT-OPERATOR.
004680     DISPLAY "Operator ID to list: " WITH NO ADVANCING.
004690     MOVE SPACES TO JJ-OPER-WANTED.
004700     ACCEPT JJ-OPER-WANTED.
004710     IF JJ-OPER-WANTED = SPACES
004720         DISPLAY "No operator keyed."
004730         GO TO 2300-EXIT.
004740     MOVE 'Y' TO JJ-INPUT-OK.
004750 2300-EXIT.
004760     EXIT.
004770
004780****************************************************************
004790*  2400-ACCEPT-RECEIPT
004800*
004810*  ACCEPTS THE RECEIPT'S DATE, STATION (ENTER = 01), AND ABOUT
004820*  WHAT TIME IT WAS RUNG, AS HHMM.
004830****************************************************************
004840 2400-ACCEPT-RECEIPT.
004850     DISPLAY "Receipt date (YYYYMMDD): " WITH NO ADVANCING.
004860     MOVE SPACES TO JJ-FROM-RAW.
004870     ACCEPT JJ-FROM-RAW.
004880     IF JJ-FROM-RAW IS NOT NUMERIC
004890         DISPLAY "Not a date."
004900         GO TO 2400-EXIT.
004910     MOVE JJ-FROM-RAW TO JJ-FROM-DATE.
004920     MOVE JJ-FROM-RAW TO JJ-TO-DATE.
004930     DISPLAY "Station (Enter = 01): " WITH NO ADVANCING.
004940     MOVE SPACES TO JJ-STATION-RAW.
004950     ACCEPT JJ-STATION-RAW.
004960     IF JJ-STATION-RAW = SPACES
004970         MOVE '01' TO JJ-STATION-WANTED
004980     ELSE
004990         IF JJ-STATION-RAW(2:1) = SPACE
005000             MOVE JJ-STATION-RAW(1:1) TO JJ-STATION-RAW(2:1)
005010             MOVE '0' TO JJ-STATION-RAW(1:1)
005020         END-IF
005030         MOVE JJ-STATION-RAW TO JJ-STATION-WANTED
005040     END-IF.
005050     DISPLAY "About what time (HHMM, 24-hour): "
005060         WITH NO ADVANCING.
005070     MOVE SPACES TO JJ-TIME-RAW.
005080     ACCEPT JJ-TIME-RAW.
005090     IF JJ-TIME-RAW IS NOT NUMERIC
005100         DISPLAY "Not a time."
005110         GO TO 2400-EXIT.
005120     MOVE '00000000' TO JJ-TIME-WANTED.
005130     MOVE JJ-TIME-RAW TO JJ-TIME-WANTED(1:4).
005140     MOVE 'Y' TO JJ-INPUT-OK.
005150 2400-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190*  3000-LIST-BY-CUSTOMER
005200*
005210*  LISTS EVERYTHING ON FILE FOR THE KEYED CUSTOMER NUMBER:
005220*  ORDER-HISTORY BY ITS ALTERNATE KEY (WHICH RETURNS ONE
005230*  CUSTOMER'S RECORDS IN THE ORDER THEY WERE LOADED, THAT IS
005240*  BY DAY), THEN TODAY'S ORDER-FILE.
005250****************************************************************
005260 3000-LIST-BY-CUSTOMER.
005270     PERFORM 5100-START-LISTING
005280         THRU 5100-EXIT.
005290     IF JJ-HISTORY-ON-FILE
005300         MOVE 'N' TO JJ-SCAN-EOF
005310         MOVE JJ-CUST-NUMBER TO OH-CUSTOMER-NUMBER
005320         START ORDER-HISTORY
005330             KEY IS EQUAL TO OH-CUSTOMER-NUMBER
005340             INVALID KEY MOVE 'Y' TO JJ-SCAN-EOF
005350         END-START
005360         IF NOT JJ-END-OF-SCAN
005370             PERFORM 3200-READ-HISTORY-RECORD
005380                 THRU 3200-EXIT
005390             PERFORM 3210-TEST-HISTORY-RECORD
005400                 THRU 3210-EXIT
005410                 UNTIL JJ-END-OF-SCAN
005420         END-IF
005430     END-IF.
005440     PERFORM 3500-SCAN-LIVE-FILE
005450         THRU 3500-EXIT.
005460     PERFORM 5200-END-LISTING
005470         THRU 5200-EXIT.
005480 3000-EXIT.
005490     EXIT.
005500
005510****************************************************************
005520*  3100-LIST-BY-DATES
005530*
005540*  LISTS EVERYTHING RUNG IN THE KEYED DATE RANGE (FOR AN O
005550*  LOOKUP, ONLY WHAT THE KEYED OPERATOR RANG): ORDER-HISTORY
005560*  FROM THE FROM-DATE ON IN KEY ORDER, THEN ANY OF THE RANGE
005570*  STILL ON TODAY'S ORDER-FILE.
005580****************************************************************
005590 3100-LIST-BY-DATES.
005600     PERFORM 5100-START-LISTING
005610         THRU 5100-EXIT.
005620     IF JJ-HISTORY-ON-FILE
005630         MOVE 'N' TO JJ-SCAN-EOF
005640         MOVE JJ-FROM-DATE TO OH-KEY-DATE
005650         START ORDER-HISTORY
005660             KEY IS NOT LESS THAN OH-KEY-DATE
005670             INVALID KEY MOVE 'Y' TO JJ-SCAN-EOF
005680         END-START
005690         IF NOT JJ-END-OF-SCAN
005700             PERFORM 3200-READ-HISTORY-RECORD
005710                 THRU 3200-EXIT
005720             PERFORM 3210-TEST-HISTORY-RECORD
005730                 THRU 3210-EXIT
005740                 UNTIL JJ-END-OF-SCAN
005750         END-IF
005760     END-IF.
005770     PERFORM 3500-SCAN-LIVE-FILE
005780         THRU 3500-EXIT.
005790     PERFORM 5200-END-LISTING
005800         THRU 5200-EXIT.
005810 3100-EXIT.
005820     EXIT.
005830
005840****************************************************************
005850*  3200-READ-HISTORY-RECORD
005860*
005870*  READS THE NEXT ORDER-HISTORY RECORD ALONG WHICHEVER KEY THE
005880*  LAST START SET, INTO THE SCAN MIRROR.
005890****************************************************************
005900 3200-READ-HISTORY-RECORD.
005910     READ ORDER-HISTORY NEXT RECORD
005920         AT END MOVE 'Y' TO JJ-SCAN-EOF
005930         NOT AT END MOVE OH-ORDER-DATA TO JJ-SCAN-ORDER
005940     END-READ.
005950 3200-EXIT.
005960     EXIT.
005970
005980****************************************************************
005990*  3210-TEST-HISTORY-RECORD
006000*
006010*  STOPS AT THE FIRST RECORD PAST WHAT WAS ASKED FOR - ANOTHER
006020*  CUSTOMER NUMBER, OR A DATE PAST THE THROUGH-DATE - AND
006030*  OTHERWISE TESTS THE RECORD AND PRIMES THE NEXT READ.
006040****************************************************************
006050 3210-TEST-HISTORY-RECORD.
006060     IF JJ-BY-CUSTOMER
006070         IF OH-CUSTOMER-NUMBER NOT = JJ-CUST-NUMBER
006080             MOVE 'Y' TO JJ-SCAN-EOF
006090             GO TO 3210-EXIT
006100         END-IF
006110     ELSE
006120         IF OH-KEY-DATE > JJ-TO-DATE
006130             MOVE 'Y' TO JJ-SCAN-EOF
006140             GO TO 3210-EXIT
006150         END-IF
006160     END-IF.
006170     PERFORM 4000-TEST-ONE-RECORD
006180         THRU 4000-EXIT.
006190     PERFORM 3200-READ-HISTORY-RECORD
006200         THRU 3200-EXIT.
006210 3210-EXIT.
006220     EXIT.
006230
006240****************************************************************
006250*  3500-SCAN-LIVE-FILE
006260*
006270*  PASSES TODAY'S ORDER-FILE, WHICH IS NOT ON ORDER-HISTORY
006280*  UNTIL THE DAY IS CLOSED.  A MISSING FILE IS AN EMPTY DAY.
006290****************************************************************
006300 3500-SCAN-LIVE-FILE.
006310     OPEN INPUT ORDER-FILE.
006320     IF JJ-ORDER-FILE-STATUS = '35'
006330         GO TO 3500-EXIT.
006340     MOVE 'N' TO JJ-SCAN-EOF.
006350     PERFORM 3510-READ-LIVE-RECORD
006360         THRU 3510-EXIT.
006370     PERFORM 3520-TEST-LIVE-RECORD
006380         THRU 3520-EXIT
006390         UNTIL JJ-END-OF-SCAN.
006400     CLOSE ORDER-FILE.
006410 3500-EXIT.
006420     EXIT.
006430
006440****************************************************************
006450*  3510-READ-LIVE-RECORD
006460*
006470*  READS ONE LIVE ORDER-FILE RECORD AHEAD INTO THE SCAN MIRROR.
006480****************************************************************
006490 3510-READ-LIVE-RECORD.
006500     READ ORDER-FILE INTO JJ-SCAN-ORDER
006510         AT END MOVE 'Y' TO JJ-SCAN-EOF
006520     END-READ.
006530 3510-EXIT.
006540     EXIT.
006550
006560****************************************************************
006570*  3520-TEST-LIVE-RECORD
006580*
006590*  TESTS ONE LIVE RECORD AND PRIMES THE NEXT READ.
006600****************************************************************
006610 3520-TEST-LIVE-RECORD.
006620     PERFORM 4000-TEST-ONE-RECORD
006630         THRU 4000-EXIT.
006640     PERFORM 3510-READ-LIVE-RECORD
006650         THRU 3510-EXIT.
006660 3520-EXIT.
006670     EXIT.
006680
006690****************************************************************
006700*  4000-TEST-ONE-RECORD
006710*
006720*  SHOWS THE SCAN-MIRROR RECORD WHEN IT IS ONE THE SUPERVISOR
006730*  ASKED FOR.
006740****************************************************************
006750 4000-TEST-ONE-RECORD.
006760     IF JJ-BY-CUSTOMER
006770         IF WK-CUSTOMER-NUMBER NOT = JJ-CUST-NUMBER
006780             GO TO 4000-EXIT
006790         END-IF
006800     ELSE
006810         IF WK-ORDER-DATE < JJ-FROM-DATE
006820             OR WK-ORDER-DATE > JJ-TO-DATE
006830             GO TO 4000-EXIT
006840         END-IF
006850         IF JJ-BY-OPERATOR
006860             AND WK-OPERATOR-ID NOT = JJ-OPER-WANTED
006870             GO TO 4000-EXIT
006880         END-IF
006890     END-IF.
006900     PERFORM 5000-SHOW-ONE-RECORD
006910         THRU 5000-EXIT.
006920 4000-EXIT.
006930     EXIT.
006940
006950****************************************************************
006960*  5000-SHOW-ONE-RECORD
006970*
006980*  DISPLAYS THE SCAN-MIRROR RECORD AS ONE LINE AND ADDS IT TO
006990*  THE LISTING TOTALS.  A SALE'S NOTE IS THE CUSTOMER NAME; A
007000*  VOID'S IS ITS REASON CODE, THE TIME OF THE SALE IT REVERSES,
007010*  AND HOW A REFUND WAS PAID (C CASH, R STORE CREDIT, BLANK FOR
007020*  A LINE VOIDED BEFORE PAYMENT); A TENDER'S IS THE CHANGE.
007030****************************************************************
007040 5000-SHOW-ONE-RECORD.
007050     ADD 1 TO JJ-SHOWN-COUNT.
007060     MOVE WK-ORDER-DATE TO JJ-SL-DATE.
007070     MOVE WK-ORDER-TIME TO JJ-TIME-SPLIT.
007080     MOVE JJ-TS-HH TO JJ-SL-HH.
007090     MOVE JJ-TS-MM TO JJ-SL-MM.
007100     MOVE JJ-TS-SS TO JJ-SL-SS.
007110     MOVE WK-STATION-ID TO JJ-SL-STATION.
007120     MOVE WK-OPERATOR-ID TO JJ-SL-OPERATOR.
007130     MOVE WK-LINE-TOTAL TO JJ-SL-AMOUNT.
007140     EVALUATE WK-RECORD-TYPE
007150         WHEN 'T'
007160             MOVE "TENDER" TO JJ-SL-TYPE
007170             PERFORM 5010-NAME-TENDER
007180                 THRU 5010-EXIT
007190             MOVE 0 TO JJ-SL-QTY
007200             MOVE WK-CHANGE-DUE TO JJ-TN-CHANGE
007210             MOVE JJ-TENDER-NOTE TO JJ-SL-NOTE
007220             ADD WK-LINE-TOTAL TO JJ-TENDER-TOTAL
007230         WHEN 'V'
007240             MOVE "VOID" TO JJ-SL-TYPE
007250             MOVE WK-FLAVOR-NAME TO JJ-SL-FLAVOR
007260             MOVE WK-QUANTITY TO JJ-SL-QTY
007270             MOVE WK-REASON-CODE TO JJ-VN-REASON
007280             MOVE WK-ORIG-TIME TO JJ-TIME-SPLIT
007290             MOVE JJ-TS-HH TO JJ-VN-HH
007300             MOVE JJ-TS-MM TO JJ-VN-MM
007310             MOVE JJ-TS-SS TO JJ-VN-SS
007320             MOVE WK-TENDER-TYPE TO JJ-VN-REFUND
007330             MOVE JJ-VOID-NOTE TO JJ-SL-NOTE
007340             ADD WK-LINE-TOTAL TO JJ-VOID-TOTAL
007350         WHEN OTHER
007360             MOVE "SALE" TO JJ-SL-TYPE
007370             MOVE WK-FLAVOR-NAME TO JJ-SL-FLAVOR
007380             MOVE WK-QUANTITY TO JJ-SL-QTY
007390             MOVE WK-CUSTOMER-NAME TO JJ-SL-NOTE
007400             ADD WK-LINE-TOTAL TO JJ-SALE-TOTAL
007410     END-EVALUATE.
007420     DISPLAY JJ-SHOW-LINE.
007430 5000-EXIT.
007440     EXIT.
007450
007460****************************************************************
007470*  5010-NAME-TENDER
007480*
007490*  PUTS THE TENDER TYPE IN WORDS WHERE A SALE'S FLAVOR GOES.
007500****************************************************************
007510 5010-NAME-TENDER.
007520     EVALUATE WK-TENDER-TYPE
007530         WHEN 'C'
007540             MOVE "CASH" TO JJ-SL-FLAVOR
007550         WHEN 'D'
007560             MOVE "CARD" TO JJ-SL-FLAVOR
007570         WHEN 'R'
007580             MOVE "STORE CREDIT" TO JJ-SL-FLAVOR
007590         WHEN OTHER
007600             MOVE SPACES TO JJ-SL-FLAVOR
007610             MOVE WK-TENDER-TYPE TO JJ-SL-FLAVOR
007620     END-EVALUATE.
007630 5010-EXIT.
007640     EXIT.
007650
007660****************************************************************
007670*  5100-START-LISTING
007680*
007690*  CLEARS THE LISTING TOTALS AND SHOWS THE COLUMN HEADING.
007700****************************************************************
007710 5100-START-LISTING.
007720     MOVE 0 TO JJ-SHOWN-COUNT.
007730     MOVE 0 TO JJ-SALE-TOTAL JJ-VOID-TOTAL JJ-TENDER-TOTAL.
007740     DISPLAY " ".
007750     DISPLAY JJ-COLUMN-HEAD.
007760 5100-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*  5200-END-LISTING
007810*
007820*  SHOWS HOW MANY RECORDS WERE LISTED AND THEIR TOTALS.
007830****************************************************************
007840 5200-END-LISTING.
007850     IF JJ-SHOWN-COUNT = 0
007860         DISPLAY "Nothing on file for that."
007870         GO TO 5200-EXIT.
007880     DISPLAY " ".
007890     DISPLAY "Records listed:  " JJ-SHOWN-COUNT.
007900     MOVE JJ-SALE-TOTAL TO JJ-TOTAL-EDIT.
007910     DISPLAY "Sales:      " JJ-TOTAL-EDIT.
007920     MOVE JJ-VOID-TOTAL TO JJ-TOTAL-EDIT.
007930     DISPLAY "Voids:      " JJ-TOTAL-EDIT.
007940     MOVE JJ-TENDER-TOTAL TO JJ-TOTAL-EDIT.
007950     DISPLAY "Tendered:   " JJ-TOTAL-EDIT " (tax included)".
007960 5200-EXIT.
007970     EXIT.
007980
007990****************************************************************
008000*  6000-FIND-RECEIPT
008010*
008020*  ASSEMBLES THE KEYED STATION'S LINES FOR THE KEYED DATE IN
008030*  TIME ORDER UNTIL THE FIRST RECEIPT FINISHED AT OR AFTER THE
008040*  KEYED TIME TURNS UP, THEN SHOWS IT WITH ANY REVERSALS POSTED
008050*  AGAINST IT SINCE.  A CLOSED DAY IS READ OFF ORDER-HISTORY BY
008060*  KEY; TODAY (OR A DAY CLOSED BEFORE ORDER-HISTORY WAS KEPT,
008070*  WHICH THEN SIMPLY IS NOT FOUND) OFF THE LIVE ORDER-FILE.
008080****************************************************************
008090 6000-FIND-RECEIPT.
008100     MOVE 0 TO JJ-RC-COUNT.
008110     MOVE 'N' TO JJ-RC-TENDERED.
008120     MOVE 'N' TO JJ-RC-OVERFLOW.
008130     MOVE 'N' TO JJ-RC-FOUND.
008140     MOVE SPACES TO JJ-RC-LAST-TIME.
008150     MOVE 'N' TO JJ-SCAN-EOF.
008160     IF JJ-FROM-DATE < JJ-BUSINESS-DATE
008170         IF JJ-HISTORY-ON-FILE
008180             MOVE JJ-FROM-DATE TO OH-KEY-DATE
008190             START ORDER-HISTORY
008200                 KEY IS NOT LESS THAN OH-KEY-DATE
008210                 INVALID KEY MOVE 'Y' TO JJ-SCAN-EOF
008220             END-START
008230             IF NOT JJ-END-OF-SCAN
008240                 PERFORM 3200-READ-HISTORY-RECORD
008250                     THRU 3200-EXIT
008260                 PERFORM 6010-TEST-HISTORY-RECEIPT
008270                     THRU 6010-EXIT
008280                     UNTIL JJ-END-OF-SCAN
008290             END-IF
008300         END-IF
008310     ELSE
008320         OPEN INPUT ORDER-FILE
008330         IF JJ-ORDER-FILE-STATUS NOT = '35'
008340             PERFORM 3510-READ-LIVE-RECORD
008350                 THRU 3510-EXIT
008360             PERFORM 6020-TEST-LIVE-RECEIPT
008370                 THRU 6020-EXIT
008380                 UNTIL JJ-END-OF-SCAN
008390             CLOSE ORDER-FILE
008400         END-IF
008410     END-IF.
008420     IF NOT JJ-RECEIPT-FOUND
008430         AND JJ-RC-COUNT > 0
008440         AND JJ-RC-LAST-TIME NOT < JJ-TIME-WANTED
008450         MOVE 'Y' TO JJ-RC-FOUND
008460     END-IF.
008470     IF NOT JJ-RECEIPT-FOUND
008480         DISPLAY "No receipt on station " JJ-STATION-WANTED
008490             " finished at or after " JJ-TIME-RAW " on "
008500             JJ-FROM-DATE "."
008510         GO TO 6000-EXIT.
008520     PERFORM 6300-SHOW-RECEIPT
008530         THRU 6300-EXIT.
008540 6000-EXIT.
008550     EXIT.
008560
008570****************************************************************
008580*  6010-TEST-HISTORY-RECEIPT
008590*
008600*  TAKES ONE ORDER-HISTORY RECORD OF THE KEYED DATE INTO THE
008610*  RECEIPT AND PRIMES THE NEXT READ.  THE FIRST RECORD OF A
008620*  LATER DATE ENDS THE DAY.
008630****************************************************************
008640 6010-TEST-HISTORY-RECEIPT.
008650     IF OH-KEY-DATE NOT = JJ-FROM-DATE
008660         MOVE 'Y' TO JJ-SCAN-EOF
008670         GO TO 6010-EXIT.
008680     PERFORM 6100-TAKE-ONE-RECORD
008690         THRU 6100-EXIT.
008700     IF NOT JJ-END-OF-SCAN
008710         PERFORM 3200-READ-HISTORY-RECORD
008720             THRU 3200-EXIT
008730     END-IF.
008740 6010-EXIT.
008750     EXIT.
008760
008770****************************************************************
008780*  6020-TEST-LIVE-RECEIPT
008790*
008800*  TAKES ONE LIVE ORDER-FILE RECORD OF THE KEYED DATE INTO THE
008810*  RECEIPT AND PRIMES THE NEXT READ.
008820****************************************************************
008830 6020-TEST-LIVE-RECEIPT.
008840     IF WK-ORDER-DATE = JJ-FROM-DATE
008850         PERFORM 6100-TAKE-ONE-RECORD
008860             THRU 6100-EXIT
008870     END-IF.
008880     IF NOT JJ-END-OF-SCAN
008890         PERFORM 3510-READ-LIVE-RECORD
008900             THRU 3510-EXIT
008910     END-IF.
008920 6020-EXIT.
008930     EXIT.
008940
008950****************************************************************
008960*  6100-TAKE-ONE-RECORD
008970*
008980*  ADDS ONE OF THE KEYED STATION'S RECORDS TO THE RECEIPT BEING
008990*  ASSEMBLED.  A SALE OR VOID AFTER A TENDER STARTS THE NEXT
009000*  RECEIPT, SO THE ONE JUST FINISHED IS TESTED FIRST: FINISHED
009010*  AT OR AFTER THE KEYED TIME, IT IS THE ONE AND THE SCAN ENDS;
009020*  OTHERWISE IT IS DROPPED.  SPLIT TENDERS ARE SEVERAL T RECORDS
009030*  IN A ROW AND ALL STAY ON THE ONE RECEIPT.
009040****************************************************************
009050 6100-TAKE-ONE-RECORD.
009060     IF WK-STATION-ID NOT = JJ-STATION-WANTED
009070         GO TO 6100-EXIT.
009080     IF WK-RECORD-TYPE NOT = 'T'
009090         AND JJ-RC-TENDERED = 'Y'
009100         IF JJ-RC-LAST-TIME NOT < JJ-TIME-WANTED
009110             MOVE 'Y' TO JJ-RC-FOUND
009120             MOVE 'Y' TO JJ-SCAN-EOF
009130             GO TO 6100-EXIT
009140         END-IF
009150         MOVE 0 TO JJ-RC-COUNT
009160         MOVE 'N' TO JJ-RC-TENDERED
009170         MOVE 'N' TO JJ-RC-OVERFLOW
009180     END-IF.
009190     IF WK-RECORD-TYPE = 'T'
009200         MOVE 'Y' TO JJ-RC-TENDERED
009210     END-IF.
009220     MOVE WK-ORDER-TIME TO JJ-RC-LAST-TIME.
009230     IF JJ-RC-COUNT < 50
009240         ADD 1 TO JJ-RC-COUNT
009250         MOVE JJ-SCAN-ORDER TO JJ-RC-ENTRY(JJ-RC-COUNT)
009260     ELSE
009270         MOVE 'Y' TO JJ-RC-OVERFLOW
009280     END-IF.
009290 6100-EXIT.
009300     EXIT.
009310
009320****************************************************************
009330*  6300-SHOW-RECEIPT
009340*
009350*  SHOWS THE RECEIPT'S LINES, THEN EVERY REVERSAL POSTED
009360*  AGAINST THEM SINCE IT WAS PAID, THEN THE TOTALS.
009370****************************************************************
009380 6300-SHOW-RECEIPT.
009390     PERFORM 5100-START-LISTING
009400         THRU 5100-EXIT.
009410     PERFORM 6310-SHOW-ONE-RECEIPT-LINE
009420         THRU 6310-EXIT
009430         VARYING JJ-RC-SUB FROM 1 BY 1
009440         UNTIL JJ-RC-SUB > JJ-RC-COUNT.
009450     IF JJ-RC-OVERFLOW = 'Y'
009460         DISPLAY "  (more than 50 lines - the rest not shown)"
009470     END-IF.
009480     IF JJ-RC-TENDERED = 'N'
009490         DISPLAY "  (no tender - batch or on-account postings)"
009500     END-IF.
009510     PERFORM 6500-FIND-LATER-VOIDS
009520         THRU 6500-EXIT.
009530     PERFORM 5200-END-LISTING
009540         THRU 5200-EXIT.
009550 6300-EXIT.
009560     EXIT.
009570
009580****************************************************************
009590*  6310-SHOW-ONE-RECEIPT-LINE
009600*
009610*  SHOWS ONE STORED RECEIPT LINE.
009620****************************************************************
009630 6310-SHOW-ONE-RECEIPT-LINE.
009640     MOVE JJ-RC-ENTRY(JJ-RC-SUB) TO JJ-SCAN-ORDER.
009650     PERFORM 5000-SHOW-ONE-RECORD
009660         THRU 5000-EXIT.
009670 6310-EXIT.
009680     EXIT.
009690
009700****************************************************************
009710*  6500-FIND-LATER-VOIDS
009720*
009730*  LOOKS FOR REVERSALS POSTED AFTER THE RECEIPT WAS PAID AND
009740*  TIED TO ONE OF ITS SALE LINES: ORDER-HISTORY FROM THE
009750*  RECEIPT'S DATE ON WHEN THE RECEIPT IS FROM A CLOSED DAY, AND
009760*  TODAY'S ORDER-FILE EITHER WAY.
009770****************************************************************
009780 6500-FIND-LATER-VOIDS.
009790     MOVE 0 TO JJ-LATER-VOIDS.
009800     DISPLAY "  -- reversals posted since --".
009810     MOVE 'N' TO JJ-SCAN-EOF.
009820     IF JJ-FROM-DATE < JJ-BUSINESS-DATE
009830         AND JJ-HISTORY-ON-FILE
009840         MOVE JJ-FROM-DATE TO OH-KEY-DATE
009850         START ORDER-HISTORY
009860             KEY IS NOT LESS THAN OH-KEY-DATE
009870             INVALID KEY MOVE 'Y' TO JJ-SCAN-EOF
009880         END-START
009890         IF NOT JJ-END-OF-SCAN
009900             PERFORM 3200-READ-HISTORY-RECORD
009910                 THRU 3200-EXIT
009920             PERFORM 6510-TEST-HISTORY-VOID
009930                 THRU 6510-EXIT
009940                 UNTIL JJ-END-OF-SCAN
009950         END-IF
009960     END-IF.
009970     OPEN INPUT ORDER-FILE.
009980     IF JJ-ORDER-FILE-STATUS NOT = '35'
009990         MOVE 'N' TO JJ-SCAN-EOF
010000         PERFORM 3510-READ-LIVE-RECORD
010010             THRU 3510-EXIT
010020         PERFORM 6520-TEST-LIVE-VOID
010030             THRU 6520-EXIT
010040             UNTIL JJ-END-OF-SCAN
010050         CLOSE ORDER-FILE
010060     END-IF.
010070     IF JJ-LATER-VOIDS = 0
010080         DISPLAY "  none"
010090     END-IF.
010100 6500-EXIT.
010110     EXIT.
010120
010130****************************************************************
010140*  6510-TEST-HISTORY-VOID
010150*
010160*  TESTS ONE ORDER-HISTORY RECORD AND PRIMES THE NEXT READ.
010170****************************************************************
010180 6510-TEST-HISTORY-VOID.
010190     PERFORM 6600-TEST-LATER-VOID
010200         THRU 6600-EXIT.
010210     PERFORM 3200-READ-HISTORY-RECORD
010220         THRU 3200-EXIT.
010230 6510-EXIT.
010240     EXIT.
010250
010260****************************************************************
010270*  6520-TEST-LIVE-VOID
010280*
010290*  TESTS ONE LIVE ORDER-FILE RECORD AND PRIMES THE NEXT READ.
010300****************************************************************
010310 6520-TEST-LIVE-VOID.
010320     PERFORM 6600-TEST-LATER-VOID
010330         THRU 6600-EXIT.
010340     PERFORM 3510-READ-LIVE-RECORD
010350         THRU 3510-EXIT.
010360 6520-EXIT.
010370     EXIT.
010380
010390****************************************************************
010400*  6600-TEST-LATER-VOID
010410*
010420*  SHOWS THE SCAN-MIRROR RECORD WHEN IT IS A REVERSAL POSTED
010430*  AFTER THE RECEIPT'S LAST LINE AND TIED - BY ORIGINAL-SALE
010440*  TIME, FLAVOR, QUANTITY, AND NAME, THE SAME TEST JELLO-VOID
010450*  USES TO REFUSE A SECOND REFUND - TO ONE OF ITS SALE LINES.
010460****************************************************************
010470 6600-TEST-LATER-VOID.
010480     IF WK-RECORD-TYPE NOT = 'V'
010490         GO TO 6600-EXIT.
010500     IF WK-ORDER-DATE < JJ-FROM-DATE
010510         GO TO 6600-EXIT.
010520     IF WK-ORDER-DATE = JJ-FROM-DATE
010530         AND WK-ORDER-TIME NOT > JJ-RC-LAST-TIME
010540         GO TO 6600-EXIT.
010550     MOVE 'N' TO JJ-LINE-MATCH.
010560     PERFORM 6610-TEST-ONE-LINE
010570         THRU 6610-EXIT
010580         VARYING JJ-RC-SUB FROM 1 BY 1
010590         UNTIL JJ-RC-SUB > JJ-RC-COUNT
010600            OR JJ-LINE-MATCHED.
010610     IF JJ-LINE-MATCHED
010620         ADD 1 TO JJ-LATER-VOIDS
010630         PERFORM 5000-SHOW-ONE-RECORD
010640             THRU 5000-EXIT
010650     END-IF.
010660 6600-EXIT.
010670     EXIT.
010680
010690****************************************************************
010700*  6610-TEST-ONE-LINE
010710*
010720*  TESTS THE REVERSAL AGAINST ONE SALE LINE OF THE RECEIPT.
010730****************************************************************
010740 6610-TEST-ONE-LINE.
010750     MOVE JJ-RC-ENTRY(JJ-RC-SUB) TO JJ-LINE-ORDER.
010760     IF LN-RECORD-TYPE = 'S'
010770         AND WK-ORIG-TIME = LN-ORDER-TIME
010780         AND WK-FLAVOR-NAME = LN-FLAVOR-NAME
010790         AND WK-QUANTITY = LN-QUANTITY
010800         AND WK-CUSTOMER-NAME = LN-CUSTOMER-NAME
010810         MOVE 'Y' TO JJ-LINE-MATCH
010820     END-IF.
010830 6610-EXIT.
010840     EXIT.
010850
010860****************************************************************
010870*  9000-TERMINATE
010880*
010890*  CLOSES ORDER-HISTORY AND SIGNS OFF.
010900****************************************************************
010910 9000-TERMINATE.
010920     IF JJ-HISTORY-ON-FILE
010930         CLOSE ORDER-HISTORY
010940     END-IF.
010950     DISPLAY "JELLO-INQUIRY done.".
010960 9000-EXIT.
010970     EXIT.
010980
010990 END PROGRAM JELLO-INQUIRY.
