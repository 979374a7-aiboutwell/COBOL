000010****************************************************************
000020*  PROGRAM-ID.  JELLO-LABOR
000030*
000040*  WEEKLY STAFFING AND TIMESHEET REPORT.  FOR THE SEVEN CLOSED
000050*  DAYS ENDING ON THE WEEK-ENDING DATE KEYED (ENTER = THE LAST
000060*  DAY JELLO-DAYEND CLOSED) IT SETS EACH HOUR'S SALES, OFF THE
000070*  DAY'S ORDER-FILE ARCHIVE, AGAINST THE LABOR HOURS ON THE
000080*  TIME-CLOCK FOR THAT HOUR:
000090*    - DAY BY DAY, HOUR BY HOUR: NET SALES, HOW MANY REGISTERS
000100*      RANG, LABOR HOURS, AND SALES PER LABOR HOUR, WITH THE
000110*      DAY'S BUSIEST AND SLOWEST HOURS MARKED;
000120*    - THE WEEK BY HOUR OF THE DAY, THE SAME FIGURES ADDED UP
000130*      ACROSS THE SEVEN DAYS, WITH THE BUSIEST AND SLOWEST HOURS
000140*      OF THE WEEK NAMED - THE FIGURES TO SCHEDULE THE SECOND
000150*      REGISTER AND THE SUMMER HELP FROM;
000160*    - A TIMESHEET FOR PAYROLL: EACH OPERATOR'S HOURS ON THE
000170*      CLOCK BY DAY AND FOR THE WEEK;
000180*    - EVERY MISSED PUNCH, SO IT CAN BE CORRECTED THROUGH
000190*      JELLO-MAINT (T) AND THE REPORT RUN AGAIN.
000200*  NET SALES ARE SALE LINES LESS COUNTER VOIDS, BEFORE TAX.
000210*  BATCH POSTINGS (STATION 00) AND SUPERVISOR REFUNDS (VOID
000220*  REASON 02) ARE LEFT OUT: NEITHER IS RUNG BY THE STAFF ON THE
000230*  CLOCK IN THAT HOUR.  PUNCHES ARE PAIRED IN TO OUT, PER
000240*  OPERATOR AND DAY, IN TIME ORDER; A PUNCH WITHOUT ITS PARTNER
000250*  COUNTS NO TIME AND IS LISTED.  A DAY WITH NO ORDER-FILE
000260*  ARCHIVE IS NOTED, AND ITS HOURS ON THE CLOCK STILL COUNT.
000270*  NOTHING IS WRITTEN BUT LABOR-REPORT.
000280*
000290*  MODIFICATION HISTORY
000300*      2026-10-15  AB  ORIGINAL VERSION.
000310****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. JELLO-LABOR.
000340 AUTHOR. Amanda Boutwell.
000350 INSTALLATION. COUNTER SALES.
000360 DATE-WRITTEN. October 15, 2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. GNUCOBOL.
000420 OBJECT-COMPUTER. GNUCOBOL.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS LB-CONTROL-STATUS.
000480     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS LB-OPERATOR-STATUS.
000510     SELECT ORDER-ARCHIVE ASSIGN TO DYNAMIC LB-ORDER-ARCH-NAME
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS LB-ORDER-STATUS.
000540     SELECT TIME-CLOCK ASSIGN TO "TIME-CLOCK"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LB-CLOCK-STATUS.
000570     SELECT LABOR-REPORT ASSIGN TO "LABOR-REPORT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CONTROL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  CONTROL-RECORD.
000650     COPY "ctlrec.cpy".
000660
000670 FD  OPERATOR-MASTER
000680     LABEL RECORDS ARE STANDARD.
000690 01  OPERATOR-MASTER-RECORD.
000700     COPY "oprmast.cpy".
000710
000720 FD  ORDER-ARCHIVE
000730     LABEL RECORDS ARE STANDARD.
000740 01  ORDER-RECORD.
000750     COPY "ordfrec.cpy".
000760
000770 FD  TIME-CLOCK
000780     LABEL RECORDS ARE STANDARD.
000790 01  TIME-CLOCK-RECORD.
000800     COPY "tclkrec.cpy".
000810
000820 FD  LABOR-REPORT
000830     LABEL RECORDS ARE STANDARD.
000840 01  LABOR-REPORT-RECORD         PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870     01 LB-CONTROL-STATUS PIC X(02).
000880     01 LB-OPERATOR-STATUS PIC X(02).
000890     01 LB-ORDER-STATUS PIC X(02).
000900     01 LB-CLOCK-STATUS PIC X(02).
000910     01 LB-EOF PIC X VALUE 'N'.
000920         88 LB-END-OF-FILE VALUE 'Y'.
000930     01 LB-NO-CLOCK-FILE PIC X VALUE 'N'.
000940     01 LB-NO-ORDERS-TODAY PIC X VALUE 'N'.
000950     01 LB-OVERFLOW-NOTED PIC X VALUE 'N'.
000960
000970*---------------------------------------------------------------
000980*    THE WEEK: THE BUSINESS DATE, THE WEEK-ENDING DATE, AND THE
000990*    SEVEN DAYS ENDING ON IT IN DATE ORDER, WITH THE ARCHIVE
001000*    NAME FOR THE DAY BEING READ.
001010*---------------------------------------------------------------
001020     01 LB-BUSINESS-DATE PIC X(08).
001030     01 LB-END-RAW PIC X(08).
001040     01 LB-END-DATE PIC X(08).
001050     01 LB-CUR-DATE PIC X(08).
001060     01 LB-DAY-TABLE.
001070         05 LB-DAY-DATE OCCURS 7 TIMES PIC X(08).
001080     01 LB-DAY-SUB PIC 9(02) COMP VALUE 0.
001090     01 LB-DAYS-READ PIC 9(02) VALUE 0.
001100     01 LB-ORDER-ARCH-NAME.
001110         05 FILLER PIC X(11) VALUE "ORDER-FILE.".
001120         05 LB-OA-DATE PIC X(08).
001130
001140*---------------------------------------------------------------
001150*    FIELDS FOR BACKING A DATE UP ONE DAY, MONTH LENGTHS AND
001160*    LEAP YEARS INCLUDED.
001170*---------------------------------------------------------------
001180     01 LB-DATE-SPLIT.
001190         05 LB-DS-YEAR PIC 9(04).
001200         05 LB-DS-MONTH PIC 9(02).
001210         05 LB-DS-DAY PIC 9(02).
001220     01 LB-MONTH-LENGTH-LIST.
001230         05 FILLER PIC X(24) VALUE "312831303130313130313031".
001240     01 LB-MONTH-LENGTH-TABLE REDEFINES LB-MONTH-LENGTH-LIST.
001250         05 LB-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001260     01 LB-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
001270     01 LB-LEAP-WORK PIC 9(04) VALUE 0.
001280     01 LB-LEAP-REM PIC 9(04) VALUE 0.
001290     01 LB-LEAP-YEAR PIC X VALUE 'N'.
001300
001310*---------------------------------------------------------------
001320*    ONE ENTRY PER OPERATOR: THE NAME OFF OPERATOR-MASTER, THE
001330*    SECONDS ON THE CLOCK EACH DAY OF THE WEEK, AND THE MISSED
001340*    PUNCHES.  AN ID ON TIME-CLOCK BUT NOT ON THE MASTER IS
001350*    ADDED AS IT COMES UP.
001360*---------------------------------------------------------------
001370     01 LB-OPERATOR-TABLE.
001380         05 LB-OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
001390                 DEPENDING ON LB-OPR-COUNT
001400                 INDEXED BY LB-OPR-IDX.
001410             10 LB-OP-ID            PIC X(03).
001420             10 LB-OP-NAME          PIC X(15).
001430             10 LB-OP-DAY-SECS      PIC 9(05) OCCURS 7 TIMES.
001440             10 LB-OP-WEEK-SECS     PIC 9(06).
001450             10 LB-OP-MISSES        PIC 9(03).
001460     01 LB-OPR-COUNT PIC 9(02) COMP VALUE 0.
001470     01 LB-OPR-SUB PIC 9(02) COMP VALUE 0.
001480     01 LB-FIND-ID PIC X(03).
001490
001500*---------------------------------------------------------------
001510*    THE DAY BEING READ, ONE ENTRY PER HOUR OF THE DAY (ENTRY 1
001520*    IS 00:00-01:00): NET SALES, THE SECONDS OF LABOR ON THE
001530*    CLOCK, AND THE REGISTERS THAT RANG.
001540*---------------------------------------------------------------
001550     01 LB-HOUR-TABLE.
001560         05 LB-HOUR-ENTRY OCCURS 24 TIMES.
001570             10 LB-HR-SALES         PIC S9(07)V99.
001580             10 LB-HR-LABOR-SECS    PIC 9(06).
001590             10 LB-HR-STATION-COUNT PIC 9(02).
001600             10 LB-HR-STATION       PIC X(02) OCCURS 10 TIMES
001610                     INDEXED BY LB-STN-IDX.
001620     01 LB-HOUR-SUB PIC 9(02) COMP VALUE 0.
001630     01 LB-HOUR-NUMBER PIC 9(02) VALUE 0.
001640
001650*---------------------------------------------------------------
001660*    THE SAME FIGURES ADDED UP FOR THE WEEK BY HOUR OF THE DAY.
001670*    THE REGISTER COUNT IS THE MOST THAT RANG IN THAT HOUR ON
001680*    ANY ONE DAY.
001690*---------------------------------------------------------------
001700     01 LB-WEEK-HOUR-TABLE.
001710         05 LB-WEEK-HOUR-ENTRY OCCURS 24 TIMES.
001720             10 LB-WH-SALES         PIC S9(07)V99.
001730             10 LB-WH-LABOR-SECS    PIC 9(07).
001740             10 LB-WH-STATIONS      PIC 9(02).
001750     01 LB-DAY-LABOR-TABLE.
001760         05 LB-DAY-LABOR-SECS PIC 9(07) OCCURS 7 TIMES.
001770
001780*---------------------------------------------------------------
001790*    THE DAY'S PUNCHES, KEPT IN OPERATOR AND TIME ORDER AS THEY
001800*    ARE READ SO EACH OPERATOR'S INS AND OUTS PAIR UP IN TURN.
001810*---------------------------------------------------------------
001820     01 LB-PUNCH-TABLE.
001830         05 LB-PUNCH-ENTRY OCCURS 1 TO 300 TIMES
001840                 DEPENDING ON LB-PUNCH-COUNT.
001850             10 LB-PN-KEY.
001860                 15 LB-PN-OPERATOR  PIC X(03).
001870                 15 LB-PN-TIME      PIC X(08).
001880             10 LB-PN-TYPE          PIC X(01).
001890     01 LB-PUNCH-COUNT PIC 9(03) COMP VALUE 0.
001900     01 LB-PUNCH-SUB PIC 9(03) COMP VALUE 0.
001910     01 LB-SLOT-SUB PIC 9(03) COMP VALUE 0.
001920     01 LB-SHIFT-SUB PIC 9(03) COMP VALUE 0.
001930     01 LB-NEW-KEY.
001940         05 LB-NK-OPERATOR PIC X(03).
001950         05 LB-NK-TIME PIC X(08).
001960     01 LB-OPEN-OPERATOR PIC X(03).
001970     01 LB-OPEN-TIME PIC X(08).
001980     01 LB-IN-OPEN PIC X VALUE 'N'.
001990
002000*---------------------------------------------------------------
002010*    MISSED PUNCHES FOR THE WEEK, LISTED AFTER THE TIMESHEET.
002020*    TYPE I IS AN IN WITH NO OUT AFTER IT, O AN OUT WITH NO IN
002030*    BEFORE IT.
002040*---------------------------------------------------------------
002050     01 LB-MISS-TABLE.
002060         05 LB-MISS-ENTRY OCCURS 1 TO 100 TIMES
002070                 DEPENDING ON LB-MISS-COUNT.
002080             10 LB-MS-DATE          PIC X(08).
002090             10 LB-MS-TIME          PIC X(08).
002100             10 LB-MS-OPERATOR      PIC X(03).
002110             10 LB-MS-TYPE          PIC X(01).
002120     01 LB-MISS-COUNT PIC 9(03) COMP VALUE 0.
002130     01 LB-MISS-SUB PIC 9(03) COMP VALUE 0.
002140     01 LB-MISS-TIME PIC X(08).
002150     01 LB-MISS-TYPE PIC X(01).
002160     01 LB-MISSES-FOUND PIC 9(03) VALUE 0.
002170
002180*---------------------------------------------------------------
002190*    TIME ARITHMETIC.  HHMMSS IS TURNED INTO SECONDS SINCE
002200*    MIDNIGHT, AND AN IN-TO-OUT SPAN IS SPREAD OVER THE HOURS IT
002210*    COVERS.
002220*---------------------------------------------------------------
002230     01 LB-TIME-WORK PIC X(06).
002240     01 LB-TIME-SPLIT REDEFINES LB-TIME-WORK.
002250         05 LB-TW-HOURS PIC 9(02).
002260         05 LB-TW-MINUTES PIC 9(02).
002270         05 LB-TW-SECONDS PIC 9(02).
002280     01 LB-SECONDS PIC 9(05) VALUE 0.
002290     01 LB-IN-SECS PIC 9(05) VALUE 0.
002300     01 LB-OUT-SECS PIC 9(05) VALUE 0.
002310     01 LB-SPAN-SECS PIC 9(05) VALUE 0.
002320     01 LB-FIRST-HOUR PIC 9(02) COMP VALUE 0.
002330     01 LB-LAST-HOUR PIC 9(02) COMP VALUE 0.
002340     01 LB-HOUR-START PIC 9(05) VALUE 0.
002350     01 LB-HOUR-END PIC 9(05) VALUE 0.
002360     01 LB-PIECE-FROM PIC 9(05) VALUE 0.
002370     01 LB-PIECE-TO PIC 9(05) VALUE 0.
002380
002390*---------------------------------------------------------------
002400*    BUSIEST AND SLOWEST HOURS.  AN HOUR COUNTS AS OPEN WHEN
002410*    ANYTHING RANG OR ANYONE WAS ON THE CLOCK IN IT; THE SLOWEST
002420*    IS THE OPEN HOUR WITH THE LEAST NET SALES.
002430*---------------------------------------------------------------
002440     01 LB-BUSY-SUB PIC 9(02) COMP VALUE 0.
002450     01 LB-SLOW-SUB PIC 9(02) COMP VALUE 0.
002460     01 LB-WK-BUSY-DATE PIC X(08) VALUE SPACES.
002470     01 LB-WK-BUSY-HOUR PIC 9(02) COMP VALUE 0.
002480     01 LB-WK-BUSY-SALES PIC S9(07)V99 VALUE 0.
002490     01 LB-WK-BUSY-SECS PIC 9(07) VALUE 0.
002500     01 LB-WK-SLOW-DATE PIC X(08) VALUE SPACES.
002510     01 LB-WK-SLOW-HOUR PIC 9(02) COMP VALUE 0.
002520     01 LB-WK-SLOW-SALES PIC S9(07)V99 VALUE 0.
002530     01 LB-WK-SLOW-SECS PIC 9(07) VALUE 0.
002540     01 LB-HOUR-OPEN PIC X VALUE 'N'.
002550
002560*---------------------------------------------------------------
002570*    FIGURES FOR THE LINE BEING PRINTED, AND RUN TOTALS.
002580*---------------------------------------------------------------
002590     01 LB-LINE-SALES PIC S9(07)V99 VALUE 0.
002600     01 LB-LINE-SECS PIC 9(07) VALUE 0.
002610     01 LB-LINE-HOURS PIC 9(05)V99 VALUE 0.
002620     01 LB-LINE-RATE PIC 9(07)V99 VALUE 0.
002630     01 LB-DAY-SALES PIC S9(07)V99 VALUE 0.
002640     01 LB-DAY-SECS PIC 9(07) VALUE 0.
002650     01 LB-WEEK-SALES PIC S9(07)V99 VALUE 0.
002660     01 LB-WEEK-SECS PIC 9(07) VALUE 0.
002670
002680*---------------------------------------------------------------
002690*    REPORT LINES.
002700*---------------------------------------------------------------
002710     01 LB-HEADING-1.
002720         05 FILLER PIC X(40)
002730             VALUE "JELLO-LABOR   SALES PER LABOR HOUR      ".
002740         05 FILLER PIC X(09) VALUE " WEEK OF ".
002750         05 LB-HD-START PIC X(08).
002760         05 FILLER PIC X(06) VALUE " THRU ".
002770         05 LB-HD-END PIC X(08).
002780         05 FILLER PIC X(09) VALUE SPACES.
002790     01 LB-HOUR-HEAD.
002800         05 FILLER PIC X(40)
002810             VALUE "DATE      HOUR              SALES REGS  ".
002820         05 FILLER PIC X(40)
002830             VALUE " LBR HRS   $/LBR HR  NOTE               ".
002840     01 LB-HOUR-LINE.
002850         05 LB-HL-DATE PIC X(08).
002860         05 FILLER PIC X(02) VALUE SPACES.
002870         05 LB-HL-HOURS PIC X(11).
002880         05 FILLER PIC X(02) VALUE SPACES.
002890         05 LB-HL-SALES PIC -ZZZZZ9.99.
002900         05 FILLER PIC X(03) VALUE SPACES.
002910         05 LB-HL-STATIONS PIC Z9 BLANK WHEN ZERO.
002920         05 FILLER PIC X(03) VALUE SPACES.
002930         05 LB-HL-LABOR PIC ZZZ9.99.
002940         05 FILLER PIC X(03) VALUE SPACES.
002950         05 LB-HL-RATE PIC ZZZZ9.99 BLANK WHEN ZERO.
002960         05 FILLER PIC X(02) VALUE SPACES.
002970         05 LB-HL-NOTE PIC X(15).
002980         05 FILLER PIC X(04) VALUE SPACES.
002990     01 LB-DAY-NOTE-LINE.
003000         05 LB-DN-DATE PIC X(08).
003010         05 FILLER PIC X(02) VALUE SPACES.
003020         05 LB-DN-TEXT PIC X(70).
003030     01 LB-HOUR-LABEL PIC X(11).
003040     01 LB-HOUR-EDIT.
003050         05 LB-HE-HH PIC 9(02).
003060         05 FILLER PIC X(03) VALUE ":00".
003070     01 LB-PEAK-LINE.
003080         05 FILLER PIC X(02) VALUE SPACES.
003090         05 LB-PK-LABEL PIC X(13).
003100         05 LB-PK-DATE PIC X(08).
003110         05 FILLER PIC X(01) VALUE SPACES.
003120         05 LB-PK-FROM PIC X(05).
003130         05 FILLER PIC X(01) VALUE '-'.
003140         05 LB-PK-TO PIC X(05).
003150         05 FILLER PIC X(08) VALUE "  SALES ".
003160         05 LB-PK-SALES PIC -ZZZZZ9.99.
003170         05 FILLER PIC X(10) VALUE "  LBR HRS ".
003180         05 LB-PK-LABOR PIC ZZZ9.99.
003190         05 FILLER PIC X(10) VALUE SPACES.
003200     01 LB-SHEET-HEAD.
003210         05 FILLER PIC X(17) VALUE "OPR NAME".
003220         05 LB-SH-DAY OCCURS 7 TIMES.
003230             10 FILLER PIC X(02).
003240             10 LB-SH-MM PIC X(02).
003250             10 LB-SH-SLASH PIC X(01).
003260             10 LB-SH-DD PIC X(02).
003270         05 FILLER PIC X(14) VALUE "   TOTAL MISS ".
003280     01 LB-SHEET-LINE.
003290         05 LB-SL-OPERATOR PIC X(03).
003300         05 FILLER PIC X(01).
003310         05 LB-SL-NAME PIC X(13).
003320         05 LB-SL-DAY OCCURS 7 TIMES.
003330             10 FILLER PIC X(01).
003340             10 LB-SL-HOURS PIC ZZ9.99 BLANK WHEN ZERO.
003350         05 FILLER PIC X(01).
003360         05 LB-SL-TOTAL PIC ZZZ9.99.
003370         05 FILLER PIC X(01).
003380         05 LB-SL-MISSES PIC ZZZ9 BLANK WHEN ZERO.
003390         05 FILLER PIC X(01).
003400     01 LB-MISS-HEAD.
003410         05 FILLER PIC X(35)
003420             VALUE "DATE     TIME  OPR NAME".
003430         05 FILLER PIC X(45) VALUE "MISSED PUNCH".
003440     01 LB-MISS-LINE.
003450         05 LB-ML-DATE PIC X(08).
003460         05 FILLER PIC X(01).
003470         05 LB-ML-TIME PIC X(05).
003480         05 FILLER PIC X(01).
003490         05 LB-ML-OPERATOR PIC X(03).
003500         05 FILLER PIC X(01).
003510         05 LB-ML-NAME PIC X(15).
003520         05 FILLER PIC X(01).
003530         05 LB-ML-TEXT PIC X(40).
003540         05 FILLER PIC X(05).
003550     01 LB-CLOCK-EDIT.
003560         05 LB-CE-HH PIC X(02).
003570         05 FILLER PIC X(01) VALUE ':'.
003580         05 LB-CE-MM PIC X(02).
003590     01 LB-NOTE-LINE.
003600         05 FILLER PIC X(02) VALUE SPACES.
003610         05 LB-NOTE-TEXT PIC X(78).
003620     01 LB-BLANK-LINE PIC X(80) VALUE SPACES.
003630
003640 PROCEDURE DIVISION.
003650
003660****************************************************************
003670*  0000-MAINLINE
003680*
003690*  SETS THE WEEK, READS EACH OF ITS DAYS AND PRINTS ITS HOURS,
003700*  THEN PRINTS THE WEEK BY HOUR, THE TIMESHEET, AND THE MISSED
003710*  PUNCHES.
003720****************************************************************
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE
003750         THRU 1000-EXIT.
003760     PERFORM 3000-PROCESS-ONE-DAY
003770         THRU 3000-EXIT
003780         VARYING LB-DAY-SUB FROM 1 BY 1
003790         UNTIL LB-DAY-SUB > 7.
003800     PERFORM 7000-PRINT-WEEK-BY-HOUR
003810         THRU 7000-EXIT.
003820     PERFORM 7500-PRINT-TIMESHEET
003830         THRU 7500-EXIT.
003840     PERFORM 7800-PRINT-MISSED-PUNCHES
003850         THRU 7800-EXIT.
003860     PERFORM 9000-TERMINATE
003870         THRU 9000-EXIT.
003880     STOP RUN.
003890
003900****************************************************************
003910*  1000-INITIALIZE
003920*
003930*  WORKS OUT THE WEEK, STARTS THE REPORT, LOADS THE OPERATORS,
003940*  CLEARS THE WEEK'S HOURS, AND HEADS UP THE DAILY DETAIL.
003950****************************************************************
003960 1000-INITIALIZE.
003970     PERFORM 1050-READ-CONTROL-FILE
003980         THRU 1050-EXIT.
003990     PERFORM 1060-SET-WEEK
004000         THRU 1060-EXIT.
004010     OPEN OUTPUT LABOR-REPORT.
004020     MOVE LB-DAY-DATE(1) TO LB-HD-START.
004030     MOVE LB-DAY-DATE(7) TO LB-HD-END.
004040     WRITE LABOR-REPORT-RECORD FROM LB-HEADING-1.
004050     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
004060     PERFORM 1300-LOAD-OPERATORS
004070         THRU 1300-EXIT.
004080     PERFORM 1500-CLEAR-WEEK-HOUR
004090         THRU 1500-EXIT
004100         VARYING LB-HOUR-SUB FROM 1 BY 1
004110         UNTIL LB-HOUR-SUB > 24.
004120     OPEN INPUT TIME-CLOCK.
004130     IF LB-CLOCK-STATUS = '35'
004140         MOVE 'Y' TO LB-NO-CLOCK-FILE
004150         MOVE "NO TIME-CLOCK ON FILE - NO LABOR HOURS TO REPORT"
004160             TO LB-NOTE-TEXT
004170         WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE
004180         WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE
004190     ELSE
004200         CLOSE TIME-CLOCK
004210     END-IF.
004220     MOVE "SALES AND LABOR BY HOUR, DAY BY DAY" TO LB-NOTE-TEXT.
004230     WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE.
004240     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
004250     WRITE LABOR-REPORT-RECORD FROM LB-HOUR-HEAD.
004260 1000-EXIT.
004270     EXIT.
004280
004290****************************************************************
004300*  1050-READ-CONTROL-FILE
004310*
004320*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
004330*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
004340****************************************************************
004350 1050-READ-CONTROL-FILE.
004360     OPEN INPUT CONTROL-FILE.
004370     IF LB-CONTROL-STATUS = '35'
004380         ACCEPT LB-BUSINESS-DATE FROM DATE YYYYMMDD
004390     ELSE
004400         READ CONTROL-FILE
004410             AT END
004420                 ACCEPT LB-BUSINESS-DATE FROM DATE YYYYMMDD
004430             NOT AT END
004440                 MOVE CT-BUSINESS-DATE TO LB-BUSINESS-DATE
004450         END-READ
004460         CLOSE CONTROL-FILE
004470     END-IF.
004480 1050-EXIT.
004490     EXIT.
004500
004510****************************************************************
004520*  1060-SET-WEEK
004530*
004540*  ACCEPTS THE WEEK-ENDING DATE.  ENTER, OR A DATE NOT YET
004550*  CLOSED, TAKES THE DAY BEFORE THE BUSINESS DATE - THE LAST
004560*  DAY JELLO-DAYEND ARCHIVED.  THE SIX DAYS BEFORE IT FILL OUT
004570*  THE WEEK.
004580****************************************************************
004590 1060-SET-WEEK.
004600     MOVE LB-BUSINESS-DATE TO LB-DATE-SPLIT.
004610     PERFORM 1100-BACK-UP-ONE-DAY
004620         THRU 1100-EXIT.
004630     MOVE LB-DATE-SPLIT TO LB-END-DATE.
004640     DISPLAY "Week ending (YYYYMMDD, Enter = " LB-END-DATE "): "
004650         WITH NO ADVANCING.
004660     MOVE SPACES TO LB-END-RAW.
004670     ACCEPT LB-END-RAW.
004680     IF LB-END-RAW IS NUMERIC
004690         MOVE LB-END-RAW TO LB-DATE-SPLIT
004700         IF LB-DS-MONTH > 0 AND LB-DS-MONTH < 13
004710             AND LB-DS-DAY > 0 AND LB-DS-DAY < 32
004720             AND LB-END-RAW < LB-BUSINESS-DATE
004730             MOVE LB-END-RAW TO LB-END-DATE
004740         ELSE
004750             DISPLAY "Not a closed day - using " LB-END-DATE "."
004760         END-IF
004770     END-IF.
004780     MOVE LB-END-DATE TO LB-DAY-DATE(7).
004790     MOVE LB-END-DATE TO LB-DATE-SPLIT.
004800     PERFORM 1070-STEP-BACK-ONE-DAY
004810         THRU 1070-EXIT
004820         VARYING LB-DAY-SUB FROM 6 BY -1
004830         UNTIL LB-DAY-SUB < 1.
004840 1060-EXIT.
004850     EXIT.
004860
004870****************************************************************
004880*  1070-STEP-BACK-ONE-DAY
004890*
004900*  FILLS WEEK DAY LB-DAY-SUB WITH THE DAY BEFORE THE LAST ONE
004910*  FILLED.
004920****************************************************************
004930 1070-STEP-BACK-ONE-DAY.
004940     PERFORM 1100-BACK-UP-ONE-DAY
004950         THRU 1100-EXIT.
004960     MOVE LB-DATE-SPLIT TO LB-DAY-DATE(LB-DAY-SUB).
004970 1070-EXIT.
004980     EXIT.
004990
005000****************************************************************
005010*  1100-BACK-UP-ONE-DAY
005020*
005030*  MOVES LB-DATE-SPLIT BACK ONE CALENDAR DAY, ACROSS MONTH AND
005040*  YEAR ENDS.
005050****************************************************************
005060 1100-BACK-UP-ONE-DAY.
005070     IF LB-DS-DAY > 1
005080         SUBTRACT 1 FROM LB-DS-DAY
005090         GO TO 1100-EXIT.
005100     IF LB-DS-MONTH > 1
005110         SUBTRACT 1 FROM LB-DS-MONTH
005120     ELSE
005130         MOVE 12 TO LB-DS-MONTH
005140         SUBTRACT 1 FROM LB-DS-YEAR
005150     END-IF.
005160     PERFORM 1150-SET-DAYS-THIS-MONTH
005170         THRU 1150-EXIT.
005180     MOVE LB-DAYS-THIS-MONTH TO LB-DS-DAY.
005190 1100-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230*  1150-SET-DAYS-THIS-MONTH
005240*
005250*  SETS LB-DAYS-THIS-MONTH FOR THE MONTH IN LB-DATE-SPLIT,
005260*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
005270*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
005280****************************************************************
005290 1150-SET-DAYS-THIS-MONTH.
005300     MOVE LB-MONTH-DAYS(LB-DS-MONTH) TO LB-DAYS-THIS-MONTH.
005310     IF LB-DS-MONTH = 2
005320         MOVE 'N' TO LB-LEAP-YEAR
005330         DIVIDE LB-DS-YEAR BY 4 GIVING LB-LEAP-WORK
005340             REMAINDER LB-LEAP-REM
005350         IF LB-LEAP-REM = 0
005360             MOVE 'Y' TO LB-LEAP-YEAR
005370             DIVIDE LB-DS-YEAR BY 100 GIVING LB-LEAP-WORK
005380                 REMAINDER LB-LEAP-REM
005390             IF LB-LEAP-REM = 0
005400                 MOVE 'N' TO LB-LEAP-YEAR
005410                 DIVIDE LB-DS-YEAR BY 400 GIVING LB-LEAP-WORK
005420                     REMAINDER LB-LEAP-REM
005430                 IF LB-LEAP-REM = 0
005440                     MOVE 'Y' TO LB-LEAP-YEAR
005450                 END-IF
005460             END-IF
005470         END-IF
005480         IF LB-LEAP-YEAR = 'Y'
005490             MOVE 29 TO LB-DAYS-THIS-MONTH
005500         END-IF
005510     END-IF.
005520 1150-EXIT.
005530     EXIT.
005540
005550****************************************************************
005560*  1300-LOAD-OPERATORS
005570*
005580*  READS OPERATOR-MASTER INTO LB-OPERATOR-TABLE WITH NO TIME
005590*  ON THE CLOCK.  A MISSING FILE LEAVES EVERY OPERATOR TO BE
005600*  ADDED AS THEY COME UP, WITHOUT A NAME.
005610****************************************************************
005620 1300-LOAD-OPERATORS.
005630     MOVE 0 TO LB-OPR-COUNT.
005640     OPEN INPUT OPERATOR-MASTER.
005650     IF LB-OPERATOR-STATUS = '35'
005660         GO TO 1300-EXIT.
005670     MOVE 'N' TO LB-EOF.
005680     PERFORM 1310-READ-OPERATOR-RECORD
005690         THRU 1310-EXIT.
005700     PERFORM 1320-STORE-OPERATOR-RECORD
005710         THRU 1320-EXIT
005720         UNTIL LB-END-OF-FILE.
005730     CLOSE OPERATOR-MASTER.
005740 1300-EXIT.
005750     EXIT.
005760
005770****************************************************************
005780*  1310-READ-OPERATOR-RECORD
005790*
005800*  READS ONE OPERATOR-MASTER RECORD AHEAD.
005810****************************************************************
005820 1310-READ-OPERATOR-RECORD.
005830     READ OPERATOR-MASTER
005840         AT END MOVE 'Y' TO LB-EOF
005850     END-READ.
005860 1310-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900*  1320-STORE-OPERATOR-RECORD
005910*
005920*  ADDS THE OPERATOR JUST READ TO LB-OPERATOR-TABLE AND PRIMES
005930*  THE NEXT READ.
005940****************************************************************
005950 1320-STORE-OPERATOR-RECORD.
005960     IF LB-OPR-COUNT < 50
005970         ADD 1 TO LB-OPR-COUNT
005980         MOVE LB-OPR-COUNT TO LB-OPR-SUB
005990         MOVE OP-OPERATOR-ID TO LB-OP-ID(LB-OPR-SUB)
006000         MOVE OP-OPERATOR-NAME TO LB-OP-NAME(LB-OPR-SUB)
006010         PERFORM 1330-CLEAR-OPERATOR-FIGURES
006020             THRU 1330-EXIT
006030     ELSE
006040         PERFORM 1400-NOTE-TABLE-FULL
006050             THRU 1400-EXIT
006060     END-IF.
006070     PERFORM 1310-READ-OPERATOR-RECORD
006080         THRU 1310-EXIT.
006090 1320-EXIT.
006100     EXIT.
006110
006120****************************************************************
006130*  1330-CLEAR-OPERATOR-FIGURES
006140*
006150*  ZEROES THE FIGURES OF OPERATOR ENTRY LB-OPR-SUB.
006160****************************************************************
006170 1330-CLEAR-OPERATOR-FIGURES.
006180     MOVE 0 TO LB-OP-DAY-SECS(LB-OPR-SUB, 1).
006190     MOVE 0 TO LB-OP-DAY-SECS(LB-OPR-SUB, 2).
006200     MOVE 0 TO LB-OP-DAY-SECS(LB-OPR-SUB, 3).
006210     MOVE 0 TO LB-OP-DAY-SECS(LB-OPR-SUB, 4).
006220     MOVE 0 TO LB-OP-DAY-SECS(LB-OPR-SUB, 5).
006230     MOVE 0 TO LB-OP-DAY-SECS(LB-OPR-SUB, 6).
006240     MOVE 0 TO LB-OP-DAY-SECS(LB-OPR-SUB, 7).
006250     MOVE 0 TO LB-OP-WEEK-SECS(LB-OPR-SUB).
006260     MOVE 0 TO LB-OP-MISSES(LB-OPR-SUB).
006270 1330-EXIT.
006280     EXIT.
006290
006300****************************************************************
006310*  1400-NOTE-TABLE-FULL
006320*
006330*  NOTES, ONCE, THAT A TABLE RAN OUT OF ROOM, SO THE REPORT
006340*  SAYS IT IS SHORT INSTEAD OF BEING SILENTLY SO.  THE RUN
006350*  ENDS WITH RETURN-CODE 8.
006360****************************************************************
006370 1400-NOTE-TABLE-FULL.
006380     IF LB-OVERFLOW-NOTED = 'N'
006390         MOVE 'Y' TO LB-OVERFLOW-NOTED
006400         MOVE "TOO MANY OPERATORS, PUNCHES, OR MISSED PUNCHES FOR"
006410             TO LB-NOTE-TEXT
006420         MOVE "THE TABLES" TO LB-NOTE-TEXT(52:10)
006430         WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE
006440         MOVE "- SOME TIME IS LEFT OFF THIS REPORT"
006450             TO LB-NOTE-TEXT
006460         WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE
006470     END-IF.
006480 1400-EXIT.
006490     EXIT.
006500
006510****************************************************************
006520*  1500-CLEAR-WEEK-HOUR
006530*
006540*  ZEROES WEEK HOUR LB-HOUR-SUB.
006550****************************************************************
006560 1500-CLEAR-WEEK-HOUR.
006570     MOVE 0 TO LB-WH-SALES(LB-HOUR-SUB).
006580     MOVE 0 TO LB-WH-LABOR-SECS(LB-HOUR-SUB).
006590     MOVE 0 TO LB-WH-STATIONS(LB-HOUR-SUB).
006600 1500-EXIT.
006610     EXIT.
006620
006630****************************************************************
006640*  3000-PROCESS-ONE-DAY
006650*
006660*  READS WEEK DAY LB-DAY-SUB: ITS SALES INTO THE HOUR TABLE,
006670*  THEN ITS PUNCHES, PAIRED INTO TIME ON THE CLOCK FOR EACH
006680*  OPERATOR AND EACH HOUR, AND PRINTS THE DAY.
006690****************************************************************
006700 3000-PROCESS-ONE-DAY.
006710     MOVE LB-DAY-DATE(LB-DAY-SUB) TO LB-CUR-DATE.
006720     MOVE LB-CUR-DATE TO LB-OA-DATE.
006730     MOVE 0 TO LB-DAY-LABOR-SECS(LB-DAY-SUB).
006740     PERFORM 3010-CLEAR-ONE-HOUR
006750         THRU 3010-EXIT
006760         VARYING LB-HOUR-SUB FROM 1 BY 1
006770         UNTIL LB-HOUR-SUB > 24.
006780     MOVE 'N' TO LB-NO-ORDERS-TODAY.
006790     OPEN INPUT ORDER-ARCHIVE.
006800     IF LB-ORDER-STATUS = '35'
006810         MOVE 'Y' TO LB-NO-ORDERS-TODAY
006820     ELSE
006830         ADD 1 TO LB-DAYS-READ
006840         MOVE 'N' TO LB-EOF
006850         PERFORM 3110-READ-ORDER-RECORD
006860             THRU 3110-EXIT
006870         PERFORM 3120-TAKE-ONE-ORDER
006880             THRU 3120-EXIT
006890             UNTIL LB-END-OF-FILE
006900         CLOSE ORDER-ARCHIVE
006910     END-IF.
006920     IF LB-NO-CLOCK-FILE = 'N'
006930         PERFORM 3200-LOAD-DAYS-PUNCHES
006940             THRU 3200-EXIT
006950         MOVE SPACES TO LB-OPEN-OPERATOR
006960         MOVE 'N' TO LB-IN-OPEN
006970         PERFORM 3300-PAIR-ONE-PUNCH
006980             THRU 3300-EXIT
006990             VARYING LB-PUNCH-SUB FROM 1 BY 1
007000             UNTIL LB-PUNCH-SUB > LB-PUNCH-COUNT
007010         PERFORM 3350-CLOSE-OUT-OPERATOR
007020             THRU 3350-EXIT
007030     END-IF.
007040     PERFORM 6000-PRINT-DAY
007050         THRU 6000-EXIT.
007060 3000-EXIT.
007070     EXIT.
007080
007090****************************************************************
007100*  3010-CLEAR-ONE-HOUR
007110*
007120*  ZEROES DAY HOUR LB-HOUR-SUB.
007130****************************************************************
007140 3010-CLEAR-ONE-HOUR.
007150     MOVE 0 TO LB-HR-SALES(LB-HOUR-SUB).
007160     MOVE 0 TO LB-HR-LABOR-SECS(LB-HOUR-SUB).
007170     MOVE 0 TO LB-HR-STATION-COUNT(LB-HOUR-SUB).
007180     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 1).
007190     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 2).
007200     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 3).
007210     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 4).
007220     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 5).
007230     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 6).
007240     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 7).
007250     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 8).
007260     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 9).
007270     MOVE SPACES TO LB-HR-STATION(LB-HOUR-SUB, 10).
007280 3010-EXIT.
007290     EXIT.
007300
007310****************************************************************
007320*  3110-READ-ORDER-RECORD
007330*
007340*  READS ONE ORDER-FILE ARCHIVE RECORD AHEAD.
007350****************************************************************
007360 3110-READ-ORDER-RECORD.
007370     READ ORDER-ARCHIVE
007380         AT END MOVE 'Y' TO LB-EOF
007390     END-READ.
007400 3110-EXIT.
007410     EXIT.
007420
007430****************************************************************
007440*  3120-TAKE-ONE-ORDER
007450*
007460*  POSTS ONE ORDER RECORD TO THE HOUR IT WAS RUNG IN.  A SALE
007470*  ADDS, A COUNTER VOID TAKES AWAY; TENDERS CARRY NO SALES OF
007480*  THEIR OWN.  BATCH POSTINGS AND SUPERVISOR REFUNDS ARE PASSED
007490*  OVER.  EVERY RECORD A REGISTER WROTE COUNTS ITS STATION AS
007500*  RINGING IN THAT HOUR.  PRIMES THE NEXT READ.
007510****************************************************************
007520 3120-TAKE-ONE-ORDER.
007530     IF OR-STATION-ID = '00'
007540         GO TO 3120-NEXT.
007550     IF OR-RECORD-TYPE = 'V' AND OR-REASON-CODE = '02'
007560         GO TO 3120-NEXT.
007570     IF OR-ORDER-TIME(1:2) IS NOT NUMERIC
007580         GO TO 3120-NEXT.
007590     MOVE OR-ORDER-TIME(1:2) TO LB-HOUR-NUMBER.
007600     IF LB-HOUR-NUMBER > 23
007610         GO TO 3120-NEXT.
007620     COMPUTE LB-HOUR-SUB = LB-HOUR-NUMBER + 1.
007630     EVALUATE OR-RECORD-TYPE
007640         WHEN 'T'
007650             CONTINUE
007660         WHEN 'V'
007670             SUBTRACT OR-LINE-TOTAL FROM LB-HR-SALES(LB-HOUR-SUB)
007680         WHEN OTHER
007690             ADD OR-LINE-TOTAL TO LB-HR-SALES(LB-HOUR-SUB)
007700     END-EVALUATE.
007710     PERFORM 3130-NOTE-STATION
007720         THRU 3130-EXIT.
007730 3120-NEXT.
007740     PERFORM 3110-READ-ORDER-RECORD
007750         THRU 3110-EXIT.
007760 3120-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*  3130-NOTE-STATION
007810*
007820*  COUNTS THE RECORD'S STATION AMONG THOSE THAT RANG IN THE
007830*  HOUR, ONCE.
007840****************************************************************
007850 3130-NOTE-STATION.
007860     SET LB-STN-IDX TO 1.
007870     SEARCH LB-HR-STATION
007880         AT END
007890             CONTINUE
007900         WHEN LB-HR-STATION(LB-HOUR-SUB, LB-STN-IDX)
007910                 = OR-STATION-ID
007920             CONTINUE
007930         WHEN LB-HR-STATION(LB-HOUR-SUB, LB-STN-IDX) = SPACES
007940             MOVE OR-STATION-ID
007950                 TO LB-HR-STATION(LB-HOUR-SUB, LB-STN-IDX)
007960             ADD 1 TO LB-HR-STATION-COUNT(LB-HOUR-SUB)
007970     END-SEARCH.
007980 3130-EXIT.
007990     EXIT.
008000
008010****************************************************************
008020*  3200-LOAD-DAYS-PUNCHES
008030*
008040*  READS TIME-CLOCK FOR THE DAY'S PUNCHES INTO LB-PUNCH-TABLE,
008050*  EACH PUT IN ITS PLACE BY OPERATOR AND TIME, SINCE THE FILE
008060*  ITSELF IS IN THE ORDER THE PUNCHES WERE KEYED.
008070****************************************************************
008080 3200-LOAD-DAYS-PUNCHES.
008090     MOVE 0 TO LB-PUNCH-COUNT.
008100     OPEN INPUT TIME-CLOCK.
008110     IF LB-CLOCK-STATUS = '35'
008120         GO TO 3200-EXIT.
008130     MOVE 'N' TO LB-EOF.
008140     PERFORM 3210-READ-CLOCK-RECORD
008150         THRU 3210-EXIT.
008160     PERFORM 3220-TAKE-ONE-PUNCH
008170         THRU 3220-EXIT
008180         UNTIL LB-END-OF-FILE.
008190     CLOSE TIME-CLOCK.
008200 3200-EXIT.
008210     EXIT.
008220
008230****************************************************************
008240*  3210-READ-CLOCK-RECORD
008250*
008260*  READS ONE TIME-CLOCK RECORD AHEAD.
008270****************************************************************
008280 3210-READ-CLOCK-RECORD.
008290     READ TIME-CLOCK
008300         AT END MOVE 'Y' TO LB-EOF
008310     END-READ.
008320 3210-EXIT.
008330     EXIT.
008340
008350****************************************************************
008360*  3220-TAKE-ONE-PUNCH
008370*
008380*  FILES A PUNCH FOR THE DAY BEING READ: FINDS THE FIRST ENTRY
008390*  THAT SORTS AFTER IT, MOVES THAT ENTRY AND EVERYTHING BELOW IT
008400*  DOWN ONE, AND PUTS THE PUNCH IN THE GAP.  PRIMES THE NEXT
008410*  READ.
008420****************************************************************
008430 3220-TAKE-ONE-PUNCH.
008440     IF TC-PUNCH-DATE NOT = LB-CUR-DATE
008450         GO TO 3220-NEXT.
008460     IF NOT TC-CLOCK-IN AND NOT TC-CLOCK-OUT
008470         GO TO 3220-NEXT.
008480     IF LB-PUNCH-COUNT NOT < 300
008490         PERFORM 1400-NOTE-TABLE-FULL
008500             THRU 1400-EXIT
008510         GO TO 3220-NEXT.
008520     MOVE TC-OPERATOR-ID TO LB-NK-OPERATOR.
008530     MOVE TC-PUNCH-TIME TO LB-NK-TIME.
008540     MOVE 1 TO LB-SLOT-SUB.
008550     PERFORM 3230-PASS-ONE-ENTRY
008560         THRU 3230-EXIT
008570         UNTIL LB-SLOT-SUB > LB-PUNCH-COUNT
008580            OR LB-PN-KEY(LB-SLOT-SUB) > LB-NEW-KEY.
008590     ADD 1 TO LB-PUNCH-COUNT.
008600     PERFORM 3240-SHIFT-ONE-PUNCH
008610         THRU 3240-EXIT
008620         VARYING LB-SHIFT-SUB FROM LB-PUNCH-COUNT BY -1
008630         UNTIL LB-SHIFT-SUB NOT > LB-SLOT-SUB.
008640     MOVE LB-NEW-KEY TO LB-PN-KEY(LB-SLOT-SUB).
008650     MOVE TC-PUNCH-TYPE TO LB-PN-TYPE(LB-SLOT-SUB).
008660 3220-NEXT.
008670     PERFORM 3210-READ-CLOCK-RECORD
008680         THRU 3210-EXIT.
008690 3220-EXIT.
008700     EXIT.
008710
008720****************************************************************
008730*  3230-PASS-ONE-ENTRY
008740*
008750*  STEPS PAST ONE ENTRY THAT SORTS AHEAD OF THE NEW PUNCH.
008760****************************************************************
008770 3230-PASS-ONE-ENTRY.
008780     ADD 1 TO LB-SLOT-SUB.
008790 3230-EXIT.
008800     EXIT.
008810
008820****************************************************************
008830*  3240-SHIFT-ONE-PUNCH
008840*
008850*  MOVES PUNCH ENTRY LB-SHIFT-SUB - 1 DOWN TO LB-SHIFT-SUB.
008860****************************************************************
008870 3240-SHIFT-ONE-PUNCH.
008880     MOVE LB-PUNCH-ENTRY(LB-SHIFT-SUB - 1)
008890         TO LB-PUNCH-ENTRY(LB-SHIFT-SUB).
008900 3240-EXIT.
008910     EXIT.
008920
008930****************************************************************
008940*  3300-PAIR-ONE-PUNCH
008950*
008960*  WALKS THE DAY'S PUNCHES IN OPERATOR AND TIME ORDER.  AN IN
008970*  OPENS A SPAN AND THE NEXT OUT CLOSES IT.  AN IN WHILE A SPAN
008980*  IS ALREADY OPEN LEAVES THE EARLIER IN WITHOUT ITS OUT; AN OUT
008990*  WITH NO SPAN OPEN HAS NO IN.  BOTH ARE MISSED PUNCHES AND
009000*  COUNT NO TIME.
009010****************************************************************
009020 3300-PAIR-ONE-PUNCH.
009030     IF LB-PN-OPERATOR(LB-PUNCH-SUB) NOT = LB-OPEN-OPERATOR
009040         PERFORM 3350-CLOSE-OUT-OPERATOR
009050             THRU 3350-EXIT
009060         MOVE LB-PN-OPERATOR(LB-PUNCH-SUB) TO LB-OPEN-OPERATOR
009070     END-IF.
009080     IF LB-PN-TYPE(LB-PUNCH-SUB) = 'I'
009090         IF LB-IN-OPEN = 'Y'
009100             MOVE LB-OPEN-TIME TO LB-MISS-TIME
009110             MOVE 'I' TO LB-MISS-TYPE
009120             PERFORM 3360-NOTE-MISSED-PUNCH
009130                 THRU 3360-EXIT
009140         END-IF
009150         MOVE 'Y' TO LB-IN-OPEN
009160         MOVE LB-PN-TIME(LB-PUNCH-SUB) TO LB-OPEN-TIME
009170     ELSE
009180         IF LB-IN-OPEN = 'Y'
009190             PERFORM 3400-POST-SPAN
009200                 THRU 3400-EXIT
009210             MOVE 'N' TO LB-IN-OPEN
009220         ELSE
009230             MOVE LB-PN-TIME(LB-PUNCH-SUB) TO LB-MISS-TIME
009240             MOVE 'O' TO LB-MISS-TYPE
009250             PERFORM 3360-NOTE-MISSED-PUNCH
009260                 THRU 3360-EXIT
009270         END-IF
009280     END-IF.
009290 3300-EXIT.
009300     EXIT.
009310
009320****************************************************************
009330*  3350-CLOSE-OUT-OPERATOR
009340*
009350*  AT THE END OF AN OPERATOR'S PUNCHES FOR THE DAY, A SPAN
009360*  STILL OPEN IS AN IN THAT NEVER CLOCKED OUT.
009370****************************************************************
009380 3350-CLOSE-OUT-OPERATOR.
009390     IF LB-IN-OPEN = 'Y'
009400         MOVE LB-OPEN-TIME TO LB-MISS-TIME
009410         MOVE 'I' TO LB-MISS-TYPE
009420         PERFORM 3360-NOTE-MISSED-PUNCH
009430             THRU 3360-EXIT
009440     END-IF.
009450     MOVE 'N' TO LB-IN-OPEN.
009460 3350-EXIT.
009470     EXIT.
009480
009490****************************************************************
009500*  3360-NOTE-MISSED-PUNCH
009510*
009520*  COUNTS A MISSED PUNCH AGAINST LB-OPEN-OPERATOR AND KEEPS IT
009530*  FOR THE LISTING.
009540****************************************************************
009550 3360-NOTE-MISSED-PUNCH.
009560     ADD 1 TO LB-MISSES-FOUND.
009570     MOVE LB-OPEN-OPERATOR TO LB-FIND-ID.
009580     PERFORM 3500-FIND-OPERATOR
009590         THRU 3500-EXIT.
009600     IF LB-OPR-SUB > 0
009610         ADD 1 TO LB-OP-MISSES(LB-OPR-SUB)
009620     END-IF.
009630     IF LB-MISS-COUNT < 100
009640         ADD 1 TO LB-MISS-COUNT
009650         MOVE LB-CUR-DATE TO LB-MS-DATE(LB-MISS-COUNT)
009660         MOVE LB-MISS-TIME TO LB-MS-TIME(LB-MISS-COUNT)
009670         MOVE LB-OPEN-OPERATOR TO LB-MS-OPERATOR(LB-MISS-COUNT)
009680         MOVE LB-MISS-TYPE TO LB-MS-TYPE(LB-MISS-COUNT)
009690     ELSE
009700         PERFORM 1400-NOTE-TABLE-FULL
009710             THRU 1400-EXIT
009720     END-IF.
009730 3360-EXIT.
009740     EXIT.
009750
009760****************************************************************
009770*  3400-POST-SPAN
009780*
009790*  POSTS ONE IN-TO-OUT SPAN: TO THE OPERATOR'S DAY AND WEEK, TO
009800*  THE DAY'S LABOR, AND, PIECE BY PIECE, TO EACH HOUR IT COVERS.
009810****************************************************************
009820 3400-POST-SPAN.
009830     MOVE LB-OPEN-TIME(1:6) TO LB-TIME-WORK.
009840     PERFORM 3190-TIME-TO-SECONDS
009850         THRU 3190-EXIT.
009860     MOVE LB-SECONDS TO LB-IN-SECS.
009870     MOVE LB-PN-TIME(LB-PUNCH-SUB)(1:6) TO LB-TIME-WORK.
009880     PERFORM 3190-TIME-TO-SECONDS
009890         THRU 3190-EXIT.
009900     MOVE LB-SECONDS TO LB-OUT-SECS.
009910     IF LB-OUT-SECS NOT > LB-IN-SECS
009920         GO TO 3400-EXIT.
009930     COMPUTE LB-SPAN-SECS = LB-OUT-SECS - LB-IN-SECS.
009940     MOVE LB-OPEN-OPERATOR TO LB-FIND-ID.
009950     PERFORM 3500-FIND-OPERATOR
009960         THRU 3500-EXIT.
009970     IF LB-OPR-SUB > 0
009980         ADD LB-SPAN-SECS
009990             TO LB-OP-DAY-SECS(LB-OPR-SUB, LB-DAY-SUB)
010000         ADD LB-SPAN-SECS TO LB-OP-WEEK-SECS(LB-OPR-SUB)
010010     END-IF.
010020     ADD LB-SPAN-SECS TO LB-DAY-LABOR-SECS(LB-DAY-SUB).
010030     DIVIDE LB-IN-SECS BY 3600 GIVING LB-FIRST-HOUR.
010040     DIVIDE LB-OUT-SECS BY 3600 GIVING LB-LAST-HOUR.
010050     ADD 1 TO LB-FIRST-HOUR.
010060     ADD 1 TO LB-LAST-HOUR.
010070     PERFORM 3410-SPREAD-ONE-HOUR
010080         THRU 3410-EXIT
010090         VARYING LB-HOUR-SUB FROM LB-FIRST-HOUR BY 1
010100         UNTIL LB-HOUR-SUB > LB-LAST-HOUR.
010110 3400-EXIT.
010120     EXIT.
010130
010140****************************************************************
010150*  3410-SPREAD-ONE-HOUR
010160*
010170*  ADDS TO HOUR LB-HOUR-SUB THE PART OF THE SPAN THAT FALLS
010180*  INSIDE IT.
010190****************************************************************
010200 3410-SPREAD-ONE-HOUR.
010210     COMPUTE LB-HOUR-START = (LB-HOUR-SUB - 1) * 3600.
010220     COMPUTE LB-HOUR-END = LB-HOUR-SUB * 3600.
010230     MOVE LB-IN-SECS TO LB-PIECE-FROM.
010240     IF LB-HOUR-START > LB-PIECE-FROM
010250         MOVE LB-HOUR-START TO LB-PIECE-FROM
010260     END-IF.
010270     MOVE LB-OUT-SECS TO LB-PIECE-TO.
010280     IF LB-HOUR-END < LB-PIECE-TO
010290         MOVE LB-HOUR-END TO LB-PIECE-TO
010300     END-IF.
010310     IF LB-PIECE-TO > LB-PIECE-FROM
010320         COMPUTE LB-HR-LABOR-SECS(LB-HOUR-SUB) =
010330             LB-HR-LABOR-SECS(LB-HOUR-SUB)
010340             + LB-PIECE-TO - LB-PIECE-FROM
010350     END-IF.
010360 3410-EXIT.
010370     EXIT.
010380
010390****************************************************************
010400*  3190-TIME-TO-SECONDS
010410*
010420*  TURNS LB-TIME-WORK (HHMMSS) INTO SECONDS SINCE MIDNIGHT.
010430****************************************************************
010440 3190-TIME-TO-SECONDS.
010450     MOVE 0 TO LB-SECONDS.
010460     IF LB-TIME-SPLIT IS NUMERIC
010470         COMPUTE LB-SECONDS = LB-TW-HOURS * 3600
010480             + LB-TW-MINUTES * 60 + LB-TW-SECONDS
010490     END-IF.
010500 3190-EXIT.
010510     EXIT.
010520
010530****************************************************************
010540*  3500-FIND-OPERATOR
010550*
010560*  SETS LB-OPR-SUB TO THE ENTRY FOR LB-FIND-ID, ADDING ONE FOR
010570*  AN ID NOT ON OPERATOR-MASTER.  ZERO WHEN THE TABLE IS FULL.
010580****************************************************************
010590 3500-FIND-OPERATOR.
010600     MOVE 0 TO LB-OPR-SUB.
010610     SET LB-OPR-IDX TO 1.
010620     SEARCH LB-OPERATOR-ENTRY
010630         AT END
010640             IF LB-OPR-COUNT < 50
010650                 ADD 1 TO LB-OPR-COUNT
010660                 MOVE LB-OPR-COUNT TO LB-OPR-SUB
010670                 MOVE LB-FIND-ID TO LB-OP-ID(LB-OPR-SUB)
010680                 MOVE "NOT ON MASTER" TO LB-OP-NAME(LB-OPR-SUB)
010690                 PERFORM 1330-CLEAR-OPERATOR-FIGURES
010700                     THRU 1330-EXIT
010710             ELSE
010720                 PERFORM 1400-NOTE-TABLE-FULL
010730                     THRU 1400-EXIT
010740             END-IF
010750         WHEN LB-OP-ID(LB-OPR-IDX) = LB-FIND-ID
010760             SET LB-OPR-SUB TO LB-OPR-IDX
010770     END-SEARCH.
010780 3500-EXIT.
010790     EXIT.
010800
010810****************************************************************
010820*  6000-PRINT-DAY
010830*
010840*  PRINTS THE DAY'S OPEN HOURS, MARKING ITS BUSIEST AND SLOWEST,
010850*  AND THE DAY'S TOTAL, AND ADDS THE DAY INTO THE WEEK BY HOUR.
010860*  A DAY WITH NOTHING RUNG AND NOBODY ON THE CLOCK PRINTS ONE
010870*  LINE SAYING SO.
010880****************************************************************
010890 6000-PRINT-DAY.
010900     MOVE 0 TO LB-BUSY-SUB.
010910     MOVE 0 TO LB-SLOW-SUB.
010920     MOVE 0 TO LB-DAY-SALES.
010930     MOVE 0 TO LB-DAY-SECS.
010940     PERFORM 6010-RATE-ONE-HOUR
010950         THRU 6010-EXIT
010960         VARYING LB-HOUR-SUB FROM 1 BY 1
010970         UNTIL LB-HOUR-SUB > 24.
010980     IF LB-NO-ORDERS-TODAY = 'Y'
010990         MOVE LB-CUR-DATE TO LB-DN-DATE
011000         MOVE "NO ORDER-FILE ARCHIVE - NOT CLOSED OR STORE SHUT"
011010             TO LB-DN-TEXT
011020         WRITE LABOR-REPORT-RECORD FROM LB-DAY-NOTE-LINE
011030     END-IF.
011040     IF LB-BUSY-SUB = 0
011050         IF LB-NO-ORDERS-TODAY = 'N'
011060             MOVE LB-CUR-DATE TO LB-DN-DATE
011070             MOVE "NOTHING RUNG AND NOBODY ON THE CLOCK"
011080                 TO LB-DN-TEXT
011090             WRITE LABOR-REPORT-RECORD FROM LB-DAY-NOTE-LINE
011100         END-IF
011110         WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE
011120         GO TO 6000-EXIT.
011130     IF LB-SLOW-SUB = LB-BUSY-SUB
011140         MOVE 0 TO LB-SLOW-SUB
011150     END-IF.
011160     PERFORM 6020-PRINT-ONE-HOUR
011170         THRU 6020-EXIT
011180         VARYING LB-HOUR-SUB FROM 1 BY 1
011190         UNTIL LB-HOUR-SUB > 24.
011200     MOVE LB-DAY-SALES TO LB-LINE-SALES.
011210     MOVE LB-DAY-SECS TO LB-LINE-SECS.
011220     MOVE 0 TO LB-HL-STATIONS.
011230     MOVE "DAY TOTAL  " TO LB-HOUR-LABEL.
011240     MOVE SPACES TO LB-HL-NOTE.
011250     PERFORM 6100-FORMAT-HOUR-LINE
011260         THRU 6100-EXIT.
011270     MOVE SPACES TO LB-HL-DATE.
011280     WRITE LABOR-REPORT-RECORD FROM LB-HOUR-LINE.
011290     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
011300 6000-EXIT.
011310     EXIT.
011320
011330****************************************************************
011340*  6010-RATE-ONE-HOUR
011350*
011360*  ADDS DAY HOUR LB-HOUR-SUB INTO THE DAY AND THE WEEK, AND
011370*  WHEN IT IS OPEN TESTS IT AGAINST THE DAY'S AND THE WEEK'S
011380*  BUSIEST AND SLOWEST SO FAR.
011390****************************************************************
011400 6010-RATE-ONE-HOUR.
011410     PERFORM 6015-TEST-HOUR-OPEN
011420         THRU 6015-EXIT.
011430     IF LB-HOUR-OPEN = 'N'
011440         GO TO 6010-EXIT.
011450     ADD LB-HR-SALES(LB-HOUR-SUB) TO LB-DAY-SALES.
011460     ADD LB-HR-LABOR-SECS(LB-HOUR-SUB) TO LB-DAY-SECS.
011470     ADD LB-HR-SALES(LB-HOUR-SUB) TO LB-WH-SALES(LB-HOUR-SUB).
011480     ADD LB-HR-LABOR-SECS(LB-HOUR-SUB)
011490         TO LB-WH-LABOR-SECS(LB-HOUR-SUB).
011500     IF LB-HR-STATION-COUNT(LB-HOUR-SUB)
011510             > LB-WH-STATIONS(LB-HOUR-SUB)
011520         MOVE LB-HR-STATION-COUNT(LB-HOUR-SUB)
011530             TO LB-WH-STATIONS(LB-HOUR-SUB)
011540     END-IF.
011550     IF LB-BUSY-SUB = 0
011560         MOVE LB-HOUR-SUB TO LB-BUSY-SUB
011570         MOVE LB-HOUR-SUB TO LB-SLOW-SUB
011580     ELSE
011590         IF LB-HR-SALES(LB-HOUR-SUB) > LB-HR-SALES(LB-BUSY-SUB)
011600             MOVE LB-HOUR-SUB TO LB-BUSY-SUB
011610         END-IF
011620         IF LB-HR-SALES(LB-HOUR-SUB) < LB-HR-SALES(LB-SLOW-SUB)
011630             MOVE LB-HOUR-SUB TO LB-SLOW-SUB
011640         END-IF
011650     END-IF.
011660     IF LB-WK-BUSY-DATE = SPACES
011670         OR LB-HR-SALES(LB-HOUR-SUB) > LB-WK-BUSY-SALES
011680         MOVE LB-CUR-DATE TO LB-WK-BUSY-DATE
011690         MOVE LB-HOUR-SUB TO LB-WK-BUSY-HOUR
011700         MOVE LB-HR-SALES(LB-HOUR-SUB) TO LB-WK-BUSY-SALES
011710         MOVE LB-HR-LABOR-SECS(LB-HOUR-SUB) TO LB-WK-BUSY-SECS
011720     END-IF.
011730     IF LB-WK-SLOW-DATE = SPACES
011740         OR LB-HR-SALES(LB-HOUR-SUB) < LB-WK-SLOW-SALES
011750         MOVE LB-CUR-DATE TO LB-WK-SLOW-DATE
011760         MOVE LB-HOUR-SUB TO LB-WK-SLOW-HOUR
011770         MOVE LB-HR-SALES(LB-HOUR-SUB) TO LB-WK-SLOW-SALES
011780         MOVE LB-HR-LABOR-SECS(LB-HOUR-SUB) TO LB-WK-SLOW-SECS
011790     END-IF.
011800 6010-EXIT.
011810     EXIT.
011820
011830****************************************************************
011840*  6015-TEST-HOUR-OPEN
011850*
011860*  SETS LB-HOUR-OPEN TO 'Y' WHEN ANYTHING RANG OR ANYONE WAS ON
011870*  THE CLOCK IN DAY HOUR LB-HOUR-SUB.
011880****************************************************************
011890 6015-TEST-HOUR-OPEN.
011900     MOVE 'N' TO LB-HOUR-OPEN.
011910     IF LB-HR-STATION-COUNT(LB-HOUR-SUB) > 0
011920         OR LB-HR-LABOR-SECS(LB-HOUR-SUB) > 0
011930         MOVE 'Y' TO LB-HOUR-OPEN
011940     END-IF.
011950 6015-EXIT.
011960     EXIT.
011970
011980****************************************************************
011990*  6020-PRINT-ONE-HOUR
012000*
012010*  PRINTS DAY HOUR LB-HOUR-SUB WHEN IT IS OPEN.  AN HOUR WITH
012020*  SALES AND NOBODY ON THE CLOCK POINTS AT A MISSED PUNCH.
012030****************************************************************
012040 6020-PRINT-ONE-HOUR.
012050     PERFORM 6015-TEST-HOUR-OPEN
012060         THRU 6015-EXIT.
012070     IF LB-HOUR-OPEN = 'N'
012080         GO TO 6020-EXIT.
012090     MOVE LB-HR-SALES(LB-HOUR-SUB) TO LB-LINE-SALES.
012100     MOVE LB-HR-LABOR-SECS(LB-HOUR-SUB) TO LB-LINE-SECS.
012110     PERFORM 6110-SET-HOUR-LABEL
012120         THRU 6110-EXIT.
012130     EVALUATE TRUE
012140         WHEN LB-HOUR-SUB = LB-BUSY-SUB
012150             MOVE "BUSIEST" TO LB-HL-NOTE
012160         WHEN LB-HOUR-SUB = LB-SLOW-SUB
012170             MOVE "SLOWEST" TO LB-HL-NOTE
012180         WHEN LB-LINE-SECS = 0
012190             MOVE "NOBODY CLOCKED" TO LB-HL-NOTE
012200         WHEN OTHER
012210             MOVE SPACES TO LB-HL-NOTE
012220     END-EVALUATE.
012230     PERFORM 6100-FORMAT-HOUR-LINE
012240         THRU 6100-EXIT.
012250     MOVE LB-HR-STATION-COUNT(LB-HOUR-SUB) TO LB-HL-STATIONS.
012260     MOVE LB-CUR-DATE TO LB-HL-DATE.
012270     WRITE LABOR-REPORT-RECORD FROM LB-HOUR-LINE.
012280 6020-EXIT.
012290     EXIT.
012300
012310****************************************************************
012320*  6100-FORMAT-HOUR-LINE
012330*
012340*  FILLS THE HOUR LINE FROM LB-HOUR-LABEL, LB-LINE-SALES, AND
012350*  LB-LINE-SECS: LABOR HOURS TO THE HUNDREDTH, AND SALES PER
012360*  LABOR HOUR (BLANK WHEN THERE WAS NO LABOR OR NO SALES).
012370*  THE CALLER SETS THE DATE, REGISTERS, AND NOTE.
012380****************************************************************
012390 6100-FORMAT-HOUR-LINE.
012400     MOVE LB-HOUR-LABEL TO LB-HL-HOURS.
012410     MOVE LB-LINE-SALES TO LB-HL-SALES.
012420     COMPUTE LB-LINE-HOURS ROUNDED = LB-LINE-SECS / 3600.
012430     MOVE LB-LINE-HOURS TO LB-HL-LABOR.
012440     MOVE 0 TO LB-LINE-RATE.
012450     IF LB-LINE-SECS > 0 AND LB-LINE-SALES > 0
012460         COMPUTE LB-LINE-RATE ROUNDED =
012470             LB-LINE-SALES * 3600 / LB-LINE-SECS
012480     END-IF.
012490     MOVE LB-LINE-RATE TO LB-HL-RATE.
012500 6100-EXIT.
012510     EXIT.
012520
012530****************************************************************
012540*  6110-SET-HOUR-LABEL
012550*
012560*  SETS LB-HOUR-LABEL TO HOUR LB-HOUR-SUB AS HH:00-HH:00.
012570****************************************************************
012580 6110-SET-HOUR-LABEL.
012590     MOVE SPACES TO LB-HOUR-LABEL.
012600     COMPUTE LB-HE-HH = LB-HOUR-SUB - 1.
012610     MOVE LB-HOUR-EDIT TO LB-HOUR-LABEL(1:5).
012620     MOVE '-' TO LB-HOUR-LABEL(6:1).
012630     MOVE LB-HOUR-SUB TO LB-HE-HH.
012640     MOVE LB-HOUR-EDIT TO LB-HOUR-LABEL(7:5).
012650 6110-EXIT.
012660     EXIT.
012670
012680****************************************************************
012690*  7000-PRINT-WEEK-BY-HOUR
012700*
012710*  PRINTS THE WEEK ADDED UP BY HOUR OF THE DAY, MARKING THE
012720*  BUSIEST AND SLOWEST, THE WEEK'S TOTAL, AND THE SINGLE
012730*  BUSIEST AND SLOWEST HOURS OF THE WEEK.
012740****************************************************************
012750 7000-PRINT-WEEK-BY-HOUR.
012760     MOVE "THE WEEK BY HOUR OF THE DAY (REGS = MOST IN ANY DAY)"
012770         TO LB-NOTE-TEXT.
012780     WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE.
012790     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
012800     WRITE LABOR-REPORT-RECORD FROM LB-HOUR-HEAD.
012810     MOVE 0 TO LB-BUSY-SUB.
012820     MOVE 0 TO LB-SLOW-SUB.
012830     MOVE 0 TO LB-WEEK-SALES.
012840     MOVE 0 TO LB-WEEK-SECS.
012850     PERFORM 7010-RATE-WEEK-HOUR
012860         THRU 7010-EXIT
012870         VARYING LB-HOUR-SUB FROM 1 BY 1
012880         UNTIL LB-HOUR-SUB > 24.
012890     IF LB-BUSY-SUB = 0
012900         MOVE "NOTHING RUNG AND NOBODY ON THE CLOCK ALL WEEK"
012910             TO LB-NOTE-TEXT
012920         WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE
012930         WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE
012940         GO TO 7000-EXIT.
012950     IF LB-SLOW-SUB = LB-BUSY-SUB
012960         MOVE 0 TO LB-SLOW-SUB
012970     END-IF.
012980     PERFORM 7020-PRINT-WEEK-HOUR
012990         THRU 7020-EXIT
013000         VARYING LB-HOUR-SUB FROM 1 BY 1
013010         UNTIL LB-HOUR-SUB > 24.
013020     MOVE LB-WEEK-SALES TO LB-LINE-SALES.
013030     MOVE LB-WEEK-SECS TO LB-LINE-SECS.
013040     MOVE 0 TO LB-HL-STATIONS.
013050     MOVE "WEEK TOTAL " TO LB-HOUR-LABEL.
013060     MOVE SPACES TO LB-HL-NOTE.
013070     PERFORM 6100-FORMAT-HOUR-LINE
013080         THRU 6100-EXIT.
013090     MOVE SPACES TO LB-HL-DATE.
013100     WRITE LABOR-REPORT-RECORD FROM LB-HOUR-LINE.
013110     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
013120     MOVE "BUSIEST HOUR " TO LB-PK-LABEL.
013130     MOVE LB-WK-BUSY-DATE TO LB-PK-DATE.
013140     MOVE LB-WK-BUSY-HOUR TO LB-HOUR-SUB.
013150     MOVE LB-WK-BUSY-SALES TO LB-LINE-SALES.
013160     MOVE LB-WK-BUSY-SECS TO LB-LINE-SECS.
013170     PERFORM 7050-WRITE-PEAK-LINE
013180         THRU 7050-EXIT.
013190     MOVE "SLOWEST HOUR " TO LB-PK-LABEL.
013200     MOVE LB-WK-SLOW-DATE TO LB-PK-DATE.
013210     MOVE LB-WK-SLOW-HOUR TO LB-HOUR-SUB.
013220     MOVE LB-WK-SLOW-SALES TO LB-LINE-SALES.
013230     MOVE LB-WK-SLOW-SECS TO LB-LINE-SECS.
013240     PERFORM 7050-WRITE-PEAK-LINE
013250         THRU 7050-EXIT.
013260     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
013270 7000-EXIT.
013280     EXIT.
013290
013300****************************************************************
013310*  7010-RATE-WEEK-HOUR
013320*
013330*  ADDS WEEK HOUR LB-HOUR-SUB INTO THE WEEK'S TOTAL AND TESTS
013340*  IT AGAINST THE BUSIEST AND SLOWEST SO FAR.
013350****************************************************************
013360 7010-RATE-WEEK-HOUR.
013370     IF LB-WH-STATIONS(LB-HOUR-SUB) = 0
013380         AND LB-WH-LABOR-SECS(LB-HOUR-SUB) = 0
013390         GO TO 7010-EXIT.
013400     ADD LB-WH-SALES(LB-HOUR-SUB) TO LB-WEEK-SALES.
013410     ADD LB-WH-LABOR-SECS(LB-HOUR-SUB) TO LB-WEEK-SECS.
013420     IF LB-BUSY-SUB = 0
013430         MOVE LB-HOUR-SUB TO LB-BUSY-SUB
013440         MOVE LB-HOUR-SUB TO LB-SLOW-SUB
013450     ELSE
013460         IF LB-WH-SALES(LB-HOUR-SUB) > LB-WH-SALES(LB-BUSY-SUB)
013470             MOVE LB-HOUR-SUB TO LB-BUSY-SUB
013480         END-IF
013490         IF LB-WH-SALES(LB-HOUR-SUB) < LB-WH-SALES(LB-SLOW-SUB)
013500             MOVE LB-HOUR-SUB TO LB-SLOW-SUB
013510         END-IF
013520     END-IF.
013530 7010-EXIT.
013540     EXIT.
013550
013560****************************************************************
013570*  7020-PRINT-WEEK-HOUR
013580*
013590*  PRINTS WEEK HOUR LB-HOUR-SUB WHEN ANY DAY HAD IT OPEN.
013600****************************************************************
013610 7020-PRINT-WEEK-HOUR.
013620     IF LB-WH-STATIONS(LB-HOUR-SUB) = 0
013630         AND LB-WH-LABOR-SECS(LB-HOUR-SUB) = 0
013640         GO TO 7020-EXIT.
013650     MOVE LB-WH-SALES(LB-HOUR-SUB) TO LB-LINE-SALES.
013660     MOVE LB-WH-LABOR-SECS(LB-HOUR-SUB) TO LB-LINE-SECS.
013670     PERFORM 6110-SET-HOUR-LABEL
013680         THRU 6110-EXIT.
013690     EVALUATE TRUE
013700         WHEN LB-HOUR-SUB = LB-BUSY-SUB
013710             MOVE "BUSIEST" TO LB-HL-NOTE
013720         WHEN LB-HOUR-SUB = LB-SLOW-SUB
013730             MOVE "SLOWEST" TO LB-HL-NOTE
013740         WHEN OTHER
013750             MOVE SPACES TO LB-HL-NOTE
013760     END-EVALUATE.
013770     PERFORM 6100-FORMAT-HOUR-LINE
013780         THRU 6100-EXIT.
013790     MOVE LB-WH-STATIONS(LB-HOUR-SUB) TO LB-HL-STATIONS.
013800     MOVE "ALL DAYS" TO LB-HL-DATE.
013810     WRITE LABOR-REPORT-RECORD FROM LB-HOUR-LINE.
013820 7020-EXIT.
013830     EXIT.
013840
013850****************************************************************
013860*  7050-WRITE-PEAK-LINE
013870*
013880*  WRITES ONE OF THE WEEK'S BUSIEST OR SLOWEST HOUR LINES FROM
013890*  LB-PK-LABEL, LB-PK-DATE, LB-HOUR-SUB, LB-LINE-SALES, AND
013900*  LB-LINE-SECS.
013910****************************************************************
013920 7050-WRITE-PEAK-LINE.
013930     PERFORM 6110-SET-HOUR-LABEL
013940         THRU 6110-EXIT.
013950     MOVE LB-HOUR-LABEL(1:5) TO LB-PK-FROM.
013960     MOVE LB-HOUR-LABEL(7:5) TO LB-PK-TO.
013970     MOVE LB-LINE-SALES TO LB-PK-SALES.
013980     COMPUTE LB-LINE-HOURS ROUNDED = LB-LINE-SECS / 3600.
013990     MOVE LB-LINE-HOURS TO LB-PK-LABOR.
014000     WRITE LABOR-REPORT-RECORD FROM LB-PEAK-LINE.
014010 7050-EXIT.
014020     EXIT.
014030
014040****************************************************************
014050*  7500-PRINT-TIMESHEET
014060*
014070*  PRINTS EACH OPERATOR WITH TIME ON THE CLOCK OR A MISSED
014080*  PUNCH THIS WEEK: HOURS BY DAY, THE WEEK'S HOURS, AND THE
014090*  MISSED PUNCHES, THEN THE STAFF'S HOURS ALL TOGETHER.
014100****************************************************************
014110 7500-PRINT-TIMESHEET.
014120     MOVE "TIMESHEET - HOURS ON THE CLOCK (MISSED PUNCHES COUNT"
014130         TO LB-NOTE-TEXT.
014140     MOVE "NO TIME)" TO LB-NOTE-TEXT(54:8).
014150     WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE.
014160     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
014170     PERFORM 7510-HEAD-ONE-DAY
014180         THRU 7510-EXIT
014190         VARYING LB-DAY-SUB FROM 1 BY 1
014200         UNTIL LB-DAY-SUB > 7.
014210     WRITE LABOR-REPORT-RECORD FROM LB-SHEET-HEAD.
014220     MOVE 0 TO LB-WEEK-SECS.
014230     PERFORM 7520-PRINT-ONE-OPERATOR
014240         THRU 7520-EXIT
014250         VARYING LB-OPR-SUB FROM 1 BY 1
014260         UNTIL LB-OPR-SUB > LB-OPR-COUNT.
014270     MOVE SPACES TO LB-SHEET-LINE.
014280     MOVE "ALL STAFF" TO LB-SL-NAME.
014290     PERFORM 7540-SET-ALL-STAFF-DAY
014300         THRU 7540-EXIT
014310         VARYING LB-DAY-SUB FROM 1 BY 1
014320         UNTIL LB-DAY-SUB > 7.
014330     COMPUTE LB-LINE-HOURS ROUNDED = LB-WEEK-SECS / 3600.
014340     MOVE LB-LINE-HOURS TO LB-SL-TOTAL.
014350     MOVE LB-MISSES-FOUND TO LB-SL-MISSES.
014360     WRITE LABOR-REPORT-RECORD FROM LB-SHEET-LINE.
014370     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
014380 7500-EXIT.
014390     EXIT.
014400
014410****************************************************************
014420*  7510-HEAD-ONE-DAY
014430*
014440*  PUTS WEEK DAY LB-DAY-SUB'S MONTH AND DAY OVER ITS COLUMN.
014450****************************************************************
014460 7510-HEAD-ONE-DAY.
014470     MOVE SPACES TO LB-SH-DAY(LB-DAY-SUB).
014480     MOVE LB-DAY-DATE(LB-DAY-SUB)(5:2) TO LB-SH-MM(LB-DAY-SUB).
014490     MOVE '/' TO LB-SH-SLASH(LB-DAY-SUB).
014500     MOVE LB-DAY-DATE(LB-DAY-SUB)(7:2) TO LB-SH-DD(LB-DAY-SUB).
014510 7510-EXIT.
014520     EXIT.
014530
014540****************************************************************
014550*  7520-PRINT-ONE-OPERATOR
014560*
014570*  PRINTS OPERATOR LB-OPR-SUB'S TIMESHEET LINE WHEN THEY WERE ON
014580*  THE CLOCK OR MISSED A PUNCH.
014590****************************************************************
014600 7520-PRINT-ONE-OPERATOR.
014610     IF LB-OP-WEEK-SECS(LB-OPR-SUB) = 0
014620         AND LB-OP-MISSES(LB-OPR-SUB) = 0
014630         GO TO 7520-EXIT.
014640     MOVE SPACES TO LB-SHEET-LINE.
014650     MOVE LB-OP-ID(LB-OPR-SUB) TO LB-SL-OPERATOR.
014660     MOVE LB-OP-NAME(LB-OPR-SUB) TO LB-SL-NAME.
014670     PERFORM 7530-SET-OPERATOR-DAY
014680         THRU 7530-EXIT
014690         VARYING LB-DAY-SUB FROM 1 BY 1
014700         UNTIL LB-DAY-SUB > 7.
014710     COMPUTE LB-LINE-HOURS ROUNDED =
014720         LB-OP-WEEK-SECS(LB-OPR-SUB) / 3600.
014730     MOVE LB-LINE-HOURS TO LB-SL-TOTAL.
014740     MOVE LB-OP-MISSES(LB-OPR-SUB) TO LB-SL-MISSES.
014750     ADD LB-OP-WEEK-SECS(LB-OPR-SUB) TO LB-WEEK-SECS.
014760     WRITE LABOR-REPORT-RECORD FROM LB-SHEET-LINE.
014770 7520-EXIT.
014780     EXIT.
014790
014800****************************************************************
014810*  7530-SET-OPERATOR-DAY
014820*
014830*  SETS OPERATOR LB-OPR-SUB'S HOURS FOR WEEK DAY LB-DAY-SUB.
014840****************************************************************
014850 7530-SET-OPERATOR-DAY.
014860     COMPUTE LB-LINE-HOURS ROUNDED =
014870         LB-OP-DAY-SECS(LB-OPR-SUB, LB-DAY-SUB) / 3600.
014880     MOVE LB-LINE-HOURS TO LB-SL-HOURS(LB-DAY-SUB).
014890 7530-EXIT.
014900     EXIT.
014910
014920****************************************************************
014930*  7540-SET-ALL-STAFF-DAY
014940*
014950*  SETS THE STAFF'S HOURS FOR WEEK DAY LB-DAY-SUB.
014960****************************************************************
014970 7540-SET-ALL-STAFF-DAY.
014980     COMPUTE LB-LINE-HOURS ROUNDED =
014990         LB-DAY-LABOR-SECS(LB-DAY-SUB) / 3600.
015000     MOVE LB-LINE-HOURS TO LB-SL-HOURS(LB-DAY-SUB).
015010 7540-EXIT.
015020     EXIT.
015030
015040****************************************************************
015050*  7800-PRINT-MISSED-PUNCHES
015060*
015070*  LISTS EVERY MISSED PUNCH OF THE WEEK IN THE ORDER FOUND (DAY,
015080*  THEN OPERATOR) FOR A SUPERVISOR TO CORRECT THROUGH
015090*  JELLO-MAINT BEFORE PAYROLL IS RUN.
015100****************************************************************
015110 7800-PRINT-MISSED-PUNCHES.
015120     MOVE "MISSED PUNCHES - CORRECT THROUGH JELLO-MAINT (T)"
015130         TO LB-NOTE-TEXT.
015140     MOVE "AND RUN AGAIN" TO LB-NOTE-TEXT(50:13).
015150     WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE.
015160     WRITE LABOR-REPORT-RECORD FROM LB-BLANK-LINE.
015170     IF LB-MISS-COUNT = 0
015180         MOVE "NONE" TO LB-NOTE-TEXT
015190         WRITE LABOR-REPORT-RECORD FROM LB-NOTE-LINE
015200         GO TO 7800-EXIT.
015210     WRITE LABOR-REPORT-RECORD FROM LB-MISS-HEAD.
015220     PERFORM 7810-PRINT-ONE-MISS
015230         THRU 7810-EXIT
015240         VARYING LB-MISS-SUB FROM 1 BY 1
015250         UNTIL LB-MISS-SUB > LB-MISS-COUNT.
015260 7800-EXIT.
015270     EXIT.
015280
015290****************************************************************
015300*  7810-PRINT-ONE-MISS
015310*
015320*  PRINTS MISSED PUNCH LB-MISS-SUB.
015330****************************************************************
015340 7810-PRINT-ONE-MISS.
015350     MOVE SPACES TO LB-MISS-LINE.
015360     MOVE LB-MS-DATE(LB-MISS-SUB) TO LB-ML-DATE.
015370     MOVE LB-MS-TIME(LB-MISS-SUB)(1:2) TO LB-CE-HH.
015380     MOVE LB-MS-TIME(LB-MISS-SUB)(3:2) TO LB-CE-MM.
015390     MOVE LB-CLOCK-EDIT TO LB-ML-TIME.
015400     MOVE LB-MS-OPERATOR(LB-MISS-SUB) TO LB-ML-OPERATOR.
015410     MOVE LB-MS-OPERATOR(LB-MISS-SUB) TO LB-FIND-ID.
015420     PERFORM 3500-FIND-OPERATOR
015430         THRU 3500-EXIT.
015440     IF LB-OPR-SUB > 0
015450         MOVE LB-OP-NAME(LB-OPR-SUB) TO LB-ML-NAME
015460     END-IF.
015470     IF LB-MS-TYPE(LB-MISS-SUB) = 'I'
015480         MOVE "CLOCKED IN, NO CLOCK-OUT AFTER IT"
015490             TO LB-ML-TEXT
015500     ELSE
015510         MOVE "CLOCKED OUT, NO CLOCK-IN BEFORE IT"
015520             TO LB-ML-TEXT
015530     END-IF.
015540     WRITE LABOR-REPORT-RECORD FROM LB-MISS-LINE.
015550 7810-EXIT.
015560     EXIT.
015570
015580****************************************************************
015590*  9000-TERMINATE
015600*
015610*  CLOSES THE REPORT AND SAYS HOW THE RUN WENT.
015620****************************************************************
015630 9000-TERMINATE.
015640     CLOSE LABOR-REPORT.
015650     DISPLAY "JELLO-LABOR: " LB-DAYS-READ " day(s) read, "
015660         LB-MISSES-FOUND " missed punch(es)"
015670         " - see LABOR-REPORT.".
015680     IF LB-OVERFLOW-NOTED = 'Y'
015690         DISPLAY "JELLO-LABOR: a table ran out of room - "
015700             "report is short."
015710         MOVE 8 TO RETURN-CODE
015720     END-IF.
015730 9000-EXIT.
015740     EXIT.
015750
015760 END PROGRAM JELLO-LABOR.
