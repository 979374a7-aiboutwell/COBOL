000010****************************************************************
000020*  PROGRAM-ID.  JELLO-WIDEN
000030*
000040*  ONE-TIME CONVERSION FOR THE TWO-DIGIT FLAVOR CODE.  EVERY
000050*  MASTER, TRANSACTION, LEDGER, AND LOG FILE THAT CARRIED THE
000060*  FLAVOR CODE (OR THE RAW CHOICE KEYED FOR IT) AS ONE CHARACTER
000070*  IS REWRITTEN WITH THE FIELD TWO CHARACTERS WIDE:
000080*    - A ONE-DIGIT CODE GAINS A LEADING ZERO (5 BECOMES 05).
000090*    - A RAW CHOICE THAT IS A DIGIT IS ZERO-FILLED THE SAME WAY;
000100*      ANYTHING ELSE KEYED THERE (V, *) IS PADDED WITH A BLANK.
000110*    - A BLANK FIELD STAYS BLANK.
000120*  THE DATED AUDIT-LOG.YYYYMMDD ARCHIVES ARE CONVERTED THE SAME
000130*  WAY, SO JELLO-RECON AND A SUPERVISOR VOID CAN STILL READ BACK
000140*  OVER OLD DAYS.  ORDER-FILE AND ITS DATED ORDER-FILE.YYYYMMDD
000150*  ARCHIVES CARRY THE FLAVOR BY NAME, NOT BY CODE, SO THEIR
000160*  LAYOUT DOES NOT CHANGE; EACH ONE IS READ THROUGH AND ITS SALE
000170*  AND VOID LINES PROVED AGAINST THE CONVERTED FLAVOR-MASTER SO
000180*  A VOID AGAINST AN OLD SALE STILL FINDS ITS FLAVOR.
000190*
000200*  BEFORE A FILE IS REWRITTEN, IT IS COPIED AS IT WAS TO
000210*  PRE-WIDEN.<FILE NAME>.  THAT COPY IS ALSO HOW A SECOND RUN
000220*  KNOWS THE FILE IS ALREADY DONE: A FILE WITH A PRE-WIDEN COPY
000230*  IS LEFT AS IT IS.  A FILE THAT IS NOT THERE IS PASSED OVER.
000240*
000250*  RUN ONCE, AFTER JELLO-DAYEND HAS CLOSED THE DAY AND BEFORE
000260*  ANY PROGRAM BUILT FOR THE TWO-DIGIT CODE IS RUN.  THE
000270*  OPERATOR KEYS THE DATE OF THE OLDEST ARCHIVE TO CONVERT
000280*  (ENTER GOES BACK ONE YEAR FROM THE BUSINESS DATE).
000290*
000300*  MODIFICATION HISTORY
000310*      2026-10-15  AB  ORIGINAL VERSION.
000320****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. JELLO-WIDEN.
000350 AUTHOR. Amanda Boutwell.
000360 INSTALLATION. COUNTER SALES.
000370 DATE-WRITTEN. October 15, 2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. GNUCOBOL.
000430 OBJECT-COMPUTER. GNUCOBOL.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OLD-FILE ASSIGN TO DYNAMIC JO-FILE-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS JO-FILE-STATUS.
000490     SELECT SAVE-FILE ASSIGN TO DYNAMIC JO-SAVE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS JO-SAVE-STATUS.
000520     SELECT ORDER-ARCHIVE ASSIGN TO DYNAMIC JO-ORDER-NAME
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS JO-ORDER-STATUS.
000550     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS JO-FLAVOR-STATUS.
000580     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS JO-CONTROL-STATUS.
000610     SELECT WIDEN-REPORT ASSIGN TO "WIDEN-REPORT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  OLD-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  OLD-FILE-RECORD             PIC X(200).
000690
000700 FD  SAVE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  SAVE-FILE-RECORD            PIC X(200).
000730
000740 FD  ORDER-ARCHIVE
000750     LABEL RECORDS ARE STANDARD.
000760 01  ORDER-RECORD.
000770     COPY "ordfrec.cpy".
000780
000790 FD  FLAVOR-MASTER
000800     LABEL RECORDS ARE STANDARD.
000810 01  FLAVOR-MASTER-RECORD.
000820     COPY "flvmast.cpy".
000830
000840 FD  CONTROL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  CONTROL-RECORD.
000870     COPY "ctlrec.cpy".
000880
000890 FD  WIDEN-REPORT
000900     LABEL RECORDS ARE STANDARD.
000910 01  WIDEN-REPORT-RECORD         PIC X(80).
000920
000930 WORKING-STORAGE SECTION.
000940     01 JO-FILE-STATUS PIC X(02).
000950     01 JO-SAVE-STATUS PIC X(02).
000960     01 JO-ORDER-STATUS PIC X(02).
000970     01 JO-FLAVOR-STATUS PIC X(02).
000980     01 JO-CONTROL-STATUS PIC X(02).
000990     01 JO-OLD-EOF PIC X VALUE 'N'.
001000         88 JO-END-OF-OLD VALUE 'Y'.
001010     01 JO-SAVE-EOF PIC X VALUE 'N'.
001020         88 JO-END-OF-SAVE VALUE 'Y'.
001030     01 JO-ORDER-EOF PIC X VALUE 'N'.
001040         88 JO-END-OF-ORDERS VALUE 'Y'.
001050     01 JO-FLAVOR-EOF PIC X VALUE 'N'.
001060         88 JO-END-OF-FLAVORS VALUE 'Y'.
001070
001080*---------------------------------------------------------------
001090*    THE FILE BEING CONVERTED AND THE NAME ITS COPY IS KEPT
001100*    UNDER.  THE DATED ARCHIVE NAMES ARE BUILT THE WAY
001110*    JELLO-DAYEND BUILDS THEM.
001120*---------------------------------------------------------------
001130     01 JO-FILE-NAME PIC X(30).
001140     01 JO-SAVE-NAME.
001150         05 FILLER PIC X(10) VALUE "PRE-WIDEN.".
001160         05 JO-SAVE-BASE PIC X(30).
001170     01 JO-ORDER-NAME PIC X(30).
001180     01 JO-AUDIT-ARCH-NAME.
001190         05 FILLER PIC X(10) VALUE "AUDIT-LOG.".
001200         05 JO-AA-DATE PIC X(08).
001210     01 JO-ORDER-ARCH-NAME.
001220         05 FILLER PIC X(11) VALUE "ORDER-FILE.".
001230         05 JO-OA-DATE PIC X(08).
001240
001250*---------------------------------------------------------------
001260*    THE FILES TO CONVERT, WITH WHERE THE ONE-CHARACTER FIELD
001270*    SAT ON THE OLD RECORD AND WHAT KIND OF FIELD IT WAS:
001280*    N A FLAVOR CODE, X A RAW CHOICE AS KEYED.
001290*---------------------------------------------------------------
001300     01 JO-FILE-LIST.
001310         05 FILLER PIC X(24) VALUE "FLAVOR-MASTER       001N".
001320         05 FILLER PIC X(24) VALUE "PRICE-MASTER        001N".
001330         05 FILLER PIC X(24) VALUE "INVENTORY-FILE      001N".
001340         05 FILLER PIC X(24) VALUE "INVENTORY-OPENING   001N".
001350         05 FILLER PIC X(24) VALUE "FLAVOR-COST         001N".
001360         05 FILLER PIC X(24) VALUE "PROMO-MASTER        005N".
001370         05 FILLER PIC X(24) VALUE "PURCHASE-ORDER      012N".
001380         05 FILLER PIC X(24) VALUE "STOCK-LOTS          006N".
001390         05 FILLER PIC X(24) VALUE "ADJUST-TRANS        009N".
001400         05 FILLER PIC X(24) VALUE "ADJUST-LOG          009N".
001410         05 FILLER PIC X(24) VALUE "RECEIPT-TRANS       009N".
001420         05 FILLER PIC X(24) VALUE "CATERING-ORDERS     036N".
001430         05 FILLER PIC X(24) VALUE "ORDER-TRANS         021N".
001440         05 FILLER PIC X(24) VALUE "ORDER-TRANS-RAW     021X".
001450         05 FILLER PIC X(24) VALUE "TRANS-REJECTS       023X".
001460         05 FILLER PIC X(24) VALUE "MAINT-AUDIT         018N".
001470         05 FILLER PIC X(24) VALUE "AUDIT-LOG           032X".
001480     01 JO-FILE-TABLE REDEFINES JO-FILE-LIST.
001490         05 JO-FILE-ENTRY OCCURS 17 TIMES.
001500             10 JO-FL-NAME          PIC X(20).
001510             10 JO-FL-POS           PIC 9(03).
001520             10 JO-FL-TYPE          PIC X(01).
001530     01 JO-FILE-COUNT PIC 9(02) COMP VALUE 17.
001540     01 JO-F-SUB PIC 9(02) COMP VALUE 0.
001550
001560*---------------------------------------------------------------
001570*    THE FIELD BEING WIDENED ON THE CURRENT FILE, AND WHERE THE
001580*    NEW CHARACTER GOES.
001590*---------------------------------------------------------------
001600     01 JO-CUR-POS PIC 9(03) VALUE 0.
001610     01 JO-CUR-TYPE PIC X(01) VALUE SPACES.
001620         88 JO-CODE-FIELD VALUE 'N'.
001630         88 JO-RAW-FIELD VALUE 'X'.
001640     01 JO-REPORT-MISSING PIC X VALUE 'Y'.
001650     01 JO-INSERT-AT PIC 9(03) VALUE 0.
001660     01 JO-INSERT-CHAR PIC X(01) VALUE SPACES.
001670     01 JO-KEEP-LEN PIC 9(03) VALUE 0.
001680     01 JO-REST-LEN PIC 9(03) VALUE 0.
001690     01 JO-REST-FROM PIC 9(03) VALUE 0.
001700     01 JO-REST-TO PIC 9(03) VALUE 0.
001710
001720*---------------------------------------------------------------
001730*    FLAVOR NAMES OFF THE CONVERTED FLAVOR-MASTER, TO PROVE THE
001740*    SALE LINES ON ORDER-FILE AGAINST.
001750*---------------------------------------------------------------
001760     01 JO-FLAVOR-TABLE.
001770         05 JO-FLAVOR-ENTRY OCCURS 1 TO 50 TIMES
001780                 DEPENDING ON JO-FLAVOR-COUNT
001790                 INDEXED BY JO-FLAVOR-IDX.
001800             10 JO-FLAVOR-NAME      PIC X(15).
001810     01 JO-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001820
001830*---------------------------------------------------------------
001840*    THE RANGE OF ARCHIVE DATES WALKED, ONE CALENDAR DAY AT A
001850*    TIME, MONTH LENGTHS AND LEAP YEARS INCLUDED.
001860*---------------------------------------------------------------
001870     01 JO-BUSINESS-DATE PIC X(08).
001880     01 JO-FROM-RAW PIC X(08).
001890     01 JO-DATE-SPLIT.
001900         05 JO-DS-YEAR PIC 9(04).
001910         05 JO-DS-MONTH PIC 9(02).
001920         05 JO-DS-DAY PIC 9(02).
001930     01 JO-MONTH-LENGTH-LIST.
001940         05 FILLER PIC X(24) VALUE "312831303130313130313031".
001950     01 JO-MONTH-LENGTH-TABLE REDEFINES JO-MONTH-LENGTH-LIST.
001960         05 JO-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001970     01 JO-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
001980     01 JO-LEAP-WORK PIC 9(04) VALUE 0.
001990     01 JO-LEAP-REM PIC 9(04) VALUE 0.
002000     01 JO-LEAP-YEAR PIC X VALUE 'N'.
002010
002020*---------------------------------------------------------------
002030*    PER-FILE AND RUN TOTALS.
002040*---------------------------------------------------------------
002050     01 JO-RECORDS PIC 9(07) VALUE 0.
002060     01 JO-NAMES-UNKNOWN PIC 9(07) VALUE 0.
002070     01 JO-FILES-CONVERTED PIC 9(05) VALUE 0.
002080     01 JO-FILES-SKIPPED PIC 9(05) VALUE 0.
002090     01 JO-FILES-MISSING PIC 9(05) VALUE 0.
002100     01 JO-FILES-FAILED PIC 9(05) VALUE 0.
002110     01 JO-ORDER-FILES PIC 9(05) VALUE 0.
002120     01 JO-RECORDS-CONVERTED PIC 9(07) VALUE 0.
002130     01 JO-TOTAL-UNKNOWN PIC 9(07) VALUE 0.
002140
002150*---------------------------------------------------------------
002160*    REPORT LINES.
002170*---------------------------------------------------------------
002180     01 JO-HEADING-1.
002190         05 FILLER PIC X(40)
002200             VALUE "JELLO-WIDEN   FLAVOR CODE CONVERSION    ".
002210         05 FILLER PIC X(12) VALUE SPACES.
002220         05 FILLER PIC X(09) VALUE "FOR DATE ".
002230         05 JO-HD-DATE PIC X(08).
002240         05 FILLER PIC X(11) VALUE SPACES.
002250     01 JO-HEADING-2.
002260         05 FILLER PIC X(31) VALUE "FILE".
002270         05 FILLER PIC X(09) VALUE "  RECORDS".
002280         05 FILLER PIC X(02) VALUE SPACES.
002290         05 FILLER PIC X(38) VALUE "RESULT".
002300     01 JO-DETAIL-LINE.
002310         05 JO-DE-FILE PIC X(30).
002320         05 FILLER PIC X(01) VALUE SPACES.
002330         05 JO-DE-RECORDS PIC Z(08)9.
002340         05 FILLER PIC X(02) VALUE SPACES.
002350         05 JO-DE-RESULT PIC X(38).
002360     01 JO-UNKNOWN-LINE.
002370         05 FILLER PIC X(04) VALUE SPACES.
002380         05 JO-UN-COUNT PIC ZZZZZZ9.
002390         05 FILLER PIC X(37)
002400             VALUE " SALE/VOID LINE(S) WITH A FLAVOR NAME".
002410         05 FILLER PIC X(32) VALUE " NOT ON FLAVOR-MASTER".
002420     01 JO-COUNT-LINE.
002430         05 FILLER PIC X(02) VALUE SPACES.
002440         05 JO-CL-TEXT PIC X(40).
002450         05 JO-CL-COUNT PIC ZZZZZZ9.
002460         05 FILLER PIC X(31) VALUE SPACES.
002470     01 JO-NOTE-LINE.
002480         05 FILLER PIC X(02) VALUE SPACES.
002490         05 JO-NOTE-TEXT PIC X(78).
002500     01 JO-BLANK-LINE PIC X(80) VALUE SPACES.
002510
002520 PROCEDURE DIVISION.
002530
002540****************************************************************
002550*  0000-MAINLINE
002560*
002570*  CONVERTS THE LISTED FILES, THEN THE DATED ARCHIVES, AND
002580*  PRINTS WHAT WAS DONE TO EACH.
002590****************************************************************
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE
002620         THRU 1000-EXIT.
002630     PERFORM 2000-CONVERT-LISTED-FILE
002640         THRU 2000-EXIT
002650         VARYING JO-F-SUB FROM 1 BY 1
002660         UNTIL JO-F-SUB > JO-FILE-COUNT.
002670     PERFORM 4000-LOAD-FLAVORS
002680         THRU 4000-EXIT.
002690     PERFORM 5000-CONVERT-ARCHIVES
002700         THRU 5000-EXIT.
002710     PERFORM 9000-TERMINATE
002720         THRU 9000-EXIT.
002730     STOP RUN.
002740
002750****************************************************************
002760*  1000-INITIALIZE
002770*
002780*  READS THE BUSINESS DATE, STARTS THE REPORT, AND ASKS HOW FAR
002790*  BACK THE DATED ARCHIVES GO.
002800****************************************************************
002810 1000-INITIALIZE.
002820     PERFORM 1050-READ-CONTROL-FILE
002830         THRU 1050-EXIT.
002840     OPEN OUTPUT WIDEN-REPORT.
002850     MOVE JO-BUSINESS-DATE TO JO-HD-DATE.
002860     WRITE WIDEN-REPORT-RECORD FROM JO-HEADING-1.
002870     WRITE WIDEN-REPORT-RECORD FROM JO-BLANK-LINE.
002880     WRITE WIDEN-REPORT-RECORD FROM JO-HEADING-2.
002890     PERFORM 1100-ACCEPT-FROM-DATE
002900         THRU 1100-EXIT.
002910 1000-EXIT.
002920     EXIT.
002930
002940****************************************************************
002950*  1050-READ-CONTROL-FILE
002960*
002970*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
002980*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
002990****************************************************************
003000 1050-READ-CONTROL-FILE.
003010     OPEN INPUT CONTROL-FILE.
003020     IF JO-CONTROL-STATUS = '35'
003030         ACCEPT JO-BUSINESS-DATE FROM DATE YYYYMMDD
003040     ELSE
003050         READ CONTROL-FILE
003060             AT END
003070                 ACCEPT JO-BUSINESS-DATE FROM DATE YYYYMMDD
003080             NOT AT END
003090                 MOVE CT-BUSINESS-DATE TO JO-BUSINESS-DATE
003100         END-READ
003110         CLOSE CONTROL-FILE
003120     END-IF.
003130 1050-EXIT.
003140     EXIT.
003150
003160****************************************************************
003170*  1100-ACCEPT-FROM-DATE
003180*
003190*  SETS JO-DATE-SPLIT TO THE OLDEST ARCHIVE DATE TO CONVERT.
003200*  ENTER (OR ANYTHING NOT A DATE) TAKES THE SAME DAY ONE YEAR
003210*  BEFORE THE BUSINESS DATE.
003220****************************************************************
003230 1100-ACCEPT-FROM-DATE.
003240     DISPLAY "Convert archives dated on or after"
003250         " (YYYYMMDD, Enter = one year back): " WITH NO ADVANCING.
003260     MOVE SPACES TO JO-FROM-RAW.
003270     ACCEPT JO-FROM-RAW.
003280     IF JO-FROM-RAW IS NUMERIC
003290         MOVE JO-FROM-RAW TO JO-DATE-SPLIT
003300     ELSE
003310         MOVE JO-BUSINESS-DATE TO JO-DATE-SPLIT
003320         SUBTRACT 1 FROM JO-DS-YEAR
003330     END-IF.
003340     IF JO-DS-MONTH < 1 OR JO-DS-MONTH > 12
003350         MOVE JO-BUSINESS-DATE TO JO-DATE-SPLIT
003360         SUBTRACT 1 FROM JO-DS-YEAR
003370     END-IF.
003380     MOVE "ARCHIVES CONVERTED FROM" TO JO-NOTE-TEXT.
003390     MOVE JO-DATE-SPLIT TO JO-NOTE-TEXT(25:8).
003400     MOVE "THROUGH" TO JO-NOTE-TEXT(34:7).
003410     MOVE JO-BUSINESS-DATE TO JO-NOTE-TEXT(42:8).
003420     WRITE WIDEN-REPORT-RECORD FROM JO-NOTE-LINE.
003430     WRITE WIDEN-REPORT-RECORD FROM JO-BLANK-LINE.
003440 1100-EXIT.
003450     EXIT.
003460
003470****************************************************************
003480*  2000-CONVERT-LISTED-FILE
003490*
003500*  CONVERTS ONE FILE FROM JO-FILE-TABLE, NOTING IT ON THE
003510*  REPORT EVEN WHEN IT IS NOT THERE.
003520****************************************************************
003530 2000-CONVERT-LISTED-FILE.
003540     MOVE JO-FL-NAME(JO-F-SUB) TO JO-FILE-NAME.
003550     MOVE JO-FL-POS(JO-F-SUB) TO JO-CUR-POS.
003560     MOVE JO-FL-TYPE(JO-F-SUB) TO JO-CUR-TYPE.
003570     MOVE 'Y' TO JO-REPORT-MISSING.
003580     PERFORM 3000-CONVERT-ONE-FILE
003590         THRU 3000-EXIT.
003600 2000-EXIT.
003610     EXIT.
003620
003630****************************************************************
003640*  3000-CONVERT-ONE-FILE
003650*
003660*  CONVERTS THE FILE NAMED IN JO-FILE-NAME: COPIES IT AS IT IS
003670*  TO PRE-WIDEN.<NAME>, THEN WRITES IT BACK FROM THAT COPY WITH
003680*  THE FIELD AT JO-CUR-POS WIDENED.  A FILE THAT ALREADY HAS A
003690*  PRE-WIDEN COPY HAS BEEN CONVERTED AND IS LEFT ALONE.  A COPY
003700*  THAT CANNOT BE MADE LEAVES THE FILE AS IT WAS.
003710****************************************************************
003720 3000-CONVERT-ONE-FILE.
003730     MOVE 0 TO JO-RECORDS.
003740     MOVE JO-FILE-NAME TO JO-SAVE-BASE.
003750     MOVE JO-FILE-NAME TO JO-DE-FILE.
003760     OPEN INPUT OLD-FILE.
003770     IF JO-FILE-STATUS NOT = '00'
003780         IF JO-REPORT-MISSING = 'Y'
003790             ADD 1 TO JO-FILES-MISSING
003800             MOVE "NOT PRESENT - NOTHING TO CONVERT"
003810                 TO JO-DE-RESULT
003820             PERFORM 8000-WRITE-DETAIL
003830                 THRU 8000-EXIT
003840         END-IF
003850         GO TO 3000-EXIT.
003860     OPEN INPUT SAVE-FILE.
003870     IF JO-SAVE-STATUS = '00'
003880         CLOSE SAVE-FILE
003890         CLOSE OLD-FILE
003900         ADD 1 TO JO-FILES-SKIPPED
003910         MOVE "ALREADY CONVERTED - LEFT AS IT IS" TO JO-DE-RESULT
003920         PERFORM 8000-WRITE-DETAIL
003930             THRU 8000-EXIT
003940         GO TO 3000-EXIT.
003950     OPEN OUTPUT SAVE-FILE.
003960     IF JO-SAVE-STATUS NOT = '00'
003970         CLOSE OLD-FILE
003980         ADD 1 TO JO-FILES-FAILED
003990         MOVE "NO PRE-WIDEN COPY - LEFT AS IT IS" TO JO-DE-RESULT
004000         PERFORM 8000-WRITE-DETAIL
004010             THRU 8000-EXIT
004020         GO TO 3000-EXIT.
004030     MOVE 'N' TO JO-OLD-EOF.
004040     PERFORM 3010-READ-OLD-RECORD
004050         THRU 3010-EXIT.
004060     PERFORM 3020-SAVE-ONE-RECORD
004070         THRU 3020-EXIT
004080         UNTIL JO-END-OF-OLD.
004090     CLOSE OLD-FILE.
004100     CLOSE SAVE-FILE.
004110     OPEN INPUT SAVE-FILE.
004120     OPEN OUTPUT OLD-FILE.
004130     MOVE 'N' TO JO-SAVE-EOF.
004140     PERFORM 3030-READ-SAVED-RECORD
004150         THRU 3030-EXIT.
004160     PERFORM 3040-WIDEN-ONE-RECORD
004170         THRU 3040-EXIT
004180         UNTIL JO-END-OF-SAVE.
004190     CLOSE SAVE-FILE.
004200     CLOSE OLD-FILE.
004210     ADD 1 TO JO-FILES-CONVERTED.
004220     ADD JO-RECORDS TO JO-RECORDS-CONVERTED.
004230     MOVE "CONVERTED - OLD COPY IN PRE-WIDEN." TO JO-DE-RESULT.
004240     PERFORM 8000-WRITE-DETAIL
004250         THRU 8000-EXIT.
004260 3000-EXIT.
004270     EXIT.
004280
004290****************************************************************
004300*  3010-READ-OLD-RECORD
004310*
004320*  READS ONE RECORD OF THE FILE BEING CONVERTED AHEAD.
004330****************************************************************
004340 3010-READ-OLD-RECORD.
004350     READ OLD-FILE
004360         AT END MOVE 'Y' TO JO-OLD-EOF
004370     END-READ.
004380 3010-EXIT.
004390     EXIT.
004400
004410****************************************************************
004420*  3020-SAVE-ONE-RECORD
004430*
004440*  COPIES ONE RECORD AS IT IS TO THE PRE-WIDEN COPY AND PRIMES
004450*  THE NEXT READ.
004460****************************************************************
004470 3020-SAVE-ONE-RECORD.
004480     WRITE SAVE-FILE-RECORD FROM OLD-FILE-RECORD.
004490     PERFORM 3010-READ-OLD-RECORD
004500         THRU 3010-EXIT.
004510 3020-EXIT.
004520     EXIT.
004530
004540****************************************************************
004550*  3030-READ-SAVED-RECORD
004560*
004570*  READS ONE RECORD OF THE PRE-WIDEN COPY AHEAD.
004580****************************************************************
004590 3030-READ-SAVED-RECORD.
004600     READ SAVE-FILE
004610         AT END MOVE 'Y' TO JO-SAVE-EOF
004620     END-READ.
004630 3030-EXIT.
004640     EXIT.
004650
004660****************************************************************
004670*  3040-WIDEN-ONE-RECORD
004680*
004690*  WRITES ONE RECORD BACK WITH ONE CHARACTER PUT IN AT THE
004700*  FIELD, EVERYTHING AFTER IT MOVED ONE PLACE RIGHT, AND PRIMES
004710*  THE NEXT READ.  A DIGIT GAINS A LEADING ZERO; A RAW CHOICE
004720*  THAT IS NOT A DIGIT, OR A BLANK FIELD, GAINS A TRAILING
004730*  BLANK.
004740****************************************************************
004750 3040-WIDEN-ONE-RECORD.
004760     MOVE JO-CUR-POS TO JO-INSERT-AT.
004770     MOVE '0' TO JO-INSERT-CHAR.
004780     IF SAVE-FILE-RECORD(JO-CUR-POS:1) = SPACE
004790         MOVE SPACE TO JO-INSERT-CHAR
004800     END-IF.
004810     IF JO-RAW-FIELD
004820         AND SAVE-FILE-RECORD(JO-CUR-POS:1) IS NOT NUMERIC
004830         ADD 1 TO JO-INSERT-AT
004840         MOVE SPACE TO JO-INSERT-CHAR
004850     END-IF.
004860     MOVE SPACES TO OLD-FILE-RECORD.
004870     IF JO-INSERT-AT > 1
004880         COMPUTE JO-KEEP-LEN = JO-INSERT-AT - 1
004890         MOVE SAVE-FILE-RECORD(1:JO-KEEP-LEN)
004900             TO OLD-FILE-RECORD(1:JO-KEEP-LEN)
004910     END-IF.
004920     MOVE JO-INSERT-CHAR TO OLD-FILE-RECORD(JO-INSERT-AT:1).
004930     MOVE JO-INSERT-AT TO JO-REST-FROM.
004940     COMPUTE JO-REST-TO = JO-INSERT-AT + 1.
004950     COMPUTE JO-REST-LEN = 200 - JO-INSERT-AT.
004960     MOVE SAVE-FILE-RECORD(JO-REST-FROM:JO-REST-LEN)
004970         TO OLD-FILE-RECORD(JO-REST-TO:JO-REST-LEN).
004980     WRITE OLD-FILE-RECORD.
004990     ADD 1 TO JO-RECORDS.
005000     PERFORM 3030-READ-SAVED-RECORD
005010         THRU 3030-EXIT.
005020 3040-EXIT.
005030     EXIT.
005040
005050****************************************************************
005060*  4000-LOAD-FLAVORS
005070*
005080*  READS THE CONVERTED FLAVOR-MASTER INTO JO-FLAVOR-TABLE.
005090****************************************************************
005100 4000-LOAD-FLAVORS.
005110     MOVE 0 TO JO-FLAVOR-COUNT.
005120     OPEN INPUT FLAVOR-MASTER.
005130     IF JO-FLAVOR-STATUS = '35'
005140         GO TO 4000-EXIT.
005150     MOVE 'N' TO JO-FLAVOR-EOF.
005160     PERFORM 4010-READ-FLAVOR-RECORD
005170         THRU 4010-EXIT.
005180     PERFORM 4020-STORE-FLAVOR-RECORD
005190         THRU 4020-EXIT
005200         UNTIL JO-END-OF-FLAVORS.
005210     CLOSE FLAVOR-MASTER.
005220 4000-EXIT.
005230     EXIT.
005240
005250****************************************************************
005260*  4010-READ-FLAVOR-RECORD
005270*
005280*  READS ONE FLAVOR-MASTER RECORD AHEAD.
005290****************************************************************
005300 4010-READ-FLAVOR-RECORD.
005310     READ FLAVOR-MASTER
005320         AT END MOVE 'Y' TO JO-FLAVOR-EOF
005330     END-READ.
005340 4010-EXIT.
005350     EXIT.
005360
005370****************************************************************
005380*  4020-STORE-FLAVOR-RECORD
005390*
005400*  ADDS THE FLAVOR JUST READ TO JO-FLAVOR-TABLE AND PRIMES THE
005410*  NEXT READ.
005420****************************************************************
005430 4020-STORE-FLAVOR-RECORD.
005440     IF JO-FLAVOR-COUNT < 50
005450         ADD 1 TO JO-FLAVOR-COUNT
005460         MOVE FM-FLAVOR-NAME TO JO-FLAVOR-NAME(JO-FLAVOR-COUNT)
005470     END-IF.
005480     PERFORM 4010-READ-FLAVOR-RECORD
005490         THRU 4010-EXIT.
005500 4020-EXIT.
005510     EXIT.
005520
005530****************************************************************
005540*  5000-CONVERT-ARCHIVES
005550*
005560*  PROVES TODAY'S ORDER-FILE, THEN WALKS THE DATED ARCHIVES DAY
005570*  BY DAY UP TO THE BUSINESS DATE.  A DAY WITH NO ARCHIVE (A
005580*  DAY THE STORE WAS SHUT) IS PASSED OVER WITHOUT A LINE.
005590****************************************************************
005600 5000-CONVERT-ARCHIVES.
005610     WRITE WIDEN-REPORT-RECORD FROM JO-BLANK-LINE.
005620     MOVE "ORDER-FILE" TO JO-ORDER-NAME.
005630     MOVE 'Y' TO JO-REPORT-MISSING.
005640     PERFORM 5100-PROVE-ORDER-FILE
005650         THRU 5100-EXIT.
005660     PERFORM 5010-CONVERT-ONE-DAY
005670         THRU 5010-EXIT
005680         UNTIL JO-DATE-SPLIT > JO-BUSINESS-DATE.
005690 5000-EXIT.
005700     EXIT.
005710
005720****************************************************************
005730*  5010-CONVERT-ONE-DAY
005740*
005750*  CONVERTS THE DAY'S AUDIT-LOG ARCHIVE AND PROVES ITS
005760*  ORDER-FILE ARCHIVE, THEN MOVES ON A DAY.
005770****************************************************************
005780 5010-CONVERT-ONE-DAY.
005790     MOVE 'N' TO JO-REPORT-MISSING.
005800     MOVE JO-DATE-SPLIT TO JO-AA-DATE.
005810     MOVE JO-AUDIT-ARCH-NAME TO JO-FILE-NAME.
005820     MOVE 32 TO JO-CUR-POS.
005830     MOVE 'X' TO JO-CUR-TYPE.
005840     PERFORM 3000-CONVERT-ONE-FILE
005850         THRU 3000-EXIT.
005860     MOVE JO-DATE-SPLIT TO JO-OA-DATE.
005870     MOVE JO-ORDER-ARCH-NAME TO JO-ORDER-NAME.
005880     PERFORM 5100-PROVE-ORDER-FILE
005890         THRU 5100-EXIT.
005900     PERFORM 6310-ADVANCE-ONE-DAY
005910         THRU 6310-EXIT.
005920 5010-EXIT.
005930     EXIT.
005940
005950****************************************************************
005960*  5100-PROVE-ORDER-FILE
005970*
005980*  READS THE ORDER-FILE NAMED IN JO-ORDER-NAME THROUGH AND
005990*  COUNTS THE SALE AND VOID LINES WHOSE FLAVOR NAME IS NOT ON
006000*  FLAVOR-MASTER.  THE FILE ITSELF IS NOT CHANGED.
006010****************************************************************
006020 5100-PROVE-ORDER-FILE.
006030     MOVE 0 TO JO-RECORDS.
006040     MOVE 0 TO JO-NAMES-UNKNOWN.
006050     MOVE JO-ORDER-NAME TO JO-DE-FILE.
006060     OPEN INPUT ORDER-ARCHIVE.
006070     IF JO-ORDER-STATUS NOT = '00'
006080         IF JO-REPORT-MISSING = 'Y'
006090             MOVE "NOT PRESENT - NOTHING TO PROVE" TO JO-DE-RESULT
006100             PERFORM 8000-WRITE-DETAIL
006110                 THRU 8000-EXIT
006120         END-IF
006130         GO TO 5100-EXIT.
006140     MOVE 'N' TO JO-ORDER-EOF.
006150     PERFORM 5110-READ-ORDER-RECORD
006160         THRU 5110-EXIT.
006170     PERFORM 5120-PROVE-ORDER-RECORD
006180         THRU 5120-EXIT
006190         UNTIL JO-END-OF-ORDERS.
006200     CLOSE ORDER-ARCHIVE.
006210     ADD 1 TO JO-ORDER-FILES.
006220     ADD JO-NAMES-UNKNOWN TO JO-TOTAL-UNKNOWN.
006230     MOVE "PROVED - NAMED BY FLAVOR, NO CHANGE" TO JO-DE-RESULT.
006240     PERFORM 8000-WRITE-DETAIL
006250         THRU 8000-EXIT.
006260     IF JO-NAMES-UNKNOWN > 0
006270         MOVE JO-NAMES-UNKNOWN TO JO-UN-COUNT
006280         WRITE WIDEN-REPORT-RECORD FROM JO-UNKNOWN-LINE
006290     END-IF.
006300 5100-EXIT.
006310     EXIT.
006320
006330****************************************************************
006340*  5110-READ-ORDER-RECORD
006350*
006360*  READS ONE ORDER-FILE RECORD AHEAD.
006370****************************************************************
006380 5110-READ-ORDER-RECORD.
006390     READ ORDER-ARCHIVE
006400         AT END MOVE 'Y' TO JO-ORDER-EOF
006410     END-READ.
006420 5110-EXIT.
006430     EXIT.
006440
006450****************************************************************
006460*  5120-PROVE-ORDER-RECORD
006470*
006480*  LOOKS A SALE OR VOID LINE'S FLAVOR UP ON JO-FLAVOR-TABLE
006490*  (TENDER LINES CARRY NO FLAVOR) AND PRIMES THE NEXT READ.
006500****************************************************************
006510 5120-PROVE-ORDER-RECORD.
006520     ADD 1 TO JO-RECORDS.
006530     IF OR-RECORD-TYPE NOT = 'T' AND OR-FLAVOR-NAME NOT = SPACES
006540         SET JO-FLAVOR-IDX TO 1
006550         SEARCH JO-FLAVOR-ENTRY
006560             AT END ADD 1 TO JO-NAMES-UNKNOWN
006570             WHEN JO-FLAVOR-NAME(JO-FLAVOR-IDX) = OR-FLAVOR-NAME
006580                 CONTINUE
006590         END-SEARCH
006600     END-IF.
006610     PERFORM 5110-READ-ORDER-RECORD
006620         THRU 5110-EXIT.
006630 5120-EXIT.
006640     EXIT.
006650
006660****************************************************************
006670*  6310-ADVANCE-ONE-DAY
006680*
006690*  ROLLS JO-DATE-SPLIT FORWARD ONE CALENDAR DAY.
006700****************************************************************
006710 6310-ADVANCE-ONE-DAY.
006720     PERFORM 6320-SET-DAYS-THIS-MONTH
006730         THRU 6320-EXIT.
006740     IF JO-DS-DAY < JO-DAYS-THIS-MONTH
006750         ADD 1 TO JO-DS-DAY
006760     ELSE
006770         MOVE 1 TO JO-DS-DAY
006780         IF JO-DS-MONTH < 12
006790             ADD 1 TO JO-DS-MONTH
006800         ELSE
006810             MOVE 1 TO JO-DS-MONTH
006820             ADD 1 TO JO-DS-YEAR
006830         END-IF
006840     END-IF.
006850 6310-EXIT.
006860     EXIT.
006870
006880****************************************************************
006890*  6320-SET-DAYS-THIS-MONTH
006900*
006910*  SETS JO-DAYS-THIS-MONTH FOR THE MONTH IN JO-DATE-SPLIT,
006920*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
006930*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
006940****************************************************************
006950 6320-SET-DAYS-THIS-MONTH.
006960     MOVE JO-MONTH-DAYS(JO-DS-MONTH) TO JO-DAYS-THIS-MONTH.
006970     IF JO-DS-MONTH = 2
006980         MOVE 'N' TO JO-LEAP-YEAR
006990         DIVIDE JO-DS-YEAR BY 4 GIVING JO-LEAP-WORK
007000             REMAINDER JO-LEAP-REM
007010         IF JO-LEAP-REM = 0
007020             MOVE 'Y' TO JO-LEAP-YEAR
007030             DIVIDE JO-DS-YEAR BY 100 GIVING JO-LEAP-WORK
007040                 REMAINDER JO-LEAP-REM
007050             IF JO-LEAP-REM = 0
007060                 MOVE 'N' TO JO-LEAP-YEAR
007070                 DIVIDE JO-DS-YEAR BY 400 GIVING JO-LEAP-WORK
007080                     REMAINDER JO-LEAP-REM
007090                 IF JO-LEAP-REM = 0
007100                     MOVE 'Y' TO JO-LEAP-YEAR
007110                 END-IF
007120             END-IF
007130         END-IF
007140         IF JO-LEAP-YEAR = 'Y'
007150             MOVE 29 TO JO-DAYS-THIS-MONTH
007160         END-IF
007170     END-IF.
007180 6320-EXIT.
007190     EXIT.
007200
007210****************************************************************
007220*  8000-WRITE-DETAIL
007230*
007240*  PRINTS ONE FILE'S LINE.
007250****************************************************************
007260 8000-WRITE-DETAIL.
007270     MOVE JO-RECORDS TO JO-DE-RECORDS.
007280     WRITE WIDEN-REPORT-RECORD FROM JO-DETAIL-LINE.
007290 8000-EXIT.
007300     EXIT.
007310
007320****************************************************************
007330*  9000-TERMINATE
007340*
007350*  PRINTS THE RUN TOTALS, CLOSES THE REPORT, AND SIGNS OFF.  A
007360*  FILE THAT COULD NOT BE COPIED ENDS THE RUN WITH RETURN-CODE
007370*  8; IT WAS LEFT AS IT WAS AND A RERUN PICKS IT UP.
007380****************************************************************
007390 9000-TERMINATE.
007400     WRITE WIDEN-REPORT-RECORD FROM JO-BLANK-LINE.
007410     MOVE "FILES CONVERTED" TO JO-CL-TEXT.
007420     MOVE JO-FILES-CONVERTED TO JO-CL-COUNT.
007430     WRITE WIDEN-REPORT-RECORD FROM JO-COUNT-LINE.
007440     MOVE "RECORDS CONVERTED" TO JO-CL-TEXT.
007450     MOVE JO-RECORDS-CONVERTED TO JO-CL-COUNT.
007460     WRITE WIDEN-REPORT-RECORD FROM JO-COUNT-LINE.
007470     MOVE "FILES ALREADY CONVERTED" TO JO-CL-TEXT.
007480     MOVE JO-FILES-SKIPPED TO JO-CL-COUNT.
007490     WRITE WIDEN-REPORT-RECORD FROM JO-COUNT-LINE.
007500     MOVE "LISTED FILES NOT PRESENT" TO JO-CL-TEXT.
007510     MOVE JO-FILES-MISSING TO JO-CL-COUNT.
007520     WRITE WIDEN-REPORT-RECORD FROM JO-COUNT-LINE.
007530     MOVE "FILES LEFT AS THEY WERE - NO COPY" TO JO-CL-TEXT.
007540     MOVE JO-FILES-FAILED TO JO-CL-COUNT.
007550     WRITE WIDEN-REPORT-RECORD FROM JO-COUNT-LINE.
007560     MOVE "ORDER-FILES PROVED" TO JO-CL-TEXT.
007570     MOVE JO-ORDER-FILES TO JO-CL-COUNT.
007580     WRITE WIDEN-REPORT-RECORD FROM JO-COUNT-LINE.
007590     MOVE "SALE/VOID LINES, FLAVOR NOT ON FILE" TO JO-CL-TEXT.
007600     MOVE JO-TOTAL-UNKNOWN TO JO-CL-COUNT.
007610     WRITE WIDEN-REPORT-RECORD FROM JO-COUNT-LINE.
007620     CLOSE WIDEN-REPORT.
007630     DISPLAY "JELLO-WIDEN: " JO-FILES-CONVERTED
007640         " file(s) converted - see WIDEN-REPORT.".
007650     IF JO-FILES-FAILED > 0
007660         DISPLAY "JELLO-WIDEN: some files could not be copied and"
007670             " were left as they were - see WIDEN-REPORT."
007680         MOVE 8 TO RETURN-CODE
007690     END-IF.
007700 9000-EXIT.
007710     EXIT.
007720
007730 END PROGRAM JELLO-WIDEN.
