000010****************************************************************
000020*  PROGRAM-ID.  JELLO-PRODUCE
000030*
000040*  PRODUCTION POSTING.  WE MAKE THE JELLO OURSELVES, SO FINISHED
000050*  TRAYS COME FROM THE KITCHEN AS WELL AS THE DOCK.  THIS POSTS
000060*  THE DAY'S KITCHEN TICKETS QUEUED ON PRODUCTION-TRANS, IN THE
000070*  ORDER THEY WERE KEYED:
000080*    - AN INGREDIENT DELIVERY ADDS TO THE INGREDIENT'S ON-HAND
000090*      AND, WHEN THE SLIP CARRIED ONE, SETS ITS LAST COST;
000100*    - A PRODUCTION BATCH IS CHECKED AGAINST ITS FLAVOR'S RECIPE
000110*      FIRST: EVERY INGREDIENT THE BATCH NEEDS MUST BE ON HAND,
000120*      OR NOTHING IS POSTED AND THE TICKET PRINTS AS A REJECT
000130*      WITH THE SHORTAGES.  A BATCH THAT PASSES RELIEVES ITS
000140*      INGREDIENTS, ADDS ITS TRAYS TO IV-ON-HAND, AND OPENS A
000150*      STOCK-LOTS LOT, THE SAME AS A RECEIPT IN JELLO-RECEIVE.
000160*  THE TRAYS MADE ARE APPLIED TO THE INVENTORY-OPENING SNAPSHOT
000170*  TOO (WHEN ONE EXISTS), AS JELLO-RECEIVE DOES FOR DELIVERIES,
000180*  SO THE NIGHT'S MOVEMENT RECONCILIATION STILL PROVES.
000190*
000200*  EVERY FLAVOR WITH A RECIPE THEN HAS ITS TRAY COST ROLLED UP
000210*  FROM THE INGREDIENT COSTS ONTO FLAVOR-COST, SO THE MARGIN
000220*  REPORT PRICES WHAT A TRAY REALLY COSTS US.  A FLAVOR WITHOUT
000230*  A RECIPE KEEPS THE LAST COST JELLO-RECEIVE CAPTURED.
000240*
000250*  LAST, EVERY INGREDIENT AT OR BELOW ITS REORDER POINT IS
000260*  LISTED ON INGREDIENT-REORDER WITH A SUGGESTED ORDER THAT
000270*  BRINGS IT BACK TO TWICE THE REORDER POINT - THE SAME RULE THE
000280*  FLAVOR LOW-STOCK REPORT USES.  A MISSING PRODUCTION-TRANS
000290*  JUST MEANS NOTHING WAS MADE TODAY; THE COSTS ARE STILL ROLLED
000300*  AND THE REORDER REPORT STILL RUNS.
000310*
000320*  PRODUCTION-TRANS IS CLEARED AFTER A RUN SO A SECOND RUN
000330*  CANNOT DOUBLE-POST A TICKET.  A REJECTED TICKET ENDS THE JOB
000340*  WITH RETURN-CODE 8; IT IS RE-KEYED ONCE CORRECTED.
000350*
000360*  MODIFICATION HISTORY
000370*      2026-10-15  AB  ORIGINAL VERSION.
000380****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. JELLO-PRODUCE.
000410 AUTHOR. Amanda Boutwell.
000420 INSTALLATION. COUNTER SALES.
000430 DATE-WRITTEN. October 15, 2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. GNUCOBOL.
000490 OBJECT-COMPUTER. GNUCOBOL.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PRODUCTION-TRANS ASSIGN TO "PRODUCTION-TRANS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PD-TICKET-STATUS.
000550     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT INVENTORY-OPENING ASSIGN TO "INVENTORY-OPENING"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PD-OPENING-STATUS.
000620     SELECT FLAVOR-COST ASSIGN TO "FLAVOR-COST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PD-COST-STATUS.
000650     SELECT INGREDIENT ASSIGN TO "INGREDIENT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PD-INGREDIENT-STATUS.
000680     SELECT RECIPE ASSIGN TO "RECIPE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PD-RECIPE-STATUS.
000710     SELECT STOCK-LOTS ASSIGN TO "STOCK-LOTS"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS PD-LOT-STATUS.
000740     SELECT PRODUCTION-REPORT ASSIGN TO "PRODUCTION-REPORT"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT INGREDIENT-REORDER ASSIGN TO "INGREDIENT-REORDER"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  PRODUCTION-TRANS
000820     LABEL RECORDS ARE STANDARD.
000830 01  PRODUCTION-TRANS-RECORD.
000840     COPY "prodrec.cpy".
000850
000860 FD  FLAVOR-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880 01  FLAVOR-MASTER-RECORD.
000890     COPY "flvmast.cpy".
000900
000910 FD  INVENTORY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  INVENTORY-RECORD.
000940     COPY "invmast.cpy".
000950
000960 FD  INVENTORY-OPENING
000970     LABEL RECORDS ARE STANDARD.
000980 01  INVENTORY-OPENING-RECORD.
000990     05  IO-FLAVOR-CODE          PIC 9(02).
001000     05  IO-ON-HAND              PIC 9(05).
001010     05  IO-REORDER-POINT        PIC X(05).
001020
001030 FD  FLAVOR-COST
001040     LABEL RECORDS ARE STANDARD.
001050 01  FLAVOR-COST-RECORD.
001060     COPY "cstmast.cpy".
001070
001080 FD  INGREDIENT
001090     LABEL RECORDS ARE STANDARD.
001100 01  INGREDIENT-RECORD.
001110     COPY "ingrmast.cpy".
001120
001130 FD  RECIPE
001140     LABEL RECORDS ARE STANDARD.
001150 01  RECIPE-RECORD.
001160     COPY "recpmast.cpy".
001170
001180 FD  STOCK-LOTS
001190     LABEL RECORDS ARE STANDARD.
001200 01  STOCK-LOTS-RECORD.
001210     COPY "lotrec.cpy".
001220
001230 FD  PRODUCTION-REPORT
001240     LABEL RECORDS ARE STANDARD.
001250 01  PRODUCTION-REPORT-RECORD    PIC X(80).
001260
001270 FD  INGREDIENT-REORDER
001280     LABEL RECORDS ARE STANDARD.
001290 01  INGREDIENT-REORDER-RECORD   PIC X(80).
001300
001310 WORKING-STORAGE SECTION.
001320     01 PD-TICKET-STATUS PIC X(02).
001330     01 PD-TICKET-EOF PIC X VALUE 'N'.
001340         88 PD-END-OF-TICKETS VALUE 'Y'.
001350     01 PD-NO-TICKETS PIC X VALUE 'N'.
001360         88 PD-TICKETS-MISSING VALUE 'Y'.
001370     01 PD-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
001380         88 PD-END-OF-FLAVOR-MASTER VALUE 'Y'.
001390     01 PD-INVENTORY-EOF PIC X VALUE 'N'.
001400         88 PD-END-OF-INVENTORY VALUE 'Y'.
001410
001420*---------------------------------------------------------------
001430*    FLAVOR-MASTER IS READ INTO THIS TABLE FOR THE NAMES ON THE
001440*    REPORT AND THE SHELF LIFE A NEW LOT IS DATED FROM.
001450*---------------------------------------------------------------
001460     01 PD-FLAVOR-TABLE.
001470         05 PD-FLAVOR-ENTRY OCCURS 1 TO 20 TIMES
001480                 DEPENDING ON PD-FLAVOR-COUNT
001490                 INDEXED BY PD-FLAVOR-IDX.
001500             10 PD-FLAVOR-CODE      PIC 9(02).
001510             10 PD-FLAVOR-NAME      PIC X(15).
001520             10 PD-FLAVOR-SHELF     PIC 9(03).
001530     01 PD-FLAVOR-COUNT PIC 9(02) COMP VALUE 0.
001540
001550*---------------------------------------------------------------
001560*    INVENTORY-FILE IS READ INTO THIS TABLE, BATCHES ARE POSTED
001570*    AGAINST IT, AND IT IS WRITTEN BACK OUT AT END OF JOB, THE
001580*    SAME LOAD/SAVE SHAPE JELLO-RECEIVE USES.  THE FLAVOR-COST
001590*    LAST COST RIDES ALONG WITH EACH FLAVOR.
001600*---------------------------------------------------------------
001610     01 PD-INVENTORY-TABLE.
001620         05 PD-INVENTORY-ENTRY OCCURS 1 TO 20 TIMES
001630                 DEPENDING ON PD-INVENTORY-COUNT
001640                 INDEXED BY PD-INVENTORY-IDX.
001650             10 PD-INVENTORY-CODE    PIC 9(02).
001660             10 PD-INVENTORY-ON-HAND PIC 9(05) COMP.
001670             10 PD-REORDER-POINT     PIC 9(05).
001680             10 PD-MADE-QTY          PIC S9(06) COMP.
001690             10 PD-UNIT-COST         PIC 9(03)V99.
001700     01 PD-INVENTORY-COUNT PIC 9(02) COMP VALUE 0.
001710     01 PD-COST-STATUS PIC X(02).
001720     01 PD-COST-EOF PIC X VALUE 'N'.
001730         88 PD-END-OF-COSTS VALUE 'Y'.
001740
001750*---------------------------------------------------------------
001760*    INGREDIENT IS READ INTO THIS TABLE, DELIVERIES AND BATCHES
001770*    ARE POSTED AGAINST IT, AND IT IS WRITTEN BACK OUT AT END OF
001780*    JOB.
001790*---------------------------------------------------------------
001800     01 PD-INGREDIENT-STATUS PIC X(02).
001810     01 PD-INGREDIENT-EOF PIC X VALUE 'N'.
001820         88 PD-END-OF-INGREDIENTS VALUE 'Y'.
001830     01 PD-INGREDIENT-TABLE.
001840         05 PD-INGREDIENT-ENTRY OCCURS 1 TO 100 TIMES
001850                 DEPENDING ON PD-INGREDIENT-COUNT
001860                 INDEXED BY PD-ING-IDX.
001870             10 PD-ING-CODE          PIC 9(03).
001880             10 PD-ING-NAME          PIC X(15).
001890             10 PD-ING-UNIT          PIC X(04).
001900             10 PD-ING-ON-HAND       PIC 9(06)V99.
001910             10 PD-ING-REORDER       PIC 9(06)V99.
001920             10 PD-ING-COST          PIC 9(03)V9(04).
001930             10 PD-ING-VENDOR        PIC X(04).
001940             10 PD-ING-NEED          PIC 9(07)V99.
001950     01 PD-INGREDIENT-COUNT PIC 9(03) COMP VALUE 0.
001960     01 PD-ING-SUB PIC 9(03) COMP VALUE 0.
001970     01 PD-INGREDIENT-OVERFLOW PIC X VALUE 'N'.
001980
001990*---------------------------------------------------------------
002000*    RECIPE IS READ INTO THIS TABLE, EACH LINE CARRYING THE
002010*    PLACE OF ITS INGREDIENT IN PD-INGREDIENT-TABLE (ZERO WHEN
002020*    THE INGREDIENT IS NOT ON FILE).
002030*---------------------------------------------------------------
002040     01 PD-RECIPE-STATUS PIC X(02).
002050     01 PD-RECIPE-EOF PIC X VALUE 'N'.
002060         88 PD-END-OF-RECIPES VALUE 'Y'.
002070     01 PD-RECIPE-TABLE.
002080         05 PD-RECIPE-ENTRY OCCURS 1 TO 300 TIMES
002090                 DEPENDING ON PD-RECIPE-COUNT.
002100             10 PD-RP-FLAVOR        PIC 9(02).
002110             10 PD-RP-INGREDIENT    PIC 9(03).
002120             10 PD-RP-QTY           PIC 9(03)V9(04).
002130             10 PD-RP-ING-SUB       PIC 9(03) COMP.
002140     01 PD-RECIPE-COUNT PIC 9(03) COMP VALUE 0.
002150     01 PD-RP-SUB PIC 9(03) COMP VALUE 0.
002160     01 PD-RECIPE-OVERFLOW PIC X VALUE 'N'.
002170
002180*---------------------------------------------------------------
002190*    THE BATCH BEING POSTED, AND THE TRAY COST BEING ROLLED UP.
002200*---------------------------------------------------------------
002210     01 PD-CUR-FLAVOR PIC 9(02) VALUE 0.
002220     01 PD-CUR-NAME PIC X(15).
002230     01 PD-RECIPE-LINES PIC 9(03) COMP VALUE 0.
002240     01 PD-MISSING-LINES PIC 9(03) COMP VALUE 0.
002250     01 PD-SHORT-LINES PIC 9(03) COMP VALUE 0.
002260     01 PD-LINE-NEED PIC 9(07)V99 VALUE 0.
002270     01 PD-BATCH-COST PIC 9(07)V9(04) VALUE 0.
002280     01 PD-TRAY-COST PIC 9(05)V99 VALUE 0.
002290     01 PD-ROLLED-COST PIC 9(05)V9(06) VALUE 0.
002300     01 PD-OLD-COST PIC 9(03)V99 VALUE 0.
002310     01 PD-REJECT-REASON PIC X(40).
002320     01 PD-REJECT-WHAT PIC X(15).
002330
002340*---------------------------------------------------------------
002350*    RUN TOTALS FOR THE END-OF-JOB SUMMARY.
002360*---------------------------------------------------------------
002370     01 PD-TICKETS-READ PIC 9(05) VALUE 0.
002380     01 PD-DELIVERIES-POSTED PIC 9(05) VALUE 0.
002390     01 PD-BATCHES-POSTED PIC 9(05) VALUE 0.
002400     01 PD-TRAYS-MADE PIC 9(07) VALUE 0.
002410     01 PD-TICKETS-REJECTED PIC 9(05) VALUE 0.
002420     01 PD-FLAVORS-COSTED PIC 9(05) VALUE 0.
002430     01 PD-LOW-STOCK-COUNT PIC 9(05) VALUE 0.
002440     01 PD-SUGGESTED-QTY PIC S9(07)V99 VALUE 0.
002450
002460*---------------------------------------------------------------
002470*    THE OPENING SNAPSHOT IS BUFFERED HERE WHILE THE TRAYS MADE
002480*    ARE APPLIED TO IT.
002490*---------------------------------------------------------------
002500     01 PD-OPENING-STATUS PIC X(02).
002510     01 PD-OPENING-EOF PIC X VALUE 'N'.
002520         88 PD-END-OF-OPENING VALUE 'Y'.
002530     01 PD-OPEN-TABLE.
002540         05 PD-OPEN-ENTRY OCCURS 20 TIMES.
002550             10 PD-OP-CODE          PIC 9(02).
002560             10 PD-OP-ON-HAND       PIC 9(05).
002570             10 PD-OP-REORDER       PIC X(05).
002580     01 PD-OPEN-COUNT PIC 9(02) COMP VALUE 0.
002590     01 PD-OPEN-SUB PIC 9(02) COMP VALUE 0.
002600
002610*---------------------------------------------------------------
002620*    STOCK-LOTS IS READ INTO THIS TABLE SO EACH BATCH OPENS ITS
002630*    OWN LOT.  PAST 500 LOTS THE LOTS ARE LEFT AS THEY WERE AND
002640*    THE MORNING EXPIRY REPORT PROVES THEM BACK TO ON-HAND.
002650*---------------------------------------------------------------
002660     01 PD-LOT-STATUS PIC X(02).
002670     01 PD-LOT-EOF PIC X VALUE 'N'.
002680         88 PD-END-OF-LOTS VALUE 'Y'.
002690     01 PD-LOT-TABLE.
002700         05 PD-LOT-ENTRY OCCURS 1 TO 500 TIMES
002710                 DEPENDING ON PD-LOT-COUNT.
002720             10 PD-LOT-NUMBER       PIC 9(05).
002730             10 PD-LOT-FLAVOR       PIC 9(02).
002740             10 PD-LOT-RECEIVED     PIC X(08).
002750             10 PD-LOT-EXPIRY       PIC X(08).
002760             10 PD-LOT-QTY-RECEIVED PIC 9(05).
002770             10 PD-LOT-ON-HAND      PIC 9(05).
002780     01 PD-LOT-COUNT PIC 9(03) COMP VALUE 0.
002790     01 PD-LOT-SUB PIC 9(03) COMP VALUE 0.
002800     01 PD-LOT-OVERFLOW PIC X VALUE 'N'.
002810     01 PD-NEXT-LOT PIC 9(05) VALUE 1.
002820     01 PD-LOT-DATE PIC X(08) VALUE SPACES.
002830
002840*---------------------------------------------------------------
002850*    FIELDS FOR DATING A LOT'S EXPIRY: THE BATCH DATE IS ROLLED
002860*    FORWARD ONE CALENDAR DAY PER DAY OF SHELF LIFE, MONTH
002870*    LENGTHS AND LEAP YEARS INCLUDED.
002880*---------------------------------------------------------------
002890     01 PD-DATE-SPLIT.
002900         05 PD-DS-YEAR PIC 9(04).
002910         05 PD-DS-MONTH PIC 9(02).
002920         05 PD-DS-DAY PIC 9(02).
002930     01 PD-MONTH-LENGTH-LIST.
002940         05 FILLER PIC X(24) VALUE "312831303130313130313031".
002950     01 PD-MONTH-LENGTH-TABLE REDEFINES PD-MONTH-LENGTH-LIST.
002960         05 PD-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
002970     01 PD-DAYS-THIS-MONTH PIC 9(02) VALUE 0.
002980     01 PD-LEAP-WORK PIC 9(04) VALUE 0.
002990     01 PD-LEAP-REM PIC 9(04) VALUE 0.
003000     01 PD-LEAP-YEAR PIC X VALUE 'N'.
003010     01 PD-SHELF-DAYS PIC 9(03) VALUE 0.
003020     01 PD-DAY-SUB PIC 9(03) COMP VALUE 0.
003030     01 PD-EXPIRY-DATE PIC X(08) VALUE SPACES.
003040
003050*---------------------------------------------------------------
003060*    REPORT LINES.
003070*---------------------------------------------------------------
003080     01 PD-HEADING-1.
003090         05 FILLER PIC X(40)
003100             VALUE "JELLO-PRODUCE   PRODUCTION AND TRAY COST".
003110         05 FILLER PIC X(40) VALUE SPACES.
003120     01 PD-DELIVERY-LINE.
003130         05 FILLER PIC X(02) VALUE SPACES.
003140         05 FILLER PIC X(10) VALUE "DELIVERED ".
003150         05 PD-DL-DATE PIC X(08).
003160         05 FILLER PIC X(01) VALUE SPACES.
003170         05 PD-DL-NAME PIC X(15).
003180         05 FILLER PIC X(05) VALUE " QTY=".
003190         05 PD-DL-QTY PIC ZZZZZ9.99.
003200         05 FILLER PIC X(01) VALUE SPACES.
003210         05 PD-DL-UNIT PIC X(04).
003220         05 FILLER PIC X(09) VALUE " ON HAND=".
003230         05 PD-DL-ON-HAND PIC ZZZZZ9.99.
003240         05 FILLER PIC X(07) VALUE SPACES.
003250     01 PD-BATCH-LINE.
003260         05 FILLER PIC X(02) VALUE SPACES.
003270         05 FILLER PIC X(10) VALUE "PRODUCED  ".
003280         05 PD-BL-DATE PIC X(08).
003290         05 FILLER PIC X(01) VALUE SPACES.
003300         05 PD-BL-NAME PIC X(15).
003310         05 FILLER PIC X(07) VALUE " TRAYS=".
003320         05 PD-BL-TRAYS PIC ZZZZ9.
003330         05 FILLER PIC X(09) VALUE " ON HAND=".
003340         05 PD-BL-ON-HAND PIC ZZZZ9.
003350         05 FILLER PIC X(11) VALUE " COST/TRAY=".
003360         05 PD-BL-COST PIC ZZ9.99.
003370         05 FILLER PIC X(01) VALUE SPACES.
003380     01 PD-USED-LINE.
003390         05 FILLER PIC X(06) VALUE SPACES.
003400         05 FILLER PIC X(05) VALUE "USED ".
003410         05 PD-UL-NAME PIC X(15).
003420         05 FILLER PIC X(05) VALUE " QTY=".
003430         05 PD-UL-QTY PIC ZZZZZ9.99.
003440         05 FILLER PIC X(01) VALUE SPACES.
003450         05 PD-UL-UNIT PIC X(04).
003460         05 FILLER PIC X(06) VALUE " LEFT=".
003470         05 PD-UL-LEFT PIC ZZZZZ9.99.
003480         05 FILLER PIC X(20) VALUE SPACES.
003490     01 PD-SHORT-LINE.
003500         05 FILLER PIC X(06) VALUE SPACES.
003510         05 FILLER PIC X(06) VALUE "SHORT ".
003520         05 PD-SL-NAME PIC X(15).
003530         05 FILLER PIC X(06) VALUE " NEED=".
003540         05 PD-SL-NEED PIC ZZZZZZ9.99.
003550         05 FILLER PIC X(09) VALUE " ON HAND=".
003560         05 PD-SL-ON-HAND PIC ZZZZZ9.99.
003570         05 FILLER PIC X(01) VALUE SPACES.
003580         05 PD-SL-UNIT PIC X(04).
003590         05 FILLER PIC X(14) VALUE SPACES.
003600     01 PD-REJECT-LINE.
003610         05 FILLER PIC X(02) VALUE SPACES.
003620         05 FILLER PIC X(10) VALUE "REJECTED  ".
003630         05 PD-RJ-DATE PIC X(08).
003640         05 FILLER PIC X(01) VALUE SPACES.
003650         05 PD-RJ-WHAT PIC X(15).
003660         05 FILLER PIC X(01) VALUE SPACES.
003670         05 PD-RJ-REASON PIC X(40).
003680         05 FILLER PIC X(03) VALUE SPACES.
003690     01 PD-LOT-LINE.
003700         05 FILLER PIC X(04) VALUE SPACES.
003710         05 FILLER PIC X(04) VALUE "LOT ".
003720         05 PD-LN-LOT PIC 9(05).
003730         05 FILLER PIC X(09) VALUE " EXPIRES ".
003740         05 PD-LN-EXPIRY PIC X(08).
003750         05 FILLER PIC X(50) VALUE SPACES.
003760     01 PD-COST-TITLE.
003770         05 FILLER PIC X(40)
003780             VALUE "TRAY COST ROLLED UP FROM THE RECIPES    ".
003790         05 FILLER PIC X(40) VALUE SPACES.
003800     01 PD-COST-HEAD.
003810         05 FILLER PIC X(37)
003820             VALUE "  FLAVOR           OLD COST  NEW COST".
003830         05 FILLER PIC X(43) VALUE SPACES.
003840     01 PD-COST-LINE.
003850         05 FILLER PIC X(02) VALUE SPACES.
003860         05 PD-CL-NAME PIC X(15).
003870         05 FILLER PIC X(04) VALUE SPACES.
003880         05 PD-CL-OLD PIC ZZ9.99.
003890         05 FILLER PIC X(04) VALUE SPACES.
003900         05 PD-CL-NEW PIC ZZ9.99.
003910         05 FILLER PIC X(02) VALUE SPACES.
003920         05 PD-CL-NOTE PIC X(41).
003930     01 PD-SUMMARY-LINE.
003940         05 FILLER PIC X(02) VALUE SPACES.
003950         05 PD-SUM-LABEL PIC X(26).
003960         05 PD-SUM-COUNT PIC ZZZZZZ9.
003970         05 FILLER PIC X(45) VALUE SPACES.
003980     01 PD-NOTE-LINE.
003990         05 FILLER PIC X(02) VALUE SPACES.
004000         05 PD-NOTE-TEXT PIC X(78).
004010     01 PD-BLANK-LINE PIC X(80) VALUE SPACES.
004020
004030*---------------------------------------------------------------
004040*    INGREDIENT-REORDER LINES.
004050*---------------------------------------------------------------
004060     01 PD-REORDER-HEADING.
004070         05 FILLER PIC X(40)
004080             VALUE "JELLO-PRODUCE   INGREDIENT REORDER - AT ".
004090         05 FILLER PIC X(40)
004100             VALUE "OR BELOW REORDER POINT                  ".
004110     01 PD-REORDER-HEAD.
004120         05 FILLER PIC X(40)
004130             VALUE "  NO. INGREDIENT      UNIT   ON HAND   R".
004140         05 FILLER PIC X(40)
004150             VALUE "EORDER  SUGGESTED VEND                  ".
004160     01 PD-REORDER-LINE.
004170         05 FILLER PIC X(02) VALUE SPACES.
004180         05 PD-RO-CODE PIC 9(03).
004190         05 FILLER PIC X(01) VALUE SPACES.
004200         05 PD-RO-NAME PIC X(15).
004210         05 FILLER PIC X(01) VALUE SPACES.
004220         05 PD-RO-UNIT PIC X(04).
004230         05 FILLER PIC X(01) VALUE SPACES.
004240         05 PD-RO-ON-HAND PIC ZZZZZ9.99.
004250         05 FILLER PIC X(01) VALUE SPACES.
004260         05 PD-RO-REORDER PIC ZZZZZ9.99.
004270         05 FILLER PIC X(01) VALUE SPACES.
004280         05 PD-RO-SUGGESTED PIC ZZZZZZ9.99.
004290         05 FILLER PIC X(01) VALUE SPACES.
004300         05 PD-RO-VENDOR PIC X(04).
004310         05 FILLER PIC X(18) VALUE SPACES.
004320
004330 PROCEDURE DIVISION.
004340
004350****************************************************************
004360*  0000-MAINLINE
004370*
004380*  POSTS THE QUEUED TICKETS, ROLLS UP THE TRAY COSTS, SAVES THE
004390*  UPDATED INVENTORY, LOTS, COSTS, AND INGREDIENTS, CLEARS THE
004400*  TICKETS, AND PRINTS THE INGREDIENT REORDER REPORT.  WHEN
004410*  INGREDIENT OR RECIPE WAS TOO BIG TO LOAD WHOLE, NOTHING IS
004420*  POSTED OR SAVED AND THE TICKETS STAY QUEUED; ONLY THE
004430*  REORDER REPORT IS PRINTED.
004440****************************************************************
004450 0000-MAINLINE.
004460     PERFORM 1000-INITIALIZE
004470         THRU 1000-EXIT.
004480     IF PD-INGREDIENT-OVERFLOW = 'Y'
004490        OR PD-RECIPE-OVERFLOW = 'Y'
004500         PERFORM 1900-HOLD-TICKETS
004510             THRU 1900-EXIT
004520     ELSE
004530         PERFORM 2000-POST-ONE-TICKET
004540             THRU 2000-EXIT
004550             UNTIL PD-END-OF-TICKETS
004560         PERFORM 4000-ROLL-UP-TRAY-COSTS
004570             THRU 4000-EXIT
004580         PERFORM 8000-SAVE-INVENTORY
004590             THRU 8000-EXIT
004600         PERFORM 6400-SAVE-LOTS
004610             THRU 6400-EXIT
004620         PERFORM 8040-SAVE-COSTS
004630             THRU 8040-EXIT
004640         PERFORM 8090-SAVE-INGREDIENTS
004650             THRU 8090-EXIT
004660         PERFORM 8050-UPDATE-OPENING-SNAPSHOT
004670             THRU 8050-EXIT
004680         PERFORM 8100-CLEAR-TICKETS
004690             THRU 8100-EXIT
004700     END-IF.
004710     PERFORM 8200-INGREDIENT-REORDER
004720         THRU 8200-EXIT.
004730     PERFORM 9000-TERMINATE
004740         THRU 9000-EXIT.
004750     STOP RUN.
004760
004770****************************************************************
004780*  1000-INITIALIZE
004790*
004800*  OPENS THE REPORT, LOADS THE FLAVOR, INVENTORY, COST,
004810*  INGREDIENT, RECIPE, AND LOT TABLES, AND PRIMES THE FIRST
004820*  TICKET READ.
004830****************************************************************
004840 1000-INITIALIZE.
004850     OPEN OUTPUT PRODUCTION-REPORT.
004860     WRITE PRODUCTION-REPORT-RECORD FROM PD-HEADING-1.
004870     WRITE PRODUCTION-REPORT-RECORD FROM PD-BLANK-LINE.
004880     PERFORM 1100-LOAD-FLAVOR-MASTER
004890         THRU 1100-EXIT.
004900     PERFORM 1200-LOAD-INVENTORY
004910         THRU 1200-EXIT.
004920     PERFORM 1300-LOAD-COSTS
004930         THRU 1300-EXIT.
004940     PERFORM 1400-LOAD-INGREDIENTS
004950         THRU 1400-EXIT.
004960     PERFORM 1500-LOAD-RECIPES
004970         THRU 1500-EXIT.
004980     PERFORM 6000-LOAD-LOTS
004990         THRU 6000-EXIT.
005000     OPEN INPUT PRODUCTION-TRANS.
005010     IF PD-TICKET-STATUS = '35'
005020         MOVE 'Y' TO PD-TICKET-EOF
005030         MOVE 'Y' TO PD-NO-TICKETS
005040         MOVE "NO PRODUCTION-TRANS QUEUED - NOTHING TO POST"
005050             TO PD-NOTE-TEXT
005060         WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE
005070     ELSE
005080         MOVE 'N' TO PD-TICKET-EOF
005090         PERFORM 2010-READ-TICKET-RECORD
005100             THRU 2010-EXIT
005110     END-IF.
005120 1000-EXIT.
005130     EXIT.
005140
005150****************************************************************
005160*  1100-LOAD-FLAVOR-MASTER
005170*
005180*  READS FLAVOR-MASTER INTO PD-FLAVOR-TABLE.
005190****************************************************************
005200 1100-LOAD-FLAVOR-MASTER.
005210     OPEN INPUT FLAVOR-MASTER.
005220     MOVE 0 TO PD-FLAVOR-COUNT.
005230     MOVE 'N' TO PD-FLAVOR-MASTER-EOF.
005240     PERFORM 1110-READ-FLAVOR-RECORD
005250         THRU 1110-EXIT.
005260     PERFORM 1120-STORE-FLAVOR-RECORD
005270         THRU 1120-EXIT
005280         UNTIL PD-END-OF-FLAVOR-MASTER.
005290     CLOSE FLAVOR-MASTER.
005300 1100-EXIT.
005310     EXIT.
005320
005330****************************************************************
005340*  1110-READ-FLAVOR-RECORD
005350*
005360*  READS ONE FLAVOR-MASTER RECORD AHEAD.
005370****************************************************************
005380 1110-READ-FLAVOR-RECORD.
005390     READ FLAVOR-MASTER
005400         AT END MOVE 'Y' TO PD-FLAVOR-MASTER-EOF
005410     END-READ.
005420 1110-EXIT.
005430     EXIT.
005440
005450****************************************************************
005460*  1120-STORE-FLAVOR-RECORD
005470*
005480*  ADDS THE FLAVOR JUST READ TO PD-FLAVOR-TABLE AND PRIMES THE
005490*  NEXT READ.
005500****************************************************************
005510 1120-STORE-FLAVOR-RECORD.
005520     ADD 1 TO PD-FLAVOR-COUNT.
005530     SET PD-FLAVOR-IDX TO PD-FLAVOR-COUNT.
005540     MOVE FM-FLAVOR-CODE TO PD-FLAVOR-CODE(PD-FLAVOR-IDX).
005550     MOVE FM-FLAVOR-NAME TO PD-FLAVOR-NAME(PD-FLAVOR-IDX).
005560     IF FM-SHELF-LIFE-DAYS IS NUMERIC
005570         MOVE FM-SHELF-LIFE-DAYS TO PD-FLAVOR-SHELF(PD-FLAVOR-IDX)
005580     ELSE
005590         MOVE 0 TO PD-FLAVOR-SHELF(PD-FLAVOR-IDX)
005600     END-IF.
005610     PERFORM 1110-READ-FLAVOR-RECORD
005620         THRU 1110-EXIT.
005630 1120-EXIT.
005640     EXIT.
005650
005660****************************************************************
005670*  1200-LOAD-INVENTORY
005680*
005690*  READS INVENTORY-FILE INTO PD-INVENTORY-TABLE, REORDER POINT
005700*  INCLUDED.
005710****************************************************************
005720 1200-LOAD-INVENTORY.
005730     OPEN INPUT INVENTORY-FILE.
005740     MOVE 0 TO PD-INVENTORY-COUNT.
005750     MOVE 'N' TO PD-INVENTORY-EOF.
005760     PERFORM 1210-READ-INVENTORY-RECORD
005770         THRU 1210-EXIT.
005780     PERFORM 1220-STORE-INVENTORY-RECORD
005790         THRU 1220-EXIT
005800         UNTIL PD-END-OF-INVENTORY.
005810     CLOSE INVENTORY-FILE.
005820 1200-EXIT.
005830     EXIT.
005840
005850****************************************************************
005860*  1210-READ-INVENTORY-RECORD
005870*
005880*  READS ONE INVENTORY-FILE RECORD AHEAD.
005890****************************************************************
005900 1210-READ-INVENTORY-RECORD.
005910     READ INVENTORY-FILE
005920         AT END MOVE 'Y' TO PD-INVENTORY-EOF
005930     END-READ.
005940 1210-EXIT.
005950     EXIT.
005960
005970****************************************************************
005980*  1220-STORE-INVENTORY-RECORD
005990*
006000*  ADDS THE INVENTORY RECORD JUST READ TO PD-INVENTORY-TABLE AND
006010*  PRIMES THE NEXT READ.
006020****************************************************************
006030 1220-STORE-INVENTORY-RECORD.
006040     ADD 1 TO PD-INVENTORY-COUNT.
006050     SET PD-INVENTORY-IDX TO PD-INVENTORY-COUNT.
006060     MOVE IV-FLAVOR-CODE TO PD-INVENTORY-CODE(PD-INVENTORY-IDX).
006070     MOVE IV-ON-HAND TO PD-INVENTORY-ON-HAND(PD-INVENTORY-IDX).
006080     MOVE IV-REORDER-POINT TO PD-REORDER-POINT(PD-INVENTORY-IDX).
006090     MOVE 0 TO PD-MADE-QTY(PD-INVENTORY-IDX).
006100     MOVE 0 TO PD-UNIT-COST(PD-INVENTORY-IDX).
006110     PERFORM 1210-READ-INVENTORY-RECORD
006120         THRU 1210-EXIT.
006130 1220-EXIT.
006140     EXIT.
006150
006160****************************************************************
006170*  1300-LOAD-COSTS
006180*
006190*  POSTS EACH FLAVOR-COST LAST COST INTO ITS INVENTORY TABLE
006200*  ENTRY.  A MISSING FILE JUST MEANS NO COSTS CAPTURED YET.
006210****************************************************************
006220 1300-LOAD-COSTS.
006230     OPEN INPUT FLAVOR-COST.
006240     IF PD-COST-STATUS = '35'
006250         MOVE 'Y' TO PD-COST-EOF
006260     ELSE
006270         MOVE 'N' TO PD-COST-EOF
006280         PERFORM 1310-READ-COST-RECORD
006290             THRU 1310-EXIT
006300         PERFORM 1320-STORE-COST-RECORD
006310             THRU 1320-EXIT
006320             UNTIL PD-END-OF-COSTS
006330         CLOSE FLAVOR-COST
006340     END-IF.
006350 1300-EXIT.
006360     EXIT.
006370
006380****************************************************************
006390*  1310-READ-COST-RECORD
006400*
006410*  READS ONE FLAVOR-COST RECORD AHEAD.
006420****************************************************************
006430 1310-READ-COST-RECORD.
006440     READ FLAVOR-COST
006450         AT END MOVE 'Y' TO PD-COST-EOF
006460     END-READ.
006470 1310-EXIT.
006480     EXIT.
006490
006500****************************************************************
006510*  1320-STORE-COST-RECORD
006520*
006530*  POSTS THE LAST COST JUST READ TO ITS INVENTORY TABLE ENTRY
006540*  AND PRIMES THE NEXT READ.
006550****************************************************************
006560 1320-STORE-COST-RECORD.
006570     SET PD-INVENTORY-IDX TO 1.
006580     SEARCH PD-INVENTORY-ENTRY
006590         AT END CONTINUE
006600         WHEN PD-INVENTORY-CODE(PD-INVENTORY-IDX) =
006610                 CS-FLAVOR-CODE
006620             MOVE CS-UNIT-COST
006630                 TO PD-UNIT-COST(PD-INVENTORY-IDX)
006640     END-SEARCH.
006650     PERFORM 1310-READ-COST-RECORD
006660         THRU 1310-EXIT.
006670 1320-EXIT.
006680     EXIT.
006690
006700****************************************************************
006710*  1400-LOAD-INGREDIENTS
006720*
006730*  READS INGREDIENT INTO PD-INGREDIENT-TABLE.  A MISSING FILE
006740*  MEANS NO INGREDIENTS ARE SET UP YET, SO NO BATCH CAN PASS ITS
006750*  STOCK CHECK.  PAST 100 INGREDIENTS NO TICKET IS POSTED,
006760*  NOTHING IS SAVED, AND THE RUN ENDS WITH RETURN-CODE 8.
006770****************************************************************
006780 1400-LOAD-INGREDIENTS.
006790     MOVE 0 TO PD-INGREDIENT-COUNT.
006800     OPEN INPUT INGREDIENT.
006810     IF PD-INGREDIENT-STATUS = '35'
006820         MOVE "NO INGREDIENT FILE - NO BATCH CAN BE POSTED"
006830             TO PD-NOTE-TEXT
006840         WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE
006850         GO TO 1400-EXIT.
006860     MOVE 'N' TO PD-INGREDIENT-EOF.
006870     PERFORM 1410-READ-INGREDIENT-RECORD
006880         THRU 1410-EXIT.
006890     PERFORM 1420-STORE-INGREDIENT-RECORD
006900         THRU 1420-EXIT
006910         UNTIL PD-END-OF-INGREDIENTS.
006920     CLOSE INGREDIENT.
006930     IF PD-INGREDIENT-OVERFLOW = 'Y'
006940         MOVE "INGREDIENT PAST 100 RECORDS - NO TICKET IS POSTED"
006950             TO PD-NOTE-TEXT
006960         WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE
006970     END-IF.
006980 1400-EXIT.
006990     EXIT.
007000
007010****************************************************************
007020*  1410-READ-INGREDIENT-RECORD
007030*
007040*  READS ONE INGREDIENT RECORD AHEAD.
007050****************************************************************
007060 1410-READ-INGREDIENT-RECORD.
007070     READ INGREDIENT
007080         AT END MOVE 'Y' TO PD-INGREDIENT-EOF
007090     END-READ.
007100 1410-EXIT.
007110     EXIT.
007120
007130****************************************************************
007140*  1420-STORE-INGREDIENT-RECORD
007150*
007160*  ADDS THE INGREDIENT JUST READ TO PD-INGREDIENT-TABLE AND
007170*  PRIMES THE NEXT READ.
007180****************************************************************
007190 1420-STORE-INGREDIENT-RECORD.
007200     IF PD-INGREDIENT-COUNT < 100
007210         ADD 1 TO PD-INGREDIENT-COUNT
007220         MOVE PD-INGREDIENT-COUNT TO PD-ING-SUB
007230         MOVE IG-INGREDIENT-CODE TO PD-ING-CODE(PD-ING-SUB)
007240         MOVE IG-INGREDIENT-NAME TO PD-ING-NAME(PD-ING-SUB)
007250         MOVE IG-UNIT TO PD-ING-UNIT(PD-ING-SUB)
007260         MOVE IG-ON-HAND TO PD-ING-ON-HAND(PD-ING-SUB)
007270         MOVE IG-REORDER-POINT TO PD-ING-REORDER(PD-ING-SUB)
007280         MOVE IG-UNIT-COST TO PD-ING-COST(PD-ING-SUB)
007290         MOVE IG-VENDOR-ID TO PD-ING-VENDOR(PD-ING-SUB)
007300         MOVE 0 TO PD-ING-NEED(PD-ING-SUB)
007310     ELSE
007320         MOVE 'Y' TO PD-INGREDIENT-OVERFLOW
007330     END-IF.
007340     PERFORM 1410-READ-INGREDIENT-RECORD
007350         THRU 1410-EXIT.
007360 1420-EXIT.
007370     EXIT.
007380
007390****************************************************************
007400*  1500-LOAD-RECIPES
007410*
007420*  READS RECIPE INTO PD-RECIPE-TABLE, TYING EACH LINE TO ITS
007430*  INGREDIENT.  A MISSING FILE MEANS NO FLAVOR HAS A RECIPE YET.
007440*  PAST 300 LINES NO TICKET IS POSTED, NOTHING IS SAVED, AND
007450*  THE RUN ENDS WITH RETURN-CODE 8.
007460****************************************************************
007470 1500-LOAD-RECIPES.
007480     MOVE 0 TO PD-RECIPE-COUNT.
007490     OPEN INPUT RECIPE.
007500     IF PD-RECIPE-STATUS = '35'
007510         MOVE "NO RECIPE FILE - NO BATCH CAN BE POSTED"
007520             TO PD-NOTE-TEXT
007530         WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE
007540         GO TO 1500-EXIT.
007550     MOVE 'N' TO PD-RECIPE-EOF.
007560     PERFORM 1510-READ-RECIPE-RECORD
007570         THRU 1510-EXIT.
007580     PERFORM 1520-STORE-RECIPE-RECORD
007590         THRU 1520-EXIT
007600         UNTIL PD-END-OF-RECIPES.
007610     CLOSE RECIPE.
007620     IF PD-RECIPE-OVERFLOW = 'Y'
007630         MOVE "RECIPE PAST 300 LINES - NO TICKET IS POSTED"
007640             TO PD-NOTE-TEXT
007650         WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE
007660     END-IF.
007670 1500-EXIT.
007680     EXIT.
007690
007700****************************************************************
007710*  1510-READ-RECIPE-RECORD
007720*
007730*  READS ONE RECIPE RECORD AHEAD.
007740****************************************************************
007750 1510-READ-RECIPE-RECORD.
007760     READ RECIPE
007770         AT END MOVE 'Y' TO PD-RECIPE-EOF
007780     END-READ.
007790 1510-EXIT.
007800     EXIT.
007810
007820****************************************************************
007830*  1520-STORE-RECIPE-RECORD
007840*
007850*  ADDS THE RECIPE LINE JUST READ TO PD-RECIPE-TABLE WITH THE
007860*  PLACE OF ITS INGREDIENT, AND PRIMES THE NEXT READ.
007870****************************************************************
007880 1520-STORE-RECIPE-RECORD.
007890     IF PD-RECIPE-COUNT < 300
007900         ADD 1 TO PD-RECIPE-COUNT
007910         MOVE RP-FLAVOR-CODE TO PD-RP-FLAVOR(PD-RECIPE-COUNT)
007920         MOVE RP-INGREDIENT-CODE
007930             TO PD-RP-INGREDIENT(PD-RECIPE-COUNT)
007940         MOVE RP-QTY-PER-TRAY TO PD-RP-QTY(PD-RECIPE-COUNT)
007950         MOVE 0 TO PD-RP-ING-SUB(PD-RECIPE-COUNT)
007960         SET PD-ING-IDX TO 1
007970         SEARCH PD-INGREDIENT-ENTRY
007980             AT END CONTINUE
007990             WHEN PD-ING-CODE(PD-ING-IDX) = RP-INGREDIENT-CODE
008000                 SET PD-RP-ING-SUB(PD-RECIPE-COUNT) TO PD-ING-IDX
008010         END-SEARCH
008020     ELSE
008030         MOVE 'Y' TO PD-RECIPE-OVERFLOW
008040     END-IF.
008050     PERFORM 1510-READ-RECIPE-RECORD
008060         THRU 1510-EXIT.
008070 1520-EXIT.
008080     EXIT.
008090
008100****************************************************************
008110*  1900-HOLD-TICKETS
008120*
008130*  LEAVES EVERY TICKET QUEUED ON PRODUCTION-TRANS WHEN A TABLE
008140*  COULD NOT HOLD ALL OF INGREDIENT OR RECIPE: POSTING FROM A
008150*  PART TABLE WOULD LOSE THE INGREDIENT RELIEF OR COST A BATCH
008160*  FROM A SHORT RECIPE.
008170****************************************************************
008180 1900-HOLD-TICKETS.
008190     IF NOT PD-TICKETS-MISSING
008200         CLOSE PRODUCTION-TRANS
008210     END-IF.
008220     MOVE "NOTHING POSTED OR SAVED - THE TICKETS STAY QUEUED ON"
008230         TO PD-NOTE-TEXT.
008240     WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE.
008250     MOVE "  PRODUCTION-TRANS UNTIL THE TABLE IS ENLARGED"
008260         TO PD-NOTE-TEXT.
008270     WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE.
008280 1900-EXIT.
008290     EXIT.
008300
008310****************************************************************
008320*  2000-POST-ONE-TICKET
008330*
008340*  POSTS THE TICKET JUST READ AS A DELIVERY OR A BATCH AND
008350*  READS THE NEXT ONE.  ANY OTHER TICKET TYPE IS A REJECT.
008360****************************************************************
008370 2000-POST-ONE-TICKET.
008380     ADD 1 TO PD-TICKETS-READ.
008390     EVALUATE TRUE
008400         WHEN PT-DELIVERY
008410             PERFORM 2100-POST-DELIVERY
008420                 THRU 2100-EXIT
008430         WHEN PT-BATCH
008440             PERFORM 2200-POST-BATCH
008450                 THRU 2200-EXIT
008460         WHEN OTHER
008470             MOVE PT-TICKET-TYPE TO PD-REJECT-WHAT
008480             MOVE "NOT A BATCH (B) OR DELIVERY (D) TICKET"
008490                 TO PD-REJECT-REASON
008500             PERFORM 2900-REJECT-TICKET
008510                 THRU 2900-EXIT
008520     END-EVALUATE.
008530     PERFORM 2010-READ-TICKET-RECORD
008540         THRU 2010-EXIT.
008550 2000-EXIT.
008560     EXIT.
008570
008580****************************************************************
008590*  2010-READ-TICKET-RECORD
008600*
008610*  READS ONE PRODUCTION-TRANS RECORD AHEAD.
008620****************************************************************
008630 2010-READ-TICKET-RECORD.
008640     READ PRODUCTION-TRANS
008650         AT END MOVE 'Y' TO PD-TICKET-EOF
008660     END-READ.
008670 2010-EXIT.
008680     EXIT.
008690
008700****************************************************************
008710*  2100-POST-DELIVERY
008720*
008730*  ADDS AN INGREDIENT DELIVERY TO ITS ON-HAND, AND TAKES ITS
008740*  UNIT COST AS THE INGREDIENT'S LAST COST WHEN THE SLIP CARRIED
008750*  ONE.  A CODE NOT ON INGREDIENT IS A REJECT.
008760****************************************************************
008770 2100-POST-DELIVERY.
008780     IF PT-QUANTITY IS NOT NUMERIC OR PT-QUANTITY = 0
008790         MOVE PT-INGREDIENT-CODE TO PD-REJECT-WHAT
008800         MOVE "NO QUANTITY DELIVERED" TO PD-REJECT-REASON
008810         PERFORM 2900-REJECT-TICKET
008820             THRU 2900-EXIT
008830         GO TO 2100-EXIT.
008840     SET PD-ING-IDX TO 1.
008850     SEARCH PD-INGREDIENT-ENTRY
008860         AT END
008870             MOVE 0 TO PD-ING-SUB
008880         WHEN PD-ING-CODE(PD-ING-IDX) = PT-INGREDIENT-CODE
008890             SET PD-ING-SUB TO PD-ING-IDX
008900     END-SEARCH.
008910     IF PD-INGREDIENT-COUNT = 0
008920         MOVE 0 TO PD-ING-SUB
008930     END-IF.
008940     IF PD-ING-SUB = 0
008950         MOVE PT-INGREDIENT-CODE TO PD-REJECT-WHAT
008960         MOVE "NO SUCH INGREDIENT CODE" TO PD-REJECT-REASON
008970         PERFORM 2900-REJECT-TICKET
008980             THRU 2900-EXIT
008990         GO TO 2100-EXIT.
009000     ADD PT-QUANTITY TO PD-ING-ON-HAND(PD-ING-SUB).
009010     IF PT-UNIT-COST IS NUMERIC AND PT-UNIT-COST > 0
009020         MOVE PT-UNIT-COST TO PD-ING-COST(PD-ING-SUB)
009030     END-IF.
009040     ADD 1 TO PD-DELIVERIES-POSTED.
009050     MOVE PT-TICKET-DATE TO PD-DL-DATE.
009060     MOVE PD-ING-NAME(PD-ING-SUB) TO PD-DL-NAME.
009070     MOVE PT-QUANTITY TO PD-DL-QTY.
009080     MOVE PD-ING-UNIT(PD-ING-SUB) TO PD-DL-UNIT.
009090     MOVE PD-ING-ON-HAND(PD-ING-SUB) TO PD-DL-ON-HAND.
009100     WRITE PRODUCTION-REPORT-RECORD FROM PD-DELIVERY-LINE.
009110 2100-EXIT.
009120     EXIT.
009130
009140****************************************************************
009150*  2200-POST-BATCH
009160*
009170*  POSTS A PRODUCTION BATCH.  THE FLAVOR MUST BE ON
009180*  INVENTORY-FILE AND HAVE A RECIPE WHOSE INGREDIENTS ARE ALL ON
009190*  FILE, AND EVERY INGREDIENT MUST HAVE ENOUGH ON HAND FOR THE
009200*  WHOLE BATCH; OTHERWISE NOTHING MOVES AND THE TICKET IS A
009210*  REJECT, WITH EACH SHORTAGE LISTED UNDER IT.  A BATCH THAT
009220*  PASSES RELIEVES ITS INGREDIENTS, ADDS ITS TRAYS, AND OPENS A
009230*  LOT.
009240****************************************************************
009250 2200-POST-BATCH.
009260     MOVE PT-FLAVOR-CODE TO PD-CUR-FLAVOR.
009270     PERFORM 2210-NAME-CUR-FLAVOR
009280         THRU 2210-EXIT.
009290     MOVE PD-CUR-NAME TO PD-REJECT-WHAT.
009300     IF PT-TRAYS IS NOT NUMERIC OR PT-TRAYS = 0
009310         MOVE "NO TRAYS MADE" TO PD-REJECT-REASON
009320         PERFORM 2900-REJECT-TICKET
009330             THRU 2900-EXIT
009340         GO TO 2200-EXIT.
009350     SET PD-INVENTORY-IDX TO 1.
009360     SEARCH PD-INVENTORY-ENTRY
009370         AT END
009380             MOVE "NO SUCH FLAVOR CODE" TO PD-REJECT-REASON
009390             PERFORM 2900-REJECT-TICKET
009400                 THRU 2900-EXIT
009410             GO TO 2200-EXIT
009420         WHEN PD-INVENTORY-CODE(PD-INVENTORY-IDX) = PD-CUR-FLAVOR
009430             CONTINUE
009440     END-SEARCH.
009450     MOVE 0 TO PD-RECIPE-LINES.
009460     MOVE 0 TO PD-MISSING-LINES.
009470     MOVE 0 TO PD-SHORT-LINES.
009480     PERFORM 2225-CLEAR-ONE-NEED
009490         THRU 2225-EXIT
009500         VARYING PD-ING-SUB FROM 1 BY 1
009510         UNTIL PD-ING-SUB > PD-INGREDIENT-COUNT.
009520     PERFORM 2220-NEED-ONE-LINE
009530         THRU 2220-EXIT
009540         VARYING PD-RP-SUB FROM 1 BY 1
009550         UNTIL PD-RP-SUB > PD-RECIPE-COUNT.
009560     IF PD-RECIPE-LINES = 0
009570         MOVE "NO RECIPE FOR THIS FLAVOR" TO PD-REJECT-REASON
009580         PERFORM 2900-REJECT-TICKET
009590             THRU 2900-EXIT
009600         GO TO 2200-EXIT.
009610     IF PD-MISSING-LINES > 0
009620         MOVE "RECIPE NAMES AN INGREDIENT NOT ON FILE"
009630             TO PD-REJECT-REASON
009640         PERFORM 2900-REJECT-TICKET
009650             THRU 2900-EXIT
009660         GO TO 2200-EXIT.
009670     PERFORM 2230-CHECK-ONE-LINE
009680         THRU 2230-EXIT
009690         VARYING PD-RP-SUB FROM 1 BY 1
009700         UNTIL PD-RP-SUB > PD-RECIPE-COUNT.
009710     IF PD-SHORT-LINES > 0
009720         MOVE "NOT ENOUGH INGREDIENT STOCK ON HAND"
009730             TO PD-REJECT-REASON
009740         PERFORM 2900-REJECT-TICKET
009750             THRU 2900-EXIT
009760         PERFORM 2240-SHOW-ONE-SHORTAGE
009770             THRU 2240-EXIT
009780             VARYING PD-RP-SUB FROM 1 BY 1
009790             UNTIL PD-RP-SUB > PD-RECIPE-COUNT
009800         GO TO 2200-EXIT.
009810     ADD PT-TRAYS TO PD-INVENTORY-ON-HAND(PD-INVENTORY-IDX).
009820     ADD PT-TRAYS TO PD-MADE-QTY(PD-INVENTORY-IDX).
009830     ADD 1 TO PD-BATCHES-POSTED.
009840     ADD PT-TRAYS TO PD-TRAYS-MADE.
009850     MOVE 0 TO PD-BATCH-COST.
009860     PERFORM 2250-COST-ONE-LINE
009870         THRU 2250-EXIT
009880         VARYING PD-RP-SUB FROM 1 BY 1
009890         UNTIL PD-RP-SUB > PD-RECIPE-COUNT.
009900     COMPUTE PD-TRAY-COST ROUNDED = PD-BATCH-COST / PT-TRAYS.
009910     MOVE PT-TICKET-DATE TO PD-BL-DATE.
009920     MOVE PD-CUR-NAME TO PD-BL-NAME.
009930     MOVE PT-TRAYS TO PD-BL-TRAYS.
009940     MOVE PD-INVENTORY-ON-HAND(PD-INVENTORY-IDX) TO PD-BL-ON-HAND.
009950     MOVE PD-TRAY-COST TO PD-BL-COST.
009960     WRITE PRODUCTION-REPORT-RECORD FROM PD-BATCH-LINE.
009970     PERFORM 2260-RELIEVE-ONE-LINE
009980         THRU 2260-EXIT
009990         VARYING PD-RP-SUB FROM 1 BY 1
010000         UNTIL PD-RP-SUB > PD-RECIPE-COUNT.
010010     PERFORM 2300-OPEN-LOT
010020         THRU 2300-EXIT.
010030 2200-EXIT.
010040     EXIT.
010050
010060****************************************************************
010070*  2210-NAME-CUR-FLAVOR
010080*
010090*  SETS PD-CUR-NAME TO THE NAME FOR PD-CUR-FLAVOR, OR TO THE
010100*  BARE CODE WHEN FLAVOR-MASTER DOES NOT CARRY IT.
010110****************************************************************
010120 2210-NAME-CUR-FLAVOR.
010130     MOVE SPACES TO PD-CUR-NAME.
010140     MOVE PD-CUR-FLAVOR TO PD-CUR-NAME.
010150     MOVE 0 TO PD-SHELF-DAYS.
010160     SET PD-FLAVOR-IDX TO 1.
010170     SEARCH PD-FLAVOR-ENTRY
010180         AT END CONTINUE
010190         WHEN PD-FLAVOR-CODE(PD-FLAVOR-IDX) = PD-CUR-FLAVOR
010200             MOVE PD-FLAVOR-NAME(PD-FLAVOR-IDX) TO PD-CUR-NAME
010210             MOVE PD-FLAVOR-SHELF(PD-FLAVOR-IDX) TO PD-SHELF-DAYS
010220     END-SEARCH.
010230 2210-EXIT.
010240     EXIT.
010250
010260****************************************************************
010270*  2220-NEED-ONE-LINE
010280*
010290*  FOR RECIPE LINE PD-RP-SUB OF THE BATCH'S FLAVOR, COUNTS THE
010300*  LINE AND ADDS WHAT THE BATCH NEEDS OF ITS INGREDIENT TO THAT
010310*  INGREDIENT'S NEED (A RECIPE MAY NAME ONE INGREDIENT TWICE).
010320*  AN INGREDIENT NOT ON FILE IS COUNTED AS MISSING.
010330****************************************************************
010340 2220-NEED-ONE-LINE.
010350     IF PD-RP-FLAVOR(PD-RP-SUB) NOT = PD-CUR-FLAVOR
010360         GO TO 2220-EXIT.
010370     ADD 1 TO PD-RECIPE-LINES.
010380     MOVE PD-RP-ING-SUB(PD-RP-SUB) TO PD-ING-SUB.
010390     IF PD-ING-SUB = 0
010400         ADD 1 TO PD-MISSING-LINES
010410         GO TO 2220-EXIT.
010420     COMPUTE PD-LINE-NEED ROUNDED =
010430         PD-RP-QTY(PD-RP-SUB) * PT-TRAYS.
010440     ADD PD-LINE-NEED TO PD-ING-NEED(PD-ING-SUB).
010450 2220-EXIT.
010460     EXIT.
010470
010480****************************************************************
010490*  2225-CLEAR-ONE-NEED
010500*
010510*  ZEROES INGREDIENT PD-ING-SUB'S NEED BEFORE A BATCH IS ADDED
010520*  UP.
010530****************************************************************
010540 2225-CLEAR-ONE-NEED.
010550     MOVE 0 TO PD-ING-NEED(PD-ING-SUB).
010560 2225-EXIT.
010570     EXIT.
010580
010590****************************************************************
010600*  2230-CHECK-ONE-LINE
010610*
010620*  COUNTS RECIPE LINE PD-RP-SUB OF THE BATCH'S FLAVOR AS SHORT
010630*  WHEN ITS INGREDIENT HAS LESS ON HAND THAN THE BATCH NEEDS.
010640****************************************************************
010650 2230-CHECK-ONE-LINE.
010660     IF PD-RP-FLAVOR(PD-RP-SUB) NOT = PD-CUR-FLAVOR
010670         GO TO 2230-EXIT.
010680     MOVE PD-RP-ING-SUB(PD-RP-SUB) TO PD-ING-SUB.
010690     IF PD-ING-NEED(PD-ING-SUB) > PD-ING-ON-HAND(PD-ING-SUB)
010700         ADD 1 TO PD-SHORT-LINES
010710     END-IF.
010720 2230-EXIT.
010730     EXIT.
010740
010750****************************************************************
010760*  2240-SHOW-ONE-SHORTAGE
010770*
010780*  PRINTS RECIPE LINE PD-RP-SUB'S INGREDIENT UNDER A REJECTED
010790*  BATCH WHEN IT IS SHORT, WITH WHAT THE BATCH NEEDED AND WHAT
010800*  IS ON HAND.  THE NEED IS ZEROED ONCE PRINTED SO AN
010810*  INGREDIENT NAMED TWICE PRINTS ONCE.
010820****************************************************************
010830 2240-SHOW-ONE-SHORTAGE.
010840     IF PD-RP-FLAVOR(PD-RP-SUB) NOT = PD-CUR-FLAVOR
010850         GO TO 2240-EXIT.
010860     MOVE PD-RP-ING-SUB(PD-RP-SUB) TO PD-ING-SUB.
010870     IF PD-ING-NEED(PD-ING-SUB) NOT > PD-ING-ON-HAND(PD-ING-SUB)
010880         GO TO 2240-EXIT.
010890     MOVE PD-ING-NAME(PD-ING-SUB) TO PD-SL-NAME.
010900     MOVE PD-ING-NEED(PD-ING-SUB) TO PD-SL-NEED.
010910     MOVE PD-ING-ON-HAND(PD-ING-SUB) TO PD-SL-ON-HAND.
010920     MOVE PD-ING-UNIT(PD-ING-SUB) TO PD-SL-UNIT.
010930     WRITE PRODUCTION-REPORT-RECORD FROM PD-SHORT-LINE.
010940     MOVE 0 TO PD-ING-NEED(PD-ING-SUB).
010950 2240-EXIT.
010960     EXIT.
010970
010980****************************************************************
010990*  2250-COST-ONE-LINE
011000*
011010*  ADDS WHAT RECIPE LINE PD-RP-SUB OF THE BATCH'S FLAVOR COSTS
011020*  FOR THE WHOLE BATCH, AT THE INGREDIENT'S LAST COST.
011030****************************************************************
011040 2250-COST-ONE-LINE.
011050     IF PD-RP-FLAVOR(PD-RP-SUB) NOT = PD-CUR-FLAVOR
011060         GO TO 2250-EXIT.
011070     MOVE PD-RP-ING-SUB(PD-RP-SUB) TO PD-ING-SUB.
011080     COMPUTE PD-BATCH-COST = PD-BATCH-COST
011090         + PD-RP-QTY(PD-RP-SUB) * PT-TRAYS
011100           * PD-ING-COST(PD-ING-SUB).
011110 2250-EXIT.
011120     EXIT.
011130
011140****************************************************************
011150*  2260-RELIEVE-ONE-LINE
011160*
011170*  TAKES WHAT THE BATCH NEEDED OF RECIPE LINE PD-RP-SUB'S
011180*  INGREDIENT OFF ITS ON-HAND AND PRINTS IT.  THE NEED IS ZEROED
011190*  ONCE TAKEN SO AN INGREDIENT NAMED TWICE IS TAKEN ONCE.
011200****************************************************************
011210 2260-RELIEVE-ONE-LINE.
011220     IF PD-RP-FLAVOR(PD-RP-SUB) NOT = PD-CUR-FLAVOR
011230         GO TO 2260-EXIT.
011240     MOVE PD-RP-ING-SUB(PD-RP-SUB) TO PD-ING-SUB.
011250     IF PD-ING-NEED(PD-ING-SUB) = 0
011260         GO TO 2260-EXIT.
011270     SUBTRACT PD-ING-NEED(PD-ING-SUB)
011280         FROM PD-ING-ON-HAND(PD-ING-SUB).
011290     MOVE PD-ING-NAME(PD-ING-SUB) TO PD-UL-NAME.
011300     MOVE PD-ING-NEED(PD-ING-SUB) TO PD-UL-QTY.
011310     MOVE PD-ING-UNIT(PD-ING-SUB) TO PD-UL-UNIT.
011320     MOVE PD-ING-ON-HAND(PD-ING-SUB) TO PD-UL-LEFT.
011330     WRITE PRODUCTION-REPORT-RECORD FROM PD-USED-LINE.
011340     MOVE 0 TO PD-ING-NEED(PD-ING-SUB).
011350 2260-EXIT.
011360     EXIT.
011370
011380****************************************************************
011390*  2300-OPEN-LOT
011400*
011410*  OPENS A STOCK-LOTS LOT FOR THE BATCH JUST POSTED, MADE ON THE
011420*  TICKET DATE AND EXPIRING THE FLAVOR'S SHELF LIFE LATER, AND
011430*  PRINTS ITS NUMBER AND EXPIRY UNDER THE BATCH.
011440****************************************************************
011450 2300-OPEN-LOT.
011460     IF PD-LOT-OVERFLOW = 'Y'
011470         GO TO 2300-EXIT.
011480     IF PD-LOT-COUNT >= 500
011490         MOVE 'Y' TO PD-LOT-OVERFLOW
011500         MOVE "STOCK-LOTS PAST 500 LOTS - LOTS LEFT AS THEY WERE"
011510             TO PD-NOTE-TEXT
011520         WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE
011530         GO TO 2300-EXIT.
011540     MOVE PT-TICKET-DATE TO PD-LOT-DATE.
011550     PERFORM 6300-FIGURE-EXPIRY
011560         THRU 6300-EXIT.
011570     ADD 1 TO PD-LOT-COUNT.
011580     MOVE PD-NEXT-LOT TO PD-LOT-NUMBER(PD-LOT-COUNT).
011590     ADD 1 TO PD-NEXT-LOT.
011600     MOVE PD-CUR-FLAVOR TO PD-LOT-FLAVOR(PD-LOT-COUNT).
011610     MOVE PT-TICKET-DATE TO PD-LOT-RECEIVED(PD-LOT-COUNT).
011620     MOVE PD-EXPIRY-DATE TO PD-LOT-EXPIRY(PD-LOT-COUNT).
011630     MOVE PT-TRAYS TO PD-LOT-QTY-RECEIVED(PD-LOT-COUNT).
011640     MOVE PT-TRAYS TO PD-LOT-ON-HAND(PD-LOT-COUNT).
011650     MOVE PD-LOT-NUMBER(PD-LOT-COUNT) TO PD-LN-LOT.
011660     IF PD-EXPIRY-DATE = ALL '9'
011670         MOVE "NEVER" TO PD-LN-EXPIRY
011680     ELSE
011690         MOVE PD-EXPIRY-DATE TO PD-LN-EXPIRY
011700     END-IF.
011710     WRITE PRODUCTION-REPORT-RECORD FROM PD-LOT-LINE.
011720 2300-EXIT.
011730     EXIT.
011740
011750****************************************************************
011760*  2900-REJECT-TICKET
011770*
011780*  PRINTS THE TICKET JUST READ AS A REJECT, NAMING
011790*  PD-REJECT-WHAT AND GIVING PD-REJECT-REASON.
011800****************************************************************
011810 2900-REJECT-TICKET.
011820     ADD 1 TO PD-TICKETS-REJECTED.
011830     MOVE PT-TICKET-DATE TO PD-RJ-DATE.
011840     MOVE PD-REJECT-WHAT TO PD-RJ-WHAT.
011850     MOVE PD-REJECT-REASON TO PD-RJ-REASON.
011860     WRITE PRODUCTION-REPORT-RECORD FROM PD-REJECT-LINE.
011870 2900-EXIT.
011880     EXIT.
011890
011900****************************************************************
011910*  4000-ROLL-UP-TRAY-COSTS
011920*
011930*  PRICES A TRAY OF EVERY FLAVOR THAT HAS A RECIPE FROM THE
011940*  INGREDIENTS' LAST COSTS AND PUTS IT ON THE FLAVOR'S
011950*  FLAVOR-COST.  A RECIPE THAT NAMES AN INGREDIENT NOT ON FILE
011960*  CANNOT BE PRICED, AND THE FLAVOR KEEPS ITS OLD COST.
011970****************************************************************
011980 4000-ROLL-UP-TRAY-COSTS.
011990     WRITE PRODUCTION-REPORT-RECORD FROM PD-BLANK-LINE.
012000     WRITE PRODUCTION-REPORT-RECORD FROM PD-COST-TITLE.
012010     WRITE PRODUCTION-REPORT-RECORD FROM PD-COST-HEAD.
012020     PERFORM 4010-ROLL-UP-ONE-FLAVOR
012030         THRU 4010-EXIT
012040         VARYING PD-INVENTORY-IDX FROM 1 BY 1
012050         UNTIL PD-INVENTORY-IDX > PD-INVENTORY-COUNT.
012060     IF PD-FLAVORS-COSTED = 0
012070         MOVE "NO FLAVOR HAS A RECIPE - NO COST ROLLED"
012080             TO PD-NOTE-TEXT
012090         WRITE PRODUCTION-REPORT-RECORD FROM PD-NOTE-LINE
012100     END-IF.
012110 4000-EXIT.
012120     EXIT.
012130
012140****************************************************************
012150*  4010-ROLL-UP-ONE-FLAVOR
012160*
012170*  ADDS UP ONE TRAY OF INVENTORY ENTRY PD-INVENTORY-IDX'S RECIPE
012180*  AND PRINTS THE OLD AND NEW TRAY COST.
012190****************************************************************
012200 4010-ROLL-UP-ONE-FLAVOR.
012210     MOVE PD-INVENTORY-CODE(PD-INVENTORY-IDX) TO PD-CUR-FLAVOR.
012220     MOVE 0 TO PD-RECIPE-LINES.
012230     MOVE 0 TO PD-MISSING-LINES.
012240     MOVE 0 TO PD-ROLLED-COST.
012250     PERFORM 4020-ROLL-UP-ONE-LINE
012260         THRU 4020-EXIT
012270         VARYING PD-RP-SUB FROM 1 BY 1
012280         UNTIL PD-RP-SUB > PD-RECIPE-COUNT.
012290     IF PD-RECIPE-LINES = 0
012300         GO TO 4010-EXIT.
012310     PERFORM 2210-NAME-CUR-FLAVOR
012320         THRU 2210-EXIT.
012330     MOVE SPACES TO PD-COST-LINE.
012340     MOVE PD-CUR-NAME TO PD-CL-NAME.
012350     MOVE PD-UNIT-COST(PD-INVENTORY-IDX) TO PD-OLD-COST.
012360     MOVE PD-OLD-COST TO PD-CL-OLD.
012370     IF PD-MISSING-LINES > 0
012380         MOVE PD-OLD-COST TO PD-CL-NEW
012390         MOVE "NOT ROLLED - INGREDIENT NOT ON FILE"
012400             TO PD-CL-NOTE
012410         WRITE PRODUCTION-REPORT-RECORD FROM PD-COST-LINE
012420         GO TO 4010-EXIT.
012430     ADD 1 TO PD-FLAVORS-COSTED.
012440     COMPUTE PD-UNIT-COST(PD-INVENTORY-IDX) ROUNDED =
012450         PD-ROLLED-COST.
012460     MOVE PD-UNIT-COST(PD-INVENTORY-IDX) TO PD-CL-NEW.
012470     IF PD-UNIT-COST(PD-INVENTORY-IDX) = 0
012480         MOVE "NO INGREDIENT COST ON FILE YET" TO PD-CL-NOTE
012490     END-IF.
012500     WRITE PRODUCTION-REPORT-RECORD FROM PD-COST-LINE.
012510 4010-EXIT.
012520     EXIT.
012530
012540****************************************************************
012550*  4020-ROLL-UP-ONE-LINE
012560*
012570*  ADDS ONE TRAY'S WORTH OF RECIPE LINE PD-RP-SUB WHEN IT
012580*  BELONGS TO THE FLAVOR BEING COSTED.
012590****************************************************************
012600 4020-ROLL-UP-ONE-LINE.
012610     IF PD-RP-FLAVOR(PD-RP-SUB) NOT = PD-CUR-FLAVOR
012620         GO TO 4020-EXIT.
012630     ADD 1 TO PD-RECIPE-LINES.
012640     MOVE PD-RP-ING-SUB(PD-RP-SUB) TO PD-ING-SUB.
012650     IF PD-ING-SUB = 0
012660         ADD 1 TO PD-MISSING-LINES
012670         GO TO 4020-EXIT.
012680     COMPUTE PD-ROLLED-COST = PD-ROLLED-COST
012690         + PD-RP-QTY(PD-RP-SUB) * PD-ING-COST(PD-ING-SUB).
012700 4020-EXIT.
012710     EXIT.
012720
012730****************************************************************
012740*  6000-LOAD-LOTS
012750*
012760*  READS STOCK-LOTS INTO PD-LOT-TABLE AND SETS THE NEXT LOT
012770*  NUMBER ONE PAST THE HIGHEST ON FILE.  A MISSING FILE MEANS NO
012780*  LOT HAS BEEN OPENED YET.
012790****************************************************************
012800 6000-LOAD-LOTS.
012810     MOVE 0 TO PD-LOT-COUNT.
012820     MOVE 1 TO PD-NEXT-LOT.
012830     MOVE 'N' TO PD-LOT-OVERFLOW.
012840     OPEN INPUT STOCK-LOTS.
012850     IF PD-LOT-STATUS = '35'
012860         GO TO 6000-EXIT.
012870     MOVE 'N' TO PD-LOT-EOF.
012880     PERFORM 6010-READ-LOT-RECORD
012890         THRU 6010-EXIT.
012900     PERFORM 6020-STORE-LOT-RECORD
012910         THRU 6020-EXIT
012920         UNTIL PD-END-OF-LOTS.
012930     CLOSE STOCK-LOTS.
012940 6000-EXIT.
012950     EXIT.
012960
012970****************************************************************
012980*  6010-READ-LOT-RECORD
012990*
013000*  READS ONE STOCK-LOTS RECORD AHEAD.
013010****************************************************************
013020 6010-READ-LOT-RECORD.
013030     READ STOCK-LOTS
013040         AT END MOVE 'Y' TO PD-LOT-EOF
013050     END-READ.
013060 6010-EXIT.
013070     EXIT.
013080
013090****************************************************************
013100*  6020-STORE-LOT-RECORD
013110*
013120*  ADDS THE LOT JUST READ TO PD-LOT-TABLE, KEEPS THE NEXT LOT
013130*  NUMBER AHEAD OF IT, AND PRIMES THE NEXT READ.
013140****************************************************************
013150 6020-STORE-LOT-RECORD.
013160     IF PD-LOT-COUNT < 500
013170         ADD 1 TO PD-LOT-COUNT
013180         MOVE LT-LOT-NUMBER TO PD-LOT-NUMBER(PD-LOT-COUNT)
013190         MOVE LT-FLAVOR-CODE TO PD-LOT-FLAVOR(PD-LOT-COUNT)
013200         MOVE LT-RECEIVED-DATE TO PD-LOT-RECEIVED(PD-LOT-COUNT)
013210         MOVE LT-EXPIRY-DATE TO PD-LOT-EXPIRY(PD-LOT-COUNT)
013220         MOVE LT-QTY-RECEIVED TO PD-LOT-QTY-RECEIVED(PD-LOT-COUNT)
013230         MOVE LT-QTY-ON-HAND TO PD-LOT-ON-HAND(PD-LOT-COUNT)
013240         IF LT-LOT-NUMBER NOT < PD-NEXT-LOT
013250             COMPUTE PD-NEXT-LOT = LT-LOT-NUMBER + 1
013260         END-IF
013270     ELSE
013280         MOVE 'Y' TO PD-LOT-OVERFLOW
013290     END-IF.
013300     PERFORM 6010-READ-LOT-RECORD
013310         THRU 6010-EXIT.
013320 6020-EXIT.
013330     EXIT.
013340
013350****************************************************************
013360*  6300-FIGURE-EXPIRY
013370*
013380*  SETS PD-EXPIRY-DATE TO PD-LOT-DATE PLUS PD-SHELF-DAYS.  NO
013390*  SHELF LIFE (ZERO) OR AN UNDATED TICKET NEVER EXPIRES.
013400****************************************************************
013410 6300-FIGURE-EXPIRY.
013420     IF PD-SHELF-DAYS IS NOT NUMERIC OR PD-SHELF-DAYS = 0
013430        OR PD-LOT-DATE IS NOT NUMERIC
013440         MOVE ALL '9' TO PD-EXPIRY-DATE
013450         GO TO 6300-EXIT.
013460     MOVE PD-LOT-DATE TO PD-DATE-SPLIT.
013470     PERFORM 6310-ADVANCE-ONE-DAY
013480         THRU 6310-EXIT
013490         VARYING PD-DAY-SUB FROM 1 BY 1
013500         UNTIL PD-DAY-SUB > PD-SHELF-DAYS.
013510     MOVE PD-DATE-SPLIT TO PD-EXPIRY-DATE.
013520 6300-EXIT.
013530     EXIT.
013540
013550****************************************************************
013560*  6310-ADVANCE-ONE-DAY
013570*
013580*  MOVES PD-DATE-SPLIT FORWARD ONE CALENDAR DAY.
013590****************************************************************
013600 6310-ADVANCE-ONE-DAY.
013610     PERFORM 6320-SET-DAYS-THIS-MONTH
013620         THRU 6320-EXIT.
013630     IF PD-DS-DAY < PD-DAYS-THIS-MONTH
013640         ADD 1 TO PD-DS-DAY
013650     ELSE
013660         MOVE 1 TO PD-DS-DAY
013670         IF PD-DS-MONTH < 12
013680             ADD 1 TO PD-DS-MONTH
013690         ELSE
013700             MOVE 1 TO PD-DS-MONTH
013710             ADD 1 TO PD-DS-YEAR
013720         END-IF
013730     END-IF.
013740 6310-EXIT.
013750     EXIT.
013760
013770****************************************************************
013780*  6320-SET-DAYS-THIS-MONTH
013790*
013800*  SETS PD-DAYS-THIS-MONTH FOR THE MONTH IN PD-DATE-SPLIT,
013810*  GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4,
013820*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).
013830****************************************************************
013840 6320-SET-DAYS-THIS-MONTH.
013850     MOVE PD-MONTH-DAYS(PD-DS-MONTH) TO PD-DAYS-THIS-MONTH.
013860     IF PD-DS-MONTH = 2
013870         MOVE 'N' TO PD-LEAP-YEAR
013880         DIVIDE PD-DS-YEAR BY 4 GIVING PD-LEAP-WORK
013890             REMAINDER PD-LEAP-REM
013900         IF PD-LEAP-REM = 0
013910             MOVE 'Y' TO PD-LEAP-YEAR
013920             DIVIDE PD-DS-YEAR BY 100 GIVING PD-LEAP-WORK
013930                 REMAINDER PD-LEAP-REM
013940             IF PD-LEAP-REM = 0
013950                 MOVE 'N' TO PD-LEAP-YEAR
013960                 DIVIDE PD-DS-YEAR BY 400 GIVING PD-LEAP-WORK
013970                     REMAINDER PD-LEAP-REM
013980                 IF PD-LEAP-REM = 0
013990                     MOVE 'Y' TO PD-LEAP-YEAR
014000                 END-IF
014010             END-IF
014020         END-IF
014030         IF PD-LEAP-YEAR = 'Y'
014040             MOVE 29 TO PD-DAYS-THIS-MONTH
014050         END-IF
014060     END-IF.
014070 6320-EXIT.
014080     EXIT.
014090
014100****************************************************************
014110*  6400-SAVE-LOTS
014120*
014130*  WRITES PD-LOT-TABLE BACK OVER STOCK-LOTS, UNLESS THE FILE
014140*  WAS TOO BIG TO LOAD WHOLE.
014150****************************************************************
014160 6400-SAVE-LOTS.
014170     IF PD-LOT-OVERFLOW = 'Y'
014180         GO TO 6400-EXIT.
014190     OPEN OUTPUT STOCK-LOTS.
014200     PERFORM 6410-WRITE-LOT-RECORD
014210         THRU 6410-EXIT
014220         VARYING PD-LOT-SUB FROM 1 BY 1
014230         UNTIL PD-LOT-SUB > PD-LOT-COUNT.
014240     CLOSE STOCK-LOTS.
014250 6400-EXIT.
014260     EXIT.
014270
014280****************************************************************
014290*  6410-WRITE-LOT-RECORD
014300*
014310*  WRITES LOT PD-LOT-SUB.
014320****************************************************************
014330 6410-WRITE-LOT-RECORD.
014340     MOVE PD-LOT-NUMBER(PD-LOT-SUB) TO LT-LOT-NUMBER.
014350     MOVE PD-LOT-FLAVOR(PD-LOT-SUB) TO LT-FLAVOR-CODE.
014360     MOVE PD-LOT-RECEIVED(PD-LOT-SUB) TO LT-RECEIVED-DATE.
014370     MOVE PD-LOT-EXPIRY(PD-LOT-SUB) TO LT-EXPIRY-DATE.
014380     MOVE PD-LOT-QTY-RECEIVED(PD-LOT-SUB) TO LT-QTY-RECEIVED.
014390     MOVE PD-LOT-ON-HAND(PD-LOT-SUB) TO LT-QTY-ON-HAND.
014400     WRITE STOCK-LOTS-RECORD.
014410 6410-EXIT.
014420     EXIT.
014430
014440****************************************************************
014450*  8000-SAVE-INVENTORY
014460*
014470*  WRITES PD-INVENTORY-TABLE BACK OVER INVENTORY-FILE.
014480****************************************************************
014490 8000-SAVE-INVENTORY.
014500     OPEN OUTPUT INVENTORY-FILE.
014510     PERFORM 8030-WRITE-INVENTORY-RECORD
014520         THRU 8030-EXIT
014530         VARYING PD-INVENTORY-IDX FROM 1 BY 1
014540         UNTIL PD-INVENTORY-IDX > PD-INVENTORY-COUNT.
014550     CLOSE INVENTORY-FILE.
014560 8000-EXIT.
014570     EXIT.
014580
014590****************************************************************
014600*  8030-WRITE-INVENTORY-RECORD
014610*
014620*  WRITES INVENTORY ENTRY PD-INVENTORY-IDX.
014630****************************************************************
014640 8030-WRITE-INVENTORY-RECORD.
014650     MOVE PD-INVENTORY-CODE(PD-INVENTORY-IDX) TO IV-FLAVOR-CODE.
014660     MOVE PD-INVENTORY-ON-HAND(PD-INVENTORY-IDX) TO IV-ON-HAND.
014670     MOVE PD-REORDER-POINT(PD-INVENTORY-IDX) TO IV-REORDER-POINT.
014680     WRITE INVENTORY-RECORD.
014690 8030-EXIT.
014700     EXIT.
014710
014720****************************************************************
014730*  8040-SAVE-COSTS
014740*
014750*  WRITES EACH FLAVOR'S LAST COST BACK OVER FLAVOR-COST.
014760****************************************************************
014770 8040-SAVE-COSTS.
014780     OPEN OUTPUT FLAVOR-COST.
014790     PERFORM 8045-WRITE-COST-RECORD
014800         THRU 8045-EXIT
014810         VARYING PD-INVENTORY-IDX FROM 1 BY 1
014820         UNTIL PD-INVENTORY-IDX > PD-INVENTORY-COUNT.
014830     CLOSE FLAVOR-COST.
014840 8040-EXIT.
014850     EXIT.
014860
014870****************************************************************
014880*  8045-WRITE-COST-RECORD
014890*
014900*  WRITES THE FLAVOR-COST RECORD FOR INVENTORY ENTRY
014910*  PD-INVENTORY-IDX.
014920****************************************************************
014930 8045-WRITE-COST-RECORD.
014940     MOVE PD-INVENTORY-CODE(PD-INVENTORY-IDX) TO CS-FLAVOR-CODE.
014950     MOVE PD-UNIT-COST(PD-INVENTORY-IDX) TO CS-UNIT-COST.
014960     WRITE FLAVOR-COST-RECORD.
014970 8045-EXIT.
014980     EXIT.
014990
015000****************************************************************
015010*  8050-UPDATE-OPENING-SNAPSHOT
015020*
015030*  ADDS EACH FLAVOR'S TRAYS MADE TODAY TO ITS INVENTORY-OPENING
015040*  QUANTITY, SO PRODUCED STOCK COUNTS AS OPENING STOCK THE SAME
015050*  AS RECEIVED STOCK.  NOTHING MADE, OR NO SNAPSHOT, LEAVES IT
015060*  ALONE.
015070****************************************************************
015080 8050-UPDATE-OPENING-SNAPSHOT.
015090     IF PD-BATCHES-POSTED = 0
015100         GO TO 8050-EXIT.
015110     MOVE 0 TO PD-OPEN-COUNT.
015120     OPEN INPUT INVENTORY-OPENING.
015130     IF PD-OPENING-STATUS = '35'
015140         GO TO 8050-EXIT.
015150     MOVE 'N' TO PD-OPENING-EOF.
015160     PERFORM 8060-READ-OPENING-RECORD
015170         THRU 8060-EXIT.
015180     PERFORM 8070-STORE-OPENING-RECORD
015190         THRU 8070-EXIT
015200         UNTIL PD-END-OF-OPENING.
015210     CLOSE INVENTORY-OPENING.
015220     OPEN OUTPUT INVENTORY-OPENING.
015230     PERFORM 8080-WRITE-OPENING-RECORD
015240         THRU 8080-EXIT
015250         VARYING PD-OPEN-SUB FROM 1 BY 1
015260         UNTIL PD-OPEN-SUB > PD-OPEN-COUNT.
015270     CLOSE INVENTORY-OPENING.
015280 8050-EXIT.
015290     EXIT.
015300
015310****************************************************************
015320*  8060-READ-OPENING-RECORD
015330*
015340*  READS ONE INVENTORY-OPENING RECORD AHEAD.
015350****************************************************************
015360 8060-READ-OPENING-RECORD.
015370     READ INVENTORY-OPENING
015380         AT END MOVE 'Y' TO PD-OPENING-EOF
015390     END-READ.
015400 8060-EXIT.
015410     EXIT.
015420
015430****************************************************************
015440*  8070-STORE-OPENING-RECORD
015450*
015460*  BUFFERS THE SNAPSHOT RECORD JUST READ WITH ITS FLAVOR'S
015470*  TRAYS MADE ADDED, AND PRIMES THE NEXT READ.
015480****************************************************************
015490 8070-STORE-OPENING-RECORD.
015500     IF PD-OPEN-COUNT < 20
015510         ADD 1 TO PD-OPEN-COUNT
015520         MOVE IO-FLAVOR-CODE TO PD-OP-CODE(PD-OPEN-COUNT)
015530         MOVE IO-ON-HAND TO PD-OP-ON-HAND(PD-OPEN-COUNT)
015540         MOVE IO-REORDER-POINT TO PD-OP-REORDER(PD-OPEN-COUNT)
015550         SET PD-INVENTORY-IDX TO 1
015560         SEARCH PD-INVENTORY-ENTRY
015570             AT END CONTINUE
015580             WHEN PD-INVENTORY-CODE(PD-INVENTORY-IDX) =
015590                     IO-FLAVOR-CODE
015600                 ADD PD-MADE-QTY(PD-INVENTORY-IDX)
015610                     TO PD-OP-ON-HAND(PD-OPEN-COUNT)
015620         END-SEARCH
015630     END-IF.
015640     PERFORM 8060-READ-OPENING-RECORD
015650         THRU 8060-EXIT.
015660 8070-EXIT.
015670     EXIT.
015680
015690****************************************************************
015700*  8080-WRITE-OPENING-RECORD
015710*
015720*  WRITES BUFFERED SNAPSHOT RECORD PD-OPEN-SUB.
015730****************************************************************
015740 8080-WRITE-OPENING-RECORD.
015750     MOVE PD-OP-CODE(PD-OPEN-SUB) TO IO-FLAVOR-CODE.
015760     MOVE PD-OP-ON-HAND(PD-OPEN-SUB) TO IO-ON-HAND.
015770     MOVE PD-OP-REORDER(PD-OPEN-SUB) TO IO-REORDER-POINT.
015780     WRITE INVENTORY-OPENING-RECORD.
015790 8080-EXIT.
015800     EXIT.
015810
015820****************************************************************
015830*  8090-SAVE-INGREDIENTS
015840*
015850*  WRITES PD-INGREDIENT-TABLE BACK OVER INGREDIENT, UNLESS THE
015860*  FILE WAS MISSING OR TOO BIG TO LOAD WHOLE.
015870****************************************************************
015880 8090-SAVE-INGREDIENTS.
015890     IF PD-INGREDIENT-STATUS = '35'
015900         OR PD-INGREDIENT-OVERFLOW = 'Y'
015910         GO TO 8090-EXIT.
015920     OPEN OUTPUT INGREDIENT.
015930     PERFORM 8095-WRITE-INGREDIENT-RECORD
015940         THRU 8095-EXIT
015950         VARYING PD-ING-SUB FROM 1 BY 1
015960         UNTIL PD-ING-SUB > PD-INGREDIENT-COUNT.
015970     CLOSE INGREDIENT.
015980 8090-EXIT.
015990     EXIT.
016000
016010****************************************************************
016020*  8095-WRITE-INGREDIENT-RECORD
016030*
016040*  WRITES INGREDIENT ENTRY PD-ING-SUB.
016050****************************************************************
016060 8095-WRITE-INGREDIENT-RECORD.
016070     MOVE PD-ING-CODE(PD-ING-SUB) TO IG-INGREDIENT-CODE.
016080     MOVE PD-ING-NAME(PD-ING-SUB) TO IG-INGREDIENT-NAME.
016090     MOVE PD-ING-UNIT(PD-ING-SUB) TO IG-UNIT.
016100     MOVE PD-ING-ON-HAND(PD-ING-SUB) TO IG-ON-HAND.
016110     MOVE PD-ING-REORDER(PD-ING-SUB) TO IG-REORDER-POINT.
016120     MOVE PD-ING-COST(PD-ING-SUB) TO IG-UNIT-COST.
016130     MOVE PD-ING-VENDOR(PD-ING-SUB) TO IG-VENDOR-ID.
016140     WRITE INGREDIENT-RECORD.
016150 8095-EXIT.
016160     EXIT.
016170
016180****************************************************************
016190*  8100-CLEAR-TICKETS
016200*
016210*  EMPTIES PRODUCTION-TRANS SO A SECOND RUN CANNOT POST THE
016220*  SAME TICKETS AGAIN.
016230****************************************************************
016240 8100-CLEAR-TICKETS.
016250     IF NOT PD-TICKETS-MISSING
016260         CLOSE PRODUCTION-TRANS
016270         OPEN OUTPUT PRODUCTION-TRANS
016280         CLOSE PRODUCTION-TRANS
016290     END-IF.
016300 8100-EXIT.
016310     EXIT.
016320
016330****************************************************************
016340*  8200-INGREDIENT-REORDER
016350*
016360*  WRITES INGREDIENT-REORDER: EVERY INGREDIENT AT OR BELOW ITS
016370*  REORDER POINT, WITH A SUGGESTED ORDER THAT BRINGS IT BACK TO
016380*  TWICE THE REORDER POINT AND THE VENDOR TO ORDER IT FROM.
016390****************************************************************
016400 8200-INGREDIENT-REORDER.
016410     OPEN OUTPUT INGREDIENT-REORDER.
016420     WRITE INGREDIENT-REORDER-RECORD FROM PD-REORDER-HEADING.
016430     WRITE INGREDIENT-REORDER-RECORD FROM PD-BLANK-LINE.
016440     WRITE INGREDIENT-REORDER-RECORD FROM PD-REORDER-HEAD.
016450     PERFORM 8210-CHECK-ONE-INGREDIENT
016460         THRU 8210-EXIT
016470         VARYING PD-ING-SUB FROM 1 BY 1
016480         UNTIL PD-ING-SUB > PD-INGREDIENT-COUNT.
016490     IF PD-LOW-STOCK-COUNT = 0
016500         MOVE "NOTHING AT OR BELOW ITS REORDER POINT"
016510             TO PD-NOTE-TEXT
016520         WRITE INGREDIENT-REORDER-RECORD FROM PD-NOTE-LINE
016530     END-IF.
016540     CLOSE INGREDIENT-REORDER.
016550 8200-EXIT.
016560     EXIT.
016570
016580****************************************************************
016590*  8210-CHECK-ONE-INGREDIENT
016600*
016610*  LISTS INGREDIENT PD-ING-SUB WHEN IT IS AT OR BELOW ITS
016620*  REORDER POINT.
016630****************************************************************
016640 8210-CHECK-ONE-INGREDIENT.
016650     IF PD-ING-ON-HAND(PD-ING-SUB) > PD-ING-REORDER(PD-ING-SUB)
016660         GO TO 8210-EXIT.
016670     ADD 1 TO PD-LOW-STOCK-COUNT.
016680     COMPUTE PD-SUGGESTED-QTY =
016690         (2 * PD-ING-REORDER(PD-ING-SUB)) -
016700         PD-ING-ON-HAND(PD-ING-SUB).
016710     MOVE PD-ING-CODE(PD-ING-SUB) TO PD-RO-CODE.
016720     MOVE PD-ING-NAME(PD-ING-SUB) TO PD-RO-NAME.
016730     MOVE PD-ING-UNIT(PD-ING-SUB) TO PD-RO-UNIT.
016740     MOVE PD-ING-ON-HAND(PD-ING-SUB) TO PD-RO-ON-HAND.
016750     MOVE PD-ING-REORDER(PD-ING-SUB) TO PD-RO-REORDER.
016760     MOVE PD-SUGGESTED-QTY TO PD-RO-SUGGESTED.
016770     MOVE PD-ING-VENDOR(PD-ING-SUB) TO PD-RO-VENDOR.
016780     WRITE INGREDIENT-REORDER-RECORD FROM PD-REORDER-LINE.
016790 8210-EXIT.
016800     EXIT.
016810
016820****************************************************************
016830*  9000-TERMINATE
016840*
016850*  PRINTS THE RUN TOTALS, CLOSES THE REPORT, AND SETS
016860*  RETURN-CODE 8 WHEN A TICKET WAS REJECTED OR A TABLE RAN OUT
016870*  OF ROOM.
016880****************************************************************
016890 9000-TERMINATE.
016900     WRITE PRODUCTION-REPORT-RECORD FROM PD-BLANK-LINE.
016910     MOVE "TICKETS READ              " TO PD-SUM-LABEL.
016920     MOVE PD-TICKETS-READ TO PD-SUM-COUNT.
016930     WRITE PRODUCTION-REPORT-RECORD FROM PD-SUMMARY-LINE.
016940     MOVE "DELIVERIES POSTED         " TO PD-SUM-LABEL.
016950     MOVE PD-DELIVERIES-POSTED TO PD-SUM-COUNT.
016960     WRITE PRODUCTION-REPORT-RECORD FROM PD-SUMMARY-LINE.
016970     MOVE "BATCHES POSTED            " TO PD-SUM-LABEL.
016980     MOVE PD-BATCHES-POSTED TO PD-SUM-COUNT.
016990     WRITE PRODUCTION-REPORT-RECORD FROM PD-SUMMARY-LINE.
017000     MOVE "TRAYS MADE                " TO PD-SUM-LABEL.
017010     MOVE PD-TRAYS-MADE TO PD-SUM-COUNT.
017020     WRITE PRODUCTION-REPORT-RECORD FROM PD-SUMMARY-LINE.
017030     MOVE "TICKETS REJECTED          " TO PD-SUM-LABEL.
017040     MOVE PD-TICKETS-REJECTED TO PD-SUM-COUNT.
017050     WRITE PRODUCTION-REPORT-RECORD FROM PD-SUMMARY-LINE.
017060     MOVE "FLAVORS COSTED FROM RECIPE" TO PD-SUM-LABEL.
017070     MOVE PD-FLAVORS-COSTED TO PD-SUM-COUNT.
017080     WRITE PRODUCTION-REPORT-RECORD FROM PD-SUMMARY-LINE.
017090     MOVE "INGREDIENTS TO REORDER    " TO PD-SUM-LABEL.
017100     MOVE PD-LOW-STOCK-COUNT TO PD-SUM-COUNT.
017110     WRITE PRODUCTION-REPORT-RECORD FROM PD-SUMMARY-LINE.
017120     CLOSE PRODUCTION-REPORT.
017130     DISPLAY "JELLO-PRODUCE: " PD-BATCHES-POSTED " batch(es), "
017140         PD-DELIVERIES-POSTED " deliver(ies) posted, "
017150         PD-TICKETS-REJECTED " rejected.".
017160     IF PD-TICKETS-REJECTED > 0
017170         OR PD-INGREDIENT-OVERFLOW = 'Y'
017180         OR PD-RECIPE-OVERFLOW = 'Y'
017190         MOVE 8 TO RETURN-CODE
017200     END-IF.
017210 9000-EXIT.
017220     EXIT.
017230
017240 END PROGRAM JELLO-PRODUCE.
